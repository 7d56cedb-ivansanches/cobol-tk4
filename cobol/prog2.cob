           SELECT PENDENTES ASSIGN TO UT-S-PENDEN.
           SELECT MKTEXTR   ASSIGN TO UT-S-MKTEXT.
           SELECT AUDITCLI  ASSIGN TO UT-S-AUDIT.
           SELECT CAMPCLI   ASSIGN TO UT-S-CAMPCLI.
           SELECT CTRLCLI   ASSIGN TO UT-S-CTRLCLI
               FILE STATUS IS WRK-FS-CTRLCLI.
           SELECT CKPTCLI   ASSIGN TO UT-S-CKPTCLI
           SELECT PARMCLI   ASSIGN TO UT-S-PARMCLI
               FILE STATUS IS WRK-FS-PARMCLI.
           SELECT STATRUN   ASSIGN TO UT-S-STATRUN.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
            DATA   RECORD IS REG-MKTEXTR.
       01   REG-MKTEXTR     PIC X(80).

       FD   CAMPCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 64 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CAMPCLI.
           COPY CMPREG.

       FD   AUDITCLI
            LABEL RECORDS ARE OMITTED
            RECORD CONTAINS 40 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-AUDITCLI.
       01   REG-AUDITCLI.
            05 AUD-QTD-LIDOS       PIC 9(05).
            05 AUD-STATUS-CLIENTES PIC X(02).
            05 AUD-QTD-REJEITADOS  PIC 9(05).
            05 AUD-DATA-REAL       PIC X(10).

       FD   DATAPROC
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 50 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DATAPROC.
           COPY DATREG.

       FD   RUNCTL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 49 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RUNCTL.
           COPY RUNREG.
       01  WRK-TAM-TRIM     PIC 9(02)  VALUE 0.
       01  WRK-PONTEIRO-MKT PIC 9(03)  VALUE 0.

       01  WRK-CAMPANHA.
           05 WRK-CMP-ORIGEM PIC X(03) VALUE 'EXT'.
           05 WRK-CMP-DATA   PIC 9(08) VALUE 0.
           05 WRK-CMP-HORA   PIC 9(06) VALUE 0.
       01  WRK-CMP-ENVIADOS PIC 9(05)  VALUE 0.
       01  WRK-CMP-ABERTA   PIC X(01)  VALUE 'N'.
           88 CAMPANHA-ABERTA          VALUE 'S'.

       01  WRK-MAX-LINHAS   PIC 9(03)  VALUE 050.
       01  WRK-LINHAS-PAG   PIC 9(03)  VALUE 0.
       01  WRK-PAGINA       PIC 9(05)  VALUE 0.
           05 WRK-HORA-SS   PIC 9(02).
           05 WRK-HORA-CENT PIC 9(02).
       01  WRK-HORA-AUDITORIA PIC X(08).
       01  WRK-DATA-AUDITORIA PIC X(10).

       01  LIN-TITULO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 EXC-MOTIVO       PIC X(45).


       01  WRK-FS-DATAPROC  PIC X(02) VALUE '00'.
       01  WRK-DATA-ABERTA  PIC X(01) VALUE 'N'.
           88 DATA-PROC-ABERTA          VALUE 'S'.
       01  WRK-DATA-PROC.
           05 WRK-PROC-AAAA PIC 9(04).
           05 WRK-PROC-MM   PIC 9(02).
           05 WRK-PROC-DD   PIC 9(02).
       01  WRK-DATA-PROC-AMD REDEFINES WRK-DATA-PROC PIC 9(08).
       01  WRK-DATA-PROC-EDT PIC X(10) VALUE SPACE.

       01  WRK-CTL-DATA-SIS.
           05 WRK-CTL-AAAA  PIC 9(04).
           05 WRK-CTL-MM    PIC 9(02).

       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0040-LER-DATA-PROCESSAMENTO.
            PERFORM 0900-REGISTRAR-INICIO.
            IF DATA-PROC-ABERTA
               PERFORM 0100-INICIAR
               PERFORM 0200-PROCESSAR UNTIL FS-CLIENTES = 'F'
               PERFORM 0300-FINALIZAR
            END-IF.
            MOVE WRK-LIDOS      TO WRK-CTL-LIDOS
            MOVE WRK-REJEITADOS TO WRK-CTL-REJEIT
            PERFORM 0910-REGISTRAR-FIM.
            GOBACK.

       0040-LER-DATA-PROCESSAMENTO.
            OPEN INPUT DATAPROC.
            IF WRK-FS-DATAPROC = '00'
               READ DATAPROC
                    AT END
                       DISPLAY 'CONTROLE DE DATA DE PROCESSAMENTO VAZIO'
                    NOT AT END
                       IF DTP-SITUACAO = 'A' AND DTP-DATA-PROC NUMERIC
                          MOVE DTP-DATA-PROC TO WRK-DATA-PROC
                          SET DATA-PROC-ABERTA TO TRUE
                       ELSE
                          DISPLAY 'DATA DE PROCESSAMENTO '
                                  DTP-DATA-PROC ' NAO ESTA ABERTA - '
                                  'SITUACAO ' DTP-SITUACAO
                       END-IF
               END-READ
               CLOSE DATAPROC
            ELSE
               DISPLAY 'CONTROLE DE DATA DE PROCESSAMENTO AUSENTE - '
                       'STATUS ' WRK-FS-DATAPROC
               CLOSE DATAPROC
            END-IF.
            IF DATA-PROC-ABERTA
               STRING WRK-PROC-DD   '/'
                      WRK-PROC-MM   '/'
                      WRK-PROC-AAAA
                      DELIMITED BY SIZE INTO WRK-DATA-PROC-EDT
               DISPLAY 'DATA DE PROCESSAMENTO ' WRK-DATA-PROC-EDT
            ELSE
               DISPLAY 'EXECUCAO RECUSADA - SEM DATA DE '
                       'PROCESSAMENTO ABERTA'
               MOVE 12 TO RETURN-CODE
            END-IF.

       0100-INICIAR.
           PERFORM 0105-LER-PARAMETROS.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT ATIVOS.
           OPEN OUTPUT PENDENTES.
           OPEN OUTPUT MKTEXTR.
           OPEN EXTEND CAMPCLI.
           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
              DISPLAY 'ERRO AO ABRIR CLIENTES - STATUS '
              END-IF
           END-IF.
           PERFORM 0110-LER-CONTROLE.
           MOVE WRK-DATA-PROC TO WRK-DATA-SISTEMA.
           STRING WRK-DATA-DD   '/'
                  WRK-DATA-MM   '/'
                  WRK-DATA-AAAA
                   POINTER WRK-PONTEIRO-MKT
            END-STRING.
            WRITE REG-MKTEXTR.
            PERFORM 0270-REGISTRAR-ENVIO.

       0270-REGISTRAR-ENVIO.
            IF NOT CAMPANHA-ABERTA
               PERFORM 0275-ABRIR-CAMPANHA
            END-IF.
            MOVE SPACE        TO REG-CAMPCLI.
            MOVE 'E'          TO CMP-TIPO.
            MOVE WRK-CAMPANHA TO CMP-CAMPANHA.
            MOVE ATU-CODIGO   TO CMP-CODIGO.
            MOVE 0            TO CMP-SEQUENCIA.
            MOVE ATU-EMAIL    TO CMP-EMAIL.
            WRITE REG-CAMPCLI.
            ADD 1 TO WRK-CMP-ENVIADOS.

       0275-ABRIR-CAMPANHA.
            MOVE WRK-DATA-PROC-AMD TO WRK-CMP-DATA.
            ACCEPT WRK-HORA-SISTEMA FROM TIME.
            MOVE WRK-HORA-SISTEMA (1:6) TO WRK-CMP-HORA.
            MOVE SPACE        TO REG-CAMPCLI.
            MOVE 'H'          TO CMP-TIPO.
            MOVE WRK-CAMPANHA TO CMP-CAMPANHA.
            MOVE 0            TO CMP-CODIGO.
            MOVE 0            TO CMP-SEQUENCIA.
            WRITE REG-CAMPCLI.
            SET CAMPANHA-ABERTA TO TRUE.

       0280-FECHAR-CAMPANHA.
            IF CAMPANHA-ABERTA
               MOVE SPACE            TO REG-CAMPCLI-TRL
               MOVE 'T'              TO CMT-TIPO
               MOVE WRK-CAMPANHA     TO CMT-CAMPANHA
               MOVE WRK-CMP-ENVIADOS TO CMT-QTD-ENVIADOS
               WRITE REG-CAMPCLI-TRL
               DISPLAY 'CAMPANHA REGISTRADA.. ' WRK-CAMPANHA
            END-IF.
            CLOSE CAMPCLI.

       0265-CALCULAR-TAMANHO.
            MOVE 40 TO WRK-TAM-TRIM.
            CLOSE ATIVOS.
            CLOSE PENDENTES.
            CLOSE MKTEXTR.
            PERFORM 0280-FECHAR-CAMPANHA.
            DISPLAY 'REGISTROS LIDOS.... ' WRK-LIDOS.
            DISPLAY 'REGISTROS REJEITADOS ' WRK-REJEITADOS.
            DISPLAY 'CLIENTES NA CAMPANHA ' WRK-CMP-ENVIADOS.
            IF CTRLE-LIDO
               DISPLAY 'TOTAL ESPERADO (CONTROLE) ' WRK-QTD-ESPERADA
               IF WRK-LIDOS NOT = WRK-QTD-ESPERADA
                   WRK-HORA-MM ':'
                   WRK-HORA-SS
                   DELIMITED BY SIZE INTO WRK-HORA-AUDITORIA.
            ACCEPT WRK-CTL-DATA-SIS FROM DATE YYYYMMDD.
            STRING WRK-CTL-DD   '/'
                   WRK-CTL-MM   '/'
                   WRK-CTL-AAAA
                   DELIMITED BY SIZE INTO WRK-DATA-AUDITORIA.
            OPEN EXTEND AUDITCLI.
            MOVE WRK-DATA-RELATORIO  TO AUD-DATA.
            MOVE WRK-HORA-AUDITORIA  TO AUD-HORA.
            MOVE WRK-LIDOS           TO AUD-QTD-LIDOS.
            MOVE WRK-FS-CLIENTES     TO AUD-STATUS-CLIENTES.
            MOVE WRK-REJEITADOS      TO AUD-QTD-REJEITADOS.
            MOVE WRK-DATA-AUDITORIA  TO AUD-DATA-REAL.
            WRITE REG-AUDITCLI.
            CLOSE AUDITCLI.

                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG2' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
