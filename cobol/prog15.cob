           SELECT PARMDSH  ASSIGN TO UT-S-PARMDSH
               FILE STATUS IS WRK-FS-PARMDSH.
           SELECT RELPAINL ASSIGN TO UT-S-RELPAINL.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   RUNCTLE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 49 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RUNCTLE.
           COPY RUNREG REPLACING ==REG-RUNCTL== BY ==REG-RUNCTLE==
                                 ==RUN-RESULTADO== BY ==CTL-RESULTADO==
                                 ==RUN-QTD-LIDOS== BY ==CTL-QTD-LIDOS==
                                 ==RUN-QTD-REJEIT==
                                 BY ==CTL-QTD-REJEIT==
                                 ==RUN-DATA-REAL== BY ==CTL-DATA-REAL==.

       FD   PARMDSH
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RELPAINL.
       01   REG-RELPAINL    PIC X(132).

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
           05 FILLER          PIC X(01) VALUE SPACE.
           05 ANM-MOTIVO       PIC X(40).

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
               PERFORM 0200-PROCESSAR UNTIL FS-RUNCTLE = 'F'
               PERFORM 0300-FINALIZAR
            END-IF.
            MOVE WRK-ENTRADAS-DIA TO WRK-CTL-LIDOS
            MOVE WRK-ANOMALIAS    TO WRK-CTL-REJEIT
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
            PERFORM 0110-LER-PARAMETRO.
            OPEN OUTPUT RELPAINL.
               CLOSE PARMDSH
            END-IF.
            IF WRK-DATA-PAINEL = SPACE
               MOVE WRK-DATA-PROC TO WRK-DATA-SISTEMA
               STRING WRK-DATA-DD   '/'
                      WRK-DATA-MM   '/'
                      WRK-DATA-AAAA
               ADD 1 TO WRK-ENTRADAS-DIA
               PERFORM 0210-IMPRIMIR-EVENTO
               IF CTL-PROGRAMA NOT = 'PROG15'
                  AND CTL-EVENTO NOT = 'P'
                  AND CTL-EVENTO NOT = 'S'
                  PERFORM 0220-ATUALIZAR-TABELA
               END-IF
            END-IF.
       0210-IMPRIMIR-EVENTO.
            MOVE CTL-HORA       TO EVT-HORA.
            MOVE CTL-PROGRAMA   TO EVT-PROGRAMA.
            EVALUATE CTL-EVENTO
               WHEN 'I'
                    MOVE 'INICIO'    TO EVT-EVENTO
               WHEN 'P'
                    MOVE 'PASSO'     TO EVT-EVENTO
               WHEN 'S'
                    MOVE 'SUPRIM.'   TO EVT-EVENTO
               WHEN OTHER
                    MOVE 'FIM'       TO EVT-EVENTO
            END-EVALUATE.
            MOVE CTL-RESULTADO  TO EVT-RESULTADO.
            MOVE CTL-QTD-LIDOS  TO EVT-LIDOS.
            MOVE CTL-QTD-REJEIT TO EVT-REJEIT.
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG15' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
