               ALTERNATE RECORD KEY IS REG-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT CONTCLI  ASSIGN TO UT-S-CONTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-FS-CONTCLI.
           SELECT ORDDUP    ASSIGN TO UT-S-ORDDUP.
           SELECT WRKDUP    ASSIGN TO UT-S-WRKDUP.
           SELECT RELDUPLI  ASSIGN TO UT-S-RELDUPLI.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
            DATA   RECORD IS REG-CLIENTES.
           COPY CLIREG.

       FD   CONTCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS
            DATA   RECORD IS REG-CONTCLI.
           COPY CTTREG.

       SD   ORDDUP
            RECORD CONTAINS 100 CHARACTERS
            DATA   RECORD IS REG-ORDDUP.
                                 BY ==SRT-DATA-MANUT==
                                 ==REG-MALA-DIRETA==
                                 BY ==SRT-MALA-DIRETA==.
       01   REG-ORDDUP-CTT.
            05 FILLER            PIC X(98).
            05 SRT-SEQUENCIA     PIC 9(02).

       FD   WRKDUP
            LABEL RECORDS ARE STANDARD
                                 BY ==DUP-DATA-MANUT==
                                 ==REG-MALA-DIRETA==
                                 BY ==DUP-MALA-DIRETA==.
       01   REG-WRKDUP-CTT.
            05 FILLER            PIC X(98).
            05 DUP-SEQUENCIA     PIC 9(02).

       FD   RELDUPLI
            LABEL RECORDS ARE OMITTED
            DATA   RECORD IS REG-RELDUPLI.
       01   REG-RELDUPLI    PIC X(132).

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
       WORKING-STORAGE                 SECTION.
       01  FS-WRKDUP        PIC X      VALUE 'N'.
       01  WRK-FS-CLIENTES  PIC X(02)  VALUE '00'.
       01  FS-CLIENTES      PIC X      VALUE 'N'.
       01  WRK-FS-CONTCLI   PIC X(02)  VALUE '00'.
       01  FS-CONTCLI       PIC X      VALUE 'N'.
       01  WRK-CONTCLI-ABERTO PIC X(01) VALUE 'N'.
           88 CONTATOS-ABERTOS         VALUE 'S'.
       01  WRK-CTT-LIBERADOS PIC 9(05) VALUE 0.
       01  WRK-PARES-EMAIL  PIC 9(05)  VALUE 0.
       01  WRK-PARES-FONE   PIC 9(05)  VALUE 0.

           05 ANT-NOME         PIC X(30).
           05 ANT-EMAIL        PIC X(35).
           05 ANT-TELEFONE     PIC X(10).
           05 ANT-SEQUENCIA    PIC 9(02).
       01  WRK-TEM-ANTERIOR PIC X(01)  VALUE 'N'.
           88 TEM-ANTERIOR             VALUE 'S'.

       01  LIN-CABECALHO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(10) VALUE 'CRITERIO'.
           05 FILLER          PIC X(10) VALUE 'CODIGO1'.
           05 FILLER          PIC X(10) VALUE 'CODIGO2'.
           05 FILLER          PIC X(36) VALUE 'CONTATO EM COMUM'.
           05 FILLER          PIC X(14) VALUE 'NOMES'.

           05 DPL-CRITERIO     PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 DPL-CODIGO1      PIC 9(05).
           05 DPL-CONTATO1     PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 DPL-CODIGO2      PIC 9(05).
           05 DPL-CONTATO2     PIC X(03).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 DPL-CONTATO      PIC X(35).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 DPL-NOMES        PIC X(14).


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
               PERFORM 0200-PASSAR-POR-EMAIL
               PERFORM 0300-PASSAR-POR-TELEFONE
               PERFORM 0400-FINALIZAR
            END-IF.
            MOVE WRK-PARES-EMAIL TO WRK-CTL-LIDOS
            ADD  WRK-PARES-FONE  TO WRK-CTL-LIDOS
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
            OPEN OUTPUT RELDUPLI.
            WRITE REG-RELDUPLI FROM LIN-TITULO.
                  AFTER ADVANCING 1 LINE.

       0200-PASSAR-POR-EMAIL.
            SORT ORDDUP ON ASCENDING KEY SRT-EMAIL SRT-CODIGO
                 INPUT PROCEDURE 0250-LIBERAR-REGISTROS
                 GIVING WRKDUP.
            SET CRITERIO-EMAIL TO TRUE.
            PERFORM 0210-PROCESSAR-PASSADA.

       0300-PASSAR-POR-TELEFONE.
            SORT ORDDUP ON ASCENDING KEY SRT-TELEFONE SRT-CODIGO
                 INPUT PROCEDURE 0250-LIBERAR-REGISTROS
                 GIVING WRKDUP.
            SET CRITERIO-FONE TO TRUE.
            PERFORM 0210-PROCESSAR-PASSADA.
            MOVE DUP-NOME     TO ANT-NOME.
            MOVE DUP-EMAIL    TO ANT-EMAIL.
            MOVE DUP-TELEFONE TO ANT-TELEFONE.
            MOVE DUP-SEQUENCIA TO ANT-SEQUENCIA.
            SET TEM-ANTERIOR  TO TRUE.
            PERFORM 0220-LER-WRKDUP.

            END-IF.
            MOVE ANT-CODIGO TO DPL-CODIGO1.
            MOVE DUP-CODIGO TO DPL-CODIGO2.
            MOVE SPACE      TO DPL-CONTATO1.
            MOVE SPACE      TO DPL-CONTATO2.
            IF ANT-SEQUENCIA > 0
               STRING '/' ANT-SEQUENCIA
                      DELIMITED BY SIZE INTO DPL-CONTATO1
            END-IF.
            IF DUP-SEQUENCIA > 0
               STRING '/' DUP-SEQUENCIA
                      DELIMITED BY SIZE INTO DPL-CONTATO2
            END-IF.
            IF DUP-NOME = ANT-NOME
               MOVE 'NOMES IGUAIS'  TO DPL-NOMES
            ELSE
            WRITE REG-RELDUPLI FROM LIN-DUPLICADO
                  AFTER ADVANCING 1 LINE.

       0250-LIBERAR-REGISTROS.
            OPEN INPUT CLIENTES.
            IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES - STATUS '
                       WRK-FS-CLIENTES
               MOVE 12 TO RETURN-CODE
            ELSE
               MOVE 'N' TO FS-CLIENTES
               MOVE 'N' TO FS-CONTCLI
               MOVE 'N' TO WRK-CONTCLI-ABERTO
               MOVE 0   TO WRK-CTT-LIBERADOS
               OPEN INPUT CONTCLI
               IF WRK-FS-CONTCLI = '00'
                  SET CONTATOS-ABERTOS TO TRUE
                  PERFORM 0265-LER-CONTATO
               ELSE
                  DISPLAY 'CADASTRO DE CONTATOS AUSENTE - '
                          'SOMENTE CONTATOS PRINCIPAIS COMPARADOS'
                  MOVE 'F' TO FS-CONTCLI
               END-IF
               PERFORM 0255-LIBERAR-CLIENTE UNTIL FS-CLIENTES = 'F'
               CLOSE CLIENTES
               IF CONTATOS-ABERTOS
                  CLOSE CONTCLI
               END-IF
            END-IF.

       0255-LIBERAR-CLIENTE.
            READ CLIENTES
                 AT END
                    MOVE 'F' TO FS-CLIENTES
                 NOT AT END
                    MOVE REG-CLIENTES TO REG-ORDDUP
                    MOVE 0            TO SRT-SEQUENCIA
                    RELEASE REG-ORDDUP
                    PERFORM 0260-LIBERAR-CONTATO
                       UNTIL FS-CONTCLI = 'F'
                          OR CTT-CODIGO > REG-CODIGO
            END-READ.

       0260-LIBERAR-CONTATO.
            IF CTT-CODIGO = REG-CODIGO
               MOVE REG-CLIENTES  TO REG-ORDDUP
               MOVE CTT-EMAIL     TO SRT-EMAIL
               MOVE CTT-TELEFONE  TO SRT-TELEFONE
               MOVE CTT-SEQUENCIA TO SRT-SEQUENCIA
               RELEASE REG-ORDDUP
               ADD 1 TO WRK-CTT-LIBERADOS
            END-IF.
            PERFORM 0265-LER-CONTATO.

       0265-LER-CONTATO.
            READ CONTCLI
                 AT END
                    MOVE 'F' TO FS-CONTCLI
            END-READ.

       0400-FINALIZAR.
            CLOSE RELDUPLI.
            DISPLAY 'PARES POR EMAIL..... ' WRK-PARES-EMAIL.
            DISPLAY 'PARES POR TELEFONE.. ' WRK-PARES-FONE.
            DISPLAY 'CONTATOS COMPARADOS. ' WRK-CTT-LIBERADOS.

       0900-REGISTRAR-INICIO.
            MOVE 'I' TO WRK-CTL-EVENTO.
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG6' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
