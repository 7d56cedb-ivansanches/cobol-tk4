               ALTERNATE RECORD KEY IS REG-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-STAT.
           SELECT CONTCLI  ASSIGN TO UT-S-CONTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-FS-CONTCLI.
           SELECT JRNLCLI  ASSIGN TO UT-S-JRNLCLI.
           SELECT PARMBCK  ASSIGN TO UT-S-PARMBCK
               FILE STATUS IS WRK-FS-PARMBCK.
           SELECT RELBACK  ASSIGN TO UT-S-RELBACK.
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

       FD   JRNLCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 224 CHARACTERS
            DATA   RECORD IS REG-RELBACK.
       01   REG-RELBACK     PIC X(132).

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
       01  FS-JRNLCLI        PIC X VALUE 'N'.
       01  FS-CLIENTES-STAT  PIC X(02) VALUE '00'.
       01  WRK-FS-PARMBCK    PIC X(02) VALUE '00'.
       01  WRK-FS-CONTCLI    PIC X(02) VALUE '00'.
       01  WRK-CONTCLI-ABERTO PIC X(01) VALUE 'N'.
           88 CONTATOS-DISPONIVEIS     VALUE 'S'.
       01  WRK-LIDOS         PIC 9(05) VALUE 0.
       01  WRK-SELECIONADOS  PIC 9(05) VALUE 0.
       01  WRK-REVERTIDOS    PIC 9(05) VALUE 0.
           05 BCK-SITUACAO    PIC X(30).


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
               PERFORM 0110-LER-PARAMETRO
               IF EXECUCAO-LIBERADA
                  PERFORM 0100-INICIAR
                  PERFORM 0200-CARREGAR-JORNAL UNTIL FS-JRNLCLI = 'F'
                  IF FS-CLIENTES-STAT = '00'
                     PERFORM 0300-REVERTER
                     PERFORM 0400-FINALIZAR
                  END-IF
               END-IF
            END-IF.
            MOVE WRK-LIDOS      TO WRK-CTL-LIDOS
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
            OPEN INPUT JRNLCLI.
            OPEN OUTPUT RELBACK.
               READ JRNLCLI AT END
                            MOVE 'F' TO FS-JRNLCLI
               END-READ
               OPEN I-O CONTCLI
               IF WRK-FS-CONTCLI = '00'
                  SET CONTATOS-DISPONIVEIS TO TRUE
               ELSE
                  DISPLAY 'CADASTRO DE CONTATOS INDISPONIVEL - STATUS '
                          WRK-FS-CONTCLI
               END-IF
            END-IF.

       0110-LER-PARAMETRO.
                    PERFORM 0330-DESFAZER-ALTERACAO
               WHEN 'E'
                    PERFORM 0340-DESFAZER-EXCLUSAO
               WHEN 'C'
               WHEN 'M'
               WHEN 'R'
                    PERFORM 0360-REVERTER-CONTATO
               WHEN OTHER
                    MOVE 'TIPO DE JORNAL INVALIDO' TO BCK-ACAO
                    MOVE ZERO                      TO BCK-CODIGO
            WRITE REG-RELBACK FROM LIN-BACKOUT
                  AFTER ADVANCING 1 LINE.

       0360-REVERTER-CONTATO.
            IF WRK-JOR-TIPO (WRK-IND-JORNAL) = 'R'
               MOVE WRK-JOR-ANTES  (WRK-IND-JORNAL) TO REG-CONTCLI
            ELSE
               MOVE WRK-JOR-DEPOIS (WRK-IND-JORNAL) TO REG-CONTCLI
            END-IF.
            MOVE CTT-CODIGO TO BCK-CODIGO.
            EVALUATE TRUE
               WHEN NOT CONTATOS-DISPONIVEIS
                    MOVE 'REVERSAO DE CONTATO  '  TO BCK-ACAO
                    MOVE 'CONTATOS INDISPONIVEIS' TO BCK-SITUACAO
                    ADD 1 TO WRK-FALHAS
                    PERFORM 0350-GRAVAR-LINHA
               WHEN WRK-JOR-TIPO (WRK-IND-JORNAL) = 'C'
                    PERFORM 0370-DESFAZER-INCL-CONTATO
               WHEN WRK-JOR-TIPO (WRK-IND-JORNAL) = 'M'
                    PERFORM 0380-DESFAZER-ALTER-CONTATO
               WHEN OTHER
                    PERFORM 0390-DESFAZER-REMOV-CONTATO
            END-EVALUATE.

       0370-DESFAZER-INCL-CONTATO.
            MOVE 'REVERSAO INCL CONTATO ' TO BCK-ACAO.
            DELETE CONTCLI
                 INVALID KEY
                    MOVE 'CONTATO NAO ENCONTRADO' TO BCK-SITUACAO
                    ADD 1 TO WRK-FALHAS
                 NOT INVALID KEY
                    MOVE 'CONTATO REMOVIDO'       TO BCK-SITUACAO
                    ADD 1 TO WRK-REVERTIDOS
            END-DELETE.
            PERFORM 0350-GRAVAR-LINHA.

       0380-DESFAZER-ALTER-CONTATO.
            MOVE WRK-JOR-ANTES (WRK-IND-JORNAL) TO REG-CONTCLI.
            MOVE 'REVERSAO ALTER CONTATO' TO BCK-ACAO.
            REWRITE REG-CONTCLI
                 INVALID KEY
                    MOVE 'CONTATO NAO ENCONTRADO' TO BCK-SITUACAO
                    ADD 1 TO WRK-FALHAS
                 NOT INVALID KEY
                    MOVE 'IMAGEM ANTERIOR RESTAURADA'
                         TO BCK-SITUACAO
                    ADD 1 TO WRK-REVERTIDOS
            END-REWRITE.
            PERFORM 0350-GRAVAR-LINHA.

       0390-DESFAZER-REMOV-CONTATO.
            MOVE 'REVERSAO REMOV CONTATO' TO BCK-ACAO.
            WRITE REG-CONTCLI
                 INVALID KEY
                    MOVE 'CONTATO JA EXISTE'      TO BCK-SITUACAO
                    ADD 1 TO WRK-FALHAS
                 NOT INVALID KEY
                    MOVE 'CONTATO RESTAURADO'     TO BCK-SITUACAO
                    ADD 1 TO WRK-REVERTIDOS
            END-WRITE.
            PERFORM 0350-GRAVAR-LINHA.

       0400-FINALIZAR.
            CLOSE CLIENTES.
            IF CONTATOS-DISPONIVEIS
               CLOSE CONTCLI
            END-IF.
            CLOSE JRNLCLI.
            CLOSE RELBACK.
            DISPLAY 'LANCAMENTOS LIDOS.... ' WRK-LIDOS.
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG5' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
