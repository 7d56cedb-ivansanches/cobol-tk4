               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT BKPCLI   ASSIGN TO UT-S-BKPCLI
               FILE STATUS IS WRK-FS-BKPCLI.
           SELECT CONTCLI  ASSIGN TO UT-S-CONTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-FS-CONTCLI.
           SELECT BKPCTT   ASSIGN TO UT-S-BKPCTT
               FILE STATUS IS WRK-FS-BKPCTT.
           SELECT BKPCTRL  ASSIGN TO UT-S-BKPCTRL
               FILE STATUS IS WRK-FS-BKPCTRL.
           SELECT PARMUNL  ASSIGN TO UT-S-PARMUNL
               FILE STATUS IS WRK-FS-PARMUNL.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA                            DIVISION.
            DATA   RECORD IS REG-BKPCLI.
       01   REG-BKPCLI      PIC X(100).

       FD   CONTCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS
            DATA   RECORD IS REG-CONTCLI.
           COPY CTTREG.

       FD   BKPCTT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-BKPCTT.
       01   REG-BKPCTT      PIC X(100).

       FD   BKPCTRL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 15 CHARACTERS
                88 PRM-RECARGA   VALUE 'R'.
                88 PRM-RECARGA-FORCADA VALUE 'F'.

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
       01  WRK-FS-BKPCLI    PIC X(02)  VALUE '00'.
       01  WRK-FS-BKPCTRL   PIC X(02)  VALUE '00'.
       01  WRK-FS-PARMUNL   PIC X(02)  VALUE '00'.
       01  WRK-FS-CONTCLI   PIC X(02)  VALUE '00'.
       01  WRK-FS-BKPCTT    PIC X(02)  VALUE '00'.

       01  WRK-FUNCAO       PIC X(01)  VALUE SPACE.
           88 FUNCAO-DESCARGA          VALUE 'U'.
       01  WRK-RECARREGADOS  PIC 9(05) VALUE 0.
       01  WRK-QTD-ESPERADA  PIC 9(05) VALUE 0.
       01  WRK-ERROS-CARGA   PIC 9(05) VALUE 0.
       01  WRK-CTT-DESCARREGADOS PIC 9(05) VALUE 0.
       01  WRK-CTT-RECARREGADOS  PIC 9(05) VALUE 0.

       01  WRK-DATA-SISTEMA.
           05 WRK-DATA-AAAA PIC 9(04).
           88 MANUT-POSTERIOR          VALUE 'S'.


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
               EVALUATE TRUE
                  WHEN FUNCAO-DESCARGA
                       PERFORM 0200-DESCARREGAR
                  WHEN FUNCAO-RECARGA
                       PERFORM 0300-RECARREGAR
                  WHEN FUNCAO-RECARGA-FORCADA
                       PERFORM 0300-RECARREGAR
                  WHEN OTHER
                       DISPLAY 'FUNCAO INVALIDA NO PARAMETRO - '
                               'INFORMAR U (DESCARGA), R (RECARGA) '
                               'OU F (RECARGA FORCADA)'
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
            END-IF.
            MOVE WRK-DESCARREGADOS TO WRK-CTL-LIDOS
            ADD  WRK-RECARREGADOS  TO WRK-CTL-LIDOS
            MOVE WRK-ERROS-CARGA   TO WRK-CTL-REJEIT
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
            MOVE WRK-DATA-PROC TO WRK-DATA-SISTEMA.
            STRING WRK-DATA-DD   '/'
                   WRK-DATA-MM   '/'
                   WRK-DATA-AAAA
               CLOSE BKPCLI
               PERFORM 0220-GRAVAR-CONTROLE
               PERFORM 0230-CONFERIR-DESCARGA
               PERFORM 0250-DESCARREGAR-CONTATOS
            END-IF.

       0210-COPIAR-REGISTRO.
                    ADD 1 TO WRK-CONFERIDOS
            END-READ.

       0250-DESCARREGAR-CONTATOS.
            OPEN INPUT CONTCLI.
            IF WRK-FS-CONTCLI NOT = '00'
               DISPLAY 'CADASTRO DE CONTATOS AUSENTE - STATUS '
                       WRK-FS-CONTCLI ' - CONTATOS NAO DESCARREGADOS'
            ELSE
               OPEN OUTPUT BKPCTT
               MOVE 'N' TO FS-FIM
               PERFORM 0255-COPIAR-CONTATO UNTIL FS-FIM = 'F'
               CLOSE CONTCLI
               CLOSE BKPCTT
               DISPLAY 'CONTATOS DESCARREGADOS. ' WRK-CTT-DESCARREGADOS
            END-IF.

       0255-COPIAR-CONTATO.
            READ CONTCLI
                 AT END
                    MOVE 'F' TO FS-FIM
                 NOT AT END
                    WRITE REG-BKPCTT FROM REG-CONTCLI
                    ADD 1 TO WRK-CTT-DESCARREGADOS
            END-READ.

       0300-RECARREGAR.
            PERFORM 0310-LER-CONTROLE.
            PERFORM 0350-VERIFICAR-MANUTENCOES.
                  CLOSE CLIENTES
                  CLOSE BKPCLI
                  PERFORM 0330-CONFERIR-RECARGA
                  PERFORM 0370-RECARREGAR-CONTATOS
               END-IF
            END-IF.

               MOVE 8 TO RETURN-CODE
            END-IF.

       0370-RECARREGAR-CONTATOS.
            OPEN INPUT BKPCTT.
            IF WRK-FS-BKPCTT NOT = '00'
               DISPLAY 'BACKUP DE CONTATOS AUSENTE - '
                       'CONTATOS NAO RECARREGADOS'
               CLOSE BKPCTT
            ELSE
               OPEN OUTPUT CONTCLI
               IF WRK-FS-CONTCLI NOT = '00'
                  DISPLAY 'ERRO AO ABRIR CONTCLI - STATUS '
                          WRK-FS-CONTCLI
                  CLOSE BKPCTT
                  MOVE 12 TO RETURN-CODE
               ELSE
                  MOVE 'N' TO FS-FIM
                  PERFORM 0375-CARREGAR-CONTATO UNTIL FS-FIM = 'F'
                  CLOSE CONTCLI
                  CLOSE BKPCTT
                  DISPLAY 'CONTATOS RECARREGADOS.. '
                          WRK-CTT-RECARREGADOS
               END-IF
            END-IF.

       0375-CARREGAR-CONTATO.
            READ BKPCTT
                 AT END
                    MOVE 'F' TO FS-FIM
                 NOT AT END
                    MOVE REG-BKPCTT TO REG-CONTCLI
                    WRITE REG-CONTCLI
                          INVALID KEY
                             DISPLAY 'CHAVE INVALIDA NA CARGA - '
                                     'CONTATO ' CTT-CHAVE
                             ADD 1 TO WRK-ERROS-CARGA
                             MOVE 8 TO RETURN-CODE
                          NOT INVALID KEY
                             ADD 1 TO WRK-CTT-RECARREGADOS
                    END-WRITE
            END-READ.

       0900-REGISTRAR-INICIO.
            MOVE 'I' TO WRK-CTL-EVENTO.
            MOVE 0   TO WRK-CTL-LIDOS.
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG7' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
