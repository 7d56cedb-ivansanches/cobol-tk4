               ALTERNATE RECORD KEY IS REG-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-STAT.
           SELECT CONTCLI  ASSIGN TO UT-S-CONTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-FS-CONTCLI.
           SELECT JRNLCLI  ASSIGN TO UT-S-JRNLCLI.
           SELECT BKPCTRL  ASSIGN TO UT-S-BKPCTRL
               FILE STATUS IS WRK-FS-BKPCTRL.
           SELECT PARMRFW  ASSIGN TO UT-S-PARMRFW
               FILE STATUS IS WRK-FS-PARMRFW.
           SELECT RELRFW   ASSIGN TO UT-S-RELRFW.
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
            DATA   RECORD IS REG-RELRFW.
       01   REG-RELRFW      PIC X(132).

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
       01  FS-CLIENTES-STAT  PIC X(02) VALUE '00'.
       01  WRK-FS-BKPCTRL    PIC X(02) VALUE '00'.
       01  WRK-FS-PARMRFW    PIC X(02) VALUE '00'.
       01  WRK-FS-CONTCLI    PIC X(02) VALUE '00'.
       01  WRK-CONTCLI-ABERTO PIC X(01) VALUE 'N'.
           88 CONTATOS-DISPONIVEIS     VALUE 'S'.
       01  WRK-LIBERADO      PIC X(01) VALUE 'S'.
           88 EXECUCAO-LIBERADA        VALUE 'S'.

           05 TOT-LEGENDA      PIC X(25).
           05 TOT-VALOR        PIC ZZZZ9.

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
               PERFORM 0050-LER-CONTROLE-BACKUP
               PERFORM 0060-LER-PARAMETRO
               IF EXECUCAO-LIBERADA
                  PERFORM 0100-INICIAR
                  PERFORM 0200-PROCESSAR UNTIL FS-JRNLCLI = 'F'
                  PERFORM 0300-FINALIZAR
               END-IF
            END-IF.
            MOVE WRK-LIDOS     TO WRK-CTL-LIDOS
            MOVE WRK-CONFLITOS TO WRK-CTL-REJEIT
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

       0050-LER-CONTROLE-BACKUP.
            OPEN INPUT BKPCTRL.
            IF WRK-FS-BKPCTRL = '00'
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

       0110-CONVERTER-DATAS.
                    PERFORM 0240-REAPLICAR-ALTERACAO
               WHEN 'E'
                    PERFORM 0250-REAPLICAR-EXCLUSAO
               WHEN 'C'
               WHEN 'M'
               WHEN 'R'
                    PERFORM 0270-REAPLICAR-CONTATO
               WHEN OTHER
                    MOVE ZERO TO LAN-CODIGO
                    MOVE 'TIPO DE JORNAL INVALIDO' TO LAN-SITUACAO
            WRITE REG-RELRFW FROM LIN-LANCAMENTO
                  AFTER ADVANCING 1 LINE.

       0270-REAPLICAR-CONTATO.
            MOVE JRN-CODIGO TO LAN-CODIGO.
            IF JRN-TIPO = 'R'
               MOVE JRN-ANTES  TO REG-CONTCLI
            ELSE
               MOVE JRN-DEPOIS TO REG-CONTCLI
            END-IF.
            EVALUATE TRUE
               WHEN NOT CONTATOS-DISPONIVEIS
                    MOVE 'CONTATOS INDISPONIVEIS' TO LAN-SITUACAO
                    ADD 1 TO WRK-CONFLITOS
               WHEN JRN-TIPO = 'C'
                    WRITE REG-CONTCLI
                         INVALID KEY
                            MOVE 'CONTATO JA EXISTE'     TO LAN-SITUACAO
                            ADD 1 TO WRK-CONFLITOS
                         NOT INVALID KEY
                            MOVE 'INCL CONTATO REAPLICADA'
                                 TO LAN-SITUACAO
                            ADD 1 TO WRK-APLICADOS
                    END-WRITE
               WHEN JRN-TIPO = 'M'
                    REWRITE REG-CONTCLI
                         INVALID KEY
                            MOVE 'CONTATO NAO ENCONTRADO'
                                 TO LAN-SITUACAO
                            ADD 1 TO WRK-CONFLITOS
                         NOT INVALID KEY
                            MOVE 'ALTER CONTATO REAPLICADA'
                                 TO LAN-SITUACAO
                            ADD 1 TO WRK-APLICADOS
                    END-REWRITE
               WHEN OTHER
                    DELETE CONTCLI
                         INVALID KEY
                            MOVE 'CONTATO NAO ENCONTRADO'
                                 TO LAN-SITUACAO
                            ADD 1 TO WRK-CONFLITOS
                         NOT INVALID KEY
                            MOVE 'REMOV CONTATO REAPLICADA'
                                 TO LAN-SITUACAO
                            ADD 1 TO WRK-APLICADOS
                    END-DELETE
            END-EVALUATE.
            PERFORM 0260-GRAVAR-LINHA.

       0300-FINALIZAR.
            MOVE 'LANCAMENTOS LIDOS......' TO TOT-LEGENDA.
            MOVE WRK-LIDOS                 TO TOT-VALOR.
            WRITE REG-RELRFW FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            CLOSE CLIENTES.
            IF CONTATOS-DISPONIVEIS
               CLOSE CONTCLI
            END-IF.
            CLOSE JRNLCLI.
            CLOSE RELRFW.
            DISPLAY 'LANCAMENTOS LIDOS.... ' WRK-LIDOS.
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG16' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
