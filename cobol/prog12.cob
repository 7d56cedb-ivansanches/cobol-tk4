               ALTERNATE RECORD KEY IS REG-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-STAT.
           SELECT ESQCLI   ASSIGN TO UT-S-ESQAPR.
           SELECT JRNLCLI  ASSIGN TO UT-S-JRNLCLI.
           SELECT RELLGPD  ASSIGN TO UT-S-RELLGPD.
           SELECT APLAPR   ASSIGN TO UT-S-APLAPR.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.

       FD   ESQCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ESQCLI.
       01   REG-ESQCLI.
            05 ESQ-DATA-PEDIDO PIC 9(08).
            05 ESQ-CODIGO      PIC 9(05).
            05 ESQ-NUMERO-APROV PIC 9(07).
            05 ESQ-APROVADOR   PIC X(08).

       FD   JRNLCLI
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RELLGPD.
       01   REG-RELLGPD     PIC X(132).

       FD   APLAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 40 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-APLAPR.
           COPY APLREG.

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
       01  WRK-JA-ANONIMOS   PIC 9(05) VALUE 0.
       01  WRK-NAO-ACHADOS   PIC 9(05) VALUE 0.
       01  WRK-INVALIDOS     PIC 9(05) VALUE 0.
       01  WRK-SEM-APROVACAO PIC 9(05) VALUE 0.
       01  WRK-EXECUTADOS    PIC 9(05) VALUE 0.
       01  WRK-APL-RESULTADO PIC X(01) VALUE SPACE.

       01  WRK-DATA-SISTEMA.
           05 WRK-DATA-AAAA PIC 9(04).
           05 FILLER          PIC X(12) VALUE 'DATA PEDIDO'.
           05 FILLER          PIC X(02) VALUE SPACE.
           05 FILLER          PIC X(08) VALUE 'CODIGO'.
           05 FILLER          PIC X(37) VALUE 'SITUACAO'.
           05 FILLER          PIC X(10) VALUE 'APROVACAO'.
           05 FILLER          PIC X(09) VALUE 'APROVADOR'.

       01  LIN-PEDIDO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PED-CODIGO       PIC 9(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 PED-SITUACAO     PIC X(35).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 PED-APROVACAO    PIC X(07).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 PED-APROVADOR    PIC X(08).

       01  LIN-TOTAL.
           05 FILLER          PIC X(01) VALUE SPACE.
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
               PERFORM 0100-INICIAR
               PERFORM 0200-PROCESSAR UNTIL FS-ESQCLI = 'F'
               PERFORM 0300-FINALIZAR
            END-IF.
            MOVE WRK-LIDOS      TO WRK-CTL-LIDOS
            MOVE WRK-INVALIDOS  TO WRK-CTL-REJEIT
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
            OPEN I-O CLIENTES.
            IF FS-CLIENTES-STAT NOT = '00'
            OPEN INPUT ESQCLI.
            OPEN OUTPUT RELLGPD.
            OPEN EXTEND JRNLCLI.
            OPEN EXTEND APLAPR.
            MOVE WRK-DATA-PROC TO WRK-DATA-SISTEMA.
            STRING WRK-DATA-DD   '/'
                   WRK-DATA-MM   '/'
                   WRK-DATA-AAAA
            ADD 1 TO WRK-LIDOS
            MOVE ESQ-DATA-PEDIDO TO PED-DATA
            MOVE ESQ-CODIGO      TO PED-CODIGO
            MOVE ESQ-NUMERO-APROV TO PED-APROVACAO
            MOVE ESQ-APROVADOR   TO PED-APROVADOR
            EVALUATE TRUE
               WHEN ESQ-NUMERO-APROV NOT NUMERIC
                    OR ESQ-NUMERO-APROV = 0
                    OR ESQ-APROVADOR = SPACE
                    MOVE 'PEDIDO SEM APROVACAO' TO PED-SITUACAO
                    ADD 1 TO WRK-SEM-APROVACAO
                    ADD 1 TO WRK-INVALIDOS
                    PERFORM 0250-GRAVAR-LINHA
               WHEN ESQ-CODIGO NOT NUMERIC OR ESQ-CODIGO = 0
                    MOVE 'PEDIDO COM CODIGO INVALIDO' TO PED-SITUACAO
                    ADD 1 TO WRK-INVALIDOS
                    PERFORM 0250-GRAVAR-LINHA
               WHEN OTHER
                    PERFORM 0210-LOCALIZAR-CLIENTE
            END-EVALUATE.
            READ ESQCLI AT END
                        MOVE 'F' TO FS-ESQCLI.

                    MOVE 'CODIGO NAO ENCONTRADO' TO PED-SITUACAO
                    ADD 1 TO WRK-NAO-ACHADOS
                    PERFORM 0250-GRAVAR-LINHA
                    MOVE 'N' TO WRK-APL-RESULTADO
                    PERFORM 0260-REGISTRAR-EXECUCAO
                 NOT INVALID KEY
                    PERFORM 0220-ANONIMIZAR
            END-READ.
               MOVE 'JA ANONIMIZADO' TO PED-SITUACAO
               ADD 1 TO WRK-JA-ANONIMOS
               PERFORM 0250-GRAVAR-LINHA
               MOVE 'N' TO WRK-APL-RESULTADO
               PERFORM 0260-REGISTRAR-EXECUCAO
            ELSE
               MOVE REG-CLIENTES TO WRK-IMAGEM-ANTES
               MOVE SPACE        TO REG-NOME
                       PERFORM 0240-GRAVAR-JORNAL
                       MOVE 'ANONIMIZADO COM SUCESSO' TO PED-SITUACAO
                       ADD 1 TO WRK-ANONIMIZADOS
                       MOVE 'E' TO WRK-APL-RESULTADO
                       PERFORM 0260-REGISTRAR-EXECUCAO
               END-REWRITE
               PERFORM 0250-GRAVAR-LINHA
            END-IF.
            WRITE REG-RELLGPD FROM LIN-PEDIDO
                  AFTER ADVANCING 1 LINE.

       0260-REGISTRAR-EXECUCAO.
            MOVE SPACE             TO REG-APLAPR.
            MOVE ESQ-NUMERO-APROV  TO APL-NUMERO-APROV.
            MOVE 'L'               TO APL-TIPO.
            MOVE ESQ-CODIGO        TO APL-CODIGO.
            MOVE WRK-APL-RESULTADO TO APL-RESULTADO.
            MOVE WRK-DATA-PROC-AMD TO APL-DATA-PROC.
            MOVE 'PROG12'          TO APL-PROGRAMA.
            WRITE REG-APLAPR.
            ADD 1 TO WRK-EXECUTADOS.

       0300-FINALIZAR.
            MOVE 'PEDIDOS ATENDIDOS......' TO TOT-LEGENDA.
            MOVE WRK-ANONIMIZADOS          TO TOT-VALOR.
            CLOSE ESQCLI.
            CLOSE RELLGPD.
            CLOSE JRNLCLI.
            CLOSE APLAPR.
            DISPLAY 'PEDIDOS LIDOS........ ' WRK-LIDOS.
            DISPLAY 'PEDIDOS ATENDIDOS.... ' WRK-ANONIMIZADOS.
            DISPLAY 'JA ANONIMIZADOS...... ' WRK-JA-ANONIMOS.
            DISPLAY 'CODIGOS NAO ACHADOS.. ' WRK-NAO-ACHADOS.
            DISPLAY 'PEDIDOS INVALIDOS.... ' WRK-INVALIDOS.
            DISPLAY 'SEM APROVACAO........ ' WRK-SEM-APROVACAO.
            DISPLAY 'EXECUCOES REGISTRADAS ' WRK-EXECUTADOS.
            DISPLAY 'CHAVE PARA BACKOUT... '
                    WRK-DATA-JORNAL ' ' WRK-HORA-JORNAL.
            IF WRK-NAO-ACHADOS > 0 OR WRK-INVALIDOS > 0
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG12' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
