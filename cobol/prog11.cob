               ALTERNATE RECORD KEY IS REG-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-STAT.
           SELECT CONSCLI  ASSIGN TO UT-S-CONSAPR.
           SELECT JRNLCLI  ASSIGN TO UT-S-JRNLCLI.
           SELECT RELCONS  ASSIGN TO UT-S-RELCONS.
           SELECT XREFCLI  ASSIGN TO UT-S-XREFCLI.
           SELECT APLAPR   ASSIGN TO UT-S-APLAPR.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.

       FD   CONSCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 25 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONSCLI.
       01   REG-CONSCLI.
            05 CNS-CODIGO-SOBREV PIC 9(05).
            05 CNS-CODIGO-ABSORV PIC 9(05).
            05 CNS-NUMERO-APROV  PIC 9(07).
            05 CNS-APROVADOR     PIC X(08).

       FD   JRNLCLI
            LABEL RECORDS ARE STANDARD
            DATA   RECORD IS REG-RELCONS.
       01   REG-RELCONS     PIC X(132).

       FD   XREFCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 20 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-XREFCLI.
           COPY XREFREG.

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
       01  WRK-APLICADOS     PIC 9(05) VALUE 0.
       01  WRK-IGNORADOS     PIC 9(05) VALUE 0.
       01  WRK-FALHAS        PIC 9(05) VALUE 0.
       01  WRK-REFERENCIAS   PIC 9(05) VALUE 0.
       01  WRK-SEM-APROVACAO PIC 9(05) VALUE 0.
       01  WRK-EXECUTADOS    PIC 9(05) VALUE 0.
       01  WRK-APL-RESULTADO PIC X(01) VALUE SPACE.

       01  WRK-DATA-SISTEMA.
           05 WRK-DATA-AAAA PIC 9(04).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 FILLER          PIC X(09) VALUE 'ABSORVIDO'.
           05 FILLER          PIC X(02) VALUE SPACE.
           05 FILLER          PIC X(37) VALUE 'SITUACAO'.
           05 FILLER          PIC X(10) VALUE 'APROVACAO'.
           05 FILLER          PIC X(09) VALUE 'APROVADOR'.

       01  LIN-PAR.
           05 FILLER          PIC X(04) VALUE SPACE.
           05 PAR-ABSORV       PIC 9(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 PAR-SITUACAO     PIC X(35).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 PAR-APROVACAO    PIC X(07).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 PAR-APROVADOR    PIC X(08).

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
               PERFORM 0200-PROCESSAR UNTIL FS-CONSCLI = 'F'
               PERFORM 0300-FINALIZAR
            END-IF.
            MOVE WRK-LIDOS      TO WRK-CTL-LIDOS
            MOVE WRK-FALHAS     TO WRK-CTL-REJEIT
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
            OPEN INPUT CONSCLI.
            OPEN OUTPUT RELCONS.
            OPEN EXTEND JRNLCLI.
            OPEN EXTEND XREFCLI.
            OPEN EXTEND APLAPR.
            MOVE WRK-DATA-PROC TO WRK-DATA-SISTEMA.
            STRING WRK-DATA-DD   '/'
                   WRK-DATA-MM   '/'
                   WRK-DATA-AAAA
            ADD 1 TO WRK-LIDOS
            MOVE CNS-CODIGO-SOBREV TO PAR-SOBREV
            MOVE CNS-CODIGO-ABSORV TO PAR-ABSORV
            MOVE CNS-NUMERO-APROV  TO PAR-APROVACAO
            MOVE CNS-APROVADOR     TO PAR-APROVADOR
            EVALUATE TRUE
               WHEN CNS-NUMERO-APROV NOT NUMERIC
                    OR CNS-NUMERO-APROV = 0
                    OR CNS-APROVADOR = SPACE
                    MOVE 'PAR SEM APROVACAO' TO PAR-SITUACAO
                    ADD 1 TO WRK-SEM-APROVACAO
                    ADD 1 TO WRK-FALHAS
                    PERFORM 0270-GRAVAR-LINHA
               WHEN CNS-CODIGO-SOBREV NOT NUMERIC
                    OR CNS-CODIGO-ABSORV NOT NUMERIC
                    OR CNS-CODIGO-SOBREV = 0
                    OR CNS-CODIGO-ABSORV = 0
                    MOVE 'PAR COM CODIGO INVALIDO' TO PAR-SITUACAO
                    ADD 1 TO WRK-FALHAS
                    PERFORM 0270-GRAVAR-LINHA
               WHEN CNS-CODIGO-SOBREV = CNS-CODIGO-ABSORV
                    MOVE 'CODIGOS IGUAIS - PAR IGNORADO'
                      TO PAR-SITUACAO
                    ADD 1 TO WRK-IGNORADOS
                    PERFORM 0270-GRAVAR-LINHA
                    MOVE 'N' TO WRK-APL-RESULTADO
                    PERFORM 0280-REGISTRAR-EXECUCAO
               WHEN OTHER
                    PERFORM 0210-LOCALIZAR-ABSORVIDO
            END-EVALUATE.
            READ CONSCLI AT END
                         MOVE 'F' TO FS-CONSCLI.

                    MOVE 'ABSORVIDO NAO ENCONTRADO' TO PAR-SITUACAO
                    ADD 1 TO WRK-IGNORADOS
                    PERFORM 0270-GRAVAR-LINHA
                    MOVE 'N' TO WRK-APL-RESULTADO
                    PERFORM 0280-REGISTRAR-EXECUCAO
                 NOT INVALID KEY
                    MOVE REG-CLIENTES TO WRK-REG-ABSORV
                    MOVE REG-CLIENTES TO WRK-IMAGEM-ABSORV
                    MOVE SPACE             TO WRK-IMAGEM-DEPOIS
                    MOVE 'E'               TO WRK-JRN-TIPO
                    PERFORM 0260-GRAVAR-JORNAL
                    PERFORM 0250-GRAVAR-REFERENCIA
                    MOVE 'CONSOLIDADO COM SUCESSO' TO PAR-SITUACAO
                    ADD 1 TO WRK-APLICADOS
                    MOVE 'E' TO WRK-APL-RESULTADO
                    PERFORM 0280-REGISTRAR-EXECUCAO
            END-DELETE.
            PERFORM 0270-GRAVAR-LINHA.

       0250-GRAVAR-REFERENCIA.
            MOVE CNS-CODIGO-ABSORV TO XRF-CODIGO-ABSORV.
            MOVE CNS-CODIGO-SOBREV TO XRF-CODIGO-SOBREV.
            MOVE WRK-DATA-AMD      TO XRF-DATA-CONSOL.
            WRITE REG-XREFCLI.
            ADD 1 TO WRK-REFERENCIAS.

       0260-GRAVAR-JORNAL.
            MOVE WRK-DATA-JORNAL   TO JRN-DATA.
            MOVE WRK-HORA-JORNAL   TO JRN-HORA.
            WRITE REG-RELCONS FROM LIN-PAR
                  AFTER ADVANCING 1 LINE.

       0280-REGISTRAR-EXECUCAO.
            MOVE SPACE             TO REG-APLAPR.
            MOVE CNS-NUMERO-APROV  TO APL-NUMERO-APROV.
            MOVE 'C'               TO APL-TIPO.
            MOVE CNS-CODIGO-ABSORV TO APL-CODIGO.
            MOVE WRK-APL-RESULTADO TO APL-RESULTADO.
            MOVE WRK-DATA-PROC-AMD TO APL-DATA-PROC.
            MOVE 'PROG11'          TO APL-PROGRAMA.
            WRITE REG-APLAPR.
            ADD 1 TO WRK-EXECUTADOS.

       0300-FINALIZAR.
            MOVE 'PARES APLICADOS........' TO TOT-LEGENDA.
            MOVE WRK-APLICADOS             TO TOT-VALOR.
            CLOSE CONSCLI.
            CLOSE RELCONS.
            CLOSE JRNLCLI.
            CLOSE XREFCLI.
            CLOSE APLAPR.
            DISPLAY 'PARES LIDOS.......... ' WRK-LIDOS.
            DISPLAY 'PARES APLICADOS...... ' WRK-APLICADOS.
            DISPLAY 'PARES IGNORADOS...... ' WRK-IGNORADOS.
            DISPLAY 'PARES COM FALHA...... ' WRK-FALHAS.
            DISPLAY 'REFERENCIAS GRAVADAS. ' WRK-REFERENCIAS.
            DISPLAY 'PARES SEM APROVACAO.. ' WRK-SEM-APROVACAO.
            DISPLAY 'EXECUCOES REGISTRADAS ' WRK-EXECUTADOS.
            DISPLAY 'CHAVE PARA BACKOUT... '
                    WRK-DATA-JORNAL ' ' WRK-HORA-JORNAL.
            IF WRK-FALHAS > 0
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG11' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
