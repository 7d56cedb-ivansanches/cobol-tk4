       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG20.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-S-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CODIGO
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT XREFCLI  ASSIGN TO UT-S-XREFCLI
               FILE STATUS IS WRK-FS-XREFCLI.
           SELECT XREFNEW  ASSIGN TO UT-S-XREFNEW.
           SELECT RELXREF  ASSIGN TO UT-S-RELXREF.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   CLIENTES
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS
            DATA   RECORD IS REG-CLIENTES.
           COPY CLIREG.

       FD   XREFCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 20 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-XREFCLI.
           COPY XREFREG.

       FD   XREFNEW
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 20 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-XREFNEW.
           COPY XREFREG REPLACING ==REG-XREFCLI== BY ==REG-XREFNEW==
                                  ==XRF-CODIGO-ABSORV==
                                  BY ==XRN-CODIGO-ABSORV==
                                  ==XRF-CODIGO-SOBREV==
                                  BY ==XRN-CODIGO-SOBREV==
                                  ==XRF-DATA-CONSOL==
                                  BY ==XRN-DATA-CONSOL==.

       FD   RELXREF
            LABEL RECORDS ARE OMITTED
            RECORD CONTAINS 132 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RELXREF.
       01   REG-RELXREF     PIC X(132).

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
       01  FS-XREFCLI        PIC X VALUE 'N'.
       01  WRK-FS-XREFCLI    PIC X(02) VALUE '00'.
       01  WRK-FS-CLIENTES   PIC X(02) VALUE '00'.
       01  WRK-LIBERADO      PIC X(01) VALUE 'S'.
           88 EXECUCAO-LIBERADA        VALUE 'S'.

       01  WRK-LIDOS         PIC 9(05) VALUE 0.
       01  WRK-DIRETAS       PIC 9(05) VALUE 0.
       01  WRK-ENCADEADAS    PIC 9(05) VALUE 0.
       01  WRK-SUBSTITUIDAS  PIC 9(05) VALUE 0.
       01  WRK-REATIVADAS    PIC 9(05) VALUE 0.
       01  WRK-CICLOS        PIC 9(05) VALUE 0.
       01  WRK-SEM-SOBREV    PIC 9(05) VALUE 0.
       01  WRK-GRAVADOS      PIC 9(05) VALUE 0.

       01  WRK-DATA-SISTEMA.
           05 WRK-DATA-AAAA PIC 9(04).
           05 WRK-DATA-MM   PIC 9(02).
           05 WRK-DATA-DD   PIC 9(02).
       01  WRK-DATA-RELATORIO PIC X(10) VALUE SPACE.

       01  WRK-MAX-XREF      PIC 9(05) VALUE 05000.
       01  WRK-QTD-XREF      PIC 9(05) VALUE 0.
       01  WRK-IND-XREF      PIC 9(05) VALUE 0.
       01  WRK-IND-BUSCA     PIC 9(05) VALUE 0.
       01  WRK-POS-XREF      PIC 9(05) VALUE 0.
       01  WRK-XREF-CHEIO    PIC X(01) VALUE 'N'.
           88 TABELA-XREF-CHEIA        VALUE 'S'.
       01  WRK-TAB-XREF.
           05 WRK-ENT-XREF OCCURS 5000 TIMES.
              10 WRK-XRF-ABSORV PIC 9(05).
              10 WRK-XRF-SOBREV PIC 9(05).
              10 WRK-XRF-DATA   PIC 9(08).
              10 WRK-XRF-VALIDA PIC X(01).
                 88 ENTRADA-VALIDA      VALUE 'S'.
                 88 ENTRADA-SUBSTITUIDA VALUE 'D'.
                 88 ENTRADA-REATIVADA   VALUE 'R'.

       01  WRK-XRF-CODIGO    PIC 9(05) VALUE 0.
       01  WRK-XRF-SALTOS    PIC 9(02) VALUE 0.
       01  WRK-MAX-SALTOS    PIC 9(02) VALUE 20.
       01  WRK-XRF-ACHOU     PIC X(01) VALUE 'N'.
           88 ABSORVIDO-NA-TABELA      VALUE 'S'.
       01  WRK-CADEIA        PIC X(50) VALUE SPACE.
       01  WRK-PTR-CADEIA    PIC 9(03) VALUE 0.

       01  LIN-TITULO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(50) VALUE
              'CADEIAS DE CONSOLIDACAO DE CLIENTES'.
           05 FILLER          PIC X(08) VALUE 'DATA: '.
           05 TIT-DATA         PIC X(10).

       01  LIN-CABECALHO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(08) VALUE 'ABSORV.'.
           05 FILLER          PIC X(08) VALUE 'DIRETO'.
           05 FILLER          PIC X(08) VALUE 'FINAL'.
           05 FILLER          PIC X(05) VALUE 'SALT'.
           05 FILLER          PIC X(52) VALUE 'CADEIA'.
           05 FILLER          PIC X(35) VALUE 'SITUACAO'.

       01  LIN-CADEIA.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 CAD-ABSORV       PIC 9(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 CAD-SOBREV       PIC 9(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 CAD-FINAL        PIC 9(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 CAD-SALTOS       PIC Z9.
           05 FILLER          PIC X(03) VALUE SPACE.
           05 CAD-CADEIA       PIC X(50).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 CAD-SITUACAO     PIC X(35).

       01  LIN-TOTAL.
           05 FILLER          PIC X(01) VALUE SPACE.
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
           05 WRK-CTL-DD    PIC 9(02).
       01  WRK-CTL-HORA-SIS.
           05 WRK-CTL-HH    PIC 9(02).
           05 WRK-CTL-MI    PIC 9(02).
           05 WRK-CTL-SS    PIC 9(02).
           05 WRK-CTL-CENT  PIC 9(02).
       01  WRK-CTL-DATA     PIC X(10) VALUE SPACE.
       01  WRK-CTL-HORA     PIC X(08) VALUE SPACE.
       01  WRK-CTL-EVENTO   PIC X(01) VALUE SPACE.
       01  WRK-CTL-LIDOS    PIC 9(05) VALUE 0.
       01  WRK-CTL-REJEIT   PIC 9(05) VALUE 0.
       01  WRK-RC-SAIDA     PIC 9(02) VALUE 0.

       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0040-LER-DATA-PROCESSAMENTO.
            PERFORM 0900-REGISTRAR-INICIO.
            IF DATA-PROC-ABERTA
               PERFORM 0100-INICIAR
               IF EXECUCAO-LIBERADA
                  PERFORM 0200-PROCESSAR
                     VARYING WRK-IND-XREF FROM 1 BY 1
                     UNTIL WRK-IND-XREF > WRK-QTD-XREF
                  PERFORM 0300-FINALIZAR
               END-IF
            END-IF.
            MOVE WRK-LIDOS  TO WRK-CTL-LIDOS
            MOVE WRK-CICLOS TO WRK-CTL-REJEIT
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
            OPEN INPUT XREFCLI.
            IF WRK-FS-XREFCLI NOT = '00'
               DISPLAY 'REFERENCIA DE CONSOLIDACOES AUSENTE - '
                       'NADA A PROCESSAR'
               CLOSE XREFCLI
               MOVE 'N' TO WRK-LIBERADO
               MOVE 8   TO RETURN-CODE
            ELSE
               PERFORM 0110-CARREGAR-REFERENCIA
                  UNTIL FS-XREFCLI = 'F'
               CLOSE XREFCLI
               IF TABELA-XREF-CHEIA
                  DISPLAY 'TABELA DE CONSOLIDACOES CHEIA - '
                          'COMPACTACAO CANCELADA'
                  MOVE 'N' TO WRK-LIBERADO
                  MOVE 12  TO RETURN-CODE
               END-IF
            END-IF.
            IF EXECUCAO-LIBERADA
               OPEN INPUT CLIENTES
               IF WRK-FS-CLIENTES NOT = '00'
                  DISPLAY 'ERRO AO ABRIR CLIENTES - STATUS '
                          WRK-FS-CLIENTES
                  MOVE 'N' TO WRK-LIBERADO
                  MOVE 12  TO RETURN-CODE
               END-IF
            END-IF.
            IF EXECUCAO-LIBERADA
               PERFORM 0120-MARCAR-ENTRADA
                  VARYING WRK-IND-XREF FROM 1 BY 1
                  UNTIL WRK-IND-XREF > WRK-QTD-XREF
               OPEN OUTPUT XREFNEW
               OPEN OUTPUT RELXREF
               MOVE WRK-DATA-PROC TO WRK-DATA-SISTEMA
               STRING WRK-DATA-DD   '/'
                      WRK-DATA-MM   '/'
                      WRK-DATA-AAAA
                      DELIMITED BY SIZE INTO WRK-DATA-RELATORIO
               MOVE WRK-DATA-RELATORIO TO TIT-DATA
               WRITE REG-RELXREF FROM LIN-TITULO
               WRITE REG-RELXREF FROM LIN-CABECALHO
                     AFTER ADVANCING 2 LINES
            END-IF.

       0110-CARREGAR-REFERENCIA.
            READ XREFCLI
                 AT END
                    MOVE 'F' TO FS-XREFCLI
                 NOT AT END
                    ADD 1 TO WRK-LIDOS
                    IF WRK-QTD-XREF >= WRK-MAX-XREF
                       SET TABELA-XREF-CHEIA TO TRUE
                    ELSE
                       ADD 1 TO WRK-QTD-XREF
                       MOVE XRF-CODIGO-ABSORV
                            TO WRK-XRF-ABSORV (WRK-QTD-XREF)
                       MOVE XRF-CODIGO-SOBREV
                            TO WRK-XRF-SOBREV (WRK-QTD-XREF)
                       MOVE XRF-DATA-CONSOL
                            TO WRK-XRF-DATA   (WRK-QTD-XREF)
                       MOVE 'S'
                            TO WRK-XRF-VALIDA (WRK-QTD-XREF)
                    END-IF
            END-READ.

       0120-MARCAR-ENTRADA.
            PERFORM 0125-PROCURAR-POSTERIOR
               VARYING WRK-IND-BUSCA FROM WRK-IND-XREF BY 1
               UNTIL WRK-IND-BUSCA >= WRK-QTD-XREF
                  OR ENTRADA-SUBSTITUIDA (WRK-IND-XREF).
            IF ENTRADA-VALIDA (WRK-IND-XREF)
               MOVE WRK-XRF-ABSORV (WRK-IND-XREF) TO REG-CODIGO
               READ CLIENTES
                    NOT INVALID KEY
                       MOVE 'R' TO WRK-XRF-VALIDA (WRK-IND-XREF)
               END-READ
            END-IF.

       0125-PROCURAR-POSTERIOR.
            IF WRK-XRF-ABSORV (WRK-IND-BUSCA + 1)
               = WRK-XRF-ABSORV (WRK-IND-XREF)
               MOVE 'D' TO WRK-XRF-VALIDA (WRK-IND-XREF)
            END-IF.

       0200-PROCESSAR.
            MOVE WRK-XRF-ABSORV (WRK-IND-XREF) TO CAD-ABSORV.
            MOVE WRK-XRF-SOBREV (WRK-IND-XREF) TO CAD-SOBREV.
            MOVE SPACE TO CAD-CADEIA.
            EVALUATE TRUE
               WHEN ENTRADA-SUBSTITUIDA (WRK-IND-XREF)
                    MOVE 0 TO CAD-FINAL
                    MOVE 0 TO CAD-SALTOS
                    MOVE 'SUBSTITUIDA POR CONSOLIDACAO POSTERIOR'
                         TO CAD-SITUACAO
                    ADD 1 TO WRK-SUBSTITUIDAS
               WHEN ENTRADA-REATIVADA (WRK-IND-XREF)
                    MOVE 0 TO CAD-FINAL
                    MOVE 0 TO CAD-SALTOS
                    MOVE 'ABSORVIDO VOLTOU AO CADASTRO'
                         TO CAD-SITUACAO
                    ADD 1 TO WRK-REATIVADAS
               WHEN OTHER
                    PERFORM 0210-RESOLVER-CADEIA
            END-EVALUATE.
            WRITE REG-RELXREF FROM LIN-CADEIA
                  AFTER ADVANCING 1 LINE.

       0210-RESOLVER-CADEIA.
            MOVE WRK-XRF-ABSORV (WRK-IND-XREF) TO WRK-XRF-CODIGO.
            MOVE SPACE TO WRK-CADEIA.
            MOVE 1     TO WRK-PTR-CADEIA.
            STRING WRK-XRF-CODIGO DELIMITED BY SIZE
                   INTO WRK-CADEIA WITH POINTER WRK-PTR-CADEIA.
            MOVE 0   TO WRK-XRF-SALTOS.
            MOVE 'S' TO WRK-XRF-ACHOU.
            PERFORM 0220-SEGUIR-CONSOLIDACAO
               UNTIL NOT ABSORVIDO-NA-TABELA
                  OR WRK-XRF-SALTOS > WRK-MAX-SALTOS.
            MOVE WRK-CADEIA     TO CAD-CADEIA.
            MOVE WRK-XRF-CODIGO TO CAD-FINAL.
            MOVE WRK-XRF-SALTOS TO CAD-SALTOS.
            IF WRK-XRF-SALTOS > WRK-MAX-SALTOS
               MOVE 0 TO CAD-FINAL
               MOVE 'CICLO DE CONSOLIDACAO - VERIFICAR'
                    TO CAD-SITUACAO
               ADD 1 TO WRK-CICLOS
               MOVE WRK-XRF-SOBREV (WRK-IND-XREF) TO WRK-XRF-CODIGO
            ELSE
               IF WRK-XRF-SALTOS > 1
                  MOVE 'CADEIA APONTADA AO SOBREVIVENTE FINAL'
                       TO CAD-SITUACAO
                  ADD 1 TO WRK-ENCADEADAS
               ELSE
                  MOVE 'DIRETA' TO CAD-SITUACAO
                  ADD 1 TO WRK-DIRETAS
               END-IF
               MOVE WRK-XRF-CODIGO TO REG-CODIGO
               READ CLIENTES
                    INVALID KEY
                       MOVE 'SOBREVIVENTE FINAL AUSENTE DO CADASTRO'
                            TO CAD-SITUACAO
                       ADD 1 TO WRK-SEM-SOBREV
               END-READ
            END-IF.
            MOVE WRK-XRF-ABSORV (WRK-IND-XREF) TO XRN-CODIGO-ABSORV.
            MOVE WRK-XRF-CODIGO                TO XRN-CODIGO-SOBREV.
            MOVE WRK-XRF-DATA   (WRK-IND-XREF) TO XRN-DATA-CONSOL.
            WRITE REG-XREFNEW.
            ADD 1 TO WRK-GRAVADOS.

       0220-SEGUIR-CONSOLIDACAO.
            MOVE 'N' TO WRK-XRF-ACHOU.
            MOVE 0   TO WRK-POS-XREF.
            PERFORM 0225-PROCURAR-ABSORVIDO
               VARYING WRK-IND-BUSCA FROM 1 BY 1
               UNTIL WRK-IND-BUSCA > WRK-QTD-XREF.
            IF ABSORVIDO-NA-TABELA
               MOVE WRK-XRF-SOBREV (WRK-POS-XREF) TO WRK-XRF-CODIGO
               ADD 1 TO WRK-XRF-SALTOS
               STRING ' > '          DELIMITED BY SIZE
                      WRK-XRF-CODIGO DELIMITED BY SIZE
                      INTO WRK-CADEIA WITH POINTER WRK-PTR-CADEIA
               END-STRING
            END-IF.

       0225-PROCURAR-ABSORVIDO.
            IF ENTRADA-VALIDA (WRK-IND-BUSCA)
               AND WRK-XRF-ABSORV (WRK-IND-BUSCA) = WRK-XRF-CODIGO
               SET ABSORVIDO-NA-TABELA TO TRUE
               MOVE WRK-IND-BUSCA TO WRK-POS-XREF
            END-IF.

       0300-FINALIZAR.
            MOVE 'REFERENCIAS LIDAS......' TO TOT-LEGENDA.
            MOVE WRK-LIDOS                 TO TOT-VALOR.
            WRITE REG-RELXREF FROM LIN-TOTAL
                  AFTER ADVANCING 2 LINES.
            MOVE 'CONSOLIDACOES DIRETAS..' TO TOT-LEGENDA.
            MOVE WRK-DIRETAS               TO TOT-VALOR.
            WRITE REG-RELXREF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'CADEIAS REAPONTADAS....' TO TOT-LEGENDA.
            MOVE WRK-ENCADEADAS            TO TOT-VALOR.
            WRITE REG-RELXREF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'SUBSTITUIDAS...........' TO TOT-LEGENDA.
            MOVE WRK-SUBSTITUIDAS          TO TOT-VALOR.
            WRITE REG-RELXREF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'ABSORVIDOS REATIVADOS..' TO TOT-LEGENDA.
            MOVE WRK-REATIVADAS            TO TOT-VALOR.
            WRITE REG-RELXREF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'CICLOS.................' TO TOT-LEGENDA.
            MOVE WRK-CICLOS                TO TOT-VALOR.
            WRITE REG-RELXREF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'SOBREVIVENTE AUSENTE...' TO TOT-LEGENDA.
            MOVE WRK-SEM-SOBREV            TO TOT-VALOR.
            WRITE REG-RELXREF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'REFERENCIAS GRAVADAS...' TO TOT-LEGENDA.
            MOVE WRK-GRAVADOS              TO TOT-VALOR.
            WRITE REG-RELXREF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            CLOSE CLIENTES.
            CLOSE XREFNEW.
            CLOSE RELXREF.
            DISPLAY 'REFERENCIAS LIDAS.... ' WRK-LIDOS.
            DISPLAY 'DIRETAS.............. ' WRK-DIRETAS.
            DISPLAY 'CADEIAS REAPONTADAS.. ' WRK-ENCADEADAS.
            DISPLAY 'SUBSTITUIDAS......... ' WRK-SUBSTITUIDAS.
            DISPLAY 'ABSORVIDOS REATIVADOS ' WRK-REATIVADAS.
            DISPLAY 'CICLOS............... ' WRK-CICLOS.
            DISPLAY 'SOBREVIVENTE AUSENTE. ' WRK-SEM-SOBREV.
            DISPLAY 'REFERENCIAS GRAVADAS. ' WRK-GRAVADOS.
            IF WRK-CICLOS > 0
               MOVE 8 TO RETURN-CODE
            END-IF.

       0900-REGISTRAR-INICIO.
            MOVE 'I' TO WRK-CTL-EVENTO.
            MOVE 0   TO WRK-CTL-LIDOS.
            MOVE 0   TO WRK-CTL-REJEIT.
            PERFORM 0920-GRAVAR-RUNCTL.

       0910-REGISTRAR-FIM.
            MOVE 'F' TO WRK-CTL-EVENTO.
            PERFORM 0920-GRAVAR-RUNCTL.

       0920-GRAVAR-RUNCTL.
            ACCEPT WRK-CTL-DATA-SIS FROM DATE YYYYMMDD.
            MOVE SPACE TO WRK-CTL-DATA.
            STRING WRK-CTL-DD   '/'
                   WRK-CTL-MM   '/'
                   WRK-CTL-AAAA
                   DELIMITED BY SIZE INTO WRK-CTL-DATA.
            ACCEPT WRK-CTL-HORA-SIS FROM TIME.
            MOVE SPACE TO WRK-CTL-HORA.
            STRING WRK-CTL-HH ':'
                   WRK-CTL-MI ':'
                   WRK-CTL-SS
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG20' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
            MOVE WRK-RC-SAIDA TO RUN-RESULTADO.
            MOVE WRK-CTL-LIDOS  TO RUN-QTD-LIDOS.
            MOVE WRK-CTL-REJEIT TO RUN-QTD-REJEIT.
            WRITE REG-RUNCTL.
            CLOSE RUNCTL.
