       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG22.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT PARMJOB  ASSIGN TO UT-S-PARMJOB
               FILE STATUS IS WRK-FS-PARMJOB.
           SELECT DEFFLUXO ASSIGN TO UT-S-DEFFLUXO
               FILE STATUS IS WRK-FS-DEFFLUXO.
           SELECT RELFLUXO ASSIGN TO UT-S-RELFLUXO.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   PARMJOB
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 1 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PARMJOB.
       01   REG-PARMJOB.
            05 PRM-MODO        PIC X(01).

       FD   DEFFLUXO
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 60 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DEFFLUXO.
       01   REG-DEFFLUXO.
            05 DEF-PROGRAMA    PIC X(08).
            05 DEF-RC-MAXIMO   PIC 9(02).
            05 DEF-PREDECESSOR PIC X(08) OCCURS 5 TIMES.
            05 FILLER          PIC X(10).

       FD   RELFLUXO
            LABEL RECORDS ARE OMITTED
            RECORD CONTAINS 132 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RELFLUXO.
       01   REG-RELFLUXO    PIC X(132).

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
       01  FS-DEFFLUXO       PIC X VALUE 'N'.
       01  FS-RUNCTL         PIC X VALUE 'N'.
       01  WRK-FS-PARMJOB    PIC X(02) VALUE '00'.
       01  WRK-FS-DEFFLUXO   PIC X(02) VALUE '00'.
       01  WRK-FS-RUNCTL     PIC X(02) VALUE '00'.
       01  WRK-LIBERADO      PIC X(01) VALUE 'S'.
           88 EXECUCAO-LIBERADA        VALUE 'S'.
       01  WRK-MODO          PIC X(01) VALUE 'N'.
           88 MODO-REINICIO            VALUE 'R'.

       01  WRK-EXECUTADOS    PIC 9(03) VALUE 0.
       01  WRK-JA-CONCLUIDOS PIC 9(03) VALUE 0.
       01  WRK-FALHAS        PIC 9(03) VALUE 0.
       01  WRK-SUPRIMIDOS    PIC 9(03) VALUE 0.

       01  WRK-MAX-PASSOS    PIC 9(03) VALUE 030.
       01  WRK-QTD-PASSOS    PIC 9(03) VALUE 0.
       01  WRK-IND-PASSO     PIC 9(03) VALUE 0.
       01  WRK-IND-BUSCA     PIC 9(03) VALUE 0.
       01  WRK-IND-PRED      PIC 9(01) VALUE 0.
       01  WRK-ACHOU-PASSO   PIC X(01) VALUE 'N'.
           88 PASSO-NA-TABELA          VALUE 'S'.
       01  WRK-TAB-PASSOS.
           05 WRK-ENT-PASSO OCCURS 30 TIMES.
              10 WRK-PAS-PROGRAMA  PIC X(08).
              10 WRK-PAS-RC-MAXIMO PIC 9(02).
              10 WRK-PAS-PRED      OCCURS 5 TIMES.
                 15 WRK-PAS-PRED-NOME PIC X(08).
                 15 WRK-PAS-PRED-IND  PIC 9(03).
              10 WRK-PAS-ANTERIOR  PIC X(01).
              10 WRK-PAS-SITUACAO  PIC X(01).
              10 WRK-PAS-RC        PIC 9(04).

       01  WRK-PROGRAMA-PASSO PIC X(08) VALUE SPACE.
       01  WRK-PRED-OK       PIC X(01) VALUE 'S'.
           88 PREDECESSORES-OK         VALUE 'S'.
       01  WRK-PRED-FALHO    PIC X(08) VALUE SPACE.
       01  WRK-RC-PASSO      PIC 9(04) VALUE 0.
       01  WRK-RC-ANTERIOR   PIC 9(02) VALUE 0.
       01  WRK-RC-EDT        PIC ZZZ9.
       01  WRK-PASSO-CHAMADO PIC X(01) VALUE 'N'.
           88 PROGRAMA-DISPONIVEL      VALUE 'S'.

       01  WRK-FS-DATAPROC  PIC X(02) VALUE '00'.
       01  WRK-DATA-ABERTA  PIC X(01) VALUE 'N'.
           88 DATA-PROC-ABERTA          VALUE 'S'.
       01  WRK-DATA-PROC.
           05 WRK-PROC-AAAA PIC 9(04).
           05 WRK-PROC-MM   PIC 9(02).
           05 WRK-PROC-DD   PIC 9(02).
       01  WRK-DATA-PROC-AMD REDEFINES WRK-DATA-PROC PIC 9(08).
       01  WRK-DATA-PROC-EDT PIC X(10) VALUE SPACE.

       01  LIN-TITULO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(40) VALUE
              'EXECUCAO DO FLUXO DE PROCESSAMENTO'.
           05 FILLER          PIC X(08) VALUE 'DATA: '.
           05 TIT-DATA         PIC X(10).
           05 FILLER          PIC X(08) VALUE '  MODO: '.
           05 TIT-MODO         PIC X(08).

       01  LIN-CABECALHO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(05) VALUE 'SEQ'.
           05 FILLER          PIC X(10) VALUE 'PROGRAMA'.
           05 FILLER          PIC X(08) VALUE 'RC MAX'.
           05 FILLER          PIC X(06) VALUE 'RC'.
           05 FILLER          PIC X(45) VALUE 'SITUACAO'.

       01  LIN-PASSO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PAS-SEQ          PIC ZZ9.
           05 FILLER          PIC X(02) VALUE SPACE.
           05 PAS-PROGRAMA     PIC X(08).
           05 FILLER          PIC X(04) VALUE SPACE.
           05 PAS-RC-MAXIMO    PIC Z9.
           05 FILLER          PIC X(04) VALUE SPACE.
           05 PAS-RC           PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 PAS-SITUACAO     PIC X(45).

       01  LIN-TOTAL.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TOT-LEGENDA      PIC X(25).
           05 TOT-VALOR        PIC ZZZZ9.

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
               PERFORM 0050-LER-PARAMETRO
               PERFORM 0100-CARREGAR-DEFINICAO
               IF EXECUCAO-LIBERADA AND MODO-REINICIO
                  PERFORM 0150-VERIFICAR-REINICIO
               END-IF
               IF EXECUCAO-LIBERADA
                  PERFORM 0180-ABRIR-RELATORIO
                  PERFORM 0200-PROCESSAR-PASSO
                     VARYING WRK-IND-PASSO FROM 1 BY 1
                     UNTIL WRK-IND-PASSO > WRK-QTD-PASSOS
                  PERFORM 0300-FINALIZAR
               END-IF
            END-IF.
            MOVE WRK-QTD-PASSOS TO WRK-CTL-LIDOS
            MOVE WRK-FALHAS     TO WRK-CTL-REJEIT
            ADD  WRK-SUPRIMIDOS TO WRK-CTL-REJEIT
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

       0050-LER-PARAMETRO.
            OPEN INPUT PARMJOB.
            IF WRK-FS-PARMJOB = '00'
               READ PARMJOB
                    NOT AT END
                       MOVE PRM-MODO TO WRK-MODO
               END-READ
               CLOSE PARMJOB
            ELSE
               CLOSE PARMJOB
            END-IF.
            IF MODO-REINICIO
               DISPLAY 'MODO REINICIO - PASSOS JA CONCLUIDOS NA DATA '
                       WRK-DATA-PROC-EDT ' SERAO SALTADOS'
            ELSE
               MOVE 'N' TO WRK-MODO
            END-IF.

       0100-CARREGAR-DEFINICAO.
            OPEN INPUT DEFFLUXO.
            IF WRK-FS-DEFFLUXO NOT = '00'
               DISPLAY 'DEFINICAO DO FLUXO AUSENTE - STATUS '
                       WRK-FS-DEFFLUXO
               MOVE 'N' TO WRK-LIBERADO
               MOVE 12  TO RETURN-CODE
               CLOSE DEFFLUXO
            ELSE
               PERFORM 0110-LER-DEFINICAO
                  UNTIL FS-DEFFLUXO = 'F'
               CLOSE DEFFLUXO
               IF WRK-QTD-PASSOS = 0
                  DISPLAY 'DEFINICAO DO FLUXO SEM PASSOS'
                  MOVE 'N' TO WRK-LIBERADO
                  MOVE 12  TO RETURN-CODE
               END-IF
            END-IF.

       0110-LER-DEFINICAO.
            READ DEFFLUXO
                 AT END
                    MOVE 'F' TO FS-DEFFLUXO
                 NOT AT END
                    PERFORM 0120-VALIDAR-PASSO
            END-READ.

       0120-VALIDAR-PASSO.
            IF DEF-PROGRAMA = SPACE OR DEF-PROGRAMA = 'PROG22'
               OR DEF-RC-MAXIMO NOT NUMERIC
               DISPLAY 'DEFINICAO INVALIDA - PASSO ' DEF-PROGRAMA
                       ' SEM PROGRAMA VALIDO OU RC MAXIMO'
               PERFORM 0140-RECUSAR-DEFINICAO
            ELSE
               MOVE DEF-PROGRAMA TO WRK-PROGRAMA-PASSO
               MOVE WRK-QTD-PASSOS TO WRK-IND-BUSCA
               PERFORM 0130-PROCURAR-PASSO
               IF PASSO-NA-TABELA
                  DISPLAY 'DEFINICAO INVALIDA - PASSO ' DEF-PROGRAMA
                          ' REPETIDO NO FLUXO'
                  PERFORM 0140-RECUSAR-DEFINICAO
               ELSE
                  IF WRK-QTD-PASSOS >= WRK-MAX-PASSOS
                     DISPLAY 'DEFINICAO INVALIDA - MAIS DE '
                             WRK-MAX-PASSOS ' PASSOS'
                     PERFORM 0140-RECUSAR-DEFINICAO
                  ELSE
                     ADD 1 TO WRK-QTD-PASSOS
                     MOVE WRK-QTD-PASSOS TO WRK-IND-PASSO
                     MOVE DEF-PROGRAMA
                       TO WRK-PAS-PROGRAMA  (WRK-IND-PASSO)
                     MOVE DEF-RC-MAXIMO
                       TO WRK-PAS-RC-MAXIMO (WRK-IND-PASSO)
                     MOVE 'N' TO WRK-PAS-ANTERIOR (WRK-IND-PASSO)
                     MOVE 'P' TO WRK-PAS-SITUACAO (WRK-IND-PASSO)
                     MOVE 0   TO WRK-PAS-RC       (WRK-IND-PASSO)
                     PERFORM 0125-LIGAR-PREDECESSOR
                        VARYING WRK-IND-PRED FROM 1 BY 1
                        UNTIL WRK-IND-PRED > 5
                  END-IF
               END-IF
            END-IF.

       0125-LIGAR-PREDECESSOR.
            MOVE DEF-PREDECESSOR (WRK-IND-PRED)
              TO WRK-PAS-PRED-NOME (WRK-IND-PASSO, WRK-IND-PRED).
            MOVE 0 TO WRK-PAS-PRED-IND (WRK-IND-PASSO, WRK-IND-PRED).
            IF DEF-PREDECESSOR (WRK-IND-PRED) NOT = SPACE
               MOVE DEF-PREDECESSOR (WRK-IND-PRED)
                 TO WRK-PROGRAMA-PASSO
               COMPUTE WRK-IND-BUSCA = WRK-IND-PASSO - 1
               PERFORM 0130-PROCURAR-PASSO
               IF PASSO-NA-TABELA
                  MOVE WRK-IND-BUSCA
                    TO WRK-PAS-PRED-IND (WRK-IND-PASSO, WRK-IND-PRED)
               ELSE
                  DISPLAY 'DEFINICAO INVALIDA - PASSO ' DEF-PROGRAMA
                          ' DEPENDE DE ' DEF-PREDECESSOR (WRK-IND-PRED)
                          ' NAO DEFINIDO ANTES NO FLUXO'
                  PERFORM 0140-RECUSAR-DEFINICAO
               END-IF
            END-IF.

       0130-PROCURAR-PASSO.
            MOVE 'N' TO WRK-ACHOU-PASSO.
            PERFORM 0135-COMPARAR-PASSO
               UNTIL PASSO-NA-TABELA OR WRK-IND-BUSCA = 0.

       0135-COMPARAR-PASSO.
            IF WRK-PAS-PROGRAMA (WRK-IND-BUSCA) = WRK-PROGRAMA-PASSO
               SET PASSO-NA-TABELA TO TRUE
            ELSE
               SUBTRACT 1 FROM WRK-IND-BUSCA
            END-IF.

       0140-RECUSAR-DEFINICAO.
            MOVE 'N' TO WRK-LIBERADO.
            MOVE 12  TO RETURN-CODE.

       0150-VERIFICAR-REINICIO.
            MOVE 'N' TO FS-RUNCTL.
            OPEN INPUT RUNCTL.
            IF WRK-FS-RUNCTL = '00'
               PERFORM 0160-EXAMINAR-RUNCTL
                  UNTIL FS-RUNCTL = 'F'
            ELSE
               DISPLAY 'RUNCTL INDISPONIVEL - REINICIO EXECUTARA '
                       'TODOS OS PASSOS'
            END-IF.
            CLOSE RUNCTL.

       0160-EXAMINAR-RUNCTL.
            READ RUNCTL
                 AT END
                    MOVE 'F' TO FS-RUNCTL
                 NOT AT END
                    IF RUN-EVENTO = 'P'
                       AND RUN-DATA = WRK-DATA-PROC-EDT
                       AND RUN-RESULTADO NUMERIC
                       MOVE RUN-PROGRAMA   TO WRK-PROGRAMA-PASSO
                       MOVE WRK-QTD-PASSOS TO WRK-IND-BUSCA
                       PERFORM 0130-PROCURAR-PASSO
                       IF PASSO-NA-TABELA
                          MOVE RUN-RESULTADO TO WRK-RC-ANTERIOR
                          IF WRK-RC-ANTERIOR NOT >
                             WRK-PAS-RC-MAXIMO (WRK-IND-BUSCA)
                             MOVE 'S'
                               TO WRK-PAS-ANTERIOR (WRK-IND-BUSCA)
                          ELSE
                             MOVE 'N'
                               TO WRK-PAS-ANTERIOR (WRK-IND-BUSCA)
                          END-IF
                       END-IF
                    END-IF
            END-READ.

       0180-ABRIR-RELATORIO.
            OPEN OUTPUT RELFLUXO.
            MOVE WRK-DATA-PROC-EDT TO TIT-DATA.
            IF MODO-REINICIO
               MOVE 'REINICIO' TO TIT-MODO
            ELSE
               MOVE 'NORMAL'   TO TIT-MODO
            END-IF.
            WRITE REG-RELFLUXO FROM LIN-TITULO.
            WRITE REG-RELFLUXO FROM LIN-CABECALHO
                  AFTER ADVANCING 2 LINES.

       0200-PROCESSAR-PASSO.
            MOVE WRK-IND-PASSO TO PAS-SEQ.
            MOVE WRK-PAS-PROGRAMA (WRK-IND-PASSO)  TO PAS-PROGRAMA.
            MOVE WRK-PAS-RC-MAXIMO (WRK-IND-PASSO) TO PAS-RC-MAXIMO.
            MOVE SPACE TO PAS-RC.
            MOVE SPACE TO PAS-SITUACAO.
            IF WRK-PAS-ANTERIOR (WRK-IND-PASSO) = 'S'
               MOVE 'J' TO WRK-PAS-SITUACAO (WRK-IND-PASSO)
               MOVE 'JA CONCLUIDO EM EXECUCAO ANTERIOR'
                 TO PAS-SITUACAO
               ADD 1 TO WRK-JA-CONCLUIDOS
            ELSE
               MOVE 'S'   TO WRK-PRED-OK
               MOVE SPACE TO WRK-PRED-FALHO
               PERFORM 0210-VERIFICAR-PREDECESSOR
                  VARYING WRK-IND-PRED FROM 1 BY 1
                  UNTIL WRK-IND-PRED > 5 OR NOT PREDECESSORES-OK
               IF PREDECESSORES-OK
                  PERFORM 0220-EXECUTAR-PASSO
               ELSE
                  MOVE 'S' TO WRK-PAS-SITUACAO (WRK-IND-PASSO)
                  STRING 'SUPRIMIDO - PREDECESSOR ' WRK-PRED-FALHO
                         ' NAO CONCLUIDO'
                         DELIMITED BY SIZE INTO PAS-SITUACAO
                  ADD 1 TO WRK-SUPRIMIDOS
                  DISPLAY 'PASSO ' WRK-PAS-PROGRAMA (WRK-IND-PASSO)
                          ' SUPRIMIDO - PREDECESSOR ' WRK-PRED-FALHO
                  MOVE 'S' TO WRK-CTL-EVENTO
                  PERFORM 0930-GRAVAR-PASSO
               END-IF
            END-IF.
            WRITE REG-RELFLUXO FROM LIN-PASSO
                  AFTER ADVANCING 1 LINE.

       0210-VERIFICAR-PREDECESSOR.
            MOVE WRK-PAS-PRED-IND (WRK-IND-PASSO, WRK-IND-PRED)
              TO WRK-IND-BUSCA.
            IF WRK-IND-BUSCA > 0
               IF WRK-PAS-SITUACAO (WRK-IND-BUSCA) NOT = 'E'
                  AND WRK-PAS-SITUACAO (WRK-IND-BUSCA) NOT = 'J'
                  MOVE 'N' TO WRK-PRED-OK
                  MOVE WRK-PAS-PROGRAMA (WRK-IND-BUSCA)
                    TO WRK-PRED-FALHO
               END-IF
            END-IF.

       0220-EXECUTAR-PASSO.
            MOVE WRK-PAS-PROGRAMA (WRK-IND-PASSO)
              TO WRK-PROGRAMA-PASSO.
            DISPLAY 'INICIANDO PASSO ' WRK-PROGRAMA-PASSO.
            SET PROGRAMA-DISPONIVEL TO TRUE.
            MOVE 0 TO RETURN-CODE.
            CALL WRK-PROGRAMA-PASSO
                 ON EXCEPTION
                    MOVE 'N' TO WRK-PASSO-CHAMADO
                    MOVE 12  TO RETURN-CODE
            END-CALL.
            MOVE RETURN-CODE TO WRK-RC-PASSO.
            MOVE 0 TO RETURN-CODE.
            CANCEL WRK-PROGRAMA-PASSO.
            MOVE WRK-RC-PASSO TO WRK-PAS-RC (WRK-IND-PASSO).
            MOVE WRK-RC-PASSO TO WRK-RC-EDT.
            MOVE WRK-RC-EDT   TO PAS-RC.
            IF WRK-RC-PASSO > WRK-PAS-RC-MAXIMO (WRK-IND-PASSO)
               MOVE 'F' TO WRK-PAS-SITUACAO (WRK-IND-PASSO)
               IF PROGRAMA-DISPONIVEL
                  MOVE 'FALHOU - RC ACIMA DO MAXIMO ACEITO'
                    TO PAS-SITUACAO
               ELSE
                  MOVE 'FALHOU - PROGRAMA NAO DISPONIVEL'
                    TO PAS-SITUACAO
               END-IF
               ADD 1 TO WRK-FALHAS
            ELSE
               MOVE 'E' TO WRK-PAS-SITUACAO (WRK-IND-PASSO)
               MOVE 'CONCLUIDO' TO PAS-SITUACAO
               ADD 1 TO WRK-EXECUTADOS
            END-IF.
            DISPLAY 'PASSO ' WRK-PROGRAMA-PASSO ' RC ' WRK-RC-PASSO
                    ' - ' PAS-SITUACAO.
            MOVE 'P' TO WRK-CTL-EVENTO.
            PERFORM 0930-GRAVAR-PASSO.

       0300-FINALIZAR.
            MOVE 'PASSOS DEFINIDOS.......' TO TOT-LEGENDA.
            MOVE WRK-QTD-PASSOS            TO TOT-VALOR.
            WRITE REG-RELFLUXO FROM LIN-TOTAL
                  AFTER ADVANCING 2 LINES.
            MOVE 'PASSOS EXECUTADOS......' TO TOT-LEGENDA.
            MOVE WRK-EXECUTADOS            TO TOT-VALOR.
            WRITE REG-RELFLUXO FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'JA CONCLUIDOS ANTES....' TO TOT-LEGENDA.
            MOVE WRK-JA-CONCLUIDOS         TO TOT-VALOR.
            WRITE REG-RELFLUXO FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'PASSOS COM FALHA.......' TO TOT-LEGENDA.
            MOVE WRK-FALHAS                TO TOT-VALOR.
            WRITE REG-RELFLUXO FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'PASSOS SUPRIMIDOS......' TO TOT-LEGENDA.
            MOVE WRK-SUPRIMIDOS            TO TOT-VALOR.
            WRITE REG-RELFLUXO FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            CLOSE RELFLUXO.
            DISPLAY 'PASSOS DEFINIDOS..... ' WRK-QTD-PASSOS.
            DISPLAY 'PASSOS EXECUTADOS.... ' WRK-EXECUTADOS.
            DISPLAY 'JA CONCLUIDOS ANTES.. ' WRK-JA-CONCLUIDOS.
            DISPLAY 'PASSOS COM FALHA..... ' WRK-FALHAS.
            DISPLAY 'PASSOS SUPRIMIDOS.... ' WRK-SUPRIMIDOS.
            IF WRK-FALHAS > 0 OR WRK-SUPRIMIDOS > 0
               DISPLAY 'FLUXO INCOMPLETO - CORRIGIR E REEXECUTAR '
                       'EM MODO REINICIO (R)'
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
            MOVE 'PROG22' TO RUN-PROGRAMA.
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

       0930-GRAVAR-PASSO.
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
            MOVE WRK-PAS-PROGRAMA (WRK-IND-PASSO) TO RUN-PROGRAMA.
            MOVE WRK-DATA-PROC-EDT TO RUN-DATA.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            IF WRK-CTL-EVENTO = 'P'
               MOVE WRK-RC-PASSO TO WRK-RC-SAIDA
               MOVE WRK-RC-SAIDA TO RUN-RESULTADO
            ELSE
               MOVE SPACE TO RUN-RESULTADO
            END-IF.
            MOVE 0 TO RUN-QTD-LIDOS.
            MOVE 0 TO RUN-QTD-REJEIT.
            WRITE REG-RUNCTL.
            CLOSE RUNCTL.
