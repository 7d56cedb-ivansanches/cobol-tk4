           SELECT ARQCLI   ASSIGN TO UT-S-ARQCLI.
           SELECT JRNLCLI  ASSIGN TO UT-S-JRNLCLI.
           SELECT RELAGE   ASSIGN TO UT-S-RELAGE.
           SELECT LIMMASS  ASSIGN TO UT-S-LIMMASS
               FILE STATUS IS WRK-FS-LIMMASS.
           SELECT STATLIM  ASSIGN TO UT-S-STATLIM.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
            DATA   RECORD IS REG-RELAGE.
       01   REG-RELAGE      PIC X(132).

       FD   LIMMASS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-LIMMASS.
           COPY LIMREG.

       FD   STATLIM
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 22 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-STATLIM.
           COPY STAREG REPLACING ==REG-STATRUN== BY ==REG-STATLIM==
                                 ==STA-DATA==    BY ==SLM-DATA==
                                 ==STA-RESULTADO== BY ==SLM-RESULTADO==
                                 ==STA-QTD-LIDOS== BY ==SLM-QTD-LIDOS==
                                 ==STA-QTD-REJEIT==
                                 BY ==SLM-QTD-REJEIT==.

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
           05 FILLER          PIC X(07) VALUE SPACE.
           05 ANO-ARQUIVADOS   PIC ZZZZ9.

       01  LIN-PREVISTO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PRV-CODIGO       PIC 9(05).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 PRV-ACAO         PIC X(12).
           05 FILLER          PIC X(13) VALUE ' ULT. MANUT: '.
           05 PRV-DATA-MANUT   PIC 9(08).

       01  LIN-TOTAL.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TOT-LEGENDA      PIC X(25).
           05 TOT-VALOR        PIC ZZZZ9.


       01  WRK-FS-LIMMASS    PIC X(02) VALUE '00'.
       01  FS-LIMMASS        PIC X VALUE 'N'.
       01  WRK-LIM-QTD       PIC 9(05) VALUE 0.
       01  WRK-LIM-PERC      PIC 9(03) VALUE 0.
       01  WRK-LIM-CADASTRO  PIC X(01) VALUE 'N'.
           88 LIMITE-CADASTRADO        VALUE 'S'.
       01  WRK-LIM-LIBERACAO PIC X(01) VALUE 'N'.
           88 LIMITE-LIBERADO          VALUE 'S'.
       01  WRK-LIM-TETO-SUP  PIC 9(05) VALUE 0.
       01  WRK-LIM-SUPERVISOR PIC X(08) VALUE SPACE.
       01  WRK-LIM-POPULACAO PIC 9(05) VALUE 0.
       01  WRK-LIM-PREVISTOS PIC 9(05) VALUE 0.
       01  WRK-LIM-TETO      PIC 9(05) VALUE 0.
       01  WRK-LIM-CALCULO   PIC 9(08) VALUE 0.
       01  WRK-LIM-EXCEDIDO  PIC X(01) VALUE 'N'.
           88 LIMITE-EXCEDIDO          VALUE 'S'.

       01  LIN-PREVIA.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(54) VALUE
              'ATUALIZACOES PREVISTAS - AVALIACAO DO LIMITE DE VOLUME'.

       01  LIN-LIMITE.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LMT-LEGENDA      PIC X(25).
           05 LMT-VALOR        PIC ZZZZ9.

       01  LIN-INTERRUPCAO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(48) VALUE
              'EXECUCAO INTERROMPIDA - LIMITE DE ATUALIZACAO EM'.
           05 FILLER          PIC X(34) VALUE
              ' MASSA EXCEDIDO - NADA FOI GRAVADO'.

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
               PERFORM 0050-LER-PARAMETROS
               IF EXECUCAO-LIBERADA
                  PERFORM 0070-LER-LIMITES
                  IF LIMITE-CADASTRADO
                     PERFORM 0080-PREVER-ATUALIZACAO
                  END-IF
               END-IF
               IF EXECUCAO-LIBERADA
                  PERFORM 0100-INICIAR
                  PERFORM 0200-PROCESSAR UNTIL FS-CLIENTES = 'F'
                  PERFORM 0300-FINALIZAR
               END-IF
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

       0050-LER-PARAMETROS.
            OPEN INPUT PARMAGE.
            IF WRK-FS-PARMAGE = '00'
            MOVE 'N' TO WRK-LIBERADO.
            MOVE 8   TO RETURN-CODE.

       0070-LER-LIMITES.
            OPEN INPUT LIMMASS.
            IF WRK-FS-LIMMASS = '00'
               PERFORM 0075-LER-LIMITE
                  UNTIL FS-LIMMASS = 'F'
            ELSE
               DISPLAY 'LIMITES DE ATUALIZACAO AUSENTES - STATUS '
                       WRK-FS-LIMMASS
            END-IF.
            CLOSE LIMMASS.
            IF LIMITE-CADASTRADO
               DISPLAY 'LIMITE DE ATUALIZACAO - QUANTIDADE '
                       WRK-LIM-QTD ' PERCENTUAL ' WRK-LIM-PERC
            ELSE
               DISPLAY 'SEM LIMITE DE ATUALIZACAO CADASTRADO - '
                       'VOLUME NAO CONTROLADO'
            END-IF.
            IF LIMITE-LIBERADO
               DISPLAY 'LIBERACAO DO SUPERVISOR ' WRK-LIM-SUPERVISOR
                       ' PARA ESTA DATA - TETO ' WRK-LIM-TETO-SUP
            END-IF.

       0075-LER-LIMITE.
            READ LIMMASS
                 AT END
                    MOVE 'F' TO FS-LIMMASS
                 NOT AT END
                    IF LIM-PROGRAMA = 'PROG13'
                       AND LIM-QTD-MAXIMA NUMERIC
                       EVALUATE TRUE
                          WHEN LIM-LIMITE
                               AND LIM-PERC-MAXIMO NUMERIC
                               MOVE 'N' TO WRK-LIM-CADASTRO
                               MOVE LIM-QTD-MAXIMA  TO WRK-LIM-QTD
                               MOVE LIM-PERC-MAXIMO TO WRK-LIM-PERC
                               IF WRK-LIM-QTD > 0 OR WRK-LIM-PERC > 0
                                  SET LIMITE-CADASTRADO TO TRUE
                               END-IF
                          WHEN LIM-LIBERACAO
                               AND LIM-DATA-LIBERACAO NUMERIC
                               AND LIM-DATA-LIBERACAO
                                 = WRK-DATA-PROC-AMD
                               AND LIM-SUPERVISOR NOT = SPACE
                               MOVE LIM-QTD-MAXIMA TO WRK-LIM-TETO-SUP
                               MOVE LIM-SUPERVISOR TO WRK-LIM-SUPERVISOR
                               SET LIMITE-LIBERADO TO TRUE
                       END-EVALUATE
                    END-IF
            END-READ.

       0080-PREVER-ATUALIZACAO.
            OPEN INPUT CLIENTES.
            IF FS-CLIENTES-STAT NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES - STATUS '
                       FS-CLIENTES-STAT ' - LIMITE NAO AVALIADO'
               CLOSE CLIENTES
            ELSE
               OPEN OUTPUT RELAGE
               MOVE WRK-DATA-PROC-EDT TO TIT-DATA
               MOVE WRK-DATA-INATIVAR TO CRT-INATIVAR
               MOVE WRK-DATA-ARQUIVAR TO CRT-ARQUIVAR
               WRITE REG-RELAGE FROM LIN-TITULO
               WRITE REG-RELAGE FROM LIN-CORTES
                     AFTER ADVANCING 1 LINE
               WRITE REG-RELAGE FROM LIN-PREVIA
                     AFTER ADVANCING 2 LINES
               PERFORM 0130-LER-PROXIMO
               PERFORM 0085-PREVER-CLIENTE
                  UNTIL FS-CLIENTES = 'F'
               CLOSE CLIENTES
               MOVE 'N' TO FS-CLIENTES
               PERFORM 0090-AVALIAR-LIMITE
               CLOSE RELAGE
            END-IF.

       0085-PREVER-CLIENTE.
            ADD 1 TO WRK-LIM-POPULACAO.
            EVALUATE TRUE
               WHEN REG-DATA-MANUT NOT NUMERIC
                    CONTINUE
               WHEN REG-DATA-MANUT < WRK-DATA-ARQUIVAR
                    MOVE 'ARQUIVAMENTO' TO PRV-ACAO
                    PERFORM 0087-LISTAR-PREVISTO
               WHEN REG-STATUS = 'A'
                    AND REG-DATA-MANUT < WRK-DATA-INATIVAR
                    MOVE 'INATIVACAO'   TO PRV-ACAO
                    PERFORM 0087-LISTAR-PREVISTO
            END-EVALUATE.
            PERFORM 0130-LER-PROXIMO.

       0087-LISTAR-PREVISTO.
            ADD 1 TO WRK-LIM-PREVISTOS.
            MOVE REG-CODIGO     TO PRV-CODIGO.
            MOVE REG-DATA-MANUT TO PRV-DATA-MANUT.
            WRITE REG-RELAGE FROM LIN-PREVISTO
                  AFTER ADVANCING 1 LINE.

       0090-AVALIAR-LIMITE.
            MOVE 'N'   TO WRK-LIM-EXCEDIDO.
            MOVE 99999 TO WRK-LIM-TETO.
            IF WRK-LIM-QTD > 0
               MOVE WRK-LIM-QTD TO WRK-LIM-TETO
            END-IF.
            IF WRK-LIM-PERC > 0
               COMPUTE WRK-LIM-CALCULO =
                       WRK-LIM-POPULACAO * WRK-LIM-PERC / 100
               IF WRK-LIM-CALCULO < WRK-LIM-TETO
                  MOVE WRK-LIM-CALCULO TO WRK-LIM-TETO
               END-IF
            END-IF.
            DISPLAY 'CLIENTES NA BASE..... ' WRK-LIM-POPULACAO.
            DISPLAY 'ATUALIZACOES PREVISTAS ' WRK-LIM-PREVISTOS.
            DISPLAY 'LIMITE DA EXECUCAO... ' WRK-LIM-TETO.
            IF WRK-LIM-PREVISTOS > WRK-LIM-TETO
               IF LIMITE-LIBERADO
                  AND (WRK-LIM-TETO-SUP = 0
                       OR WRK-LIM-PREVISTOS NOT > WRK-LIM-TETO-SUP)
                  DISPLAY 'LIMITE EXCEDIDO - EXECUCAO LIBERADA PELO '
                          'SUPERVISOR ' WRK-LIM-SUPERVISOR
               ELSE
                  SET LIMITE-EXCEDIDO TO TRUE
               END-IF
            END-IF.
            IF LIMITE-EXCEDIDO
               DISPLAY 'LIMITE DE ATUALIZACAO EXCEDIDO - EXECUCAO '
                       'INTERROMPIDA SEM GRAVACAO'
               MOVE 'N' TO WRK-LIBERADO
               MOVE 16  TO RETURN-CODE
               PERFORM 0097-IMPRIMIR-INTERRUPCAO
            END-IF.
            PERFORM 0095-GRAVAR-STATUS-LIMITE.

       0095-GRAVAR-STATUS-LIMITE.
            OPEN OUTPUT STATLIM.
            MOVE WRK-DATA-PROC-EDT TO SLM-DATA.
            IF LIMITE-EXCEDIDO
               MOVE '16'           TO SLM-RESULTADO
            ELSE
               MOVE '00'           TO SLM-RESULTADO
            END-IF.
            MOVE WRK-LIM-POPULACAO TO SLM-QTD-LIDOS.
            MOVE WRK-LIM-PREVISTOS TO SLM-QTD-REJEIT.
            WRITE REG-STATLIM.
            CLOSE STATLIM.

       0097-IMPRIMIR-INTERRUPCAO.
            MOVE 'CLIENTES NA BASE.......' TO LMT-LEGENDA.
            MOVE WRK-LIM-POPULACAO         TO LMT-VALOR.
            WRITE REG-RELAGE FROM LIN-LIMITE
                  AFTER ADVANCING 2 LINES.
            MOVE 'ATUALIZACOES PREVISTAS.' TO LMT-LEGENDA.
            MOVE WRK-LIM-PREVISTOS         TO LMT-VALOR.
            WRITE REG-RELAGE FROM LIN-LIMITE
                  AFTER ADVANCING 1 LINE.
            MOVE 'LIMITE DA EXECUCAO.....' TO LMT-LEGENDA.
            MOVE WRK-LIM-TETO              TO LMT-VALOR.
            WRITE REG-RELAGE FROM LIN-LIMITE
                  AFTER ADVANCING 1 LINE.
            WRITE REG-RELAGE FROM LIN-INTERRUPCAO
                  AFTER ADVANCING 2 LINES.

       0100-INICIAR.
            OPEN I-O CLIENTES.
            IF FS-CLIENTES-STAT NOT = '00'
            OPEN EXTEND ARQCLI.
            OPEN OUTPUT RELAGE.
            OPEN EXTEND JRNLCLI.
            MOVE WRK-DATA-PROC TO WRK-DATA-SISTEMA.
            STRING WRK-DATA-DD   '/'
                   WRK-DATA-MM   '/'
                   WRK-DATA-AAAA
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG13' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
