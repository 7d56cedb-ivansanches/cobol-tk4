               ALTERNATE RECORD KEY IS REG-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-STAT.
           SELECT CONTCLI  ASSIGN TO UT-S-CONTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-FS-CONTCLI.
           SELECT JRNLCLI  ASSIGN TO UT-S-JRNLCLI.
           SELECT RELNORM  ASSIGN TO UT-S-RELNORM.
           SELECT LIMMASS  ASSIGN TO UT-S-LIMMASS
               FILE STATUS IS WRK-FS-LIMMASS.
           SELECT STATLIM  ASSIGN TO UT-S-STATLIM.
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
            DATA   RECORD IS REG-RELNORM.
       01   REG-RELNORM     PIC X(132).

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
       WORKING-STORAGE                 SECTION.
       01  FS-CLIENTES       PIC X VALUE 'N'.
       01  FS-CLIENTES-STAT  PIC X(02) VALUE '00'.
       01  WRK-LIBERADO      PIC X(01) VALUE 'S'.
           88 EXECUCAO-LIBERADA        VALUE 'S'.
       01  WRK-LIDOS         PIC 9(05) VALUE 0.
       01  WRK-ALTERADOS     PIC 9(05) VALUE 0.
       01  WRK-EXCECOES      PIC 9(05) VALUE 0.
       01  WRK-FALHAS        PIC 9(05) VALUE 0.

       01  FS-CONTCLI        PIC X VALUE 'N'.
       01  WRK-FS-CONTCLI    PIC X(02) VALUE '00'.
       01  WRK-CONTCLI-ABERTO PIC X(01) VALUE 'N'.
           88 CONTATOS-ABERTOS         VALUE 'S'.
       01  WRK-CTT-LIDOS     PIC 9(05) VALUE 0.
       01  WRK-CTT-ALTERADOS PIC 9(05) VALUE 0.

       01  WRK-DATA-SISTEMA.
           05 WRK-DATA-AAAA PIC 9(04).
           05 WRK-DATA-MM   PIC 9(02).

       01  WRK-IMAGEM-ANTES  PIC X(100) VALUE SPACE.
       01  WRK-IMAGEM-DEPOIS PIC X(100) VALUE SPACE.
       01  WRK-JRN-TIPO      PIC X(01) VALUE SPACE.

       01  WRK-REG-MUDOU     PIC X(01) VALUE 'N'.
           88 REGISTRO-MUDOU           VALUE 'S'.

       01  WRK-FONE-ATUAL    PIC X(10) VALUE SPACE.
       01  WRK-FONE-NORM     PIC X(10) VALUE SPACE.
       01  WRK-IND-FONE      PIC 9(02) VALUE 0.
       01  WRK-QTD-DIGITOS   PIC 9(02) VALUE 0.
       01  WRK-DDD-VALIDO    PIC X(01) VALUE 'N'.
           88 DDD-VALIDO               VALUE 'S'.

       01  WRK-EMAIL-ATUAL   PIC X(35) VALUE SPACE.
       01  WRK-EMAIL-NORM    PIC X(35) VALUE SPACE.
       01  WRK-CONT-ARROBA   PIC 9(03) VALUE 0.

       01  LIN-OCORRENCIA.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 OCO-CODIGO       PIC 9(05).
           05 OCO-CONTATO      PIC X(03).
           05 OCO-CAMPO        PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 OCO-TEXTO        PIC X(40).
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
               PERFORM 0070-LER-LIMITES
               IF LIMITE-CADASTRADO
                  PERFORM 0080-PREVER-ATUALIZACAO
               END-IF
               IF EXECUCAO-LIBERADA
                  PERFORM 0100-INICIAR
                  PERFORM 0200-PROCESSAR UNTIL FS-CLIENTES = 'F'
                  PERFORM 0400-PROCESSAR-CONTATO
                     UNTIL FS-CONTCLI = 'F'
                  PERFORM 0300-FINALIZAR
               END-IF
            END-IF.
            MOVE WRK-LIDOS      TO WRK-CTL-LIDOS
            MOVE WRK-EXCECOES   TO WRK-CTL-REJEIT
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
                    IF LIM-PROGRAMA = 'PROG17'
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
               OPEN OUTPUT RELNORM
               MOVE WRK-DATA-PROC-EDT TO TIT-DATA
               WRITE REG-RELNORM FROM LIN-TITULO
               WRITE REG-RELNORM FROM LIN-PREVIA
                     AFTER ADVANCING 1 LINE
               WRITE REG-RELNORM FROM LIN-CABECALHO
                     AFTER ADVANCING 2 LINES
               PERFORM 0130-LER-PROXIMO
               PERFORM 0085-PREVER-CLIENTE
                  UNTIL FS-CLIENTES = 'F'
               CLOSE CLIENTES
               MOVE 'N' TO FS-CLIENTES
               MOVE 0   TO WRK-EXCECOES
               PERFORM 0090-AVALIAR-LIMITE
               CLOSE RELNORM
            END-IF.

       0085-PREVER-CLIENTE.
            ADD 1 TO WRK-LIM-POPULACAO
            MOVE 'N' TO WRK-REG-MUDOU
            MOVE REG-CODIGO   TO OCO-CODIGO
            MOVE SPACE        TO OCO-CONTATO
            MOVE REG-TELEFONE TO WRK-FONE-ATUAL
            MOVE REG-EMAIL    TO WRK-EMAIL-ATUAL
            PERFORM 0210-NORMALIZAR-TELEFONE
            PERFORM 0230-NORMALIZAR-EMAIL
            IF REGISTRO-MUDOU
               ADD 1 TO WRK-LIM-PREVISTOS
            END-IF.
            PERFORM 0130-LER-PROXIMO.

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
            WRITE REG-RELNORM FROM LIN-LIMITE
                  AFTER ADVANCING 2 LINES.
            MOVE 'ATUALIZACOES PREVISTAS.' TO LMT-LEGENDA.
            MOVE WRK-LIM-PREVISTOS         TO LMT-VALOR.
            WRITE REG-RELNORM FROM LIN-LIMITE
                  AFTER ADVANCING 1 LINE.
            MOVE 'LIMITE DA EXECUCAO.....' TO LMT-LEGENDA.
            MOVE WRK-LIM-TETO              TO LMT-VALOR.
            WRITE REG-RELNORM FROM LIN-LIMITE
                  AFTER ADVANCING 1 LINE.
            WRITE REG-RELNORM FROM LIN-INTERRUPCAO
                  AFTER ADVANCING 2 LINES.

       0100-INICIAR.
            OPEN I-O CLIENTES.
            IF FS-CLIENTES-STAT NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES - STATUS '
                       FS-CLIENTES-STAT
               MOVE 'F' TO FS-CLIENTES
               MOVE 'F' TO FS-CONTCLI
               MOVE 12  TO RETURN-CODE
            ELSE
               OPEN I-O CONTCLI
               IF WRK-FS-CONTCLI = '00'
                  SET CONTATOS-ABERTOS TO TRUE
               ELSE
                  DISPLAY 'CADASTRO DE CONTATOS AUSENTE - STATUS '
                          WRK-FS-CONTCLI ' - CONTATOS NAO NORMALIZADOS'
                  MOVE 'F' TO FS-CONTCLI
               END-IF
            END-IF.
            OPEN OUTPUT RELNORM.
            OPEN EXTEND JRNLCLI.
            MOVE WRK-DATA-PROC TO WRK-DATA-SISTEMA.
            STRING WRK-DATA-DD   '/'
                   WRK-DATA-MM   '/'
                   WRK-DATA-AAAA
            IF FS-CLIENTES NOT = 'F'
               PERFORM 0130-LER-PROXIMO
            END-IF.
            IF FS-CONTCLI NOT = 'F'
               PERFORM 0140-LER-CONTATO
            END-IF.

       0130-LER-PROXIMO.
            READ CLIENTES NEXT RECORD
                    MOVE 'F' TO FS-CLIENTES
            END-READ.

       0140-LER-CONTATO.
            READ CONTCLI NEXT RECORD
                 AT END
                    MOVE 'F' TO FS-CONTCLI
            END-READ.

       0200-PROCESSAR.
            ADD 1 TO WRK-LIDOS
            MOVE 'N' TO WRK-REG-MUDOU
            MOVE REG-CLIENTES TO WRK-IMAGEM-ANTES
            MOVE REG-CODIGO   TO OCO-CODIGO
            MOVE SPACE        TO OCO-CONTATO
            MOVE REG-TELEFONE TO WRK-FONE-ATUAL
            MOVE REG-EMAIL    TO WRK-EMAIL-ATUAL
            PERFORM 0210-NORMALIZAR-TELEFONE
            PERFORM 0230-NORMALIZAR-EMAIL
            IF REGISTRO-MUDOU
               MOVE WRK-FONE-ATUAL  TO REG-TELEFONE
               MOVE WRK-EMAIL-ATUAL TO REG-EMAIL
               PERFORM 0250-REGRAVAR
            END-IF.
            PERFORM 0130-LER-PROXIMO.

       0210-NORMALIZAR-TELEFONE.
            IF WRK-FONE-ATUAL NOT = SPACE
               MOVE SPACE TO WRK-FONE-NORM
               MOVE 0     TO WRK-QTD-DIGITOS
               PERFORM 0220-EXTRAIR-DIGITO
                          MOVE 'DDD IMPOSSIVEL' TO OCO-TEXTO
                          PERFORM 0260-GRAVAR-EXCECAO
                       ELSE
                          IF WRK-FONE-NORM NOT = WRK-FONE-ATUAL
                             MOVE WRK-FONE-NORM TO WRK-FONE-ATUAL
                             SET REGISTRO-MUDOU TO TRUE
                             MOVE 'TELEFONE' TO OCO-CAMPO
                             MOVE 'NORMALIZADO PARA SOMENTE DIGITOS'
            END-IF.

       0220-EXTRAIR-DIGITO.
            MOVE WRK-FONE-ATUAL (WRK-IND-FONE:1) TO WRK-DIGITO.
            IF WRK-DIGITO >= '0' AND WRK-DIGITO <= '9'
               IF WRK-QTD-DIGITOS < 10
                  ADD 1 TO WRK-QTD-DIGITOS
            END-IF.

       0230-NORMALIZAR-EMAIL.
            IF WRK-EMAIL-ATUAL NOT = SPACE
               MOVE WRK-EMAIL-ATUAL TO WRK-EMAIL-NORM
               INSPECT WRK-EMAIL-NORM
                       CONVERTING WRK-MAIUSCULAS TO WRK-MINUSCULAS
               MOVE 0 TO WRK-CONT-ARROBA
                  END-IF
                  PERFORM 0260-GRAVAR-EXCECAO
               ELSE
                  IF WRK-EMAIL-NORM NOT = WRK-EMAIL-ATUAL
                     MOVE WRK-EMAIL-NORM TO WRK-EMAIL-ATUAL
                     SET REGISTRO-MUDOU TO TRUE
                     MOVE 'EMAIL'   TO OCO-CAMPO
                     MOVE 'NORMALIZADO PARA MINUSCULAS' TO OCO-TEXTO
       0250-REGRAVAR.
            MOVE WRK-DATA-AMD TO REG-DATA-MANUT.
            MOVE REG-CLIENTES TO WRK-IMAGEM-DEPOIS.
            MOVE 'A'          TO WRK-JRN-TIPO.
            REWRITE REG-CLIENTES
                 INVALID KEY
                    ADD 1 TO WRK-FALHAS
       0280-GRAVAR-JORNAL.
            MOVE WRK-DATA-JORNAL   TO JRN-DATA.
            MOVE WRK-HORA-JORNAL   TO JRN-HORA.
            MOVE WRK-JRN-TIPO      TO JRN-TIPO.
            MOVE WRK-IMAGEM-ANTES (1:5) TO JRN-CODIGO.
            MOVE WRK-IMAGEM-ANTES  TO JRN-ANTES.
            MOVE WRK-IMAGEM-DEPOIS TO JRN-DEPOIS.
                  AFTER ADVANCING 1 LINE.
            MOVE 'EXCECOES DE QUALIDADE..' TO TOT-LEGENDA.
            MOVE WRK-EXCECOES              TO TOT-VALOR.
            WRITE REG-RELNORM FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'CONTATOS LIDOS.........' TO TOT-LEGENDA.
            MOVE WRK-CTT-LIDOS             TO TOT-VALOR.
            WRITE REG-RELNORM FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'CONTATOS NORMALIZADOS..' TO TOT-LEGENDA.
            MOVE WRK-CTT-ALTERADOS         TO TOT-VALOR.
            WRITE REG-RELNORM FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'FALHAS DE GRAVACAO.....' TO TOT-LEGENDA.
            WRITE REG-RELNORM FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            CLOSE CLIENTES.
            IF CONTATOS-ABERTOS
               CLOSE CONTCLI
            END-IF.
            CLOSE RELNORM.
            CLOSE JRNLCLI.
            DISPLAY 'CLIENTES LIDOS....... ' WRK-LIDOS.
            DISPLAY 'REGISTROS NORMALIZAD. ' WRK-ALTERADOS.
            DISPLAY 'CONTATOS LIDOS....... ' WRK-CTT-LIDOS.
            DISPLAY 'CONTATOS NORMALIZADOS ' WRK-CTT-ALTERADOS.
            DISPLAY 'EXCECOES DE QUALIDADE ' WRK-EXCECOES.
            DISPLAY 'FALHAS DE GRAVACAO... ' WRK-FALHAS.
            DISPLAY 'CHAVE PARA BACKOUT... '
               MOVE 8 TO RETURN-CODE
            END-IF.

       0400-PROCESSAR-CONTATO.
            ADD 1 TO WRK-CTT-LIDOS
            MOVE 'N' TO WRK-REG-MUDOU
            MOVE REG-CONTCLI  TO WRK-IMAGEM-ANTES
            MOVE CTT-CODIGO   TO OCO-CODIGO
            MOVE SPACE        TO OCO-CONTATO
            STRING '/' CTT-SEQUENCIA
                   DELIMITED BY SIZE INTO OCO-CONTATO
            MOVE CTT-TELEFONE TO WRK-FONE-ATUAL
            MOVE CTT-EMAIL    TO WRK-EMAIL-ATUAL
            PERFORM 0210-NORMALIZAR-TELEFONE
            PERFORM 0230-NORMALIZAR-EMAIL
            IF REGISTRO-MUDOU
               MOVE WRK-FONE-ATUAL  TO CTT-TELEFONE
               MOVE WRK-EMAIL-ATUAL TO CTT-EMAIL
               PERFORM 0450-REGRAVAR-CONTATO
            END-IF.
            PERFORM 0140-LER-CONTATO.

       0450-REGRAVAR-CONTATO.
            MOVE WRK-DATA-AMD TO CTT-DATA-MANUT.
            MOVE REG-CONTCLI  TO WRK-IMAGEM-DEPOIS.
            MOVE 'M'          TO WRK-JRN-TIPO.
            REWRITE REG-CONTCLI
                 INVALID KEY
                    ADD 1 TO WRK-FALHAS
                 NOT INVALID KEY
                    PERFORM 0280-GRAVAR-JORNAL
                    ADD 1 TO WRK-CTT-ALTERADOS
            END-REWRITE.

       0900-REGISTRAR-INICIO.
            MOVE 'I' TO WRK-CTL-EVENTO.
            MOVE 0   TO WRK-CTL-LIDOS.
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG17' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
