       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-S-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CODIGO
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES-STAT.
           SELECT CONTCLI  ASSIGN TO UT-S-CONTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-FS-CONTCLI.
           SELECT RESPMKT  ASSIGN TO UT-S-RESPMKT.
           SELECT RELRESP  ASSIGN TO UT-S-RELRESP.
           SELECT JRNLCLI  ASSIGN TO UT-S-JRNLCLI.
           SELECT STATRUN  ASSIGN TO UT-S-STATRUN
               FILE STATUS IS WRK-FS-STATRUN.
           SELECT STATLIM  ASSIGN TO UT-S-STATLIM.
           SELECT XREFCLI  ASSIGN TO UT-S-XREFCLI
               FILE STATUS IS WRK-FS-XREFCLI.
           SELECT CAMPCLI  ASSIGN TO UT-S-CAMPCLI
               FILE STATUS IS WRK-FS-CAMPCLI.
           SELECT RESPCMP  ASSIGN TO UT-S-RESPCMP.
           SELECT LIMMASS  ASSIGN TO UT-S-LIMMASS
               FILE STATUS IS WRK-FS-LIMMASS.
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

       FD   RESPMKT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 41 CHARACTERS
            DATA   RECORD IS REG-STATRUN.
           COPY STAREG.

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

       FD   XREFCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 20 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-XREFCLI.
           COPY XREFREG.

       FD   CAMPCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 64 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CAMPCLI.
           COPY CMPREG.

       FD   RESPCMP
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 70 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RESPCMP.
           COPY RSCREG.

       FD   LIMMASS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-LIMMASS.
           COPY LIMREG.

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
       01  FS-RESPMKT        PIC X VALUE 'N'.
       01  FS-CLIENTES       PIC X VALUE 'N'.
       01  FS-CLIENTES-STAT  PIC X(02) VALUE '00'.
       01  WRK-FS-STATRUN    PIC X(02) VALUE '00'.
       01  WRK-LIBERADO      PIC X(01) VALUE 'S'.
       01  WRK-CONFLITOS     PIC 9(05) VALUE 0.
       01  WRK-REJEITADAS    PIC 9(05) VALUE 0.

       01  WRK-FS-CONTCLI    PIC X(02) VALUE '00'.
       01  WRK-CONTCLI-ABERTO PIC X(01) VALUE 'N'.
           88 CONTATOS-DISPONIVEIS     VALUE 'S'.
       01  WRK-CTT-FIM       PIC X(01) VALUE 'N'.
           88 FIM-CONTATOS-CLIENTE     VALUE 'S'.
       01  WRK-CTT-ACHOU     PIC X(01) VALUE 'N'.
           88 CONTATO-ENCONTRADO       VALUE 'S'.
       01  WRK-CTT-CODIGO    PIC 9(05) VALUE 0.
       01  WRK-CTT-DEVOLUCOES PIC 9(05) VALUE 0.
       01  WRK-CTT-DESCADASTROS PIC 9(05) VALUE 0.

       01  WRK-DATA-SISTEMA.
           05 WRK-DATA-AAAA PIC 9(04).
           05 WRK-DATA-MM   PIC 9(02).
           05 WRK-HORA-CENT PIC 9(02).
       01  WRK-HORA-JORNAL   PIC X(08).

       01  WRK-FS-XREFCLI    PIC X(02) VALUE '00'.
       01  FS-XREFCLI        PIC X VALUE 'N'.
       01  WRK-MAX-XREF      PIC 9(05) VALUE 05000.
       01  WRK-QTD-XREF      PIC 9(05) VALUE 0.
       01  WRK-IND-XREF      PIC 9(05) VALUE 0.
       01  WRK-POS-XREF      PIC 9(05) VALUE 0.
       01  WRK-XREF-CHEIO    PIC X(01) VALUE 'N'.
           88 TABELA-XREF-CHEIA        VALUE 'S'.
       01  WRK-TAB-XREF.
           05 WRK-ENT-XREF OCCURS 5000 TIMES.
              10 WRK-XRF-ABSORV PIC 9(05).
              10 WRK-XRF-SOBREV PIC 9(05).
       01  WRK-XRF-CODIGO    PIC 9(05) VALUE 0.
       01  WRK-XRF-SALTOS    PIC 9(02) VALUE 0.
       01  WRK-MAX-SALTOS    PIC 9(02) VALUE 20.
       01  WRK-XRF-ACHOU     PIC X(01) VALUE 'N'.
           88 ABSORVIDO-NA-TABELA      VALUE 'S'.
       01  WRK-XRF-CONSOL    PIC X(01) VALUE 'N'.
           88 CODIGO-CONSOLIDADO       VALUE 'S'.
       01  WRK-REDIRECIONADAS PIC 9(05) VALUE 0.
       01  WRK-PRV-ACHOU     PIC X(01) VALUE 'N'.
           88 CLIENTE-PREVISTO         VALUE 'S'.

       01  WRK-FS-CAMPCLI    PIC X(02) VALUE '00'.
       01  FS-CAMPCLI        PIC X VALUE 'N'.
       01  WRK-MAX-CAMPANHAS PIC 9(05) VALUE 02000.
       01  WRK-QTD-CAMPANHAS PIC 9(05) VALUE 0.
       01  WRK-CMP-ATUAL     PIC 9(05) VALUE 0.
       01  WRK-CMP-RESPOSTA  PIC 9(05) VALUE 0.
       01  WRK-CMP-CHEIO     PIC X(01) VALUE 'N'.
           88 TABELA-CAMPANHAS-CHEIA   VALUE 'S'.
       01  WRK-CMP-TOTAL     PIC 9(07) VALUE 0.
       01  WRK-CMP-LIDAS     PIC 9(07) VALUE 0.
       01  WRK-CMP-PRIMEIRA  PIC 9(07) VALUE 1.
       01  WRK-CMP-ANTIGAS   PIC 9(07) VALUE 0.
       01  WRK-TAB-CAMPANHAS.
           05 WRK-CMP-ID PIC X(17) OCCURS 2000 TIMES.
       01  WRK-TAB-CMP-CLIENTE.
           05 WRK-CMP-CLIENTE PIC 9(04) OCCURS 99999 TIMES.
       01  WRK-RESP-APLICADA PIC X(01) VALUE 'N'.
           88 RESPOSTA-APLICADA        VALUE 'S'.
       01  WRK-VINCULADAS    PIC 9(05) VALUE 0.
       01  WRK-SEM-CAMPANHA  PIC 9(05) VALUE 0.

       01  WRK-IMAGEM-ANTES  PIC X(100) VALUE SPACE.
       01  WRK-IMAGEM-DEPOIS PIC X(100) VALUE SPACE.

           05 RSR-EMAIL       PIC X(35).
           05 FILLER         PIC X(02) VALUE SPACE.
           05 RSR-SITUACAO    PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACE.
           05 RSR-OBSERVACAO  PIC X(30).


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

       PROCEDURE                        DIVISION.
       0001-PRINCIPAL.
            PERFORM 0040-LER-DATA-PROCESSAMENTO.
            PERFORM 0900-REGISTRAR-INICIO.
            IF DATA-PROC-ABERTA
               PERFORM 0050-VERIFICAR-STATUS-RUN
               IF EXECUCAO-LIBERADA
                  PERFORM 0070-LER-LIMITES
                  IF LIMITE-CADASTRADO
                     PERFORM 0080-PREVER-ATUALIZACAO
                  END-IF
               END-IF
               IF EXECUCAO-LIBERADA
                  PERFORM 0100-INICIAR
                  PERFORM 0200-PROCESSAR UNTIL FS-RESPMKT = 'F'
                  PERFORM 0300-FINALIZAR
               END-IF
            END-IF.
            MOVE WRK-LIDAS      TO WRK-CTL-LIDOS
            MOVE WRK-REJEITADAS TO WRK-CTL-REJEIT
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

       0050-VERIFICAR-STATUS-RUN.
            OPEN INPUT STATRUN.
            IF WRK-FS-STATRUN = '00'
               CLOSE STATRUN
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
                    IF LIM-PROGRAMA = 'PROG8'
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
               PERFORM 0082-CONTAR-POPULACAO
               PERFORM 0110-CARREGAR-CONSOLIDACOES
               OPEN INPUT CONTCLI
               IF WRK-FS-CONTCLI = '00'
                  SET CONTATOS-DISPONIVEIS TO TRUE
               END-IF
               OPEN INPUT RESPMKT
               OPEN OUTPUT RELRESP
               WRITE REG-RELRESP FROM LIN-PREVIA
               READ RESPMKT AT END
                            MOVE 'F' TO FS-RESPMKT
               END-READ
               PERFORM 0085-PREVER-RESPOSTA
                  UNTIL FS-RESPMKT = 'F'
               CLOSE RESPMKT
               CLOSE CLIENTES
               IF CONTATOS-DISPONIVEIS
                  CLOSE CONTCLI
                  MOVE 'N' TO WRK-CONTCLI-ABERTO
               END-IF
               MOVE 'N' TO FS-RESPMKT
               PERFORM 0090-AVALIAR-LIMITE
               CLOSE RELRESP
            END-IF.

       0082-CONTAR-POPULACAO.
            MOVE ZEROS TO REG-CODIGO.
            START CLIENTES KEY IS NOT LESS THAN REG-CODIGO
                  INVALID KEY
                     MOVE 'F' TO FS-CLIENTES
            END-START.
            PERFORM 0083-CONTAR-CLIENTE
               UNTIL FS-CLIENTES = 'F'.

       0083-CONTAR-CLIENTE.
            READ CLIENTES NEXT RECORD
                 AT END
                    MOVE 'F' TO FS-CLIENTES
                 NOT AT END
                    ADD 1 TO WRK-LIM-POPULACAO
            END-READ.

       0085-PREVER-RESPOSTA.
            IF RSP-DEVOLUCAO OR RSP-DESCADASTRO
               MOVE 'N' TO WRK-PRV-ACHOU
               MOVE RSP-CODIGO TO REG-CODIGO
               READ CLIENTES
                    INVALID KEY
                       PERFORM 0086-PREVER-SOBREVIVENTE
                    NOT INVALID KEY
                       SET CLIENTE-PREVISTO TO TRUE
               END-READ
               MOVE 'N' TO WRK-CTT-ACHOU
               IF CLIENTE-PREVISTO AND REG-EMAIL NOT = RSP-EMAIL
                  PERFORM 0216-PROCURAR-CONTATO
               END-IF
               IF CLIENTE-PREVISTO
                  AND (REG-EMAIL = RSP-EMAIL OR CONTATO-ENCONTRADO)
                  PERFORM 0087-LISTAR-PREVISTO
               END-IF
            END-IF.
            READ RESPMKT AT END
                         MOVE 'F' TO FS-RESPMKT
            END-READ.

       0086-PREVER-SOBREVIVENTE.
            MOVE RSP-CODIGO TO WRK-XRF-CODIGO.
            PERFORM 0260-RESOLVER-CONSOLIDACAO.
            IF CODIGO-CONSOLIDADO
               MOVE WRK-XRF-CODIGO TO REG-CODIGO
               READ CLIENTES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET CLIENTE-PREVISTO TO TRUE
               END-READ
            END-IF.

       0087-LISTAR-PREVISTO.
            ADD 1 TO WRK-LIM-PREVISTOS.
            MOVE REG-CODIGO TO RSR-CODIGO.
            MOVE RSP-EMAIL  TO RSR-EMAIL.
            MOVE SPACE      TO RSR-OBSERVACAO.
            IF CONTATO-ENCONTRADO
               STRING 'CONTATO ' CTT-SEQUENCIA
                      DELIMITED BY SIZE INTO RSR-OBSERVACAO
            END-IF.
            IF RSP-DEVOLUCAO
               MOVE 'DEVOLUCAO'   TO RSR-TIPO
               MOVE 'REMOCAO DE EMAIL PREVISTA'     TO RSR-SITUACAO
            ELSE
               MOVE 'DESCADASTRO' TO RSR-TIPO
               MOVE 'SAIDA DA MALA DIRETA PREVISTA' TO RSR-SITUACAO
            END-IF.
            PERFORM 0250-GRAVAR-LINHA.

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
            WRITE REG-RELRESP FROM LIN-LIMITE
                  AFTER ADVANCING 2 LINES.
            MOVE 'ATUALIZACOES PREVISTAS.' TO LMT-LEGENDA.
            MOVE WRK-LIM-PREVISTOS         TO LMT-VALOR.
            WRITE REG-RELRESP FROM LIN-LIMITE
                  AFTER ADVANCING 1 LINE.
            MOVE 'LIMITE DA EXECUCAO.....' TO LMT-LEGENDA.
            MOVE WRK-LIM-TETO              TO LMT-VALOR.
            WRITE REG-RELRESP FROM LIN-LIMITE
                  AFTER ADVANCING 1 LINE.
            WRITE REG-RELRESP FROM LIN-INTERRUPCAO
                  AFTER ADVANCING 2 LINES.

       0100-INICIAR.
            OPEN I-O CLIENTES.
            IF FS-CLIENTES-STAT NOT = '00'
            OPEN INPUT RESPMKT.
            OPEN OUTPUT RELRESP.
            OPEN EXTEND JRNLCLI.
            OPEN EXTEND RESPCMP.
            OPEN I-O CONTCLI.
            IF WRK-FS-CONTCLI = '00'
               SET CONTATOS-DISPONIVEIS TO TRUE
            ELSE
               DISPLAY 'CADASTRO DE CONTATOS INDISPONIVEL - STATUS '
                       WRK-FS-CONTCLI
               DISPLAY 'RESPOSTAS DE EMAIL DE CONTATO NAO SERAO '
                       'APLICADAS'
            END-IF.
            PERFORM 0110-CARREGAR-CONSOLIDACOES.
            PERFORM 0120-CARREGAR-CAMPANHAS.
            MOVE WRK-DATA-PROC TO WRK-DATA-SISTEMA.
            STRING WRK-DATA-DD   '/'
                   WRK-DATA-MM   '/'
                   WRK-DATA-AAAA
               END-READ
            END-IF.

       0110-CARREGAR-CONSOLIDACOES.
            MOVE 0   TO WRK-QTD-XREF.
            MOVE 'N' TO FS-XREFCLI.
            MOVE 'N' TO WRK-XREF-CHEIO.
            OPEN INPUT XREFCLI.
            IF WRK-FS-XREFCLI = '00'
               PERFORM 0115-LER-CONSOLIDACAO
                  UNTIL FS-XREFCLI = 'F'
            ELSE
               DISPLAY 'REFERENCIA DE CONSOLIDACOES AUSENTE - '
                       'CODIGOS NAO SERAO REDIRECIONADOS'
            END-IF.
            CLOSE XREFCLI.

       0115-LER-CONSOLIDACAO.
            READ XREFCLI
                 AT END
                    MOVE 'F' TO FS-XREFCLI
                 NOT AT END
                    IF WRK-QTD-XREF >= WRK-MAX-XREF
                       IF NOT TABELA-XREF-CHEIA
                          DISPLAY 'TABELA DE CONSOLIDACOES CHEIA - '
                                  'REDIRECIONAMENTO INCOMPLETO'
                          SET TABELA-XREF-CHEIA TO TRUE
                       END-IF
                    ELSE
                       ADD 1 TO WRK-QTD-XREF
                       MOVE XRF-CODIGO-ABSORV
                            TO WRK-XRF-ABSORV (WRK-QTD-XREF)
                       MOVE XRF-CODIGO-SOBREV
                            TO WRK-XRF-SOBREV (WRK-QTD-XREF)
                    END-IF
            END-READ.

       0120-CARREGAR-CAMPANHAS.
            MOVE ZEROS TO WRK-TAB-CMP-CLIENTE.
            PERFORM 0121-CONTAR-CAMPANHAS.
            OPEN INPUT CAMPCLI.
            IF WRK-FS-CAMPCLI = '00'
               PERFORM 0125-LER-CAMPANHA
                  UNTIL FS-CAMPCLI = 'F'
            ELSE
               DISPLAY 'REGISTRO DE CAMPANHAS AUSENTE - '
                       'RESPOSTAS SEM VINCULO DE CAMPANHA'
            END-IF.
            CLOSE CAMPCLI.
            IF WRK-CMP-ANTIGAS > 0
               DISPLAY 'CAMPANHAS FORA DA JANELA DAS '
                       WRK-MAX-CAMPANHAS ' MAIS RECENTES: '
                       WRK-CMP-ANTIGAS
            END-IF.

       0121-CONTAR-CAMPANHAS.
            MOVE 0   TO WRK-CMP-TOTAL.
            OPEN INPUT CAMPCLI.
            IF WRK-FS-CAMPCLI = '00'
               PERFORM 0123-CONTAR-CABECALHO
                  UNTIL FS-CAMPCLI = 'F'
            END-IF.
            CLOSE CAMPCLI.
            MOVE 'N' TO FS-CAMPCLI.
            MOVE 0   TO WRK-CMP-LIDAS.
            MOVE 0   TO WRK-CMP-ANTIGAS.
            IF WRK-CMP-TOTAL > WRK-MAX-CAMPANHAS
               COMPUTE WRK-CMP-PRIMEIRA =
                       WRK-CMP-TOTAL - WRK-MAX-CAMPANHAS + 1
            ELSE
               MOVE 1 TO WRK-CMP-PRIMEIRA
            END-IF.

       0123-CONTAR-CABECALHO.
            READ CAMPCLI
                 AT END
                    MOVE 'F' TO FS-CAMPCLI
                 NOT AT END
                    IF CMP-TIPO = 'H'
                       ADD 1 TO WRK-CMP-TOTAL
                    END-IF
            END-READ.

       0125-LER-CAMPANHA.
            READ CAMPCLI
                 AT END
                    MOVE 'F' TO FS-CAMPCLI
                 NOT AT END
                    EVALUATE CMP-TIPO
                       WHEN 'H'
                            PERFORM 0127-INCLUIR-CAMPANHA
                       WHEN 'E'
                            IF WRK-CMP-ATUAL > 0
                               AND CMP-CODIGO NUMERIC
                               AND CMP-CODIGO > 0
                               MOVE WRK-CMP-ATUAL
                                 TO WRK-CMP-CLIENTE (CMP-CODIGO)
                            END-IF
                    END-EVALUATE
            END-READ.

       0127-INCLUIR-CAMPANHA.
            ADD 1 TO WRK-CMP-LIDAS.
            IF WRK-CMP-LIDAS < WRK-CMP-PRIMEIRA
               ADD 1 TO WRK-CMP-ANTIGAS
               MOVE 0 TO WRK-CMP-ATUAL
            ELSE
               PERFORM 0128-OCUPAR-CAMPANHA
            END-IF.

       0128-OCUPAR-CAMPANHA.
            IF WRK-QTD-CAMPANHAS >= WRK-MAX-CAMPANHAS
               IF NOT TABELA-CAMPANHAS-CHEIA
                  DISPLAY 'TABELA DE CAMPANHAS CHEIA - '
                          'VINCULO LIMITADO A CAMPANHA ' CMP-CAMPANHA
                  SET TABELA-CAMPANHAS-CHEIA TO TRUE
               END-IF
               MOVE 0 TO WRK-CMP-ATUAL
            ELSE
               ADD 1 TO WRK-QTD-CAMPANHAS
               MOVE WRK-QTD-CAMPANHAS TO WRK-CMP-ATUAL
               MOVE CMP-CAMPANHA TO WRK-CMP-ID (WRK-CMP-ATUAL)
            END-IF.

       0200-PROCESSAR.
            ADD 1 TO WRK-LIDAS
            MOVE SPACE TO RSR-OBSERVACAO
            MOVE 'N'   TO WRK-RESP-APLICADA
            MOVE 'N'   TO WRK-CTT-ACHOU
            EVALUATE TRUE
               WHEN RSP-DEVOLUCAO
                    MOVE 'DEVOLUCAO'    TO RSR-TIPO
                    PERFORM 0230-VINCULAR-CAMPANHA
                    PERFORM 0210-LOCALIZAR-E-APLICAR
                    PERFORM 0235-GRAVAR-VINCULO
               WHEN RSP-DESCADASTRO
                    MOVE 'DESCADASTRO'  TO RSR-TIPO
                    PERFORM 0230-VINCULAR-CAMPANHA
                    PERFORM 0210-LOCALIZAR-E-APLICAR
                    PERFORM 0235-GRAVAR-VINCULO
               WHEN OTHER
                    MOVE 'TIPO INVALIDO' TO RSR-TIPO
                    MOVE RSP-CODIGO      TO RSR-CODIGO
            MOVE RSP-CODIGO TO REG-CODIGO.
            READ CLIENTES
                 INVALID KEY
                    PERFORM 0212-PROCURAR-SOBREVIVENTE
                 NOT INVALID KEY
                    IF REG-EMAIL NOT = RSP-EMAIL
                       PERFORM 0213-CONFERIR-CONTATO
                    ELSE
                       PERFORM 0220-APLICAR-RESPOSTA
                    END-IF
            END-READ.
            PERFORM 0250-GRAVAR-LINHA.

       0212-PROCURAR-SOBREVIVENTE.
            MOVE RSP-CODIGO TO WRK-XRF-CODIGO.
            PERFORM 0260-RESOLVER-CONSOLIDACAO.
            IF CODIGO-CONSOLIDADO
               MOVE WRK-XRF-CODIGO TO REG-CODIGO
               READ CLIENTES
                    INVALID KEY
                       PERFORM 0215-PROCURAR-PELO-EMAIL
                    NOT INVALID KEY
                       ADD 1 TO WRK-REDIRECIONADAS
                       MOVE SPACE TO RSR-OBSERVACAO
                       STRING 'REDIRECIONADO PARA '
                              WRK-XRF-CODIGO
                              DELIMITED BY SIZE INTO RSR-OBSERVACAO
                       IF REG-EMAIL NOT = RSP-EMAIL
                          PERFORM 0213-CONFERIR-CONTATO
                       ELSE
                          PERFORM 0220-APLICAR-RESPOSTA
                       END-IF
               END-READ
            ELSE
               PERFORM 0215-PROCURAR-PELO-EMAIL
            END-IF.

       0213-CONFERIR-CONTATO.
            PERFORM 0216-PROCURAR-CONTATO.
            IF CONTATO-ENCONTRADO
               PERFORM 0225-APLICAR-RESPOSTA-CONTATO
            ELSE
               MOVE 'EMAIL NAO CONFERE'  TO RSR-SITUACAO
               ADD 1 TO WRK-CONFLITOS
            END-IF.

       0215-PROCURAR-PELO-EMAIL.
            IF RSP-EMAIL = SPACE
               MOVE 'CODIGO NAO ENCONTRADO' TO RSR-SITUACAO
               END-READ
            END-IF.

       0216-PROCURAR-CONTATO.
            MOVE 'N' TO WRK-CTT-ACHOU.
            IF CONTATOS-DISPONIVEIS AND RSP-EMAIL NOT = SPACE
               MOVE REG-CODIGO TO WRK-CTT-CODIGO
               MOVE REG-CODIGO TO CTT-CODIGO
               MOVE 0          TO CTT-SEQUENCIA
               MOVE 'N'        TO WRK-CTT-FIM
               START CONTCLI KEY IS NOT LESS THAN CTT-CHAVE
                     INVALID KEY
                        SET FIM-CONTATOS-CLIENTE TO TRUE
               END-START
               PERFORM 0217-COMPARAR-CONTATO
                  UNTIL FIM-CONTATOS-CLIENTE
                     OR CONTATO-ENCONTRADO
            END-IF.

       0217-COMPARAR-CONTATO.
            READ CONTCLI NEXT RECORD
                 AT END
                    SET FIM-CONTATOS-CLIENTE TO TRUE
                 NOT AT END
                    IF CTT-CODIGO NOT = WRK-CTT-CODIGO
                       SET FIM-CONTATOS-CLIENTE TO TRUE
                    ELSE
                       IF CTT-EMAIL = RSP-EMAIL
                          SET CONTATO-ENCONTRADO TO TRUE
                       END-IF
                    END-IF
            END-READ.

       0220-APLICAR-RESPOSTA.
            MOVE REG-CLIENTES TO WRK-IMAGEM-ANTES.
            IF RSP-DEVOLUCAO
            MOVE WRK-DATA-AMD TO REG-DATA-MANUT.
            MOVE REG-CLIENTES TO WRK-IMAGEM-DEPOIS.
            REWRITE REG-CLIENTES.
            SET RESPOSTA-APLICADA TO TRUE.
            PERFORM 0240-GRAVAR-JORNAL.

       0225-APLICAR-RESPOSTA-CONTATO.
            MOVE REG-CONTCLI TO WRK-IMAGEM-ANTES.
            MOVE SPACE       TO RSR-SITUACAO.
            IF RSP-DEVOLUCAO
               MOVE SPACE        TO CTT-EMAIL
               STRING 'EMAIL DO CONTATO ' CTT-SEQUENCIA ' REMOVIDO'
                      DELIMITED BY SIZE INTO RSR-SITUACAO
            ELSE
               MOVE 'N'          TO CTT-MALA-DIRETA
               STRING 'CONTATO ' CTT-SEQUENCIA ' FORA DA MALA DIRETA'
                      DELIMITED BY SIZE INTO RSR-SITUACAO
            END-IF.
            MOVE WRK-DATA-AMD TO CTT-DATA-MANUT.
            MOVE REG-CONTCLI  TO WRK-IMAGEM-DEPOIS.
            REWRITE REG-CONTCLI
                 INVALID KEY
                    MOVE 'FALHA AO REGRAVAR CONTATO' TO RSR-SITUACAO
                    ADD 1 TO WRK-REJEITADAS
                 NOT INVALID KEY
                    IF RSP-DEVOLUCAO
                       ADD 1 TO WRK-CTT-DEVOLUCOES
                    ELSE
                       ADD 1 TO WRK-CTT-DESCADASTROS
                    END-IF
                    SET RESPOSTA-APLICADA TO TRUE
                    PERFORM 0245-GRAVAR-JORNAL-CONTATO
            END-REWRITE.

       0230-VINCULAR-CAMPANHA.
            MOVE 0 TO WRK-CMP-RESPOSTA.
            IF RSP-CODIGO NUMERIC AND RSP-CODIGO > 0
               MOVE WRK-CMP-CLIENTE (RSP-CODIGO) TO WRK-CMP-RESPOSTA
            END-IF.
            IF WRK-CMP-RESPOSTA > 0
               STRING 'CAMPANHA ' WRK-CMP-ID (WRK-CMP-RESPOSTA)
                      DELIMITED BY SIZE INTO RSR-OBSERVACAO
            END-IF.

       0235-GRAVAR-VINCULO.
            MOVE SPACE TO REG-RESPCMP.
            IF WRK-CMP-RESPOSTA > 0
               MOVE WRK-CMP-ID (WRK-CMP-RESPOSTA) TO RSC-CAMPANHA
               ADD 1 TO WRK-VINCULADAS
            ELSE
               ADD 1 TO WRK-SEM-CAMPANHA
            END-IF.
            MOVE RSP-TIPO          TO RSC-TIPO.
            MOVE RSP-CODIGO        TO RSC-CODIGO.
            MOVE RSP-EMAIL         TO RSC-EMAIL.
            IF CONTATO-ENCONTRADO
               MOVE CTT-SEQUENCIA  TO RSC-SEQUENCIA
            ELSE
               MOVE 0              TO RSC-SEQUENCIA
            END-IF.
            MOVE WRK-DATA-PROC-AMD TO RSC-DATA-PROC.
            IF RESPOSTA-APLICADA
               MOVE 'S' TO RSC-APLICADA
            ELSE
               MOVE 'N' TO RSC-APLICADA
            END-IF.
            WRITE REG-RESPCMP.

       0240-GRAVAR-JORNAL.
            MOVE WRK-DATA-JORNAL   TO JRN-DATA.
            MOVE WRK-HORA-JORNAL   TO JRN-HORA.
            MOVE WRK-IMAGEM-DEPOIS TO JRN-DEPOIS.
            WRITE REG-JRNLCLI.

       0245-GRAVAR-JORNAL-CONTATO.
            MOVE WRK-DATA-JORNAL   TO JRN-DATA.
            MOVE WRK-HORA-JORNAL   TO JRN-HORA.
            MOVE 'M'               TO JRN-TIPO.
            MOVE CTT-CODIGO        TO JRN-CODIGO.
            MOVE WRK-IMAGEM-ANTES  TO JRN-ANTES.
            MOVE WRK-IMAGEM-DEPOIS TO JRN-DEPOIS.
            WRITE REG-JRNLCLI.

       0250-GRAVAR-LINHA.
            WRITE REG-RELRESP FROM LIN-RESPOSTA
                  AFTER ADVANCING 1 LINE.

       0260-RESOLVER-CONSOLIDACAO.
            MOVE 'N' TO WRK-XRF-CONSOL.
            MOVE 0   TO WRK-XRF-SALTOS.
            MOVE 'S' TO WRK-XRF-ACHOU.
            PERFORM 0265-SEGUIR-CONSOLIDACAO
               UNTIL NOT ABSORVIDO-NA-TABELA
                  OR WRK-XRF-SALTOS > WRK-MAX-SALTOS.
            IF WRK-XRF-SALTOS > 0
               AND WRK-XRF-SALTOS NOT > WRK-MAX-SALTOS
               SET CODIGO-CONSOLIDADO TO TRUE
            END-IF.

       0265-SEGUIR-CONSOLIDACAO.
            MOVE 'N' TO WRK-XRF-ACHOU.
            MOVE 0   TO WRK-POS-XREF.
            PERFORM 0267-PROCURAR-ABSORVIDO
               VARYING WRK-IND-XREF FROM 1 BY 1
               UNTIL WRK-IND-XREF > WRK-QTD-XREF.
            IF ABSORVIDO-NA-TABELA
               MOVE WRK-XRF-SOBREV (WRK-POS-XREF) TO WRK-XRF-CODIGO
               ADD 1 TO WRK-XRF-SALTOS
            END-IF.

       0267-PROCURAR-ABSORVIDO.
            IF WRK-XRF-ABSORV (WRK-IND-XREF) = WRK-XRF-CODIGO
               SET ABSORVIDO-NA-TABELA TO TRUE
               MOVE WRK-IND-XREF TO WRK-POS-XREF
            END-IF.

       0300-FINALIZAR.
            CLOSE CLIENTES.
            CLOSE RESPMKT.
            CLOSE RELRESP.
            CLOSE JRNLCLI.
            CLOSE RESPCMP.
            IF CONTATOS-DISPONIVEIS
               CLOSE CONTCLI
            END-IF.
            DISPLAY 'RESPOSTAS LIDAS...... ' WRK-LIDAS.
            DISPLAY 'DEVOLUCOES APLICADAS. ' WRK-DEVOLUCOES.
            DISPLAY 'DESCADASTROS......... ' WRK-DESCADASTROS.
            DISPLAY 'DEVOLUCOES CONTATO... ' WRK-CTT-DEVOLUCOES.
            DISPLAY 'DESCADASTROS CONTATO. ' WRK-CTT-DESCADASTROS.
            DISPLAY 'SEM CADASTRO......... ' WRK-SEM-CADASTRO.
            DISPLAY 'EMAIL EM CONFLITO.... ' WRK-CONFLITOS.
            DISPLAY 'RESPOSTAS REJEITADAS. ' WRK-REJEITADAS.
            DISPLAY 'CODIGOS REDIRECIONADOS ' WRK-REDIRECIONADAS.
            DISPLAY 'VINCULADAS A CAMPANHA ' WRK-VINCULADAS.
            DISPLAY 'SEM CAMPANHA......... ' WRK-SEM-CAMPANHA.
            DISPLAY 'CHAVE PARA BACKOUT... '
                    WRK-DATA-JORNAL ' ' WRK-HORA-JORNAL.

                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG8' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
