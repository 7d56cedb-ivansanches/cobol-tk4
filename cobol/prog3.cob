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
           SELECT TRANCLI  ASSIGN TO UT-S-TRANVAL.
           SELECT RELMANUT ASSIGN TO UT-S-RELMANUT.
           SELECT JRNLCLI  ASSIGN TO UT-S-JRNLCLI.
           SELECT STATRUN  ASSIGN TO UT-S-STATRUN
               FILE STATUS IS WRK-FS-STATRUN.
           SELECT STATLIM  ASSIGN TO UT-S-STATLIM.
           SELECT XREFCLI  ASSIGN TO UT-S-XREFCLI
               FILE STATUS IS WRK-FS-XREFCLI.
           SELECT EXCAPR   ASSIGN TO UT-S-EXCAPR
               FILE STATUS IS WRK-FS-EXCAPR.
           SELECT CTLCOD   ASSIGN TO UT-S-CTLCOD
               FILE STATUS IS WRK-FS-CTLCOD.
           SELECT ARQCLI   ASSIGN TO UT-S-ARQCLI
               FILE STATUS IS WRK-FS-ARQCLI.
           SELECT ACKCLI   ASSIGN TO UT-S-ACKCLI.
           SELECT APLAPR   ASSIGN TO UT-S-APLAPR.
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

       FD   TRANCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 82 CHARACTERS
                88 TRA-INCLUSAO   VALUE 'I'.
                88 TRA-ALTERACAO  VALUE 'A'.
                88 TRA-EXCLUSAO   VALUE 'E'.
                88 TRA-INCL-CONTATO  VALUE 'C'.
                88 TRA-ALTER-CONTATO VALUE 'M'.
                88 TRA-REMOV-CONTATO VALUE 'R'.
                88 TRA-CONTATO    VALUE 'C' 'M' 'R'.
            05 TRA-CODIGO    PIC 9(05).
            05 TRA-NOME      PIC X(30).
            05 TRA-EMAIL     PIC X(35).
            05 TRA-TELEFONE  PIC X(10).
            05 TRA-STATUS    PIC X(01).
       01   REG-TRANCLI-CTT.
            05 TCT-TIPO          PIC X(01).
            05 TCT-CODIGO        PIC 9(05).
            05 TCT-SEQUENCIA     PIC 9(02).
            05 TCT-TIPO-CONTATO  PIC X(01).
            05 TCT-EMAIL         PIC X(35).
            05 TCT-TELEFONE      PIC X(10).
            05 TCT-PREFERIDO     PIC X(01).
            05 TCT-MALA-DIRETA   PIC X(01).
            05 FILLER            PIC X(26).
       01   REG-TRANCLI-CAB.
            05 CAB-TIPO      PIC X(01).
            05 CAB-ORIGEM    PIC X(03).
            05 CAB-DATA      PIC 9(08).
            05 CAB-SEQUENCIA PIC 9(05).
            05 FILLER        PIC X(65).

       FD   RELMANUT
            LABEL RECORDS ARE OMITTED
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

       FD   EXCAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 82 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-EXCAPR.
       01   REG-EXCAPR.
            05 XAP-TIPO         PIC X(01).
            05 XAP-CODIGO       PIC 9(05).
            05 XAP-NUMERO-APROV PIC 9(07).
            05 XAP-APROVADOR    PIC X(08).
            05 FILLER           PIC X(61).

       FD   CTLCOD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 30 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CTLCOD.
       01   REG-CTLCOD.
            05 COD-ULTIMO-CODIGO  PIC 9(05).
            05 COD-DATA-ATUALIZ   PIC 9(08).
            05 COD-HORA-ATUALIZ   PIC X(08).
            05 COD-QTD-ATRIBUIDOS PIC 9(05).
            05 FILLER             PIC X(04).

       FD   ARQCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 108 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ARQCLI.
       01   REG-ARQCLI.
            05 ARQ-CODIGO       PIC 9(05).
            05 FILLER           PIC X(95).
            05 ARQ-DATA-ARQUIVO PIC 9(08).

       FD   ACKCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ACKCLI.
           COPY ACKREG.

       FD   APLAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 40 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-APLAPR.
           COPY APLREG.

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
       01  FS-TRANCLI        PIC X VALUE 'N'.
       01  FS-CLIENTES       PIC X VALUE 'N'.
       01  FS-CLIENTES-STAT  PIC X(02) VALUE '00'.
       01  WRK-FS-STATRUN    PIC X(02) VALUE '00'.
       01  WRK-LIBERADO      PIC X(01) VALUE 'S'.
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

       01  WRK-FS-EXCAPR     PIC X(02) VALUE '00'.
       01  FS-EXCAPR         PIC X VALUE 'N'.
       01  WRK-EXC-APROVADAS PIC 9(05) VALUE 0.
       01  WRK-EXC-SEM-APROV PIC 9(05) VALUE 0.
       01  WRK-COD-EXCLUSAO  PIC 9(05) VALUE 0.
       01  WRK-EXECUTADOS    PIC 9(05) VALUE 0.
       01  WRK-APL-RESULTADO PIC X(01) VALUE SPACE.

       01  WRK-FS-CONTCLI    PIC X(02) VALUE '00'.
       01  WRK-CONTCLI-ABERTO PIC X(01) VALUE 'N'.
           88 CONTATOS-DISPONIVEIS     VALUE 'S'.
       01  WRK-CTT-FIM       PIC X(01) VALUE 'N'.
           88 FIM-CONTATOS-CLIENTE     VALUE 'S'.
       01  WRK-CTT-CODIGO    PIC 9(05) VALUE 0.
       01  WRK-CTT-SEQ-PREF  PIC 9(02) VALUE 0.
       01  WRK-CTT-INCLUIDOS PIC 9(05) VALUE 0.
       01  WRK-CTT-ALTERADOS PIC 9(05) VALUE 0.
       01  WRK-CTT-REMOVIDOS PIC 9(05) VALUE 0.
       01  WRK-CTT-CASCATA   PIC 9(05) VALUE 0.
       01  WRK-CTT-DESMARCADOS PIC 9(05) VALUE 0.

       01  WRK-FS-CTLCOD     PIC X(02) VALUE '00'.
       01  WRK-COD-ULTIMO    PIC 9(05) VALUE 0.
       01  WRK-COD-INICIAL   PIC 9(05) VALUE 0.
       01  WRK-COD-ATRIBUIDOS PIC 9(05) VALUE 0.
       01  WRK-COD-PULADOS   PIC 9(05) VALUE 0.
       01  WRK-ATRIBUICAO    PIC X(01) VALUE 'S'.
           88 ATRIBUICAO-LIBERADA      VALUE 'S'.
       01  WRK-COD-SITUACAO  PIC X(01) VALUE SPACE.
           88 CODIGO-LIVRE             VALUE 'L'.
           88 CODIGO-OCUPADO           VALUE 'O'.
           88 SEM-CODIGO-LIVRE         VALUE 'X'.
       01  WRK-CODIGO-ATRIB  PIC X(01) VALUE 'N'.
           88 CODIGO-ATRIBUIDO         VALUE 'S'.

       01  WRK-FS-ARQCLI     PIC X(02) VALUE '00'.
       01  FS-ARQCLI         PIC X VALUE 'N'.
       01  WRK-MAX-ARQ       PIC 9(05) VALUE 20000.
       01  WRK-QTD-ARQ       PIC 9(05) VALUE 0.
       01  WRK-IND-ARQ       PIC 9(05) VALUE 0.
       01  WRK-ARQ-CHEIO     PIC X(01) VALUE 'N'.
           88 TABELA-ARQ-CHEIA         VALUE 'S'.
       01  WRK-ARQ-ACHOU     PIC X(01) VALUE 'N'.
           88 CODIGO-ARQUIVADO         VALUE 'S'.
       01  WRK-TAB-ARQ.
           05 WRK-ARQ-CODIGO PIC 9(05) OCCURS 20000 TIMES.

       01  WRK-ACK-LOTE      PIC X(01) VALUE 'N'.
           88 LOTE-IDENTIFICADO        VALUE 'S'.
       01  WRK-ACK-ABERTO    PIC X(01) VALUE 'N'.
           88 RETORNO-ABERTO           VALUE 'S'.
       01  WRK-ACK-ORIGEM    PIC X(03) VALUE SPACE.
       01  WRK-ACK-DATA-LOTE PIC 9(08) VALUE 0.
       01  WRK-ACK-SEQ-LOTE  PIC 9(05) VALUE 0.
       01  WRK-ACK-RESULTADO PIC X(01) VALUE SPACE.
       01  WRK-ACK-INCLUIDAS PIC 9(05) VALUE 0.
       01  WRK-ACK-RECUSADAS PIC 9(05) VALUE 0.
       01  WRK-ACK-LOTES     PIC 9(05) VALUE 0.

       01  WRK-JRN-TIPO      PIC X(01) VALUE SPACE.
       01  WRK-IMAGEM-ANTES  PIC X(100) VALUE SPACE.
       01  WRK-IMAGEM-DEPOIS PIC X(100) VALUE SPACE.
           05 MAN-CODIGO      PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACE.
           05 MAN-SITUACAO    PIC X(25).
           05 FILLER         PIC X(02) VALUE SPACE.
           05 MAN-OBSERVACAO  PIC X(30).


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
               PERFORM 0050-VERIFICAR-STATUS-RUN
               IF EXECUCAO-LIBERADA
                  PERFORM 0070-LER-LIMITES
                  IF LIMITE-CADASTRADO
                     PERFORM 0080-PREVER-ATUALIZACAO
                  END-IF
               END-IF
               IF EXECUCAO-LIBERADA
                  PERFORM 0100-INICIAR
                  PERFORM 0200-PROCESSAR UNTIL FS-TRANCLI = 'F'
                  PERFORM 0260-PROCESSAR-APROVADA
                     UNTIL FS-EXCAPR = 'F'
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
                    IF LIM-PROGRAMA = 'PROG3'
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
               OPEN OUTPUT RELMANUT
               WRITE REG-RELMANUT FROM LIN-PREVIA
               OPEN INPUT TRANCLI
               READ TRANCLI AT END
                            MOVE 'F' TO FS-TRANCLI
               END-READ
               PERFORM 0085-PREVER-TRANSACAO
                  UNTIL FS-TRANCLI = 'F'
               CLOSE TRANCLI
               MOVE 'N' TO FS-TRANCLI
               OPEN INPUT EXCAPR
               IF WRK-FS-EXCAPR = '00'
                  READ EXCAPR AT END
                              MOVE 'F' TO FS-EXCAPR
                  END-READ
                  PERFORM 0088-PREVER-EXCLUSAO
                     UNTIL FS-EXCAPR = 'F'
               END-IF
               CLOSE EXCAPR
               MOVE 'N' TO FS-EXCAPR
               CLOSE CLIENTES
               PERFORM 0090-AVALIAR-LIMITE
               CLOSE RELMANUT
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

       0085-PREVER-TRANSACAO.
            IF TRA-ALTERACAO
               MOVE 'N'        TO WRK-PRV-ACHOU
               MOVE SPACE      TO MAN-OBSERVACAO
               MOVE TRA-CODIGO TO REG-CODIGO
               READ CLIENTES
                    INVALID KEY
                       PERFORM 0086-PREVER-SOBREVIVENTE
                    NOT INVALID KEY
                       SET CLIENTE-PREVISTO TO TRUE
               END-READ
               IF CLIENTE-PREVISTO
                  AND (REG-STATUS NOT = 'S' OR TRA-STATUS = 'A')
                  MOVE 'ALTERACAO' TO MAN-TIPO
                  IF TRA-STATUS = 'I' AND REG-STATUS NOT = 'I'
                     MOVE 'INATIVACAO PREVISTA' TO MAN-SITUACAO
                  ELSE
                     MOVE 'ALTERACAO PREVISTA'  TO MAN-SITUACAO
                  END-IF
                  PERFORM 0087-LISTAR-PREVISTO
               END-IF
            END-IF.
            READ TRANCLI AT END
                         MOVE 'F' TO FS-TRANCLI
            END-READ.

       0086-PREVER-SOBREVIVENTE.
            MOVE TRA-CODIGO TO WRK-XRF-CODIGO.
            PERFORM 0250-RESOLVER-CONSOLIDACAO.
            IF CODIGO-CONSOLIDADO
               MOVE WRK-XRF-CODIGO TO REG-CODIGO
               READ CLIENTES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET CLIENTE-PREVISTO TO TRUE
                       STRING 'REDIRECIONADO DE '
                              TRA-CODIGO
                              DELIMITED BY SIZE INTO MAN-OBSERVACAO
               END-READ
            END-IF.

       0087-LISTAR-PREVISTO.
            ADD 1 TO WRK-LIM-PREVISTOS.
            MOVE REG-CODIGO TO MAN-CODIGO.
            WRITE REG-RELMANUT FROM LIN-MANUT
                  AFTER ADVANCING 1 LINE.

       0088-PREVER-EXCLUSAO.
            IF XAP-TIPO = 'E'
               AND XAP-CODIGO NUMERIC
               AND XAP-NUMERO-APROV NUMERIC
               AND XAP-NUMERO-APROV > 0
               AND XAP-APROVADOR NOT = SPACE
               MOVE XAP-CODIGO TO REG-CODIGO
               READ CLIENTES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'EXCLUSAO'          TO MAN-TIPO
                       MOVE 'EXCLUSAO PREVISTA' TO MAN-SITUACAO
                       MOVE SPACE               TO MAN-OBSERVACAO
                       STRING 'APROVACAO '
                              XAP-NUMERO-APROV
                              ' '
                              XAP-APROVADOR
                              DELIMITED BY SIZE INTO MAN-OBSERVACAO
                       PERFORM 0087-LISTAR-PREVISTO
               END-READ
            END-IF.
            READ EXCAPR AT END
                        MOVE 'F' TO FS-EXCAPR
            END-READ.

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
            WRITE REG-RELMANUT FROM LIN-LIMITE
                  AFTER ADVANCING 2 LINES.
            MOVE 'ATUALIZACOES PREVISTAS.' TO LMT-LEGENDA.
            MOVE WRK-LIM-PREVISTOS         TO LMT-VALOR.
            WRITE REG-RELMANUT FROM LIN-LIMITE
                  AFTER ADVANCING 1 LINE.
            MOVE 'LIMITE DA EXECUCAO.....' TO LMT-LEGENDA.
            MOVE WRK-LIM-TETO              TO LMT-VALOR.
            WRITE REG-RELMANUT FROM LIN-LIMITE
                  AFTER ADVANCING 1 LINE.
            WRITE REG-RELMANUT FROM LIN-INTERRUPCAO
                  AFTER ADVANCING 2 LINES.

       0100-INICIAR.
            OPEN I-O CLIENTES.
            IF FS-CLIENTES-STAT NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES - STATUS '
                       FS-CLIENTES-STAT
               MOVE 'F' TO FS-TRANCLI
               MOVE 'F' TO FS-EXCAPR
            END-IF.
            OPEN I-O CONTCLI.
            IF WRK-FS-CONTCLI = '00'
               SET CONTATOS-DISPONIVEIS TO TRUE
            ELSE
               DISPLAY 'CADASTRO DE CONTATOS INDISPONIVEL - STATUS '
                       WRK-FS-CONTCLI
               DISPLAY 'TRANSACOES DE CONTATO SERAO REJEITADAS'
            END-IF.
            OPEN INPUT TRANCLI.
            OPEN OUTPUT RELMANUT.
            OPEN EXTEND JRNLCLI.
            OPEN EXTEND APLAPR.
            PERFORM 0110-CARREGAR-CONSOLIDACOES.
            PERFORM 0120-LER-CONTROLE-CODIGOS.
            PERFORM 0130-CARREGAR-ARQUIVADOS.
            OPEN OUTPUT ACKCLI.
            MOVE WRK-DATA-PROC TO WRK-DATA-SISTEMA.
            STRING WRK-DATA-DD   '/'
                   WRK-DATA-MM   '/'
                   WRK-DATA-AAAA
                            MOVE 'F' TO FS-TRANCLI
               END-READ
            END-IF.
            OPEN INPUT EXCAPR.
            IF WRK-FS-EXCAPR NOT = '00'
               DISPLAY 'EXCLUSOES APROVADAS AUSENTES - '
                       'NENHUMA EXCLUSAO SERA APLICADA'
               MOVE 'F' TO FS-EXCAPR
               CLOSE EXCAPR
            ELSE
               IF FS-EXCAPR NOT = 'F'
                  READ EXCAPR AT END
                              MOVE 'F' TO FS-EXCAPR
                  END-READ
               END-IF
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

       0120-LER-CONTROLE-CODIGOS.
            OPEN INPUT CTLCOD.
            IF WRK-FS-CTLCOD = '00'
               READ CTLCOD
                    AT END
                       DISPLAY 'CONTROLE DE CODIGOS VAZIO - '
                               'ATRIBUICAO A PARTIR DO CODIGO 00001'
                    NOT AT END
                       IF COD-ULTIMO-CODIGO NUMERIC
                          MOVE COD-ULTIMO-CODIGO TO WRK-COD-ULTIMO
                       ELSE
                          DISPLAY 'CONTROLE DE CODIGOS INVALIDO - '
                                  'ATRIBUICAO DE CODIGOS SUSPENSA'
                          MOVE 'N' TO WRK-ATRIBUICAO
                       END-IF
               END-READ
               CLOSE CTLCOD
            ELSE
               DISPLAY 'CONTROLE DE CODIGOS AUSENTE - '
                       'ATRIBUICAO A PARTIR DO CODIGO 00001'
               CLOSE CTLCOD
            END-IF.
            MOVE WRK-COD-ULTIMO TO WRK-COD-INICIAL.
            IF TABELA-XREF-CHEIA
               DISPLAY 'TABELA DE CONSOLIDACOES INCOMPLETA - '
                       'ATRIBUICAO DE CODIGOS SUSPENSA'
               MOVE 'N' TO WRK-ATRIBUICAO
            END-IF.
            DISPLAY 'CONTROLE DE CODIGOS - ULTIMO ' WRK-COD-ULTIMO.

       0130-CARREGAR-ARQUIVADOS.
            OPEN INPUT ARQCLI.
            IF WRK-FS-ARQCLI = '00'
               PERFORM 0135-LER-ARQUIVADO
                  UNTIL FS-ARQCLI = 'F'
            ELSE
               DISPLAY 'ARQUIVO DE CLIENTES ARQUIVADOS AUSENTE - '
                       'NENHUM CODIGO ARQUIVADO A PULAR'
            END-IF.
            CLOSE ARQCLI.

       0135-LER-ARQUIVADO.
            READ ARQCLI
                 AT END
                    MOVE 'F' TO FS-ARQCLI
                 NOT AT END
                    IF WRK-QTD-ARQ >= WRK-MAX-ARQ
                       IF NOT TABELA-ARQ-CHEIA
                          DISPLAY 'TABELA DE CODIGOS ARQUIVADOS CHEIA'
                                  ' - ATRIBUICAO DE CODIGOS SUSPENSA'
                          SET TABELA-ARQ-CHEIA TO TRUE
                          MOVE 'N' TO WRK-ATRIBUICAO
                       END-IF
                    ELSE
                       IF ARQ-CODIGO NUMERIC
                          ADD 1 TO WRK-QTD-ARQ
                          MOVE ARQ-CODIGO
                            TO WRK-ARQ-CODIGO (WRK-QTD-ARQ)
                       END-IF
                    END-IF
            END-READ.

       0200-PROCESSAR.
            IF TRA-TIPO = 'H'
               PERFORM 0205-TRATAR-CABECALHO
            ELSE
               PERFORM 0202-TRATAR-TRANSACAO
            END-IF.
            READ TRANCLI AT END
                         MOVE 'F' TO FS-TRANCLI.

       0202-TRATAR-TRANSACAO.
            ADD 1 TO WRK-LIDAS
            MOVE SPACE TO MAN-OBSERVACAO
            EVALUATE TRUE
               WHEN TRA-INCLUSAO
                    PERFORM 0210-INCLUIR
               WHEN TRA-ALTERACAO
                    PERFORM 0220-ALTERAR
               WHEN TRA-EXCLUSAO
                    MOVE 'EXCLUSAO'      TO MAN-TIPO
                    MOVE TRA-CODIGO      TO MAN-CODIGO
                    MOVE 'EXCLUSAO SEM APROVACAO'  TO MAN-SITUACAO
                    MOVE 'ENCAMINHAR A FILA DE APROVACAO'
                      TO MAN-OBSERVACAO
                    WRITE REG-RELMANUT FROM LIN-MANUT
                          AFTER ADVANCING 1 LINE
                    ADD 1 TO WRK-EXC-SEM-APROV
                    ADD 1 TO WRK-REJEITADAS
               WHEN TRA-CONTATO
                    PERFORM 0270-TRATAR-CONTATO
               WHEN OTHER
                    MOVE 'TIPO INVALIDO' TO MAN-TIPO
                    MOVE TRA-CODIGO      TO MAN-CODIGO
                          AFTER ADVANCING 1 LINE
                    ADD 1 TO WRK-REJEITADAS
            END-EVALUATE.

       0205-TRATAR-CABECALHO.
            PERFORM 0296-FECHAR-RETORNO-LOTE.
            IF CAB-ORIGEM NOT = SPACE
               AND CAB-DATA NUMERIC
               AND CAB-SEQUENCIA NUMERIC
               SET LOTE-IDENTIFICADO TO TRUE
               MOVE CAB-ORIGEM    TO WRK-ACK-ORIGEM
               MOVE CAB-DATA      TO WRK-ACK-DATA-LOTE
               MOVE CAB-SEQUENCIA TO WRK-ACK-SEQ-LOTE
            ELSE
               MOVE 'N' TO WRK-ACK-LOTE
            END-IF.

       0210-INCLUIR.
            MOVE 'N' TO WRK-CODIGO-ATRIB.
            IF REG-TRANCLI (2:5) = SPACE OR TRA-CODIGO = ZERO
               PERFORM 0212-INCLUIR-SEM-CODIGO
            ELSE
               PERFORM 0211-INCLUIR-COM-CODIGO
            END-IF.

       0211-INCLUIR-COM-CODIGO.
            MOVE TRA-CODIGO    TO WRK-XRF-CODIGO.
            PERFORM 0250-RESOLVER-CONSOLIDACAO.
            IF CODIGO-CONSOLIDADO
               MOVE 'INCLUSAO'  TO MAN-TIPO
               MOVE TRA-CODIGO  TO MAN-CODIGO
               MOVE 'CODIGO JA CONSOLIDADO' TO MAN-SITUACAO
               STRING 'CONSOLIDADO NO CODIGO '
                      WRK-XRF-CODIGO
                      DELIMITED BY SIZE INTO MAN-OBSERVACAO
               ADD 1 TO WRK-REJEITADAS
               WRITE REG-RELMANUT FROM LIN-MANUT
                     AFTER ADVANCING 1 LINE
               MOVE 'R' TO WRK-ACK-RESULTADO
               PERFORM 0295-GRAVAR-RETORNO
            ELSE
               PERFORM 0215-GRAVAR-INCLUSAO
            END-IF.

       0212-INCLUIR-SEM-CODIGO.
            MOVE ZERO TO TRA-CODIGO.
            PERFORM 0290-ATRIBUIR-CODIGO.
            IF CODIGO-LIVRE
               MOVE WRK-COD-ULTIMO TO TRA-CODIGO
               SET CODIGO-ATRIBUIDO TO TRUE
               PERFORM 0215-GRAVAR-INCLUSAO
            ELSE
               MOVE 'INCLUSAO'  TO MAN-TIPO
               MOVE ZERO        TO MAN-CODIGO
               MOVE 'CODIGO NAO ATRIBUIDO' TO MAN-SITUACAO
               ADD 1 TO WRK-REJEITADAS
               WRITE REG-RELMANUT FROM LIN-MANUT
                     AFTER ADVANCING 1 LINE
               MOVE 'R' TO WRK-ACK-RESULTADO
               PERFORM 0295-GRAVAR-RETORNO
            END-IF.

       0215-GRAVAR-INCLUSAO.
            MOVE SPACE         TO REG-CLIENTES.
            MOVE TRA-CODIGO    TO REG-CODIGO.
            MOVE TRA-NOME      TO REG-NOME.
                     MOVE TRA-CODIGO  TO MAN-CODIGO
                     MOVE 'CODIGO JA EXISTE'    TO MAN-SITUACAO
                     ADD 1 TO WRK-REJEITADAS
                     MOVE 'R' TO WRK-ACK-RESULTADO
                  NOT INVALID KEY
                     MOVE 'INCLUSAO'  TO MAN-TIPO
                     MOVE TRA-CODIGO  TO MAN-CODIGO
                     ADD 1 TO WRK-INCLUIDAS
                     MOVE 'I'            TO WRK-JRN-TIPO
                     PERFORM 0240-GRAVAR-JORNAL
                     MOVE 'A' TO WRK-ACK-RESULTADO
                     IF CODIGO-ATRIBUIDO
                        ADD 1 TO WRK-COD-ATRIBUIDOS
                        MOVE 'CODIGO ATRIBUIDO PELO CADASTRO'
                          TO MAN-OBSERVACAO
                     END-IF
            END-WRITE.
            PERFORM 0295-GRAVAR-RETORNO.
            WRITE REG-RELMANUT FROM LIN-MANUT
                  AFTER ADVANCING 1 LINE.

            MOVE TRA-CODIGO TO REG-CODIGO.
            READ CLIENTES
                 INVALID KEY
                    PERFORM 0222-ALTERAR-SOBREVIVENTE
                 NOT INVALID KEY
                    PERFORM 0225-APLICAR-ALTERACAO
            END-READ.
            WRITE REG-RELMANUT FROM LIN-MANUT
                  AFTER ADVANCING 1 LINE.

       0222-ALTERAR-SOBREVIVENTE.
            MOVE 'ALTERACAO' TO MAN-TIPO.
            MOVE TRA-CODIGO  TO MAN-CODIGO.
            MOVE TRA-CODIGO  TO WRK-XRF-CODIGO.
            PERFORM 0250-RESOLVER-CONSOLIDACAO.
            IF CODIGO-CONSOLIDADO
               MOVE WRK-XRF-CODIGO TO REG-CODIGO
               READ CLIENTES
                    INVALID KEY
                       MOVE 'CODIGO NAO ENCONTRADO' TO MAN-SITUACAO
                       STRING 'SOBREVIVENTE '
                              WRK-XRF-CODIGO
                              ' AUSENTE'
                              DELIMITED BY SIZE INTO MAN-OBSERVACAO
                       ADD 1 TO WRK-REJEITADAS
                    NOT INVALID KEY
                       ADD 1 TO WRK-REDIRECIONADAS
                       PERFORM 0225-APLICAR-ALTERACAO
                       STRING 'REDIRECIONADO PARA '
                              WRK-XRF-CODIGO
                              DELIMITED BY SIZE INTO MAN-OBSERVACAO
               END-READ
            ELSE
               MOVE 'CODIGO NAO ENCONTRADO'  TO MAN-SITUACAO
               ADD 1 TO WRK-REJEITADAS
            END-IF.

       0225-APLICAR-ALTERACAO.
            IF REG-STATUS = 'S' AND TRA-STATUS NOT = 'A'
               MOVE 'ALTERACAO' TO MAN-TIPO
            END-IF.

       0230-EXCLUIR.
            MOVE WRK-COD-EXCLUSAO TO REG-CODIGO.
            READ CLIENTES
                 INVALID KEY
                    MOVE 'EXCLUSAO' TO MAN-TIPO
                    MOVE WRK-COD-EXCLUSAO TO MAN-CODIGO
                    MOVE 'CODIGO NAO ENCONTRADO'  TO MAN-SITUACAO
                    ADD 1 TO WRK-REJEITADAS
                    MOVE 'N' TO WRK-APL-RESULTADO
                    MOVE WRK-COD-EXCLUSAO TO WRK-XRF-CODIGO
                    PERFORM 0250-RESOLVER-CONSOLIDACAO
                    IF CODIGO-CONSOLIDADO
                       MOVE SPACE TO MAN-OBSERVACAO
                       STRING 'CONSOLIDADO NO CODIGO '
                              WRK-XRF-CODIGO
                              DELIMITED BY SIZE INTO MAN-OBSERVACAO
                    END-IF
                 NOT INVALID KEY
                    MOVE REG-CLIENTES TO WRK-IMAGEM-ANTES
                    DELETE CLIENTES
                    MOVE 'EXCLUSAO' TO MAN-TIPO
                    MOVE WRK-COD-EXCLUSAO TO MAN-CODIGO
                    MOVE 'EXCLUIDO COM SUCESSO'  TO MAN-SITUACAO
                    ADD 1 TO WRK-EXCLUIDAS
                    MOVE 'E' TO WRK-APL-RESULTADO
                    MOVE 'E'          TO WRK-JRN-TIPO
                    MOVE SPACE        TO WRK-IMAGEM-DEPOIS
                    PERFORM 0240-GRAVAR-JORNAL
                    IF CONTATOS-DISPONIVEIS
                       PERFORM 0284-REMOVER-CONTATOS-CLIENTE
                    END-IF
            END-READ.
            WRITE REG-RELMANUT FROM LIN-MANUT
                  AFTER ADVANCING 1 LINE.
            MOVE WRK-DATA-JORNAL   TO JRN-DATA.
            MOVE WRK-HORA-JORNAL   TO JRN-HORA.
            MOVE WRK-JRN-TIPO      TO JRN-TIPO.
            MOVE REG-CODIGO        TO JRN-CODIGO.
            MOVE WRK-IMAGEM-ANTES  TO JRN-ANTES.
            MOVE WRK-IMAGEM-DEPOIS TO JRN-DEPOIS.
            WRITE REG-JRNLCLI.

       0245-GRAVAR-JORNAL-CONTATO.
            MOVE WRK-DATA-JORNAL   TO JRN-DATA.
            MOVE WRK-HORA-JORNAL   TO JRN-HORA.
            MOVE WRK-JRN-TIPO      TO JRN-TIPO.
            MOVE CTT-CODIGO        TO JRN-CODIGO.
            MOVE WRK-IMAGEM-ANTES  TO JRN-ANTES.
            MOVE WRK-IMAGEM-DEPOIS TO JRN-DEPOIS.
            WRITE REG-JRNLCLI.

       0260-PROCESSAR-APROVADA.
            ADD 1 TO WRK-LIDAS
            MOVE SPACE TO MAN-OBSERVACAO
            IF XAP-TIPO = 'E'
               AND XAP-CODIGO NUMERIC
               AND XAP-NUMERO-APROV NUMERIC
               AND XAP-NUMERO-APROV > 0
               AND XAP-APROVADOR NOT = SPACE
               ADD 1 TO WRK-EXC-APROVADAS
               STRING 'APROVACAO '
                      XAP-NUMERO-APROV
                      ' '
                      XAP-APROVADOR
                      DELIMITED BY SIZE INTO MAN-OBSERVACAO
               MOVE XAP-CODIGO TO WRK-COD-EXCLUSAO
               PERFORM 0230-EXCLUIR
               PERFORM 0265-REGISTRAR-EXECUCAO
            ELSE
               MOVE 'EXCLUSAO'      TO MAN-TIPO
               MOVE XAP-CODIGO      TO MAN-CODIGO
               MOVE 'EXCLUSAO SEM APROVACAO'  TO MAN-SITUACAO
               WRITE REG-RELMANUT FROM LIN-MANUT
                     AFTER ADVANCING 1 LINE
               ADD 1 TO WRK-EXC-SEM-APROV
               ADD 1 TO WRK-REJEITADAS
            END-IF.
            READ EXCAPR AT END
                        MOVE 'F' TO FS-EXCAPR.

       0265-REGISTRAR-EXECUCAO.
            MOVE SPACE             TO REG-APLAPR.
            MOVE XAP-NUMERO-APROV  TO APL-NUMERO-APROV.
            MOVE 'E'               TO APL-TIPO.
            MOVE XAP-CODIGO        TO APL-CODIGO.
            MOVE WRK-APL-RESULTADO TO APL-RESULTADO.
            MOVE WRK-DATA-PROC-AMD TO APL-DATA-PROC.
            MOVE 'PROG3'           TO APL-PROGRAMA.
            WRITE REG-APLAPR.
            ADD 1 TO WRK-EXECUTADOS.

       0250-RESOLVER-CONSOLIDACAO.
            MOVE 'N' TO WRK-XRF-CONSOL.
            MOVE 0   TO WRK-XRF-SALTOS.
            MOVE 'S' TO WRK-XRF-ACHOU.
            PERFORM 0255-SEGUIR-CONSOLIDACAO
               UNTIL NOT ABSORVIDO-NA-TABELA
                  OR WRK-XRF-SALTOS > WRK-MAX-SALTOS.
            IF WRK-XRF-SALTOS > 0
               AND WRK-XRF-SALTOS NOT > WRK-MAX-SALTOS
               SET CODIGO-CONSOLIDADO TO TRUE
            END-IF.

       0255-SEGUIR-CONSOLIDACAO.
            MOVE 'N' TO WRK-XRF-ACHOU.
            MOVE 0   TO WRK-POS-XREF.
            PERFORM 0257-PROCURAR-ABSORVIDO
               VARYING WRK-IND-XREF FROM 1 BY 1
               UNTIL WRK-IND-XREF > WRK-QTD-XREF.
            IF ABSORVIDO-NA-TABELA
               MOVE WRK-XRF-SOBREV (WRK-POS-XREF) TO WRK-XRF-CODIGO
               ADD 1 TO WRK-XRF-SALTOS
            END-IF.

       0257-PROCURAR-ABSORVIDO.
            IF WRK-XRF-ABSORV (WRK-IND-XREF) = WRK-XRF-CODIGO
               SET ABSORVIDO-NA-TABELA TO TRUE
               MOVE WRK-IND-XREF TO WRK-POS-XREF
            END-IF.

       0270-TRATAR-CONTATO.
            EVALUATE TRUE
               WHEN TRA-INCL-CONTATO
                    MOVE 'INCL CONTATO'  TO MAN-TIPO
               WHEN TRA-ALTER-CONTATO
                    MOVE 'ALTER CONTATO' TO MAN-TIPO
               WHEN OTHER
                    MOVE 'REMOV CONTATO' TO MAN-TIPO
            END-EVALUATE.
            MOVE TCT-CODIGO TO MAN-CODIGO.
            STRING 'SEQUENCIA ' TCT-SEQUENCIA
                   DELIMITED BY SIZE INTO MAN-OBSERVACAO.
            IF CONTATOS-DISPONIVEIS
               MOVE TCT-CODIGO TO REG-CODIGO
               READ CLIENTES
                    INVALID KEY
                       MOVE 'CLIENTE NAO ENCONTRADO' TO MAN-SITUACAO
                       ADD 1 TO WRK-REJEITADAS
                    NOT INVALID KEY
                       PERFORM 0272-APLICAR-CONTATO
               END-READ
            ELSE
               MOVE 'CONTATOS INDISPONIVEIS' TO MAN-SITUACAO
               ADD 1 TO WRK-REJEITADAS
            END-IF.
            WRITE REG-RELMANUT FROM LIN-MANUT
                  AFTER ADVANCING 1 LINE.

       0272-APLICAR-CONTATO.
            MOVE TCT-CODIGO    TO CTT-CODIGO.
            MOVE TCT-SEQUENCIA TO CTT-SEQUENCIA.
            EVALUATE TRUE
               WHEN TRA-INCL-CONTATO
                    PERFORM 0274-INCLUIR-CONTATO
               WHEN TRA-ALTER-CONTATO
                    PERFORM 0276-ALTERAR-CONTATO
               WHEN OTHER
                    PERFORM 0278-REMOVER-CONTATO
            END-EVALUATE.

       0274-INCLUIR-CONTATO.
            MOVE SPACE            TO REG-CONTCLI.
            MOVE TCT-CODIGO       TO CTT-CODIGO.
            MOVE TCT-SEQUENCIA    TO CTT-SEQUENCIA.
            MOVE TCT-TIPO-CONTATO TO CTT-TIPO.
            MOVE TCT-EMAIL        TO CTT-EMAIL.
            MOVE TCT-TELEFONE     TO CTT-TELEFONE.
            IF TCT-PREFERIDO = SPACE
               MOVE 'N'           TO CTT-PREFERIDO
            ELSE
               MOVE TCT-PREFERIDO TO CTT-PREFERIDO
            END-IF.
            MOVE TCT-MALA-DIRETA  TO CTT-MALA-DIRETA.
            MOVE WRK-DATA-AMD     TO CTT-DATA-INCLUSAO.
            MOVE WRK-DATA-AMD     TO CTT-DATA-MANUT.
            MOVE SPACE            TO WRK-IMAGEM-ANTES.
            MOVE REG-CONTCLI      TO WRK-IMAGEM-DEPOIS.
            WRITE REG-CONTCLI
                  INVALID KEY
                     MOVE 'CONTATO JA EXISTE'    TO MAN-SITUACAO
                     ADD 1 TO WRK-REJEITADAS
                  NOT INVALID KEY
                     MOVE 'INCLUIDO COM SUCESSO' TO MAN-SITUACAO
                     ADD 1 TO WRK-CTT-INCLUIDOS
                     MOVE 'C'            TO WRK-JRN-TIPO
                     PERFORM 0245-GRAVAR-JORNAL-CONTATO
                     IF CTT-PREFERIDO = 'S'
                        PERFORM 0280-AJUSTAR-PREFERIDO
                     END-IF
            END-WRITE.

       0276-ALTERAR-CONTATO.
            READ CONTCLI
                 INVALID KEY
                    MOVE 'CONTATO NAO ENCONTRADO' TO MAN-SITUACAO
                    ADD 1 TO WRK-REJEITADAS
                 NOT INVALID KEY
                    MOVE REG-CONTCLI      TO WRK-IMAGEM-ANTES
                    MOVE TCT-TIPO-CONTATO TO CTT-TIPO
                    MOVE TCT-EMAIL        TO CTT-EMAIL
                    MOVE TCT-TELEFONE     TO CTT-TELEFONE
                    IF TCT-PREFERIDO NOT = SPACE
                       MOVE TCT-PREFERIDO TO CTT-PREFERIDO
                    END-IF
                    IF TCT-MALA-DIRETA NOT = SPACE
                       MOVE TCT-MALA-DIRETA TO CTT-MALA-DIRETA
                    END-IF
                    MOVE WRK-DATA-AMD     TO CTT-DATA-MANUT
                    MOVE REG-CONTCLI      TO WRK-IMAGEM-DEPOIS
                    REWRITE REG-CONTCLI
                    MOVE 'ALTERADO COM SUCESSO' TO MAN-SITUACAO
                    ADD 1 TO WRK-CTT-ALTERADOS
                    MOVE 'M'              TO WRK-JRN-TIPO
                    PERFORM 0245-GRAVAR-JORNAL-CONTATO
                    IF CTT-PREFERIDO = 'S'
                       PERFORM 0280-AJUSTAR-PREFERIDO
                    END-IF
            END-READ.

       0278-REMOVER-CONTATO.
            READ CONTCLI
                 INVALID KEY
                    MOVE 'CONTATO NAO ENCONTRADO' TO MAN-SITUACAO
                    ADD 1 TO WRK-REJEITADAS
                 NOT INVALID KEY
                    MOVE REG-CONTCLI      TO WRK-IMAGEM-ANTES
                    MOVE SPACE            TO WRK-IMAGEM-DEPOIS
                    DELETE CONTCLI
                    MOVE 'REMOVIDO COM SUCESSO' TO MAN-SITUACAO
                    ADD 1 TO WRK-CTT-REMOVIDOS
                    MOVE 'R'              TO WRK-JRN-TIPO
                    PERFORM 0245-GRAVAR-JORNAL-CONTATO
            END-READ.

       0280-AJUSTAR-PREFERIDO.
            MOVE CTT-CODIGO    TO WRK-CTT-CODIGO.
            MOVE CTT-SEQUENCIA TO WRK-CTT-SEQ-PREF.
            MOVE 0             TO CTT-SEQUENCIA.
            MOVE 'N'           TO WRK-CTT-FIM.
            START CONTCLI KEY IS NOT LESS THAN CTT-CHAVE
                  INVALID KEY
                     SET FIM-CONTATOS-CLIENTE TO TRUE
            END-START.
            PERFORM 0282-DESMARCAR-PREFERIDO
               UNTIL FIM-CONTATOS-CLIENTE.

       0282-DESMARCAR-PREFERIDO.
            READ CONTCLI NEXT RECORD
                 AT END
                    SET FIM-CONTATOS-CLIENTE TO TRUE
                 NOT AT END
                    IF CTT-CODIGO NOT = WRK-CTT-CODIGO
                       SET FIM-CONTATOS-CLIENTE TO TRUE
                    ELSE
                       IF CTT-SEQUENCIA NOT = WRK-CTT-SEQ-PREF
                          AND CTT-PREFERIDO = 'S'
                          MOVE REG-CONTCLI  TO WRK-IMAGEM-ANTES
                          MOVE 'N'          TO CTT-PREFERIDO
                          MOVE WRK-DATA-AMD TO CTT-DATA-MANUT
                          MOVE REG-CONTCLI  TO WRK-IMAGEM-DEPOIS
                          REWRITE REG-CONTCLI
                          ADD 1 TO WRK-CTT-DESMARCADOS
                          MOVE 'M'          TO WRK-JRN-TIPO
                          PERFORM 0245-GRAVAR-JORNAL-CONTATO
                       END-IF
                    END-IF
            END-READ.

       0284-REMOVER-CONTATOS-CLIENTE.
            MOVE WRK-COD-EXCLUSAO TO WRK-CTT-CODIGO.
            MOVE WRK-COD-EXCLUSAO TO CTT-CODIGO.
            MOVE 0                TO CTT-SEQUENCIA.
            MOVE 'N'              TO WRK-CTT-FIM.
            START CONTCLI KEY IS NOT LESS THAN CTT-CHAVE
                  INVALID KEY
                     SET FIM-CONTATOS-CLIENTE TO TRUE
            END-START.
            PERFORM 0286-REMOVER-CONTATO-CLIENTE
               UNTIL FIM-CONTATOS-CLIENTE.

       0286-REMOVER-CONTATO-CLIENTE.
            READ CONTCLI NEXT RECORD
                 AT END
                    SET FIM-CONTATOS-CLIENTE TO TRUE
                 NOT AT END
                    IF CTT-CODIGO NOT = WRK-CTT-CODIGO
                       SET FIM-CONTATOS-CLIENTE TO TRUE
                    ELSE
                       MOVE REG-CONTCLI TO WRK-IMAGEM-ANTES
                       MOVE SPACE       TO WRK-IMAGEM-DEPOIS
                       DELETE CONTCLI
                       ADD 1 TO WRK-CTT-CASCATA
                       MOVE 'R'         TO WRK-JRN-TIPO
                       PERFORM 0245-GRAVAR-JORNAL-CONTATO
                    END-IF
            END-READ.

       0290-ATRIBUIR-CODIGO.
            MOVE SPACE TO WRK-COD-SITUACAO.
            IF ATRIBUICAO-LIBERADA
               PERFORM 0291-TESTAR-PROXIMO-CODIGO
                  UNTIL CODIGO-LIVRE OR SEM-CODIGO-LIVRE
               IF SEM-CODIGO-LIVRE
                  MOVE 'FAIXA DE CODIGOS ESGOTADA' TO MAN-OBSERVACAO
               END-IF
            ELSE
               MOVE 'X' TO WRK-COD-SITUACAO
               MOVE 'ATRIBUICAO SUSPENSA' TO MAN-OBSERVACAO
            END-IF.

       0291-TESTAR-PROXIMO-CODIGO.
            IF WRK-COD-ULTIMO >= 99999
               MOVE 'X' TO WRK-COD-SITUACAO
            ELSE
               ADD 1 TO WRK-COD-ULTIMO
               MOVE 'L' TO WRK-COD-SITUACAO
               MOVE WRK-COD-ULTIMO TO WRK-XRF-CODIGO
               PERFORM 0250-RESOLVER-CONSOLIDACAO
               IF CODIGO-CONSOLIDADO
                  MOVE 'O' TO WRK-COD-SITUACAO
               END-IF
               IF CODIGO-LIVRE
                  PERFORM 0292-VERIFICAR-ARQUIVADO
                  IF CODIGO-ARQUIVADO
                     MOVE 'O' TO WRK-COD-SITUACAO
                  END-IF
               END-IF
               IF CODIGO-LIVRE
                  MOVE WRK-COD-ULTIMO TO REG-CODIGO
                  READ CLIENTES
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 'O' TO WRK-COD-SITUACAO
                  END-READ
               END-IF
               IF CODIGO-OCUPADO
                  ADD 1 TO WRK-COD-PULADOS
               END-IF
            END-IF.

       0292-VERIFICAR-ARQUIVADO.
            MOVE 'N' TO WRK-ARQ-ACHOU.
            PERFORM 0293-PROCURAR-ARQUIVADO
               VARYING WRK-IND-ARQ FROM 1 BY 1
               UNTIL WRK-IND-ARQ > WRK-QTD-ARQ
                  OR CODIGO-ARQUIVADO.

       0293-PROCURAR-ARQUIVADO.
            IF WRK-ARQ-CODIGO (WRK-IND-ARQ) = WRK-COD-ULTIMO
               SET CODIGO-ARQUIVADO TO TRUE
            END-IF.

       0295-GRAVAR-RETORNO.
            IF LOTE-IDENTIFICADO
               IF NOT RETORNO-ABERTO
                  MOVE SPACE             TO REG-ACKCLI
                  MOVE 'H'               TO ACK-TIPO
                  MOVE WRK-ACK-ORIGEM    TO ACK-ORIGEM
                  MOVE WRK-ACK-DATA-LOTE TO ACK-DATA-LOTE
                  MOVE WRK-ACK-SEQ-LOTE  TO ACK-SEQUENCIA
                  MOVE ZERO              TO ACK-CODIGO
                  WRITE REG-ACKCLI
                  SET RETORNO-ABERTO TO TRUE
                  MOVE 0 TO WRK-ACK-INCLUIDAS
                  MOVE 0 TO WRK-ACK-RECUSADAS
                  ADD 1 TO WRK-ACK-LOTES
               END-IF
               MOVE SPACE             TO REG-ACKCLI
               MOVE 'D'               TO ACK-TIPO
               MOVE WRK-ACK-ORIGEM    TO ACK-ORIGEM
               MOVE WRK-ACK-DATA-LOTE TO ACK-DATA-LOTE
               MOVE WRK-ACK-SEQ-LOTE  TO ACK-SEQUENCIA
               MOVE TRA-CODIGO        TO ACK-CODIGO
               IF CODIGO-ATRIBUIDO
                  MOVE 'S' TO ACK-ATRIBUIDO
               ELSE
                  MOVE 'N' TO ACK-ATRIBUIDO
               END-IF
               MOVE WRK-ACK-RESULTADO TO ACK-RESULTADO
               MOVE TRA-NOME          TO ACK-NOME
               IF WRK-ACK-RESULTADO = 'A'
                  ADD 1 TO WRK-ACK-INCLUIDAS
               ELSE
                  MOVE MAN-SITUACAO TO ACK-MOTIVO
                  ADD 1 TO WRK-ACK-RECUSADAS
               END-IF
               WRITE REG-ACKCLI
            END-IF.

       0296-FECHAR-RETORNO-LOTE.
            IF RETORNO-ABERTO
               MOVE SPACE             TO REG-ACKCLI-TRL
               MOVE 'T'               TO ACT-TIPO
               MOVE WRK-ACK-ORIGEM    TO ACT-ORIGEM
               MOVE WRK-ACK-DATA-LOTE TO ACT-DATA-LOTE
               MOVE WRK-ACK-SEQ-LOTE  TO ACT-SEQUENCIA
               MOVE WRK-ACK-INCLUIDAS TO ACT-QTD-INCLUIDAS
               MOVE WRK-ACK-RECUSADAS TO ACT-QTD-RECUSADAS
               MOVE WRK-DATA-PROC-AMD TO ACT-DATA-PROC
               WRITE REG-ACKCLI-TRL
               MOVE 'N' TO WRK-ACK-ABERTO
            END-IF.

       0300-FINALIZAR.
            PERFORM 0296-FECHAR-RETORNO-LOTE.
            CLOSE ACKCLI.
            IF WRK-COD-ULTIMO NOT = WRK-COD-INICIAL
               PERFORM 0310-GRAVAR-CONTROLE-CODIGOS
            END-IF.
            CLOSE CLIENTES.
            IF CONTATOS-DISPONIVEIS
               CLOSE CONTCLI
            END-IF.
            CLOSE TRANCLI.
            IF WRK-FS-EXCAPR = '00'
               CLOSE EXCAPR
            END-IF.
            CLOSE RELMANUT.
            CLOSE JRNLCLI.
            CLOSE APLAPR.
            DISPLAY 'TRANSACOES LIDAS..... ' WRK-LIDAS.
            DISPLAY 'INCLUSOES EFETIVADAS.. ' WRK-INCLUIDAS.
            DISPLAY 'ALTERACOES EFETIVADAS. ' WRK-ALTERADAS.
            DISPLAY 'EXCLUSOES EFETIVADAS.. ' WRK-EXCLUIDAS.
            DISPLAY 'TRANSACOES REJEITADAS. ' WRK-REJEITADAS.
            DISPLAY 'EXCLUSOES APROVADAS... ' WRK-EXC-APROVADAS.
            DISPLAY 'EXCLUSOES SEM APROV... ' WRK-EXC-SEM-APROV.
            DISPLAY 'EXECUCOES REGISTRADAS. ' WRK-EXECUTADOS.
            DISPLAY 'CODIGOS REDIRECIONADOS ' WRK-REDIRECIONADAS.
            DISPLAY 'CONTATOS INCLUIDOS.... ' WRK-CTT-INCLUIDOS.
            DISPLAY 'CONTATOS ALTERADOS.... ' WRK-CTT-ALTERADOS.
            DISPLAY 'CONTATOS REMOVIDOS.... ' WRK-CTT-REMOVIDOS.
            DISPLAY 'CONTATOS REMOV C/ CLI. ' WRK-CTT-CASCATA.
            DISPLAY 'PREFERENCIAS AJUSTADAS ' WRK-CTT-DESMARCADOS.
            DISPLAY 'CODIGOS ATRIBUIDOS.... ' WRK-COD-ATRIBUIDOS.
            DISPLAY 'CODIGOS PULADOS....... ' WRK-COD-PULADOS.
            DISPLAY 'ULTIMO CODIGO ATRIBUIDO ' WRK-COD-ULTIMO.
            DISPLAY 'LOTES COM RETORNO..... ' WRK-ACK-LOTES.
            DISPLAY 'CHAVE PARA BACKOUT.... '
                    WRK-DATA-JORNAL ' ' WRK-HORA-JORNAL.

       0310-GRAVAR-CONTROLE-CODIGOS.
            OPEN OUTPUT CTLCOD.
            MOVE SPACE              TO REG-CTLCOD.
            MOVE WRK-COD-ULTIMO     TO COD-ULTIMO-CODIGO.
            MOVE WRK-DATA-PROC-AMD  TO COD-DATA-ATUALIZ.
            MOVE WRK-HORA-JORNAL    TO COD-HORA-ATUALIZ.
            MOVE WRK-COD-ATRIBUIDOS TO COD-QTD-ATRIBUIDOS.
            WRITE REG-CTLCOD.
            CLOSE CTLCOD.

       0900-REGISTRAR-INICIO.
            MOVE 'I' TO WRK-CTL-EVENTO.
            MOVE 0   TO WRK-CTL-LIDOS.
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG3' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
