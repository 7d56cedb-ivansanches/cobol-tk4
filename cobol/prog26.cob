       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG26.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CAMPCLI  ASSIGN TO UT-S-CAMPCLI
               FILE STATUS IS WRK-FS-CAMPCLI.
           SELECT RESPCMP  ASSIGN TO UT-S-RESPCMP
               FILE STATUS IS WRK-FS-RESPCMP.
           SELECT ORDCMP   ASSIGN TO UT-S-ORDCMP.
           SELECT WRKCMP   ASSIGN TO UT-S-WRKCMP.
           SELECT RELCAMP  ASSIGN TO UT-S-RELCAMP.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
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

       SD   ORDCMP
            RECORD CONTAINS 46 CHARACTERS
            DATA   RECORD IS REG-ORDCMP.
       01   REG-ORDCMP.
            05 SRT-CODIGO    PIC 9(05).
            05 SRT-CAMPANHA  PIC 9(05).
            05 SRT-TIPO      PIC X(01).
            05 SRT-EMAIL     PIC X(35).

       FD   WRKCMP
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 46 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-WRKCMP.
       01   REG-WRKCMP.
            05 ORD-CODIGO    PIC 9(05).
            05 ORD-CAMPANHA  PIC 9(05).
            05 ORD-TIPO      PIC X(01).
                88 ORD-ENVIO         VALUE 'E'.
                88 ORD-DEVOLUCAO     VALUE 'B'.
                88 ORD-DESCADASTRO   VALUE 'D'.
            05 ORD-EMAIL     PIC X(35).

       FD   RELCAMP
            LABEL RECORDS ARE OMITTED
            RECORD CONTAINS 132 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RELCAMP.
       01   REG-RELCAMP     PIC X(132).

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
       01  FS-CAMPCLI        PIC X VALUE 'N'.
       01  FS-RESPCMP        PIC X VALUE 'N'.
       01  FS-WRKCMP         PIC X VALUE 'N'.
       01  WRK-FS-CAMPCLI    PIC X(02) VALUE '00'.
       01  WRK-FS-RESPCMP    PIC X(02) VALUE '00'.

       01  WRK-ENVIOS-LIDOS  PIC 9(07) VALUE 0.
       01  WRK-RESPOSTAS-LIDAS PIC 9(05) VALUE 0.
       01  WRK-SEM-CAMPANHA  PIC 9(05) VALUE 0.
       01  WRK-TOT-ENVIADOS  PIC 9(07) VALUE 0.
       01  WRK-TOT-DEVOLUCOES PIC 9(05) VALUE 0.
       01  WRK-TOT-DESCADASTROS PIC 9(05) VALUE 0.

       01  WRK-MAX-CAMPANHAS PIC 9(05) VALUE 02000.
       01  WRK-QTD-CAMPANHAS PIC 9(05) VALUE 0.
       01  WRK-CMP-ATUAL     PIC 9(05) VALUE 0.
       01  WRK-IND-CAMPANHA  PIC 9(05) VALUE 0.
       01  WRK-CMP-CHEIO     PIC X(01) VALUE 'N'.
           88 TABELA-CAMPANHAS-CHEIA   VALUE 'S'.
       01  WRK-CMP-TOTAL     PIC 9(07) VALUE 0.
       01  WRK-CMP-LIDAS     PIC 9(07) VALUE 0.
       01  WRK-CMP-PRIMEIRA  PIC 9(07) VALUE 1.
       01  WRK-CMP-ANTIGAS   PIC 9(07) VALUE 0.
       01  WRK-CMP-ACHOU     PIC X(01) VALUE 'N'.
           88 CAMPANHA-LOCALIZADA      VALUE 'S'.
       01  WRK-TAB-CAMPANHAS.
           05 WRK-ENT-CAMPANHA OCCURS 2000 TIMES.
              10 WRK-CMP-ID           PIC X(17).
              10 WRK-CMP-ENVIADOS     PIC 9(05).
              10 WRK-CMP-DEVOLUCOES   PIC 9(05).
              10 WRK-CMP-DESCADASTROS PIC 9(05).

       01  WRK-MAX-CONSEC    PIC 9(05) VALUE 05000.
       01  WRK-QTD-CONSEC    PIC 9(05) VALUE 0.
       01  WRK-IND-CONSEC    PIC 9(05) VALUE 0.
       01  WRK-CNS-CHEIO     PIC X(01) VALUE 'N'.
           88 TABELA-CONSEC-CHEIA      VALUE 'S'.
       01  WRK-CLI-CONSEC    PIC 9(05) VALUE 0.
       01  WRK-TAB-CONSEC.
           05 WRK-ENT-CONSEC OCCURS 5000 TIMES.
              10 WRK-CNS-CODIGO   PIC 9(05).
              10 WRK-CNS-EMAIL    PIC X(35).
              10 WRK-CNS-QTD      PIC 9(03).
              10 WRK-CNS-CAMPANHA PIC 9(05).

       01  WRK-TEM-ANTERIOR  PIC X(01) VALUE 'N'.
           88 TEM-ANTERIOR             VALUE 'S'.
       01  WRK-ANT-CODIGO    PIC 9(05) VALUE 0.
       01  WRK-ANT-CAMPANHA  PIC 9(05) VALUE 0.
       01  WRK-GRP-ENVIADO   PIC X(01) VALUE 'N'.
           88 GRUPO-ENVIADO            VALUE 'S'.
       01  WRK-GRP-DEVOLVIDO PIC X(01) VALUE 'N'.
           88 GRUPO-DEVOLVIDO          VALUE 'S'.
       01  WRK-GRP-DESCAD    PIC X(01) VALUE 'N'.
           88 GRUPO-DESCADASTRADO      VALUE 'S'.
       01  WRK-SEQ-DEVOL     PIC 9(03) VALUE 0.
       01  WRK-MAIOR-SEQ     PIC 9(03) VALUE 0.
       01  WRK-CMP-MAIOR-SEQ PIC 9(05) VALUE 0.
       01  WRK-CLI-EMAIL     PIC X(35) VALUE SPACE.

       01  WRK-PERCENTUAL    PIC 9(03)V99 VALUE 0.
       01  WRK-CMP-CHAVE.
           05 WRK-CHV-ORIGEM PIC X(03).
           05 WRK-CHV-AAAA   PIC 9(04).
           05 WRK-CHV-MM     PIC 9(02).
           05 WRK-CHV-DD     PIC 9(02).
           05 WRK-CHV-HH     PIC 9(02).
           05 WRK-CHV-MI     PIC 9(02).
           05 WRK-CHV-SS     PIC 9(02).
       01  WRK-CMP-EDITADA   PIC X(23) VALUE SPACE.

       01  LIN-TITULO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(50) VALUE
              'DESEMPENHO DAS CAMPANHAS DE MALA DIRETA'.
           05 FILLER          PIC X(08) VALUE 'DATA: '.
           05 TIT-DATA         PIC X(10).

       01  LIN-CAB-CAMPANHA.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(26) VALUE 'CAMPANHA'.
           05 FILLER          PIC X(10) VALUE 'ENVIADOS'.
           05 FILLER          PIC X(12) VALUE 'DEVOLUCOES'.
           05 FILLER          PIC X(10) VALUE '% DEVOL'.
           05 FILLER          PIC X(14) VALUE 'DESCADASTROS'.
           05 FILLER          PIC X(10) VALUE '% DESCAD'.

       01  LIN-CAMPANHA.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 CPL-CAMPANHA     PIC X(23).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 CPL-ENVIADOS     PIC ZZZZ9.
           05 FILLER          PIC X(07) VALUE SPACE.
           05 CPL-DEVOLUCOES   PIC ZZZZ9.
           05 FILLER          PIC X(05) VALUE SPACE.
           05 CPL-PCT-DEVOL    PIC ZZ9,99.
           05 FILLER          PIC X(09) VALUE SPACE.
           05 CPL-DESCADASTROS PIC ZZZZ9.
           05 FILLER          PIC X(05) VALUE SPACE.
           05 CPL-PCT-DESCAD   PIC ZZ9,99.

       01  LIN-CAB-CONSEC.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(60) VALUE
              'CLIENTES COM DEVOLUCAO EM CAMPANHAS CONSECUTIVAS'.

       01  LIN-CAB-CONSEC-COL.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(08) VALUE 'CODIGO'.
           05 FILLER          PIC X(37) VALUE 'EMAIL DEVOLVIDO'.
           05 FILLER          PIC X(13) VALUE 'CONSECUTIVAS'.
           05 FILLER          PIC X(23) VALUE 'ULTIMA DEVOLUCAO'.

       01  LIN-CONSEC.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 CNS-CODIGO       PIC 9(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 CNS-EMAIL        PIC X(35).
           05 FILLER          PIC X(04) VALUE SPACE.
           05 CNS-QTD          PIC ZZ9.
           05 FILLER          PIC X(08) VALUE SPACE.
           05 CNS-CAMPANHA     PIC X(23).

       01  LIN-TOTAL.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TOT-LEGENDA      PIC X(25).
           05 TOT-VALOR        PIC ZZZZZZ9.


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
               SORT ORDCMP ON ASCENDING KEY SRT-CODIGO SRT-CAMPANHA
                                            SRT-TIPO
                    INPUT PROCEDURE 0250-LIBERAR-REGISTROS
                    GIVING WRKCMP
               PERFORM 0200-APURAR-CLIENTES
               PERFORM 0500-EMITIR-RELATORIO
               PERFORM 0300-FINALIZAR
            END-IF.
            MOVE WRK-RESPOSTAS-LIDAS TO WRK-CTL-LIDOS
            MOVE WRK-SEM-CAMPANHA    TO WRK-CTL-REJEIT
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
            OPEN OUTPUT RELCAMP.
            MOVE WRK-DATA-PROC-EDT TO TIT-DATA.
            WRITE REG-RELCAMP FROM LIN-TITULO.

       0200-APURAR-CLIENTES.
            MOVE 'N' TO FS-WRKCMP.
            MOVE 'N' TO WRK-TEM-ANTERIOR.
            OPEN INPUT WRKCMP.
            PERFORM 0210-LER-WRKCMP.
            PERFORM 0220-ACUMULAR UNTIL FS-WRKCMP = 'F'.
            IF TEM-ANTERIOR
               PERFORM 0230-FECHAR-CAMPANHA-CLIENTE
               PERFORM 0240-FECHAR-CLIENTE
            END-IF.
            CLOSE WRKCMP.

       0210-LER-WRKCMP.
            READ WRKCMP
                 AT END
                    MOVE 'F' TO FS-WRKCMP
            END-READ.

       0220-ACUMULAR.
            EVALUATE TRUE
               WHEN NOT TEM-ANTERIOR
                    PERFORM 0225-INICIAR-CLIENTE
               WHEN ORD-CODIGO NOT = WRK-ANT-CODIGO
                    PERFORM 0230-FECHAR-CAMPANHA-CLIENTE
                    PERFORM 0240-FECHAR-CLIENTE
                    PERFORM 0225-INICIAR-CLIENTE
               WHEN ORD-CAMPANHA NOT = WRK-ANT-CAMPANHA
                    PERFORM 0230-FECHAR-CAMPANHA-CLIENTE
                    PERFORM 0227-INICIAR-CAMPANHA-CLIENTE
            END-EVALUATE.
            EVALUATE TRUE
               WHEN ORD-ENVIO
                    SET GRUPO-ENVIADO TO TRUE
               WHEN ORD-DEVOLUCAO
                    SET GRUPO-DEVOLVIDO TO TRUE
                    MOVE ORD-EMAIL TO WRK-CLI-EMAIL
               WHEN ORD-DESCADASTRO
                    SET GRUPO-DESCADASTRADO TO TRUE
            END-EVALUATE.
            PERFORM 0210-LER-WRKCMP.

       0225-INICIAR-CLIENTE.
            SET TEM-ANTERIOR TO TRUE.
            MOVE ORD-CODIGO TO WRK-ANT-CODIGO.
            MOVE 0     TO WRK-SEQ-DEVOL.
            MOVE 0     TO WRK-MAIOR-SEQ.
            MOVE 0     TO WRK-CMP-MAIOR-SEQ.
            MOVE SPACE TO WRK-CLI-EMAIL.
            PERFORM 0227-INICIAR-CAMPANHA-CLIENTE.

       0227-INICIAR-CAMPANHA-CLIENTE.
            MOVE ORD-CAMPANHA TO WRK-ANT-CAMPANHA.
            MOVE 'N' TO WRK-GRP-ENVIADO.
            MOVE 'N' TO WRK-GRP-DEVOLVIDO.
            MOVE 'N' TO WRK-GRP-DESCAD.

       0230-FECHAR-CAMPANHA-CLIENTE.
            IF GRUPO-ENVIADO
               ADD 1 TO WRK-CMP-ENVIADOS (WRK-ANT-CAMPANHA)
            END-IF.
            IF GRUPO-DEVOLVIDO
               ADD 1 TO WRK-CMP-DEVOLUCOES (WRK-ANT-CAMPANHA)
               ADD 1 TO WRK-SEQ-DEVOL
               IF WRK-SEQ-DEVOL >= WRK-MAIOR-SEQ
                  MOVE WRK-SEQ-DEVOL    TO WRK-MAIOR-SEQ
                  MOVE WRK-ANT-CAMPANHA TO WRK-CMP-MAIOR-SEQ
               END-IF
            ELSE
               IF GRUPO-ENVIADO
                  MOVE 0 TO WRK-SEQ-DEVOL
               END-IF
            END-IF.
            IF GRUPO-DESCADASTRADO
               ADD 1 TO WRK-CMP-DESCADASTROS (WRK-ANT-CAMPANHA)
            END-IF.

       0240-FECHAR-CLIENTE.
            IF WRK-MAIOR-SEQ >= 2
               ADD 1 TO WRK-CLI-CONSEC
               IF WRK-QTD-CONSEC >= WRK-MAX-CONSEC
                  IF NOT TABELA-CONSEC-CHEIA
                     DISPLAY 'TABELA DE DEVOLUCOES CONSECUTIVAS CHEIA'
                             ' - RELATORIO INCOMPLETO'
                     SET TABELA-CONSEC-CHEIA TO TRUE
                  END-IF
               ELSE
                  ADD 1 TO WRK-QTD-CONSEC
                  MOVE WRK-ANT-CODIGO
                    TO WRK-CNS-CODIGO   (WRK-QTD-CONSEC)
                  MOVE WRK-CLI-EMAIL
                    TO WRK-CNS-EMAIL    (WRK-QTD-CONSEC)
                  MOVE WRK-MAIOR-SEQ
                    TO WRK-CNS-QTD      (WRK-QTD-CONSEC)
                  MOVE WRK-CMP-MAIOR-SEQ
                    TO WRK-CNS-CAMPANHA (WRK-QTD-CONSEC)
               END-IF
            END-IF.

       0245-CONTAR-CAMPANHAS.
            MOVE 0   TO WRK-CMP-TOTAL.
            OPEN INPUT CAMPCLI.
            IF WRK-FS-CAMPCLI = '00'
               PERFORM 0247-CONTAR-CABECALHO
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

       0247-CONTAR-CABECALHO.
            READ CAMPCLI
                 AT END
                    MOVE 'F' TO FS-CAMPCLI
                 NOT AT END
                    IF CMP-TIPO = 'H'
                       ADD 1 TO WRK-CMP-TOTAL
                    END-IF
            END-READ.

       0250-LIBERAR-REGISTROS.
            PERFORM 0245-CONTAR-CAMPANHAS.
            OPEN INPUT CAMPCLI.
            IF WRK-FS-CAMPCLI = '00'
               PERFORM 0255-LIBERAR-ENVIO UNTIL FS-CAMPCLI = 'F'
            ELSE
               DISPLAY 'REGISTRO DE CAMPANHAS AUSENTE - STATUS '
                       WRK-FS-CAMPCLI
               MOVE 8 TO RETURN-CODE
            END-IF.
            CLOSE CAMPCLI.
            OPEN INPUT RESPCMP.
            IF WRK-FS-RESPCMP = '00'
               PERFORM 0265-LIBERAR-RESPOSTA UNTIL FS-RESPCMP = 'F'
            ELSE
               DISPLAY 'VINCULO DE RESPOSTAS AUSENTE - '
                       'CAMPANHAS SEM DEVOLUCOES E DESCADASTROS'
            END-IF.
            CLOSE RESPCMP.

       0255-LIBERAR-ENVIO.
            READ CAMPCLI
                 AT END
                    MOVE 'F' TO FS-CAMPCLI
                 NOT AT END
                    EVALUATE CMP-TIPO
                       WHEN 'H'
                            PERFORM 0260-INCLUIR-CAMPANHA
                       WHEN 'E'
                            ADD 1 TO WRK-ENVIOS-LIDOS
                            IF WRK-CMP-ATUAL > 0
                               MOVE CMP-CODIGO    TO SRT-CODIGO
                               MOVE WRK-CMP-ATUAL TO SRT-CAMPANHA
                               MOVE 'E'           TO SRT-TIPO
                               MOVE CMP-EMAIL     TO SRT-EMAIL
                               RELEASE REG-ORDCMP
                            END-IF
                    END-EVALUATE
            END-READ.

       0260-INCLUIR-CAMPANHA.
            ADD 1 TO WRK-CMP-LIDAS.
            IF WRK-CMP-LIDAS < WRK-CMP-PRIMEIRA
               ADD 1 TO WRK-CMP-ANTIGAS
               MOVE 0 TO WRK-CMP-ATUAL
            ELSE
               PERFORM 0262-OCUPAR-CAMPANHA
            END-IF.

       0262-OCUPAR-CAMPANHA.
            IF WRK-QTD-CAMPANHAS >= WRK-MAX-CAMPANHAS
               IF NOT TABELA-CAMPANHAS-CHEIA
                  DISPLAY 'TABELA DE CAMPANHAS CHEIA - RELATORIO '
                          'ENCERRADO NA CAMPANHA ' CMP-CAMPANHA
                  SET TABELA-CAMPANHAS-CHEIA TO TRUE
                  MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 0 TO WRK-CMP-ATUAL
            ELSE
               ADD 1 TO WRK-QTD-CAMPANHAS
               MOVE WRK-QTD-CAMPANHAS TO WRK-CMP-ATUAL
               MOVE CMP-CAMPANHA TO WRK-CMP-ID (WRK-CMP-ATUAL)
               MOVE 0 TO WRK-CMP-ENVIADOS     (WRK-CMP-ATUAL)
               MOVE 0 TO WRK-CMP-DEVOLUCOES   (WRK-CMP-ATUAL)
               MOVE 0 TO WRK-CMP-DESCADASTROS (WRK-CMP-ATUAL)
            END-IF.

       0265-LIBERAR-RESPOSTA.
            READ RESPCMP
                 AT END
                    MOVE 'F' TO FS-RESPCMP
                 NOT AT END
                    ADD 1 TO WRK-RESPOSTAS-LIDAS
                    PERFORM 0270-LOCALIZAR-CAMPANHA
                    IF CAMPANHA-LOCALIZADA
                       MOVE RSC-CODIGO       TO SRT-CODIGO
                       MOVE WRK-IND-CAMPANHA TO SRT-CAMPANHA
                       MOVE RSC-TIPO         TO SRT-TIPO
                       MOVE RSC-EMAIL        TO SRT-EMAIL
                       RELEASE REG-ORDCMP
                    ELSE
                       ADD 1 TO WRK-SEM-CAMPANHA
                    END-IF
            END-READ.

       0270-LOCALIZAR-CAMPANHA.
            MOVE 'N' TO WRK-CMP-ACHOU.
            IF RSC-CAMPANHA NOT = SPACE
               AND RSC-CODIGO NUMERIC
               AND (RSC-TIPO = 'B' OR RSC-TIPO = 'D')
               MOVE 0 TO WRK-IND-CAMPANHA
               PERFORM 0275-COMPARAR-CAMPANHA
                  UNTIL CAMPANHA-LOCALIZADA
                     OR WRK-IND-CAMPANHA >= WRK-QTD-CAMPANHAS
            END-IF.

       0275-COMPARAR-CAMPANHA.
            ADD 1 TO WRK-IND-CAMPANHA.
            IF WRK-CMP-ID (WRK-IND-CAMPANHA) = RSC-CAMPANHA
               SET CAMPANHA-LOCALIZADA TO TRUE
            END-IF.

       0500-EMITIR-RELATORIO.
            WRITE REG-RELCAMP FROM LIN-CAB-CAMPANHA
                  AFTER ADVANCING 2 LINES.
            PERFORM 0510-LISTAR-CAMPANHA
               VARYING WRK-IND-CAMPANHA FROM 1 BY 1
               UNTIL WRK-IND-CAMPANHA > WRK-QTD-CAMPANHAS.
            MOVE 'TOTAL DE CAMPANHAS......' TO TOT-LEGENDA.
            MOVE WRK-QTD-CAMPANHAS          TO TOT-VALOR.
            WRITE REG-RELCAMP FROM LIN-TOTAL
                  AFTER ADVANCING 2 LINES.
            MOVE 'CLIENTES ENVIADOS.......' TO TOT-LEGENDA.
            MOVE WRK-TOT-ENVIADOS           TO TOT-VALOR.
            WRITE REG-RELCAMP FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'DEVOLUCOES..............' TO TOT-LEGENDA.
            MOVE WRK-TOT-DEVOLUCOES         TO TOT-VALOR.
            WRITE REG-RELCAMP FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'DESCADASTROS............' TO TOT-LEGENDA.
            MOVE WRK-TOT-DESCADASTROS       TO TOT-VALOR.
            WRITE REG-RELCAMP FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'RESPOSTAS SEM CAMPANHA..' TO TOT-LEGENDA.
            MOVE WRK-SEM-CAMPANHA           TO TOT-VALOR.
            WRITE REG-RELCAMP FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'CAMPANHAS FORA DA JANELA' TO TOT-LEGENDA.
            MOVE WRK-CMP-ANTIGAS            TO TOT-VALOR.
            WRITE REG-RELCAMP FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            WRITE REG-RELCAMP FROM LIN-CAB-CONSEC
                  AFTER ADVANCING 2 LINES.
            WRITE REG-RELCAMP FROM LIN-CAB-CONSEC-COL
                  AFTER ADVANCING 1 LINE.
            PERFORM 0520-LISTAR-CONSECUTIVO
               VARYING WRK-IND-CONSEC FROM 1 BY 1
               UNTIL WRK-IND-CONSEC > WRK-QTD-CONSEC.
            MOVE 'CLIENTES A DESCONTINUAR.' TO TOT-LEGENDA.
            MOVE WRK-CLI-CONSEC             TO TOT-VALOR.
            WRITE REG-RELCAMP FROM LIN-TOTAL
                  AFTER ADVANCING 2 LINES.

       0510-LISTAR-CAMPANHA.
            MOVE WRK-IND-CAMPANHA TO WRK-CMP-ATUAL.
            PERFORM 0530-EDITAR-CAMPANHA.
            MOVE WRK-CMP-EDITADA TO CPL-CAMPANHA.
            MOVE WRK-CMP-ENVIADOS     (WRK-IND-CAMPANHA)
              TO CPL-ENVIADOS.
            MOVE WRK-CMP-DEVOLUCOES   (WRK-IND-CAMPANHA)
              TO CPL-DEVOLUCOES.
            MOVE WRK-CMP-DESCADASTROS (WRK-IND-CAMPANHA)
              TO CPL-DESCADASTROS.
            ADD WRK-CMP-ENVIADOS     (WRK-IND-CAMPANHA)
             TO WRK-TOT-ENVIADOS.
            ADD WRK-CMP-DEVOLUCOES   (WRK-IND-CAMPANHA)
             TO WRK-TOT-DEVOLUCOES.
            ADD WRK-CMP-DESCADASTROS (WRK-IND-CAMPANHA)
             TO WRK-TOT-DESCADASTROS.
            IF WRK-CMP-ENVIADOS (WRK-IND-CAMPANHA) > 0
               COMPUTE WRK-PERCENTUAL ROUNDED =
                       WRK-CMP-DEVOLUCOES (WRK-IND-CAMPANHA) * 100
                     / WRK-CMP-ENVIADOS   (WRK-IND-CAMPANHA)
               MOVE WRK-PERCENTUAL TO CPL-PCT-DEVOL
               COMPUTE WRK-PERCENTUAL ROUNDED =
                       WRK-CMP-DESCADASTROS (WRK-IND-CAMPANHA) * 100
                     / WRK-CMP-ENVIADOS     (WRK-IND-CAMPANHA)
               MOVE WRK-PERCENTUAL TO CPL-PCT-DESCAD
            ELSE
               MOVE 0 TO CPL-PCT-DEVOL
               MOVE 0 TO CPL-PCT-DESCAD
            END-IF.
            WRITE REG-RELCAMP FROM LIN-CAMPANHA
                  AFTER ADVANCING 1 LINE.

       0520-LISTAR-CONSECUTIVO.
            MOVE WRK-CNS-CODIGO   (WRK-IND-CONSEC) TO CNS-CODIGO.
            MOVE WRK-CNS-EMAIL    (WRK-IND-CONSEC) TO CNS-EMAIL.
            MOVE WRK-CNS-QTD      (WRK-IND-CONSEC) TO CNS-QTD.
            MOVE WRK-CNS-CAMPANHA (WRK-IND-CONSEC) TO WRK-CMP-ATUAL.
            PERFORM 0530-EDITAR-CAMPANHA.
            MOVE WRK-CMP-EDITADA TO CNS-CAMPANHA.
            WRITE REG-RELCAMP FROM LIN-CONSEC
                  AFTER ADVANCING 1 LINE.

       0530-EDITAR-CAMPANHA.
            MOVE WRK-CMP-ID (WRK-CMP-ATUAL) TO WRK-CMP-CHAVE.
            MOVE SPACE TO WRK-CMP-EDITADA.
            STRING WRK-CHV-ORIGEM ' '
                   WRK-CHV-DD '/' WRK-CHV-MM '/' WRK-CHV-AAAA ' '
                   WRK-CHV-HH ':' WRK-CHV-MI ':' WRK-CHV-SS
                   DELIMITED BY SIZE INTO WRK-CMP-EDITADA.

       0300-FINALIZAR.
            CLOSE RELCAMP.
            DISPLAY 'CAMPANHAS............ ' WRK-QTD-CAMPANHAS.
            DISPLAY 'ENVIOS LIDOS......... ' WRK-ENVIOS-LIDOS.
            DISPLAY 'RESPOSTAS LIDAS...... ' WRK-RESPOSTAS-LIDAS.
            DISPLAY 'RESPOSTAS SEM CAMPANHA ' WRK-SEM-CAMPANHA.
            DISPLAY 'DEVOLUCOES CONSECUTIVAS ' WRK-CLI-CONSEC.

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
            MOVE 'PROG26' TO RUN-PROGRAMA.
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
