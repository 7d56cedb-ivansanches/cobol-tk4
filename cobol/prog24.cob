       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG24.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT PENDAPR  ASSIGN TO UT-S-PENDAPR
               FILE STATUS IS WRK-FS-PENDAPR.
           SELECT DECAPR   ASSIGN TO UT-S-DECAPR
               FILE STATUS IS WRK-FS-DECAPR.
           SELECT PARMAPR  ASSIGN TO UT-S-PARMAPR
               FILE STATUS IS WRK-FS-PARMAPR.
           SELECT ESQAPR   ASSIGN TO UT-S-ESQAPR.
           SELECT CONSAPR  ASSIGN TO UT-S-CONSAPR.
           SELECT EXCAPR   ASSIGN TO UT-S-EXCAPR.
           SELECT AUDAPR   ASSIGN TO UT-S-AUDAPR.
           SELECT RELAPR   ASSIGN TO UT-S-RELAPR.
           SELECT APLAPR   ASSIGN TO UT-S-APLAPR
               FILE STATUS IS WRK-FS-APLAPR.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   PENDAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PENDAPR.
           COPY APRREG.

       FD   DECAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 46 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DECAPR.
       01   REG-DECAPR.
            05 DEC-NUMERO      PIC 9(07).
            05 DEC-DECISAO     PIC X(01).
            05 DEC-APROVADOR   PIC X(08).
            05 DEC-MOTIVO      PIC X(30).

       FD   PARMAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 03 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PARMAPR.
       01   REG-PARMAPR.
            05 PRM-DIAS-LIMITE PIC 9(03).

       FD   ESQAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ESQAPR.
       01   REG-ESQAPR.
            05 EAP-DATA-PEDIDO  PIC 9(08).
            05 EAP-CODIGO       PIC 9(05).
            05 EAP-NUMERO-APROV PIC 9(07).
            05 EAP-APROVADOR    PIC X(08).

       FD   CONSAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 25 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONSAPR.
       01   REG-CONSAPR.
            05 CAP-CODIGO-SOBREV PIC 9(05).
            05 CAP-CODIGO-ABSORV PIC 9(05).
            05 CAP-NUMERO-APROV  PIC 9(07).
            05 CAP-APROVADOR     PIC X(08).

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

       FD   AUDAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-AUDAPR.
       01   REG-AUDAPR      PIC X(120).

       FD   RELAPR
            LABEL RECORDS ARE OMITTED
            RECORD CONTAINS 132 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RELAPR.
       01   REG-RELAPR      PIC X(132).

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

       WORKING-STORAGE                 SECTION.
       01  FS-PENDAPR        PIC X VALUE 'N'.
       01  FS-DECAPR         PIC X VALUE 'N'.
       01  WRK-FS-PENDAPR    PIC X(02) VALUE '00'.
       01  WRK-FS-DECAPR     PIC X(02) VALUE '00'.
       01  WRK-FS-PARMAPR    PIC X(02) VALUE '00'.
       01  FS-APLAPR         PIC X VALUE 'N'.
       01  WRK-FS-APLAPR     PIC X(02) VALUE '00'.
       01  WRK-LIBERADO      PIC X(01) VALUE 'S'.
           88 EXECUCAO-LIBERADA        VALUE 'S'.
       01  WRK-DIAS-LIMITE   PIC 9(03) VALUE 005.
       01  WRK-DECISOES-LIDAS PIC 9(05) VALUE 0.
       01  WRK-APROVADOS     PIC 9(05) VALUE 0.
       01  WRK-RECUSADOS     PIC 9(05) VALUE 0.
       01  WRK-DEC-INVALIDAS PIC 9(05) VALUE 0.
       01  WRK-LIB-ESQ       PIC 9(05) VALUE 0.
       01  WRK-LIB-CONS      PIC 9(05) VALUE 0.
       01  WRK-LIB-EXC       PIC 9(05) VALUE 0.
       01  WRK-PENDENTES     PIC 9(05) VALUE 0.
       01  WRK-ATRASADOS     PIC 9(05) VALUE 0.
       01  WRK-EXECUCOES-LIDAS PIC 9(05) VALUE 0.
       01  WRK-BAIXADOS      PIC 9(05) VALUE 0.
       01  WRK-NAO-EXECUTADOS PIC 9(05) VALUE 0.

       01  WRK-MAX-APL       PIC 9(05) VALUE 05000.
       01  WRK-QTD-APL       PIC 9(05) VALUE 0.
       01  WRK-IND-APL       PIC 9(05) VALUE 0.
       01  WRK-ACHOU-APL     PIC X(01) VALUE 'N'.
           88 EXECUCAO-CONFIRMADA      VALUE 'S'.
       01  WRK-APL-CHEIO     PIC X(01) VALUE 'N'.
           88 TABELA-APL-CHEIA         VALUE 'S'.
       01  WRK-TAB-APL.
           05 WRK-ENT-APL OCCURS 5000 TIMES.
              10 WRK-APL-NUMERO    PIC 9(07).
              10 WRK-APL-RESULTADO PIC X(01).
              10 WRK-APL-DATA      PIC 9(08).

       01  WRK-MAX-DEC       PIC 9(05) VALUE 02000.
       01  WRK-QTD-DEC       PIC 9(05) VALUE 0.
       01  WRK-IND-DEC       PIC 9(05) VALUE 0.
       01  WRK-ACHOU-DEC     PIC X(01) VALUE 'N'.
           88 DECISAO-ENCONTRADA       VALUE 'S'.
       01  WRK-DEC-CHEIO     PIC X(01) VALUE 'N'.
           88 TABELA-DEC-CHEIA         VALUE 'S'.
       01  WRK-TAB-DEC.
           05 WRK-ENT-DEC OCCURS 2000 TIMES.
              10 WRK-DEC-NUMERO    PIC 9(07).
              10 WRK-DEC-DECISAO   PIC X(01).
              10 WRK-DEC-APROVADOR PIC X(08).
              10 WRK-DEC-MOTIVO    PIC X(30).
              10 WRK-DEC-USADA     PIC X(01).

       01  WRK-HORA-SISTEMA.
           05 WRK-HORA-HH   PIC 9(02).
           05 WRK-HORA-MM   PIC 9(02).
           05 WRK-HORA-SS   PIC 9(02).
           05 WRK-HORA-CENT PIC 9(02).
       01  WRK-HORA-DECISAO  PIC X(08) VALUE SPACE.

       01  WRK-DATA-CALC.
           05 WRK-CALC-AAAA PIC 9(04).
           05 WRK-CALC-MM   PIC 9(02).
           05 WRK-CALC-DD   PIC 9(02).
       01  WRK-DATA-CALC-AMD REDEFINES WRK-DATA-CALC PIC 9(08).
       01  WRK-CALC-ANO      PIC 9(04) VALUE 0.
       01  WRK-CALC-MES      PIC 9(02) VALUE 0.
       01  WRK-QUOC-4        PIC 9(04) VALUE 0.
       01  WRK-QUOC-100      PIC 9(04) VALUE 0.
       01  WRK-QUOC-400      PIC 9(04) VALUE 0.
       01  WRK-DIAS-MESES    PIC 9(03) VALUE 0.
       01  WRK-NUM-DIA       PIC 9(07) VALUE 0.
       01  WRK-NUM-DIA-PROC  PIC 9(07) VALUE 0.
       01  WRK-DIAS-ESPERA   PIC 9(05) VALUE 0.

       01  LIN-TITULO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(52) VALUE
              'APROVACAO EM DUPLO CONTROLE - DECISOES E PENDENCIAS'.
           05 FILLER          PIC X(08) VALUE 'DATA: '.
           05 TIT-DATA         PIC X(10).

       01  LIN-SECAO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SEC-TEXTO        PIC X(40).
           05 SEC-DIAS         PIC ZZ9.
           05 SEC-COMPL        PIC X(05).

       01  LIN-CAB-DECISAO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(09) VALUE 'PEDIDO'.
           05 FILLER          PIC X(15) VALUE 'TIPO'.
           05 FILLER          PIC X(08) VALUE 'CODIGO'.
           05 FILLER          PIC X(08) VALUE 'SOBREV'.
           05 FILLER          PIC X(10) VALUE 'SOLICIT.'.
           05 FILLER          PIC X(10) VALUE 'APROVADOR'.
           05 FILLER          PIC X(30) VALUE 'SITUACAO'.

       01  LIN-DECISAO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 DCS-NUMERO       PIC 9(07).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 DCS-TIPO         PIC X(13).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 DCS-CODIGO       PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 DCS-SOBREV       PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 DCS-SOLICITANTE  PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 DCS-APROVADOR    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 DCS-SITUACAO     PIC X(35).

       01  LIN-CAB-ATRASO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(09) VALUE 'PEDIDO'.
           05 FILLER          PIC X(15) VALUE 'TIPO'.
           05 FILLER          PIC X(08) VALUE 'CODIGO'.
           05 FILLER          PIC X(08) VALUE 'SOBREV'.
           05 FILLER          PIC X(10) VALUE 'SOLICIT.'.
           05 FILLER          PIC X(11) VALUE 'DATA PED.'.
           05 FILLER          PIC X(10) VALUE 'HORA'.
           05 FILLER          PIC X(05) VALUE 'DIAS'.

       01  LIN-ATRASO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 ATR-NUMERO       PIC 9(07).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 ATR-TIPO         PIC X(13).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 ATR-CODIGO       PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 ATR-SOBREV       PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 ATR-SOLICITANTE  PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 ATR-DATA         PIC 9(08).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 ATR-HORA         PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 ATR-DIAS         PIC ZZZZ9.

       01  LIN-CAB-EXECUCAO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(09) VALUE 'PEDIDO'.
           05 FILLER          PIC X(15) VALUE 'TIPO'.
           05 FILLER          PIC X(08) VALUE 'CODIGO'.
           05 FILLER          PIC X(08) VALUE 'SOBREV'.
           05 FILLER          PIC X(10) VALUE 'APROVADOR'.
           05 FILLER          PIC X(11) VALUE 'DATA DEC.'.
           05 FILLER          PIC X(10) VALUE 'HORA'.
           05 FILLER          PIC X(05) VALUE 'DIAS'.

       01  LIN-TOTAL.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TOT-LEGENDA      PIC X(25).
           05 TOT-VALOR        PIC ZZZZ9.

       01  WRK-TIPO-DESCR    PIC X(13) VALUE SPACE.


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
               PERFORM 0050-LER-PARAMETRO
               PERFORM 0100-INICIAR
               IF EXECUCAO-LIBERADA
                  PERFORM 0200-PROCESSAR UNTIL FS-PENDAPR = 'F'
                  PERFORM 0280-LISTAR-NAO-APLICADAS
                     VARYING WRK-IND-DEC FROM 1 BY 1
                     UNTIL WRK-IND-DEC > WRK-QTD-DEC
                  CLOSE PENDAPR
                  PERFORM 0400-LIBERAR-E-LISTAR
                  PERFORM 0450-ESVAZIAR-EXECUCOES
                  PERFORM 0300-FINALIZAR
               END-IF
            END-IF.
            MOVE WRK-DECISOES-LIDAS TO WRK-CTL-LIDOS
            MOVE WRK-DEC-INVALIDAS  TO WRK-CTL-REJEIT
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
            OPEN INPUT PARMAPR.
            IF WRK-FS-PARMAPR = '00'
               READ PARMAPR
                    NOT AT END
                       IF PRM-DIAS-LIMITE NUMERIC
                          AND PRM-DIAS-LIMITE > 0
                          MOVE PRM-DIAS-LIMITE TO WRK-DIAS-LIMITE
                       END-IF
               END-READ
               CLOSE PARMAPR
            ELSE
               CLOSE PARMAPR
            END-IF.
            DISPLAY 'PRAZO DE APROVACAO (DIAS) ' WRK-DIAS-LIMITE.

       0100-INICIAR.
            OPEN OUTPUT RELAPR.
            MOVE WRK-DATA-PROC-EDT TO TIT-DATA.
            WRITE REG-RELAPR FROM LIN-TITULO.
            MOVE 'DECISOES E BAIXAS DESTA EXECUCAO' TO SEC-TEXTO.
            MOVE SPACE                     TO SEC-COMPL.
            MOVE 0                         TO SEC-DIAS.
            WRITE REG-RELAPR FROM LIN-SECAO
                  AFTER ADVANCING 2 LINES.
            WRITE REG-RELAPR FROM LIN-CAB-DECISAO
                  AFTER ADVANCING 1 LINE.
            ACCEPT WRK-HORA-SISTEMA FROM TIME.
            STRING WRK-HORA-HH ':'
                   WRK-HORA-MM ':'
                   WRK-HORA-SS
                   DELIMITED BY SIZE INTO WRK-HORA-DECISAO.
            MOVE WRK-DATA-PROC-AMD TO WRK-DATA-CALC-AMD.
            PERFORM 0270-CALCULAR-NUMERO-DIA.
            MOVE WRK-NUM-DIA TO WRK-NUM-DIA-PROC.
            PERFORM 0110-CARREGAR-DECISOES.
            PERFORM 0130-CARREGAR-EXECUCOES.
            OPEN I-O PENDAPR.
            IF WRK-FS-PENDAPR NOT = '00'
               DISPLAY 'ERRO AO ABRIR FILA DE APROVACAO - STATUS '
                       WRK-FS-PENDAPR
               CLOSE RELAPR
               MOVE 'N' TO WRK-LIBERADO
               MOVE 12  TO RETURN-CODE
            ELSE
               OPEN EXTEND AUDAPR
               READ PENDAPR AT END
                            MOVE 'F' TO FS-PENDAPR
               END-READ
            END-IF.

       0110-CARREGAR-DECISOES.
            OPEN INPUT DECAPR.
            IF WRK-FS-DECAPR = '00'
               PERFORM 0115-LER-DECISAO
                  UNTIL FS-DECAPR = 'F'
            ELSE
               DISPLAY 'ARQUIVO DE DECISOES AUSENTE - '
                       'SOMENTE PENDENCIAS SERAO LISTADAS'
            END-IF.
            CLOSE DECAPR.

       0115-LER-DECISAO.
            READ DECAPR
                 AT END
                    MOVE 'F' TO FS-DECAPR
                 NOT AT END
                    ADD 1 TO WRK-DECISOES-LIDAS
                    IF DEC-NUMERO NOT NUMERIC
                       OR DEC-NUMERO = 0
                       OR (DEC-DECISAO NOT = 'A'
                           AND DEC-DECISAO NOT = 'R')
                       OR DEC-APROVADOR = SPACE
                       PERFORM 0120-REJEITAR-DECISAO
                    ELSE
                       PERFORM 0125-GUARDAR-DECISAO
                    END-IF
            END-READ.

       0120-REJEITAR-DECISAO.
            MOVE SPACE TO LIN-DECISAO.
            IF DEC-NUMERO NUMERIC
               MOVE DEC-NUMERO TO DCS-NUMERO
            ELSE
               MOVE 0          TO DCS-NUMERO
            END-IF.
            MOVE DEC-APROVADOR TO DCS-APROVADOR.
            MOVE 'DECISAO INVALIDA - IGNORADA' TO DCS-SITUACAO.
            WRITE REG-RELAPR FROM LIN-DECISAO
                  AFTER ADVANCING 1 LINE.
            ADD 1 TO WRK-DEC-INVALIDAS.

       0125-GUARDAR-DECISAO.
            IF WRK-QTD-DEC >= WRK-MAX-DEC
               IF NOT TABELA-DEC-CHEIA
                  DISPLAY 'TABELA DE DECISOES CHEIA - '
                          'DECISOES EXCEDENTES IGNORADAS'
                  SET TABELA-DEC-CHEIA TO TRUE
               END-IF
               ADD 1 TO WRK-DEC-INVALIDAS
            ELSE
               ADD 1 TO WRK-QTD-DEC
               MOVE DEC-NUMERO    TO WRK-DEC-NUMERO    (WRK-QTD-DEC)
               MOVE DEC-DECISAO   TO WRK-DEC-DECISAO   (WRK-QTD-DEC)
               MOVE DEC-APROVADOR TO WRK-DEC-APROVADOR (WRK-QTD-DEC)
               MOVE DEC-MOTIVO    TO WRK-DEC-MOTIVO    (WRK-QTD-DEC)
               MOVE 'N'           TO WRK-DEC-USADA     (WRK-QTD-DEC)
            END-IF.

       0130-CARREGAR-EXECUCOES.
            OPEN INPUT APLAPR.
            IF WRK-FS-APLAPR = '00'
               PERFORM 0135-LER-EXECUCAO
                  UNTIL FS-APLAPR = 'F'
            ELSE
               DISPLAY 'REGISTRO DE EXECUCOES AUSENTE - '
                       'NENHUM PEDIDO SERA BAIXADO'
            END-IF.
            CLOSE APLAPR.
            DISPLAY 'EXECUCOES INFORMADAS. ' WRK-EXECUCOES-LIDAS.

       0135-LER-EXECUCAO.
            READ APLAPR
                 AT END
                    MOVE 'F' TO FS-APLAPR
                 NOT AT END
                    ADD 1 TO WRK-EXECUCOES-LIDAS
                    IF APL-NUMERO-APROV NUMERIC
                       AND APL-NUMERO-APROV > 0
                       PERFORM 0140-GUARDAR-EXECUCAO
                    END-IF
            END-READ.

       0140-GUARDAR-EXECUCAO.
            IF WRK-QTD-APL >= WRK-MAX-APL
               IF NOT TABELA-APL-CHEIA
                  DISPLAY 'TABELA DE EXECUCOES CHEIA - EXCEDENTES '
                          'SERAO LIBERADOS E CONFIRMADOS DE NOVO'
                  SET TABELA-APL-CHEIA TO TRUE
                  MOVE 8 TO RETURN-CODE
               END-IF
            ELSE
               ADD 1 TO WRK-QTD-APL
               MOVE APL-NUMERO-APROV TO WRK-APL-NUMERO    (WRK-QTD-APL)
               MOVE APL-RESULTADO    TO WRK-APL-RESULTADO (WRK-QTD-APL)
               IF APL-DATA-PROC NUMERIC
                  MOVE APL-DATA-PROC TO WRK-APL-DATA      (WRK-QTD-APL)
               ELSE
                  MOVE 0             TO WRK-APL-DATA      (WRK-QTD-APL)
               END-IF
            END-IF.

       0200-PROCESSAR.
            EVALUATE TRUE
               WHEN APR-SITUACAO = 'P'
                    PERFORM 0210-PROCURAR-DECISAO
                    IF DECISAO-ENCONTRADA
                       MOVE 'S' TO WRK-DEC-USADA (WRK-IND-DEC)
                       PERFORM 0220-APLICAR-DECISAO
                    END-IF
               WHEN APR-SITUACAO = 'A'
                    AND WRK-QTD-APL > 0
                    PERFORM 0230-PROCURAR-EXECUCAO
                    IF EXECUCAO-CONFIRMADA
                       PERFORM 0240-BAIXAR-PEDIDO
                    END-IF
            END-EVALUATE.
            READ PENDAPR AT END
                         MOVE 'F' TO FS-PENDAPR.

       0210-PROCURAR-DECISAO.
            MOVE 'N' TO WRK-ACHOU-DEC.
            MOVE 0   TO WRK-IND-DEC.
            PERFORM 0215-COMPARAR-DECISAO
               UNTIL DECISAO-ENCONTRADA
                  OR WRK-IND-DEC >= WRK-QTD-DEC.

       0215-COMPARAR-DECISAO.
            ADD 1 TO WRK-IND-DEC.
            IF WRK-DEC-NUMERO (WRK-IND-DEC) = APR-NUMERO
               AND WRK-DEC-USADA (WRK-IND-DEC) = 'N'
               SET DECISAO-ENCONTRADA TO TRUE
            END-IF.

       0220-APLICAR-DECISAO.
            PERFORM 0260-DESCREVER-TIPO.
            MOVE SPACE             TO LIN-DECISAO.
            MOVE APR-NUMERO        TO DCS-NUMERO.
            MOVE WRK-TIPO-DESCR    TO DCS-TIPO.
            MOVE APR-CODIGO        TO DCS-CODIGO.
            IF APR-TIPO = 'C'
               MOVE APR-CODIGO-SOBREV TO DCS-SOBREV
            END-IF.
            MOVE APR-SOLICITANTE   TO DCS-SOLICITANTE.
            MOVE WRK-DEC-APROVADOR (WRK-IND-DEC) TO DCS-APROVADOR.
            IF WRK-DEC-APROVADOR (WRK-IND-DEC) = APR-SOLICITANTE
               MOVE 'APROVADOR IGUAL AO SOLICITANTE' TO DCS-SITUACAO
               ADD 1 TO WRK-DEC-INVALIDAS
            ELSE
               MOVE WRK-DEC-DECISAO   (WRK-IND-DEC) TO APR-SITUACAO
               MOVE WRK-DEC-APROVADOR (WRK-IND-DEC) TO APR-APROVADOR
               MOVE WRK-DEC-MOTIVO    (WRK-IND-DEC) TO APR-MOTIVO
               MOVE WRK-DATA-PROC-AMD TO APR-DATA-DECISAO
               MOVE WRK-HORA-DECISAO  TO APR-HORA-DECISAO
               REWRITE REG-PENDAPR
               WRITE REG-AUDAPR FROM REG-PENDAPR
               IF APR-SITUACAO = 'A'
                  MOVE 'APROVADO - LIBERADO'  TO DCS-SITUACAO
                  ADD 1 TO WRK-APROVADOS
               ELSE
                  MOVE 'RECUSADO'             TO DCS-SITUACAO
                  ADD 1 TO WRK-RECUSADOS
               END-IF
            END-IF.
            WRITE REG-RELAPR FROM LIN-DECISAO
                  AFTER ADVANCING 1 LINE.

       0230-PROCURAR-EXECUCAO.
            MOVE 'N' TO WRK-ACHOU-APL.
            MOVE 0   TO WRK-IND-APL.
            PERFORM 0235-COMPARAR-EXECUCAO
               UNTIL EXECUCAO-CONFIRMADA
                  OR WRK-IND-APL >= WRK-QTD-APL.

       0235-COMPARAR-EXECUCAO.
            ADD 1 TO WRK-IND-APL.
            IF WRK-APL-NUMERO (WRK-IND-APL) = APR-NUMERO
               SET EXECUCAO-CONFIRMADA TO TRUE
            END-IF.

       0240-BAIXAR-PEDIDO.
            PERFORM 0260-DESCREVER-TIPO.
            MOVE SPACE             TO LIN-DECISAO.
            MOVE APR-NUMERO        TO DCS-NUMERO.
            MOVE WRK-TIPO-DESCR    TO DCS-TIPO.
            MOVE APR-CODIGO        TO DCS-CODIGO.
            IF APR-TIPO = 'C'
               MOVE APR-CODIGO-SOBREV TO DCS-SOBREV
            END-IF.
            MOVE APR-SOLICITANTE   TO DCS-SOLICITANTE.
            MOVE APR-APROVADOR     TO DCS-APROVADOR.
            MOVE 'X'               TO APR-SITUACAO.
            MOVE WRK-APL-DATA (WRK-IND-APL) TO APR-DATA-EXECUCAO.
            REWRITE REG-PENDAPR.
            WRITE REG-AUDAPR FROM REG-PENDAPR.
            IF WRK-APL-RESULTADO (WRK-IND-APL) = 'E'
               MOVE 'EXECUTADO - BAIXADO'            TO DCS-SITUACAO
            ELSE
               MOVE 'SEM EFEITO NA EXECUCAO - BAIXADO' TO DCS-SITUACAO
            END-IF.
            ADD 1 TO WRK-BAIXADOS.
            WRITE REG-RELAPR FROM LIN-DECISAO
                  AFTER ADVANCING 1 LINE.

       0260-DESCREVER-TIPO.
            EVALUATE APR-TIPO
               WHEN 'L'
                    MOVE 'ANONIMIZACAO' TO WRK-TIPO-DESCR
               WHEN 'C'
                    MOVE 'CONSOLIDACAO' TO WRK-TIPO-DESCR
               WHEN 'E'
                    MOVE 'EXCLUSAO'     TO WRK-TIPO-DESCR
               WHEN OTHER
                    MOVE 'DESCONHECIDO' TO WRK-TIPO-DESCR
            END-EVALUATE.

       0270-CALCULAR-NUMERO-DIA.
            IF WRK-CALC-MM > 2
               MOVE WRK-CALC-AAAA TO WRK-CALC-ANO
               MOVE WRK-CALC-MM   TO WRK-CALC-MES
            ELSE
               COMPUTE WRK-CALC-ANO = WRK-CALC-AAAA - 1
               COMPUTE WRK-CALC-MES = WRK-CALC-MM + 12
            END-IF.
            DIVIDE WRK-CALC-ANO BY 4   GIVING WRK-QUOC-4.
            DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-QUOC-100.
            DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-QUOC-400.
            COMPUTE WRK-DIAS-MESES = (153 * (WRK-CALC-MES - 3) + 2) / 5.
            COMPUTE WRK-NUM-DIA = 365 * WRK-CALC-ANO
                                + WRK-QUOC-4 - WRK-QUOC-100
                                + WRK-QUOC-400
                                + WRK-DIAS-MESES + WRK-CALC-DD.

       0280-LISTAR-NAO-APLICADAS.
            IF WRK-DEC-USADA (WRK-IND-DEC) = 'N'
               MOVE SPACE TO LIN-DECISAO
               MOVE WRK-DEC-NUMERO    (WRK-IND-DEC) TO DCS-NUMERO
               MOVE WRK-DEC-APROVADOR (WRK-IND-DEC) TO DCS-APROVADOR
               MOVE 'PEDIDO INEXISTENTE OU JA DECIDIDO'
                 TO DCS-SITUACAO
               WRITE REG-RELAPR FROM LIN-DECISAO
                     AFTER ADVANCING 1 LINE
               ADD 1 TO WRK-DEC-INVALIDAS
            END-IF.

       0400-LIBERAR-E-LISTAR.
            MOVE 'PEDIDOS PENDENTES HA MAIS DE' TO SEC-TEXTO.
            MOVE WRK-DIAS-LIMITE                TO SEC-DIAS.
            MOVE ' DIAS'                        TO SEC-COMPL.
            WRITE REG-RELAPR FROM LIN-SECAO
                  AFTER ADVANCING 2 LINES.
            WRITE REG-RELAPR FROM LIN-CAB-ATRASO
                  AFTER ADVANCING 1 LINE.
            OPEN OUTPUT ESQAPR.
            OPEN OUTPUT CONSAPR.
            OPEN OUTPUT EXCAPR.
            MOVE 'N' TO FS-PENDAPR.
            OPEN INPUT PENDAPR.
            READ PENDAPR AT END
                         MOVE 'F' TO FS-PENDAPR
            END-READ.
            PERFORM 0410-TRATAR-PEDIDO UNTIL FS-PENDAPR = 'F'.
            CLOSE PENDAPR.
            CLOSE ESQAPR.
            CLOSE CONSAPR.
            CLOSE EXCAPR.
            MOVE 'APROVADOS AINDA NAO EXECUTADOS' TO SEC-TEXTO.
            MOVE 0                              TO SEC-DIAS.
            MOVE SPACE                          TO SEC-COMPL.
            WRITE REG-RELAPR FROM LIN-SECAO
                  AFTER ADVANCING 2 LINES.
            WRITE REG-RELAPR FROM LIN-CAB-EXECUCAO
                  AFTER ADVANCING 1 LINE.
            MOVE 'N' TO FS-PENDAPR.
            OPEN INPUT PENDAPR.
            READ PENDAPR AT END
                         MOVE 'F' TO FS-PENDAPR
            END-READ.
            PERFORM 0440-LISTAR-NAO-EXECUTADO UNTIL FS-PENDAPR = 'F'.
            CLOSE PENDAPR.

       0410-TRATAR-PEDIDO.
            EVALUATE TRUE
               WHEN APR-SITUACAO = 'A'
                    PERFORM 0420-LIBERAR-PEDIDO
               WHEN APR-SITUACAO = 'P'
                    ADD 1 TO WRK-PENDENTES
                    PERFORM 0430-VERIFICAR-ATRASO
            END-EVALUATE.
            READ PENDAPR AT END
                         MOVE 'F' TO FS-PENDAPR.

       0420-LIBERAR-PEDIDO.
            EVALUATE APR-TIPO
               WHEN 'L'
                    MOVE APR-DATA-ORIGEM   TO EAP-DATA-PEDIDO
                    MOVE APR-CODIGO        TO EAP-CODIGO
                    MOVE APR-NUMERO        TO EAP-NUMERO-APROV
                    MOVE APR-APROVADOR     TO EAP-APROVADOR
                    WRITE REG-ESQAPR
                    ADD 1 TO WRK-LIB-ESQ
               WHEN 'C'
                    MOVE APR-CODIGO-SOBREV TO CAP-CODIGO-SOBREV
                    MOVE APR-CODIGO        TO CAP-CODIGO-ABSORV
                    MOVE APR-NUMERO        TO CAP-NUMERO-APROV
                    MOVE APR-APROVADOR     TO CAP-APROVADOR
                    WRITE REG-CONSAPR
                    ADD 1 TO WRK-LIB-CONS
               WHEN 'E'
                    MOVE SPACE             TO REG-EXCAPR
                    MOVE 'E'               TO XAP-TIPO
                    MOVE APR-CODIGO        TO XAP-CODIGO
                    MOVE APR-NUMERO        TO XAP-NUMERO-APROV
                    MOVE APR-APROVADOR     TO XAP-APROVADOR
                    WRITE REG-EXCAPR
                    ADD 1 TO WRK-LIB-EXC
            END-EVALUATE.

       0430-VERIFICAR-ATRASO.
            IF APR-DATA-PEDIDO NUMERIC
               MOVE APR-DATA-PEDIDO TO WRK-DATA-CALC-AMD
               PERFORM 0270-CALCULAR-NUMERO-DIA
               IF WRK-NUM-DIA-PROC > WRK-NUM-DIA
                  COMPUTE WRK-DIAS-ESPERA =
                          WRK-NUM-DIA-PROC - WRK-NUM-DIA
               ELSE
                  MOVE 0 TO WRK-DIAS-ESPERA
               END-IF
               IF WRK-DIAS-ESPERA > WRK-DIAS-LIMITE
                  PERFORM 0260-DESCREVER-TIPO
                  MOVE SPACE           TO LIN-ATRASO
                  MOVE APR-NUMERO      TO ATR-NUMERO
                  MOVE WRK-TIPO-DESCR  TO ATR-TIPO
                  MOVE APR-CODIGO      TO ATR-CODIGO
                  IF APR-TIPO = 'C'
                     MOVE APR-CODIGO-SOBREV TO ATR-SOBREV
                  END-IF
                  MOVE APR-SOLICITANTE TO ATR-SOLICITANTE
                  MOVE APR-DATA-PEDIDO TO ATR-DATA
                  MOVE APR-HORA-PEDIDO TO ATR-HORA
                  MOVE WRK-DIAS-ESPERA TO ATR-DIAS
                  WRITE REG-RELAPR FROM LIN-ATRASO
                        AFTER ADVANCING 1 LINE
                  ADD 1 TO WRK-ATRASADOS
               END-IF
            END-IF.

       0440-LISTAR-NAO-EXECUTADO.
            IF APR-SITUACAO = 'A'
               AND APR-DATA-DECISAO NUMERIC
               AND APR-DATA-DECISAO < WRK-DATA-PROC-AMD
               MOVE APR-DATA-DECISAO TO WRK-DATA-CALC-AMD
               PERFORM 0270-CALCULAR-NUMERO-DIA
               COMPUTE WRK-DIAS-ESPERA = WRK-NUM-DIA-PROC - WRK-NUM-DIA
               PERFORM 0260-DESCREVER-TIPO
               MOVE SPACE            TO LIN-ATRASO
               MOVE APR-NUMERO       TO ATR-NUMERO
               MOVE WRK-TIPO-DESCR   TO ATR-TIPO
               MOVE APR-CODIGO       TO ATR-CODIGO
               IF APR-TIPO = 'C'
                  MOVE APR-CODIGO-SOBREV TO ATR-SOBREV
               END-IF
               MOVE APR-APROVADOR    TO ATR-SOLICITANTE
               MOVE APR-DATA-DECISAO TO ATR-DATA
               MOVE APR-HORA-DECISAO TO ATR-HORA
               MOVE WRK-DIAS-ESPERA  TO ATR-DIAS
               WRITE REG-RELAPR FROM LIN-ATRASO
                     AFTER ADVANCING 1 LINE
               ADD 1 TO WRK-NAO-EXECUTADOS
            END-IF.
            READ PENDAPR AT END
                         MOVE 'F' TO FS-PENDAPR.

       0450-ESVAZIAR-EXECUCOES.
            IF WRK-FS-APLAPR = '00' AND WRK-EXECUCOES-LIDAS > 0
               OPEN OUTPUT APLAPR
               CLOSE APLAPR
            END-IF.

       0300-FINALIZAR.
            MOVE 'DECISOES LIDAS.........' TO TOT-LEGENDA.
            MOVE WRK-DECISOES-LIDAS        TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 2 LINES.
            MOVE 'PEDIDOS APROVADOS......' TO TOT-LEGENDA.
            MOVE WRK-APROVADOS             TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'PEDIDOS RECUSADOS......' TO TOT-LEGENDA.
            MOVE WRK-RECUSADOS             TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'DECISOES NAO ACEITAS...' TO TOT-LEGENDA.
            MOVE WRK-DEC-INVALIDAS         TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'LIBERADOS ANONIMIZACAO.' TO TOT-LEGENDA.
            MOVE WRK-LIB-ESQ               TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'LIBERADOS CONSOLIDACAO.' TO TOT-LEGENDA.
            MOVE WRK-LIB-CONS              TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'LIBERADOS EXCLUSAO.....' TO TOT-LEGENDA.
            MOVE WRK-LIB-EXC               TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'AINDA PENDENTES........' TO TOT-LEGENDA.
            MOVE WRK-PENDENTES             TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'PENDENTES FORA DO PRAZO' TO TOT-LEGENDA.
            MOVE WRK-ATRASADOS             TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'PEDIDOS BAIXADOS.......' TO TOT-LEGENDA.
            MOVE WRK-BAIXADOS              TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'APROV. NAO EXECUTADOS..' TO TOT-LEGENDA.
            MOVE WRK-NAO-EXECUTADOS        TO TOT-VALOR.
            WRITE REG-RELAPR FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            CLOSE AUDAPR.
            CLOSE RELAPR.
            DISPLAY 'DECISOES LIDAS....... ' WRK-DECISOES-LIDAS.
            DISPLAY 'PEDIDOS APROVADOS.... ' WRK-APROVADOS.
            DISPLAY 'PEDIDOS RECUSADOS.... ' WRK-RECUSADOS.
            DISPLAY 'DECISOES NAO ACEITAS. ' WRK-DEC-INVALIDAS.
            DISPLAY 'LIBERADOS P/ PROG12.. ' WRK-LIB-ESQ.
            DISPLAY 'LIBERADOS P/ PROG11.. ' WRK-LIB-CONS.
            DISPLAY 'LIBERADOS P/ PROG3... ' WRK-LIB-EXC.
            DISPLAY 'AINDA PENDENTES...... ' WRK-PENDENTES.
            DISPLAY 'FORA DO PRAZO........ ' WRK-ATRASADOS.
            DISPLAY 'PEDIDOS BAIXADOS..... ' WRK-BAIXADOS.
            DISPLAY 'APROV. NAO EXECUTADOS ' WRK-NAO-EXECUTADOS.
            IF WRK-DEC-INVALIDAS > 0
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
            MOVE 'PROG24' TO RUN-PROGRAMA.
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
