       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG23.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ESQCLI   ASSIGN TO UT-S-ESQCLI
               FILE STATUS IS WRK-FS-ESQCLI.
           SELECT CONSCLI  ASSIGN TO UT-S-CONSCLI
               FILE STATUS IS WRK-FS-CONSCLI.
           SELECT PARMSOL  ASSIGN TO UT-S-PARMSOL
               FILE STATUS IS WRK-FS-PARMSOL.
           SELECT PENDAPR  ASSIGN TO UT-S-PENDAPR
               FILE STATUS IS WRK-FS-PENDAPR.
           SELECT RELSOL   ASSIGN TO UT-S-RELSOL.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   ESQCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 13 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-ESQCLI.
       01   REG-ESQCLI.
            05 ESQ-DATA-PEDIDO PIC 9(08).
            05 ESQ-CODIGO      PIC 9(05).

       FD   CONSCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 10 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CONSCLI.
       01   REG-CONSCLI.
            05 CNS-CODIGO-SOBREV PIC 9(05).
            05 CNS-CODIGO-ABSORV PIC 9(05).

       FD   PARMSOL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 08 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PARMSOL.
       01   REG-PARMSOL.
            05 PRM-SOLICITANTE PIC X(08).

       FD   PENDAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PENDAPR.
           COPY APRREG.

       FD   RELSOL
            LABEL RECORDS ARE OMITTED
            RECORD CONTAINS 132 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RELSOL.
       01   REG-RELSOL      PIC X(132).

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
       01  FS-ESQCLI         PIC X VALUE 'N'.
       01  FS-CONSCLI        PIC X VALUE 'N'.
       01  FS-PENDAPR        PIC X VALUE 'N'.
       01  WRK-FS-ESQCLI     PIC X(02) VALUE '00'.
       01  WRK-FS-CONSCLI    PIC X(02) VALUE '00'.
       01  WRK-FS-PARMSOL    PIC X(02) VALUE '00'.
       01  WRK-FS-PENDAPR    PIC X(02) VALUE '00'.
       01  WRK-LIBERADO      PIC X(01) VALUE 'S'.
           88 EXECUCAO-LIBERADA        VALUE 'S'.
       01  WRK-SOLICITANTE   PIC X(08) VALUE SPACE.
       01  WRK-LIDOS         PIC 9(05) VALUE 0.
       01  WRK-REGISTRADOS   PIC 9(05) VALUE 0.
       01  WRK-JA-PENDENTES  PIC 9(05) VALUE 0.
       01  WRK-INVALIDOS     PIC 9(05) VALUE 0.
       01  WRK-ULTIMO-PEDIDO PIC 9(07) VALUE 0.

       01  WRK-PED-TIPO      PIC X(01) VALUE SPACE.
       01  WRK-PED-CODIGO    PIC 9(05) VALUE 0.
       01  WRK-PED-SOBREV    PIC 9(05) VALUE 0.
       01  WRK-PED-DATA      PIC 9(08) VALUE 0.

       01  WRK-MAX-PEND      PIC 9(05) VALUE 05000.
       01  WRK-QTD-PEND      PIC 9(05) VALUE 0.
       01  WRK-IND-PEND      PIC 9(05) VALUE 0.
       01  WRK-ACHOU-PEND    PIC X(01) VALUE 'N'.
           88 PEDIDO-JA-PENDENTE       VALUE 'S'.
       01  WRK-PEND-CHEIO    PIC X(01) VALUE 'N'.
           88 TABELA-PEND-CHEIA        VALUE 'S'.
       01  WRK-TAB-PEND.
           05 WRK-ENT-PEND OCCURS 5000 TIMES.
              10 WRK-PND-TIPO   PIC X(01).
              10 WRK-PND-CODIGO PIC 9(05).
              10 WRK-PND-SOBREV PIC 9(05).

       01  WRK-HORA-SISTEMA.
           05 WRK-HORA-HH   PIC 9(02).
           05 WRK-HORA-MM   PIC 9(02).
           05 WRK-HORA-SS   PIC 9(02).
           05 WRK-HORA-CENT PIC 9(02).
       01  WRK-HORA-PEDIDO   PIC X(08) VALUE SPACE.

       01  LIN-TITULO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(52) VALUE
              'PEDIDOS ENCAMINHADOS PARA APROVACAO - SOLICITANTE '.
           05 TIT-SOLICITANTE  PIC X(08).
           05 FILLER          PIC X(08) VALUE '  DATA: '.
           05 TIT-DATA         PIC X(10).

       01  LIN-CABECALHO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(15) VALUE 'TIPO'.
           05 FILLER          PIC X(08) VALUE 'CODIGO'.
           05 FILLER          PIC X(08) VALUE 'SOBREV'.
           05 FILLER          PIC X(11) VALUE 'DATA PED.'.
           05 FILLER          PIC X(09) VALUE 'PEDIDO'.
           05 FILLER          PIC X(30) VALUE 'SITUACAO'.

       01  LIN-PEDIDO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PED-TIPO         PIC X(13).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 PED-CODIGO       PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 PED-SOBREV       PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 PED-DATA         PIC X(08).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 PED-NUMERO       PIC X(07).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 PED-SITUACAO     PIC X(35).

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
               PERFORM 0050-LER-PARAMETRO
               IF EXECUCAO-LIBERADA
                  PERFORM 0100-INICIAR
                  PERFORM 0200-PROCESSAR-ESQUECIMENTO
                     UNTIL FS-ESQCLI = 'F'
                  PERFORM 0210-PROCESSAR-CONSOLIDACAO
                     UNTIL FS-CONSCLI = 'F'
                  PERFORM 0300-FINALIZAR
               END-IF
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

       0050-LER-PARAMETRO.
            OPEN INPUT PARMSOL.
            IF WRK-FS-PARMSOL = '00'
               READ PARMSOL
                    NOT AT END
                       MOVE PRM-SOLICITANTE TO WRK-SOLICITANTE
               END-READ
               CLOSE PARMSOL
            ELSE
               CLOSE PARMSOL
            END-IF.
            IF WRK-SOLICITANTE = SPACE
               DISPLAY 'SOLICITANTE NAO INFORMADO NO PARAMETRO - '
                       'NENHUM PEDIDO SERA ENCAMINHADO'
               MOVE 'N' TO WRK-LIBERADO
               MOVE 8   TO RETURN-CODE
            END-IF.

       0100-INICIAR.
            PERFORM 0110-CARREGAR-PENDENTES.
            OPEN EXTEND PENDAPR.
            OPEN OUTPUT RELSOL.
            ACCEPT WRK-HORA-SISTEMA FROM TIME.
            STRING WRK-HORA-HH ':'
                   WRK-HORA-MM ':'
                   WRK-HORA-SS
                   DELIMITED BY SIZE INTO WRK-HORA-PEDIDO.
            MOVE WRK-SOLICITANTE   TO TIT-SOLICITANTE.
            MOVE WRK-DATA-PROC-EDT TO TIT-DATA.
            WRITE REG-RELSOL FROM LIN-TITULO.
            WRITE REG-RELSOL FROM LIN-CABECALHO
                  AFTER ADVANCING 1 LINE.
            OPEN INPUT ESQCLI.
            IF WRK-FS-ESQCLI NOT = '00'
               DISPLAY 'PEDIDOS DE ESQUECIMENTO AUSENTES'
               MOVE 'F' TO FS-ESQCLI
               CLOSE ESQCLI
            ELSE
               READ ESQCLI AT END
                           MOVE 'F' TO FS-ESQCLI
               END-READ
            END-IF.
            OPEN INPUT CONSCLI.
            IF WRK-FS-CONSCLI NOT = '00'
               DISPLAY 'PEDIDOS DE CONSOLIDACAO AUSENTES'
               MOVE 'F' TO FS-CONSCLI
               CLOSE CONSCLI
            ELSE
               READ CONSCLI AT END
                            MOVE 'F' TO FS-CONSCLI
               END-READ
            END-IF.

       0110-CARREGAR-PENDENTES.
            OPEN INPUT PENDAPR.
            IF WRK-FS-PENDAPR = '00'
               PERFORM 0115-LER-PENDENTE
                  UNTIL FS-PENDAPR = 'F'
            ELSE
               DISPLAY 'FILA DE APROVACAO VAZIA OU AUSENTE'
            END-IF.
            CLOSE PENDAPR.

       0115-LER-PENDENTE.
            READ PENDAPR
                 AT END
                    MOVE 'F' TO FS-PENDAPR
                 NOT AT END
                    IF APR-NUMERO NUMERIC
                       AND APR-NUMERO > WRK-ULTIMO-PEDIDO
                       MOVE APR-NUMERO TO WRK-ULTIMO-PEDIDO
                    END-IF
                    IF APR-SITUACAO = 'P' OR APR-SITUACAO = 'A'
                       MOVE APR-TIPO          TO WRK-PED-TIPO
                       MOVE APR-CODIGO        TO WRK-PED-CODIGO
                       MOVE APR-CODIGO-SOBREV TO WRK-PED-SOBREV
                       PERFORM 0130-GUARDAR-PENDENTE
                    END-IF
            END-READ.

       0120-PROCURAR-PENDENTE.
            MOVE 'N' TO WRK-ACHOU-PEND.
            MOVE 0   TO WRK-IND-PEND.
            PERFORM 0125-COMPARAR-PENDENTE
               UNTIL PEDIDO-JA-PENDENTE
                  OR WRK-IND-PEND >= WRK-QTD-PEND.

       0125-COMPARAR-PENDENTE.
            ADD 1 TO WRK-IND-PEND.
            IF WRK-PND-TIPO   (WRK-IND-PEND) = WRK-PED-TIPO
               AND WRK-PND-CODIGO (WRK-IND-PEND) = WRK-PED-CODIGO
               AND WRK-PND-SOBREV (WRK-IND-PEND) = WRK-PED-SOBREV
               SET PEDIDO-JA-PENDENTE TO TRUE
            END-IF.

       0130-GUARDAR-PENDENTE.
            IF WRK-QTD-PEND >= WRK-MAX-PEND
               IF NOT TABELA-PEND-CHEIA
                  DISPLAY 'TABELA DE PENDENTES CHEIA - '
                          'VERIFICACAO DE DUPLICIDADE INCOMPLETA'
                  SET TABELA-PEND-CHEIA TO TRUE
               END-IF
            ELSE
               ADD 1 TO WRK-QTD-PEND
               MOVE WRK-PED-TIPO   TO WRK-PND-TIPO   (WRK-QTD-PEND)
               MOVE WRK-PED-CODIGO TO WRK-PND-CODIGO (WRK-QTD-PEND)
               MOVE WRK-PED-SOBREV TO WRK-PND-SOBREV (WRK-QTD-PEND)
            END-IF.

       0200-PROCESSAR-ESQUECIMENTO.
            ADD 1 TO WRK-LIDOS
            MOVE 'ANONIMIZACAO'  TO PED-TIPO
            MOVE ESQ-CODIGO      TO PED-CODIGO
            MOVE SPACE           TO PED-SOBREV
            MOVE ESQ-DATA-PEDIDO TO PED-DATA
            MOVE SPACE           TO PED-NUMERO
            IF ESQ-CODIGO NOT NUMERIC OR ESQ-CODIGO = 0
               OR ESQ-DATA-PEDIDO NOT NUMERIC
               MOVE 'PEDIDO COM CODIGO OU DATA INVALIDO'
                 TO PED-SITUACAO
               ADD 1 TO WRK-INVALIDOS
               PERFORM 0250-GRAVAR-LINHA
            ELSE
               MOVE 'L'             TO WRK-PED-TIPO
               MOVE ESQ-CODIGO      TO WRK-PED-CODIGO
               MOVE 0               TO WRK-PED-SOBREV
               MOVE ESQ-DATA-PEDIDO TO WRK-PED-DATA
               PERFORM 0220-ENCAMINHAR-PEDIDO
            END-IF.
            READ ESQCLI AT END
                        MOVE 'F' TO FS-ESQCLI.

       0210-PROCESSAR-CONSOLIDACAO.
            ADD 1 TO WRK-LIDOS
            MOVE 'CONSOLIDACAO'    TO PED-TIPO
            MOVE CNS-CODIGO-ABSORV TO PED-CODIGO
            MOVE CNS-CODIGO-SOBREV TO PED-SOBREV
            MOVE SPACE             TO PED-DATA
            MOVE SPACE             TO PED-NUMERO
            IF CNS-CODIGO-SOBREV NOT NUMERIC
               OR CNS-CODIGO-ABSORV NOT NUMERIC
               OR CNS-CODIGO-SOBREV = 0
               OR CNS-CODIGO-ABSORV = 0
               OR CNS-CODIGO-SOBREV = CNS-CODIGO-ABSORV
               MOVE 'PAR DE CODIGOS INVALIDO' TO PED-SITUACAO
               ADD 1 TO WRK-INVALIDOS
               PERFORM 0250-GRAVAR-LINHA
            ELSE
               MOVE 'C'               TO WRK-PED-TIPO
               MOVE CNS-CODIGO-ABSORV TO WRK-PED-CODIGO
               MOVE CNS-CODIGO-SOBREV TO WRK-PED-SOBREV
               MOVE 0                 TO WRK-PED-DATA
               PERFORM 0220-ENCAMINHAR-PEDIDO
            END-IF.
            READ CONSCLI AT END
                         MOVE 'F' TO FS-CONSCLI.

       0220-ENCAMINHAR-PEDIDO.
            PERFORM 0120-PROCURAR-PENDENTE.
            IF PEDIDO-JA-PENDENTE
               MOVE 'JA AGUARDANDO APROVACAO' TO PED-SITUACAO
               ADD 1 TO WRK-JA-PENDENTES
            ELSE
               ADD 1 TO WRK-ULTIMO-PEDIDO
               MOVE SPACE             TO REG-PENDAPR
               MOVE WRK-ULTIMO-PEDIDO TO APR-NUMERO
               MOVE WRK-PED-TIPO      TO APR-TIPO
               MOVE WRK-PED-CODIGO    TO APR-CODIGO
               MOVE WRK-PED-SOBREV    TO APR-CODIGO-SOBREV
               MOVE WRK-PED-DATA      TO APR-DATA-ORIGEM
               MOVE WRK-SOLICITANTE   TO APR-SOLICITANTE
               MOVE WRK-DATA-PROC-AMD TO APR-DATA-PEDIDO
               MOVE WRK-HORA-PEDIDO   TO APR-HORA-PEDIDO
               MOVE 'P'               TO APR-SITUACAO
               MOVE 0                 TO APR-DATA-DECISAO
               MOVE 0                 TO APR-DATA-EXECUCAO
               WRITE REG-PENDAPR
               PERFORM 0130-GUARDAR-PENDENTE
               MOVE WRK-ULTIMO-PEDIDO TO PED-NUMERO
               MOVE 'AGUARDANDO APROVACAO' TO PED-SITUACAO
               ADD 1 TO WRK-REGISTRADOS
            END-IF.
            PERFORM 0250-GRAVAR-LINHA.

       0250-GRAVAR-LINHA.
            WRITE REG-RELSOL FROM LIN-PEDIDO
                  AFTER ADVANCING 1 LINE.

       0300-FINALIZAR.
            MOVE 'PEDIDOS ENCAMINHADOS...' TO TOT-LEGENDA.
            MOVE WRK-REGISTRADOS           TO TOT-VALOR.
            WRITE REG-RELSOL FROM LIN-TOTAL
                  AFTER ADVANCING 2 LINES.
            MOVE 'JA AGUARDANDO..........' TO TOT-LEGENDA.
            MOVE WRK-JA-PENDENTES          TO TOT-VALOR.
            WRITE REG-RELSOL FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'PEDIDOS INVALIDOS......' TO TOT-LEGENDA.
            MOVE WRK-INVALIDOS             TO TOT-VALOR.
            WRITE REG-RELSOL FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            IF WRK-FS-ESQCLI = '00'
               CLOSE ESQCLI
            END-IF.
            IF WRK-FS-CONSCLI = '00'
               CLOSE CONSCLI
            END-IF.
            CLOSE PENDAPR.
            CLOSE RELSOL.
            DISPLAY 'PEDIDOS LIDOS........ ' WRK-LIDOS.
            DISPLAY 'PEDIDOS ENCAMINHADOS. ' WRK-REGISTRADOS.
            DISPLAY 'JA AGUARDANDO........ ' WRK-JA-PENDENTES.
            DISPLAY 'PEDIDOS INVALIDOS.... ' WRK-INVALIDOS.
            DISPLAY 'ULTIMO PEDIDO NA FILA ' WRK-ULTIMO-PEDIDO.
            IF WRK-INVALIDOS > 0
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
            MOVE 'PROG23' TO RUN-PROGRAMA.
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
