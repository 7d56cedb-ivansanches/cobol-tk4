       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG25.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT TRANENT  ASSIGN TO UT-S-TRANENT
               FILE STATUS IS WRK-FS-TRANENT.
           SELECT PRIORIG  ASSIGN TO UT-S-PRIORIG
               FILE STATUS IS WRK-FS-PRIORIG.
           SELECT PARMCOL  ASSIGN TO UT-S-PARMCOL
               FILE STATUS IS WRK-FS-PARMCOL.
           SELECT LOTEREG  ASSIGN TO UT-S-LOTEREG
               FILE STATUS IS WRK-FS-LOTEREG.
           SELECT TRANCOL  ASSIGN TO UT-S-TRANCOL.
           SELECT TRANRET  ASSIGN TO UT-S-TRANRET.
           SELECT RELCONF  ASSIGN TO UT-S-RELCONF.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   TRANENT
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 82 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TRANENT.
       01   REG-TRANENT.
            05 TRA-TIPO      PIC X(01).
                88 TRA-INCLUSAO   VALUE 'I'.
                88 TRA-ALTERACAO  VALUE 'A'.
                88 TRA-EXCLUSAO   VALUE 'E'.
                88 TRA-CONTATO    VALUE 'C' 'M' 'R'.
            05 TRA-CODIGO    PIC 9(05).
            05 TRA-NOME      PIC X(30).
            05 TRA-EMAIL     PIC X(35).
            05 TRA-TELEFONE  PIC X(10).
            05 TRA-STATUS    PIC X(01).
       01   REG-TRANENT-CAB.
            05 CAB-TIPO      PIC X(01).
            05 CAB-ORIGEM    PIC X(03).
            05 CAB-DATA      PIC 9(08).
            05 CAB-SEQUENCIA PIC 9(05).
            05 FILLER        PIC X(65).
       01   REG-TRANENT-TRL.
            05 TRL-TIPO      PIC X(01).
            05 TRL-QTD-INCL  PIC 9(05).
            05 TRL-QTD-ALTER PIC 9(05).
            05 TRL-QTD-EXCL  PIC 9(05).
            05 TRL-QTD-TOTAL PIC 9(05).
            05 FILLER        PIC X(61).

       FD   PRIORIG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 05 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PRIORIG.
       01   REG-PRIORIG.
            05 PRI-ORIGEM     PIC X(03).
            05 PRI-PRIORIDADE PIC 9(02).

       FD   PARMCOL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 01 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PARMCOL.
       01   REG-PARMCOL.
            05 PRM-MODO       PIC X(01).

       FD   LOTEREG
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 16 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-LOTEREG.
       01   REG-LOTEREG.
            05 LOT-ORIGEM    PIC X(03).
            05 LOT-DATA      PIC 9(08).
            05 LOT-SEQUENCIA PIC 9(05).

       FD   TRANCOL
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 82 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TRANCOL.
       01   REG-TRANCOL     PIC X(82).

       FD   TRANRET
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 103 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TRANRET.
       01   REG-TRANRET.
            05 RET-TRANSACAO  PIC X(82).
            05 RET-MOTIVO     PIC X(03).
            05 RET-TENTATIVAS PIC 9(02).
            05 RET-ORIGEM     PIC X(03).
            05 RET-DATA-LOTE  PIC 9(08).
            05 RET-SEQ-LOTE   PIC 9(05).

       FD   RELCONF
            LABEL RECORDS ARE OMITTED
            RECORD CONTAINS 132 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RELCONF.
       01   REG-RELCONF     PIC X(132).

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
       01  FS-TRANENT        PIC X VALUE 'N'.
       01  FS-PRIORIG        PIC X VALUE 'N'.
       01  FS-LOTEREG        PIC X VALUE 'N'.
       01  WRK-FS-TRANENT    PIC X(02) VALUE '00'.
       01  WRK-FS-PRIORIG    PIC X(02) VALUE '00'.
       01  WRK-FS-PARMCOL    PIC X(02) VALUE '00'.
       01  WRK-FS-LOTEREG    PIC X(02) VALUE '00'.
       01  WRK-LIBERADO      PIC X(01) VALUE 'S'.
           88 EXECUCAO-LIBERADA        VALUE 'S'.
       01  WRK-MODO          PIC X(01) VALUE 'R'.
           88 MODO-PRIORIDADE          VALUE 'P'.
           88 MODO-REVISAO             VALUE 'R'.

       01  WRK-LIDOS         PIC 9(05) VALUE 0.
       01  WRK-ENVIADAS      PIC 9(05) VALUE 0.
       01  WRK-RETIDAS       PIC 9(05) VALUE 0.
       01  WRK-PRETERIDAS    PIC 9(05) VALUE 0.
       01  WRK-FORA-LOTE     PIC 9(05) VALUE 0.
       01  WRK-CLI-CONFLITO  PIC 9(05) VALUE 0.
       01  WRK-LOTES-ACEITOS PIC 9(05) VALUE 0.
       01  WRK-LOTES-RECUSADOS PIC 9(05) VALUE 0.

       01  WRK-MAX-PRI       PIC 9(05) VALUE 00050.
       01  WRK-QTD-PRI       PIC 9(05) VALUE 0.
       01  WRK-IND-PRI       PIC 9(05) VALUE 0.
       01  WRK-TAB-PRI.
           05 WRK-ENT-PRI OCCURS 50 TIMES.
              10 WRK-PRI-ORIGEM PIC X(03).
              10 WRK-PRI-NIVEL  PIC 9(02).
       01  WRK-PRI-ACHOU     PIC X(01) VALUE 'N'.
           88 ORIGEM-COM-PRIORIDADE    VALUE 'S'.

       01  WRK-MAX-REGISTRO  PIC 9(05) VALUE 01000.
       01  WRK-QTD-REGISTRO  PIC 9(05) VALUE 0.
       01  WRK-IND-REGISTRO  PIC 9(05) VALUE 0.
       01  WRK-ACHOU-REG     PIC X(01) VALUE 'N'.
           88 LOTE-NO-REGISTRO         VALUE 'S'.
       01  WRK-TAB-REGISTRO.
           05 WRK-ENT-REGISTRO OCCURS 1000 TIMES.
              10 WRK-REG-ORIGEM PIC X(03).
              10 WRK-REG-DATA   PIC 9(08).
              10 WRK-REG-SEQ    PIC 9(05).

       01  WRK-MAX-LOTES     PIC 9(05) VALUE 00050.
       01  WRK-QTD-LOTES     PIC 9(05) VALUE 0.
       01  WRK-LOTE-ATUAL    PIC 9(05) VALUE 0.
       01  WRK-IND-LOTE      PIC 9(05) VALUE 0.
       01  WRK-IND-ORDEM     PIC 9(05) VALUE 0.
       01  WRK-IND-TROCA     PIC 9(05) VALUE 0.
       01  WRK-LIM-TROCA     PIC 9(05) VALUE 0.
       01  WRK-AUX-ORDEM     PIC 9(05) VALUE 0.
       01  WRK-LOTE-ABERTO   PIC X(01) VALUE 'N'.
           88 LOTE-ABERTO              VALUE 'S'.
       01  WRK-TAB-LOTES.
           05 WRK-ENT-LOTE OCCURS 50 TIMES.
              10 WRK-LOT-ORIGEM     PIC X(03).
              10 WRK-LOT-DATA       PIC 9(08).
              10 WRK-LOT-SEQ        PIC 9(05).
              10 WRK-LOT-PRIORIDADE PIC 9(02).
              10 WRK-LOT-SITUACAO   PIC X(01).
                 88 LOTE-VALIDO           VALUE 'V'.
                 88 LOTE-JA-APLICADO      VALUE 'J'.
                 88 LOTE-REPROVADO        VALUE 'X'.
              10 WRK-LOT-MOTIVO     PIC X(20).
              10 WRK-LOT-PRIMEIRA   PIC 9(05).
              10 WRK-LOT-ULTIMA     PIC 9(05).
              10 WRK-LOT-MOV-INCL   PIC 9(05).
              10 WRK-LOT-MOV-ALTER  PIC 9(05).
              10 WRK-LOT-MOV-EXCL   PIC 9(05).
              10 WRK-LOT-MOV-TOTAL  PIC 9(05).
              10 WRK-LOT-ENVIADAS   PIC 9(05).
              10 WRK-LOT-RETIDAS    PIC 9(05).
              10 WRK-LOT-PRETERIDAS PIC 9(05).
       01  WRK-TAB-ORDEM.
           05 WRK-ORDEM PIC 9(05) OCCURS 50 TIMES.
       01  WRK-CHAVE-ORDEM-A.
           05 WRK-ORA-PRIORIDADE PIC 9(02).
           05 WRK-ORA-ORIGEM     PIC X(03).
           05 WRK-ORA-DATA       PIC 9(08).
           05 WRK-ORA-SEQ        PIC 9(05).
       01  WRK-CHAVE-ORDEM-B.
           05 WRK-ORB-PRIORIDADE PIC 9(02).
           05 WRK-ORB-ORIGEM     PIC X(03).
           05 WRK-ORB-DATA       PIC 9(08).
           05 WRK-ORB-SEQ        PIC 9(05).

       01  WRK-MAX-TRX       PIC 9(05) VALUE 10000.
       01  WRK-QTD-TRX       PIC 9(05) VALUE 0.
       01  WRK-IND-TRX       PIC 9(05) VALUE 0.
       01  WRK-IND-OUTRA     PIC 9(05) VALUE 0.
       01  WRK-IND-REF       PIC 9(05) VALUE 0.
       01  WRK-IND-LADO      PIC 9(05) VALUE 0.
       01  WRK-TAB-TRX.
           05 WRK-ENT-TRX OCCURS 10000 TIMES.
              10 WRK-TRX-REGISTRO PIC X(82).
              10 WRK-TRX-LOTE     PIC 9(05).
              10 WRK-TRX-CODIGO   PIC 9(05).
              10 WRK-TRX-CONFLITO PIC X(01).
              10 WRK-TRX-DESTINO  PIC X(01).

       01  WRK-MENOR-PRIORIDADE PIC 9(02) VALUE 0.
       01  WRK-ORIGEM-MENOR  PIC X(03) VALUE SPACE.
       01  WRK-EMPATE        PIC X(01) VALUE 'N'.
           88 PRIORIDADE-EMPATADA      VALUE 'S'.
       01  WRK-LOTE-OUTRA    PIC 9(05) VALUE 0.

       01  WRK-CAB-SAIDA.
           05 SCB-TIPO      PIC X(01)  VALUE 'H'.
           05 SCB-ORIGEM    PIC X(03)  VALUE SPACE.
           05 SCB-DATA      PIC 9(08)  VALUE 0.
           05 SCB-SEQUENCIA PIC 9(05)  VALUE 0.
           05 FILLER        PIC X(65)  VALUE SPACE.
       01  WRK-TRL-SAIDA.
           05 STR-TIPO      PIC X(01)  VALUE 'T'.
           05 STR-QTD-INCL  PIC 9(05)  VALUE 0.
           05 STR-QTD-ALTER PIC 9(05)  VALUE 0.
           05 STR-QTD-EXCL  PIC 9(05)  VALUE 0.
           05 STR-QTD-TOTAL PIC 9(05)  VALUE 0.
           05 FILLER        PIC X(61)  VALUE SPACE.

       01  WRK-VERSAO.
           05 VRS-TIPO      PIC X(01).
              88 VRS-INCLUSAO           VALUE 'I'.
              88 VRS-ALTERACAO          VALUE 'A'.
              88 VRS-EXCLUSAO           VALUE 'E'.
              88 VRS-CONTATO            VALUE 'C' 'M' 'R'.
           05 VRS-CODIGO    PIC 9(05).
           05 VRS-NOME      PIC X(30).
           05 VRS-EMAIL     PIC X(35).
           05 VRS-TELEFONE  PIC X(10).
           05 VRS-STATUS    PIC X(01).
       01  WRK-VERSAO-CTT REDEFINES WRK-VERSAO.
           05 VRC-TIPO      PIC X(01).
           05 VRC-CODIGO    PIC 9(05).
           05 VRC-SEQUENCIA PIC 9(02).
           05 VRC-TIPO-CONTATO PIC X(01).
           05 VRC-EMAIL     PIC X(35).
           05 FILLER        PIC X(38).

       01  LIN-TITULO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(39) VALUE
              'COLETA DE MOVIMENTO DE CLIENTES - MODO '.
           05 TIT-MODO         PIC X(20).
           05 FILLER          PIC X(08) VALUE '  DATA: '.
           05 TIT-DATA         PIC X(10).

       01  LIN-CAB-LOTE.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(07) VALUE 'ORIGEM'.
           05 FILLER          PIC X(10) VALUE 'DATA'.
           05 FILLER          PIC X(07) VALUE 'SEQ'.
           05 FILLER          PIC X(07) VALUE 'PRIOR'.
           05 FILLER          PIC X(22) VALUE 'SITUACAO'.
           05 FILLER          PIC X(08) VALUE 'LIDAS'.
           05 FILLER          PIC X(10) VALUE 'ENVIADAS'.
           05 FILLER          PIC X(09) VALUE 'RETIDAS'.
           05 FILLER          PIC X(10) VALUE 'PRETERIDAS'.

       01  LIN-LOTE.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LTL-ORIGEM       PIC X(03).
           05 FILLER          PIC X(04) VALUE SPACE.
           05 LTL-DATA         PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 LTL-SEQ          PIC 9(05).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 LTL-PRIORIDADE   PIC 9(02).
           05 FILLER          PIC X(05) VALUE SPACE.
           05 LTL-SITUACAO     PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 LTL-LIDAS        PIC ZZZZ9.
           05 FILLER          PIC X(05) VALUE SPACE.
           05 LTL-ENVIADAS     PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACE.
           05 LTL-RETIDAS      PIC ZZZZ9.
           05 FILLER          PIC X(05) VALUE SPACE.
           05 LTL-PRETERIDAS   PIC ZZZZ9.

       01  LIN-CAB-CONFLITO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(07) VALUE 'CODIGO'.
           05 FILLER          PIC X(61) VALUE
              'VERSAO DE REFERENCIA (ORIGEM/TIPO/NOME/EMAIL/DESTINO)'.
           05 FILLER          PIC X(59) VALUE
              'VERSAO CONFLITANTE (ORIGEM/TIPO/NOME/EMAIL/DESTINO)'.

       01  WRK-LADO.
           05 LAD-ORIGEM       PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LAD-TIPO         PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LAD-NOME         PIC X(16).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LAD-EMAIL        PIC X(26).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LAD-DESTINO      PIC X(09).

       01  LIN-CONFLITO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 CNF-CODIGO       PIC 9(05).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 CNF-REFERENCIA   PIC X(59).
           05 FILLER          PIC X(02) VALUE ' |'.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 CNF-CONFLITANTE  PIC X(59).

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
               PERFORM 0050-LER-PARAMETROS
               IF EXECUCAO-LIBERADA
                  PERFORM 0100-INICIAR
                  PERFORM 0200-LER-MOVIMENTO UNTIL FS-TRANENT = 'F'
                  PERFORM 0250-ENCERRAR-LEITURA
                  PERFORM 0400-ORDENAR-LOTES
                  PERFORM 0500-DETECTAR-CONFLITOS
                  PERFORM 0600-RESOLVER-CONFLITOS
                  PERFORM 0700-GRAVAR-COLETA
                  PERFORM 0800-EMITIR-RELATORIO
                  PERFORM 0300-FINALIZAR
               END-IF
            END-IF.
            MOVE WRK-LIDOS      TO WRK-CTL-LIDOS
            MOVE WRK-RETIDAS    TO WRK-CTL-REJEIT
            ADD  WRK-PRETERIDAS TO WRK-CTL-REJEIT
            ADD  WRK-FORA-LOTE  TO WRK-CTL-REJEIT
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
            OPEN INPUT PARMCOL.
            IF WRK-FS-PARMCOL = '00'
               READ PARMCOL
                    NOT AT END
                       IF PRM-MODO = 'P' OR PRM-MODO = 'R'
                          MOVE PRM-MODO TO WRK-MODO
                       ELSE
                          DISPLAY 'MODO DE COLETA INVALIDO: ' PRM-MODO
                                  ' - USE P (PRIORIDADE) OU R (REVISAO)'
                          MOVE 'N' TO WRK-LIBERADO
                          MOVE 8   TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE PARMCOL
            ELSE
               DISPLAY 'PARAMETRO DE COLETA AUSENTE - CONFLITOS '
                       'SERAO RETIDOS PARA REVISAO'
               CLOSE PARMCOL
            END-IF.
            OPEN INPUT PRIORIG.
            IF WRK-FS-PRIORIG = '00'
               PERFORM 0055-LER-PRIORIDADE
                  UNTIL FS-PRIORIG = 'F'
            ELSE
               DISPLAY 'TABELA DE PRIORIDADE DE ORIGENS AUSENTE - '
                       'TODAS AS ORIGENS COM PRIORIDADE 99'
            END-IF.
            CLOSE PRIORIG.

       0055-LER-PRIORIDADE.
            READ PRIORIG
                 AT END
                    MOVE 'F' TO FS-PRIORIG
                 NOT AT END
                    IF PRI-ORIGEM = SPACE
                       OR PRI-PRIORIDADE NOT NUMERIC
                       DISPLAY 'PRIORIDADE INVALIDA IGNORADA: '
                               REG-PRIORIG
                    ELSE
                       IF WRK-QTD-PRI >= WRK-MAX-PRI
                          DISPLAY 'TABELA DE PRIORIDADES CHEIA - '
                                  'ORIGEM ' PRI-ORIGEM ' IGNORADA'
                       ELSE
                          ADD 1 TO WRK-QTD-PRI
                          MOVE PRI-ORIGEM
                            TO WRK-PRI-ORIGEM (WRK-QTD-PRI)
                          MOVE PRI-PRIORIDADE
                            TO WRK-PRI-NIVEL  (WRK-QTD-PRI)
                       END-IF
                    END-IF
            END-READ.

       0100-INICIAR.
            PERFORM 0110-CARREGAR-REGISTRO-LOTES.
            OPEN INPUT TRANENT.
            IF WRK-FS-TRANENT NOT = '00'
               DISPLAY 'MOVIMENTO DAS ORIGENS AUSENTE - STATUS '
                       WRK-FS-TRANENT
               MOVE 'F' TO FS-TRANENT
            END-IF.
            OPEN OUTPUT TRANCOL.
            OPEN OUTPUT TRANRET.
            OPEN OUTPUT RELCONF.
            IF MODO-PRIORIDADE
               MOVE 'PRIORIDADE DA ORIGEM' TO TIT-MODO
            ELSE
               MOVE 'RETENCAO P/ REVISAO'  TO TIT-MODO
            END-IF.
            MOVE WRK-DATA-PROC-EDT TO TIT-DATA.
            WRITE REG-RELCONF FROM LIN-TITULO.

       0110-CARREGAR-REGISTRO-LOTES.
            OPEN INPUT LOTEREG.
            IF WRK-FS-LOTEREG = '00'
               PERFORM 0115-LER-REGISTRO-LOTE
                  UNTIL FS-LOTEREG = 'F'
            END-IF.
            CLOSE LOTEREG.

       0115-LER-REGISTRO-LOTE.
            READ LOTEREG
                 AT END
                    MOVE 'F' TO FS-LOTEREG
                 NOT AT END
                    IF WRK-QTD-REGISTRO < WRK-MAX-REGISTRO
                       ADD 1 TO WRK-QTD-REGISTRO
                       MOVE LOT-ORIGEM
                         TO WRK-REG-ORIGEM (WRK-QTD-REGISTRO)
                       MOVE LOT-DATA
                         TO WRK-REG-DATA   (WRK-QTD-REGISTRO)
                       MOVE LOT-SEQUENCIA
                         TO WRK-REG-SEQ    (WRK-QTD-REGISTRO)
                    END-IF
            END-READ.

       0200-LER-MOVIMENTO.
            READ TRANENT
                 AT END
                    MOVE 'F' TO FS-TRANENT
                 NOT AT END
                    EVALUATE TRUE
                       WHEN TRA-TIPO = 'H'
                            PERFORM 0210-ABRIR-LOTE
                       WHEN TRA-TIPO = 'T'
                            PERFORM 0220-FECHAR-LOTE
                       WHEN OTHER
                            ADD 1 TO WRK-LIDOS
                            PERFORM 0230-GUARDAR-TRANSACAO
                    END-EVALUATE
            END-READ.

       0210-ABRIR-LOTE.
            IF LOTE-ABERTO
               MOVE 'SEM TRAILER' TO WRK-LOT-MOTIVO (WRK-LOTE-ATUAL)
               MOVE 'X' TO WRK-LOT-SITUACAO (WRK-LOTE-ATUAL)
               MOVE 'N' TO WRK-LOTE-ABERTO
            END-IF.
            IF WRK-QTD-LOTES >= WRK-MAX-LOTES
               DISPLAY 'TABELA DE LOTES CHEIA - LOTE ' CAB-ORIGEM ' '
                       CAB-DATA ' ' CAB-SEQUENCIA ' NAO COLETADO'
               ADD 1 TO WRK-LOTES-RECUSADOS
               MOVE 8 TO RETURN-CODE
            ELSE
               ADD 1 TO WRK-QTD-LOTES
               MOVE WRK-QTD-LOTES TO WRK-LOTE-ATUAL
               SET LOTE-ABERTO TO TRUE
               MOVE CAB-ORIGEM    TO WRK-LOT-ORIGEM (WRK-LOTE-ATUAL)
               MOVE CAB-DATA      TO WRK-LOT-DATA   (WRK-LOTE-ATUAL)
               MOVE CAB-SEQUENCIA TO WRK-LOT-SEQ    (WRK-LOTE-ATUAL)
               MOVE 'V'   TO WRK-LOT-SITUACAO (WRK-LOTE-ATUAL)
               MOVE SPACE TO WRK-LOT-MOTIVO   (WRK-LOTE-ATUAL)
               COMPUTE WRK-LOT-PRIMEIRA (WRK-LOTE-ATUAL) =
                       WRK-QTD-TRX + 1
               MOVE WRK-QTD-TRX TO WRK-LOT-ULTIMA (WRK-LOTE-ATUAL)
               MOVE 0 TO WRK-LOT-MOV-INCL   (WRK-LOTE-ATUAL)
               MOVE 0 TO WRK-LOT-MOV-ALTER  (WRK-LOTE-ATUAL)
               MOVE 0 TO WRK-LOT-MOV-EXCL   (WRK-LOTE-ATUAL)
               MOVE 0 TO WRK-LOT-MOV-TOTAL  (WRK-LOTE-ATUAL)
               MOVE 0 TO WRK-LOT-ENVIADAS   (WRK-LOTE-ATUAL)
               MOVE 0 TO WRK-LOT-RETIDAS    (WRK-LOTE-ATUAL)
               MOVE 0 TO WRK-LOT-PRETERIDAS (WRK-LOTE-ATUAL)
               PERFORM 0212-ATRIBUIR-PRIORIDADE
               PERFORM 0215-PROCURAR-LOTE-APLICADO
               IF LOTE-NO-REGISTRO
                  MOVE 'J' TO WRK-LOT-SITUACAO (WRK-LOTE-ATUAL)
                  MOVE 'JA APLICADO' TO WRK-LOT-MOTIVO (WRK-LOTE-ATUAL)
               END-IF
               IF CAB-ORIGEM = SPACE
                  OR CAB-DATA NOT NUMERIC
                  OR CAB-SEQUENCIA NOT NUMERIC
                  MOVE 'X' TO WRK-LOT-SITUACAO (WRK-LOTE-ATUAL)
                  MOVE 'CABECALHO INVALIDO'
                    TO WRK-LOT-MOTIVO (WRK-LOTE-ATUAL)
               END-IF
            END-IF.

       0212-ATRIBUIR-PRIORIDADE.
            MOVE 'N' TO WRK-PRI-ACHOU.
            MOVE 99  TO WRK-LOT-PRIORIDADE (WRK-LOTE-ATUAL).
            PERFORM 0213-PROCURAR-PRIORIDADE
               VARYING WRK-IND-PRI FROM 1 BY 1
               UNTIL WRK-IND-PRI > WRK-QTD-PRI
                  OR ORIGEM-COM-PRIORIDADE.
            IF NOT ORIGEM-COM-PRIORIDADE
               DISPLAY 'ORIGEM ' CAB-ORIGEM ' SEM PRIORIDADE '
                       'DEFINIDA - ASSUMIDA 99'
            END-IF.

       0213-PROCURAR-PRIORIDADE.
            IF WRK-PRI-ORIGEM (WRK-IND-PRI) = CAB-ORIGEM
               SET ORIGEM-COM-PRIORIDADE TO TRUE
               MOVE WRK-PRI-NIVEL (WRK-IND-PRI)
                 TO WRK-LOT-PRIORIDADE (WRK-LOTE-ATUAL)
            END-IF.

       0215-PROCURAR-LOTE-APLICADO.
            MOVE 'N' TO WRK-ACHOU-REG.
            MOVE 0   TO WRK-IND-REGISTRO.
            PERFORM 0217-COMPARAR-LOTE
               UNTIL LOTE-NO-REGISTRO
                  OR WRK-IND-REGISTRO >= WRK-QTD-REGISTRO.

       0217-COMPARAR-LOTE.
            ADD 1 TO WRK-IND-REGISTRO.
            IF WRK-REG-ORIGEM (WRK-IND-REGISTRO) = CAB-ORIGEM
               AND WRK-REG-DATA (WRK-IND-REGISTRO) = CAB-DATA
               AND WRK-REG-SEQ  (WRK-IND-REGISTRO) = CAB-SEQUENCIA
               SET LOTE-NO-REGISTRO TO TRUE
            END-IF.

       0220-FECHAR-LOTE.
            IF NOT LOTE-ABERTO
               DISPLAY 'TRAILER SEM CABECALHO DE LOTE NO MOVIMENTO'
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 'N' TO WRK-LOTE-ABERTO
               IF TRL-QTD-INCL
                     NOT = WRK-LOT-MOV-INCL (WRK-LOTE-ATUAL)
                  OR TRL-QTD-ALTER
                     NOT = WRK-LOT-MOV-ALTER (WRK-LOTE-ATUAL)
                  OR TRL-QTD-EXCL
                     NOT = WRK-LOT-MOV-EXCL (WRK-LOTE-ATUAL)
                  OR TRL-QTD-TOTAL
                     NOT = WRK-LOT-MOV-TOTAL (WRK-LOTE-ATUAL)
                  MOVE 'X' TO WRK-LOT-SITUACAO (WRK-LOTE-ATUAL)
                  MOVE 'TRAILER DIVERGENTE'
                    TO WRK-LOT-MOTIVO (WRK-LOTE-ATUAL)
               END-IF
            END-IF.

       0230-GUARDAR-TRANSACAO.
            IF NOT LOTE-ABERTO
               MOVE SPACE       TO REG-TRANRET
               MOVE REG-TRANENT TO RET-TRANSACAO
               MOVE 'O03'       TO RET-MOTIVO
               MOVE 0           TO RET-TENTATIVAS
               MOVE 0           TO RET-DATA-LOTE
               MOVE 0           TO RET-SEQ-LOTE
               WRITE REG-TRANRET
               ADD 1 TO WRK-FORA-LOTE
            ELSE
               ADD 1 TO WRK-LOT-MOV-TOTAL (WRK-LOTE-ATUAL)
               EVALUATE TRUE
                  WHEN TRA-INCLUSAO
                       ADD 1 TO WRK-LOT-MOV-INCL  (WRK-LOTE-ATUAL)
                  WHEN TRA-ALTERACAO
                       ADD 1 TO WRK-LOT-MOV-ALTER (WRK-LOTE-ATUAL)
                  WHEN TRA-EXCLUSAO
                       ADD 1 TO WRK-LOT-MOV-EXCL  (WRK-LOTE-ATUAL)
               END-EVALUATE
               IF WRK-QTD-TRX >= WRK-MAX-TRX
                  IF NOT LOTE-REPROVADO (WRK-LOTE-ATUAL)
                     DISPLAY 'TABELA DE TRANSACOES CHEIA - LOTE '
                             CAB-ORIGEM ' NAO COLETADO'
                  END-IF
                  MOVE 'X' TO WRK-LOT-SITUACAO (WRK-LOTE-ATUAL)
                  MOVE 'TABELA CHEIA' TO WRK-LOT-MOTIVO (WRK-LOTE-ATUAL)
               ELSE
                  ADD 1 TO WRK-QTD-TRX
                  MOVE WRK-QTD-TRX TO WRK-LOT-ULTIMA (WRK-LOTE-ATUAL)
                  MOVE REG-TRANENT    TO WRK-TRX-REGISTRO (WRK-QTD-TRX)
                  MOVE WRK-LOTE-ATUAL TO WRK-TRX-LOTE     (WRK-QTD-TRX)
                  MOVE 'N' TO WRK-TRX-CONFLITO (WRK-QTD-TRX)
                  MOVE 'S' TO WRK-TRX-DESTINO  (WRK-QTD-TRX)
                  IF TRA-CODIGO NUMERIC
                     MOVE TRA-CODIGO TO WRK-TRX-CODIGO (WRK-QTD-TRX)
                  ELSE
                     MOVE 0          TO WRK-TRX-CODIGO (WRK-QTD-TRX)
                  END-IF
               END-IF
            END-IF.

       0250-ENCERRAR-LEITURA.
            IF LOTE-ABERTO
               MOVE 'SEM TRAILER' TO WRK-LOT-MOTIVO (WRK-LOTE-ATUAL)
               MOVE 'X' TO WRK-LOT-SITUACAO (WRK-LOTE-ATUAL)
               MOVE 'N' TO WRK-LOTE-ABERTO
            END-IF.
            PERFORM 0255-CONTAR-LOTE
               VARYING WRK-IND-LOTE FROM 1 BY 1
               UNTIL WRK-IND-LOTE > WRK-QTD-LOTES.
            IF WRK-FORA-LOTE > 0
               DISPLAY 'TRANSACOES FORA DE LOTE RETIDAS: '
                       WRK-FORA-LOTE
               MOVE 8 TO RETURN-CODE
            END-IF.

       0255-CONTAR-LOTE.
            IF LOTE-VALIDO (WRK-IND-LOTE)
               ADD 1 TO WRK-LOTES-ACEITOS
            ELSE
               ADD 1 TO WRK-LOTES-RECUSADOS
               DISPLAY 'LOTE ' WRK-LOT-ORIGEM (WRK-IND-LOTE) ' '
                       WRK-LOT-DATA (WRK-IND-LOTE) ' SEQUENCIA '
                       WRK-LOT-SEQ (WRK-IND-LOTE) ' NAO COLETADO - '
                       WRK-LOT-MOTIVO (WRK-IND-LOTE)
               MOVE 8 TO RETURN-CODE
            END-IF.

       0400-ORDENAR-LOTES.
            PERFORM 0405-INICIAR-ORDEM
               VARYING WRK-IND-ORDEM FROM 1 BY 1
               UNTIL WRK-IND-ORDEM > WRK-QTD-LOTES.
            PERFORM 0410-PASSAR-ORDEM
               VARYING WRK-IND-ORDEM FROM 1 BY 1
               UNTIL WRK-IND-ORDEM >= WRK-QTD-LOTES.

       0405-INICIAR-ORDEM.
            MOVE WRK-IND-ORDEM TO WRK-ORDEM (WRK-IND-ORDEM).

       0410-PASSAR-ORDEM.
            COMPUTE WRK-LIM-TROCA = WRK-QTD-LOTES - WRK-IND-ORDEM.
            PERFORM 0415-COMPARAR-ORDEM
               VARYING WRK-IND-TROCA FROM 1 BY 1
               UNTIL WRK-IND-TROCA > WRK-LIM-TROCA.

       0415-COMPARAR-ORDEM.
            MOVE WRK-ORDEM (WRK-IND-TROCA) TO WRK-IND-LOTE.
            MOVE WRK-LOT-PRIORIDADE (WRK-IND-LOTE)
              TO WRK-ORA-PRIORIDADE.
            MOVE WRK-LOT-ORIGEM (WRK-IND-LOTE) TO WRK-ORA-ORIGEM.
            MOVE WRK-LOT-DATA   (WRK-IND-LOTE) TO WRK-ORA-DATA.
            MOVE WRK-LOT-SEQ    (WRK-IND-LOTE) TO WRK-ORA-SEQ.
            MOVE WRK-ORDEM (WRK-IND-TROCA + 1) TO WRK-IND-LOTE.
            MOVE WRK-LOT-PRIORIDADE (WRK-IND-LOTE)
              TO WRK-ORB-PRIORIDADE.
            MOVE WRK-LOT-ORIGEM (WRK-IND-LOTE) TO WRK-ORB-ORIGEM.
            MOVE WRK-LOT-DATA   (WRK-IND-LOTE) TO WRK-ORB-DATA.
            MOVE WRK-LOT-SEQ    (WRK-IND-LOTE) TO WRK-ORB-SEQ.
            IF WRK-CHAVE-ORDEM-A > WRK-CHAVE-ORDEM-B
               MOVE WRK-ORDEM (WRK-IND-TROCA)     TO WRK-AUX-ORDEM
               MOVE WRK-ORDEM (WRK-IND-TROCA + 1)
                 TO WRK-ORDEM (WRK-IND-TROCA)
               MOVE WRK-AUX-ORDEM TO WRK-ORDEM (WRK-IND-TROCA + 1)
            END-IF.

       0500-DETECTAR-CONFLITOS.
            PERFORM 0510-COMPARAR-TRANSACAO
               VARYING WRK-IND-TRX FROM 1 BY 1
               UNTIL WRK-IND-TRX > WRK-QTD-TRX.

       0510-COMPARAR-TRANSACAO.
            MOVE WRK-TRX-LOTE (WRK-IND-TRX) TO WRK-IND-LOTE.
            IF LOTE-VALIDO (WRK-IND-LOTE)
               AND WRK-TRX-CODIGO (WRK-IND-TRX) > 0
               PERFORM 0515-COMPARAR-OUTRA
                  VARYING WRK-IND-OUTRA FROM WRK-IND-TRX BY 1
                  UNTIL WRK-IND-OUTRA > WRK-QTD-TRX
            END-IF.

       0515-COMPARAR-OUTRA.
            MOVE WRK-TRX-LOTE (WRK-IND-OUTRA) TO WRK-LOTE-OUTRA.
            IF WRK-TRX-CODIGO (WRK-IND-OUTRA)
                  = WRK-TRX-CODIGO (WRK-IND-TRX)
               AND LOTE-VALIDO (WRK-LOTE-OUTRA)
               AND WRK-LOT-ORIGEM (WRK-LOTE-OUTRA)
                  NOT = WRK-LOT-ORIGEM (WRK-IND-LOTE)
               MOVE 'S' TO WRK-TRX-CONFLITO (WRK-IND-TRX)
               MOVE 'S' TO WRK-TRX-CONFLITO (WRK-IND-OUTRA)
            END-IF.

       0600-RESOLVER-CONFLITOS.
            PERFORM 0610-RESOLVER-TRANSACAO
               VARYING WRK-IND-TRX FROM 1 BY 1
               UNTIL WRK-IND-TRX > WRK-QTD-TRX.

       0610-RESOLVER-TRANSACAO.
            IF WRK-TRX-CONFLITO (WRK-IND-TRX) = 'S'
               IF MODO-REVISAO
                  MOVE 'R' TO WRK-TRX-DESTINO (WRK-IND-TRX)
               ELSE
                  MOVE 99    TO WRK-MENOR-PRIORIDADE
                  MOVE SPACE TO WRK-ORIGEM-MENOR
                  MOVE 'N'   TO WRK-EMPATE
                  PERFORM 0615-APURAR-PRIORIDADE
                     VARYING WRK-IND-OUTRA FROM 1 BY 1
                     UNTIL WRK-IND-OUTRA > WRK-QTD-TRX
                  MOVE WRK-TRX-LOTE (WRK-IND-TRX) TO WRK-IND-LOTE
                  EVALUATE TRUE
                     WHEN WRK-LOT-PRIORIDADE (WRK-IND-LOTE)
                             > WRK-MENOR-PRIORIDADE
                          MOVE 'P' TO WRK-TRX-DESTINO (WRK-IND-TRX)
                     WHEN PRIORIDADE-EMPATADA
                          MOVE 'R' TO WRK-TRX-DESTINO (WRK-IND-TRX)
                     WHEN OTHER
                          MOVE 'S' TO WRK-TRX-DESTINO (WRK-IND-TRX)
                  END-EVALUATE
               END-IF
            END-IF.

       0615-APURAR-PRIORIDADE.
            IF WRK-TRX-CONFLITO (WRK-IND-OUTRA) = 'S'
               AND WRK-TRX-CODIGO (WRK-IND-OUTRA)
                  = WRK-TRX-CODIGO (WRK-IND-TRX)
               MOVE WRK-TRX-LOTE (WRK-IND-OUTRA) TO WRK-LOTE-OUTRA
               EVALUATE TRUE
                  WHEN WRK-ORIGEM-MENOR = SPACE
                       OR WRK-LOT-PRIORIDADE (WRK-LOTE-OUTRA)
                          < WRK-MENOR-PRIORIDADE
                       MOVE WRK-LOT-PRIORIDADE (WRK-LOTE-OUTRA)
                         TO WRK-MENOR-PRIORIDADE
                       MOVE WRK-LOT-ORIGEM (WRK-LOTE-OUTRA)
                         TO WRK-ORIGEM-MENOR
                       MOVE 'N' TO WRK-EMPATE
                  WHEN WRK-LOT-PRIORIDADE (WRK-LOTE-OUTRA)
                          = WRK-MENOR-PRIORIDADE
                       AND WRK-LOT-ORIGEM (WRK-LOTE-OUTRA)
                          NOT = WRK-ORIGEM-MENOR
                       SET PRIORIDADE-EMPATADA TO TRUE
               END-EVALUATE
            END-IF.

       0700-GRAVAR-COLETA.
            PERFORM 0710-GRAVAR-LOTE
               VARYING WRK-IND-ORDEM FROM 1 BY 1
               UNTIL WRK-IND-ORDEM > WRK-QTD-LOTES.

       0710-GRAVAR-LOTE.
            MOVE WRK-ORDEM (WRK-IND-ORDEM) TO WRK-LOTE-ATUAL.
            IF LOTE-VALIDO (WRK-LOTE-ATUAL)
               MOVE WRK-LOT-ORIGEM (WRK-LOTE-ATUAL) TO SCB-ORIGEM
               MOVE WRK-LOT-DATA   (WRK-LOTE-ATUAL) TO SCB-DATA
               MOVE WRK-LOT-SEQ    (WRK-LOTE-ATUAL) TO SCB-SEQUENCIA
               WRITE REG-TRANCOL FROM WRK-CAB-SAIDA
               MOVE 0 TO STR-QTD-INCL
               MOVE 0 TO STR-QTD-ALTER
               MOVE 0 TO STR-QTD-EXCL
               MOVE 0 TO STR-QTD-TOTAL
               PERFORM 0715-GRAVAR-TRANSACAO
                  VARYING WRK-IND-TRX
                  FROM WRK-LOT-PRIMEIRA (WRK-LOTE-ATUAL) BY 1
                  UNTIL WRK-IND-TRX > WRK-LOT-ULTIMA (WRK-LOTE-ATUAL)
               WRITE REG-TRANCOL FROM WRK-TRL-SAIDA
            END-IF.

       0715-GRAVAR-TRANSACAO.
            MOVE WRK-TRX-REGISTRO (WRK-IND-TRX) TO WRK-VERSAO.
            EVALUATE WRK-TRX-DESTINO (WRK-IND-TRX)
               WHEN 'S'
                    WRITE REG-TRANCOL FROM WRK-VERSAO
                    ADD 1 TO STR-QTD-TOTAL
                    EVALUATE TRUE
                       WHEN VRS-INCLUSAO
                            ADD 1 TO STR-QTD-INCL
                       WHEN VRS-ALTERACAO
                            ADD 1 TO STR-QTD-ALTER
                       WHEN VRS-EXCLUSAO
                            ADD 1 TO STR-QTD-EXCL
                    END-EVALUATE
                    ADD 1 TO WRK-LOT-ENVIADAS (WRK-LOTE-ATUAL)
                    ADD 1 TO WRK-ENVIADAS
               WHEN 'R'
                    MOVE 'O01' TO RET-MOTIVO
                    PERFORM 0720-GRAVAR-RETIDA
                    ADD 1 TO WRK-LOT-RETIDAS (WRK-LOTE-ATUAL)
                    ADD 1 TO WRK-RETIDAS
               WHEN OTHER
                    MOVE 'O02' TO RET-MOTIVO
                    PERFORM 0720-GRAVAR-RETIDA
                    ADD 1 TO WRK-LOT-PRETERIDAS (WRK-LOTE-ATUAL)
                    ADD 1 TO WRK-PRETERIDAS
            END-EVALUATE.

       0720-GRAVAR-RETIDA.
            MOVE WRK-VERSAO   TO RET-TRANSACAO.
            MOVE 0            TO RET-TENTATIVAS.
            MOVE WRK-LOT-ORIGEM (WRK-LOTE-ATUAL) TO RET-ORIGEM.
            MOVE WRK-LOT-DATA   (WRK-LOTE-ATUAL) TO RET-DATA-LOTE.
            MOVE WRK-LOT-SEQ    (WRK-LOTE-ATUAL) TO RET-SEQ-LOTE.
            WRITE REG-TRANRET.

       0800-EMITIR-RELATORIO.
            WRITE REG-RELCONF FROM LIN-CAB-LOTE
                  AFTER ADVANCING 2 LINES.
            PERFORM 0810-LISTAR-LOTE
               VARYING WRK-IND-ORDEM FROM 1 BY 1
               UNTIL WRK-IND-ORDEM > WRK-QTD-LOTES.
            WRITE REG-RELCONF FROM LIN-CAB-CONFLITO
                  AFTER ADVANCING 2 LINES.
            PERFORM 0820-LISTAR-CONFLITOS-LOTE
               VARYING WRK-IND-ORDEM FROM 1 BY 1
               UNTIL WRK-IND-ORDEM > WRK-QTD-LOTES.
            MOVE 'CLIENTES EM CONFLITO....' TO TOT-LEGENDA.
            MOVE WRK-CLI-CONFLITO           TO TOT-VALOR.
            WRITE REG-RELCONF FROM LIN-TOTAL
                  AFTER ADVANCING 2 LINES.
            MOVE 'TRANSACOES ENVIADAS.....' TO TOT-LEGENDA.
            MOVE WRK-ENVIADAS               TO TOT-VALOR.
            WRITE REG-RELCONF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'RETIDAS P/ REVISAO......' TO TOT-LEGENDA.
            MOVE WRK-RETIDAS                TO TOT-VALOR.
            WRITE REG-RELCONF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'PRETERIDAS P/ PRIORIDADE' TO TOT-LEGENDA.
            MOVE WRK-PRETERIDAS             TO TOT-VALOR.
            WRITE REG-RELCONF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'FORA DE LOTE............' TO TOT-LEGENDA.
            MOVE WRK-FORA-LOTE              TO TOT-VALOR.
            WRITE REG-RELCONF FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.

       0810-LISTAR-LOTE.
            MOVE WRK-ORDEM (WRK-IND-ORDEM) TO WRK-IND-LOTE.
            MOVE WRK-LOT-ORIGEM     (WRK-IND-LOTE) TO LTL-ORIGEM.
            MOVE WRK-LOT-DATA       (WRK-IND-LOTE) TO LTL-DATA.
            MOVE WRK-LOT-SEQ        (WRK-IND-LOTE) TO LTL-SEQ.
            MOVE WRK-LOT-PRIORIDADE (WRK-IND-LOTE) TO LTL-PRIORIDADE.
            IF LOTE-VALIDO (WRK-IND-LOTE)
               MOVE 'COLETADO'        TO LTL-SITUACAO
            ELSE
               MOVE WRK-LOT-MOTIVO (WRK-IND-LOTE) TO LTL-SITUACAO
            END-IF.
            MOVE WRK-LOT-MOV-TOTAL  (WRK-IND-LOTE) TO LTL-LIDAS.
            MOVE WRK-LOT-ENVIADAS   (WRK-IND-LOTE) TO LTL-ENVIADAS.
            MOVE WRK-LOT-RETIDAS    (WRK-IND-LOTE) TO LTL-RETIDAS.
            MOVE WRK-LOT-PRETERIDAS (WRK-IND-LOTE) TO LTL-PRETERIDAS.
            WRITE REG-RELCONF FROM LIN-LOTE
                  AFTER ADVANCING 1 LINE.

       0820-LISTAR-CONFLITOS-LOTE.
            MOVE WRK-ORDEM (WRK-IND-ORDEM) TO WRK-LOTE-ATUAL.
            IF LOTE-VALIDO (WRK-LOTE-ATUAL)
               PERFORM 0825-LISTAR-CONFLITO
                  VARYING WRK-IND-TRX
                  FROM WRK-LOT-PRIMEIRA (WRK-LOTE-ATUAL) BY 1
                  UNTIL WRK-IND-TRX > WRK-LOT-ULTIMA (WRK-LOTE-ATUAL)
            END-IF.

       0825-LISTAR-CONFLITO.
            IF WRK-TRX-CONFLITO (WRK-IND-TRX) = 'S'
               PERFORM 0830-PROCURAR-REFERENCIA
               IF WRK-IND-REF = WRK-IND-TRX
                  ADD 1 TO WRK-CLI-CONFLITO
               ELSE
                  MOVE WRK-TRX-CODIGO (WRK-IND-TRX) TO CNF-CODIGO
                  MOVE WRK-IND-REF TO WRK-IND-LADO
                  PERFORM 0840-MONTAR-LADO
                  MOVE WRK-LADO    TO CNF-REFERENCIA
                  MOVE WRK-IND-TRX TO WRK-IND-LADO
                  PERFORM 0840-MONTAR-LADO
                  MOVE WRK-LADO    TO CNF-CONFLITANTE
                  WRITE REG-RELCONF FROM LIN-CONFLITO
                        AFTER ADVANCING 1 LINE
               END-IF
            END-IF.

       0830-PROCURAR-REFERENCIA.
            MOVE 0 TO WRK-IND-REF.
            PERFORM 0832-PROCURAR-NO-LOTE
               VARYING WRK-IND-TROCA FROM 1 BY 1
               UNTIL WRK-IND-TROCA > WRK-QTD-LOTES
                  OR WRK-IND-REF > 0.

       0832-PROCURAR-NO-LOTE.
            MOVE WRK-ORDEM (WRK-IND-TROCA) TO WRK-LOTE-OUTRA.
            IF LOTE-VALIDO (WRK-LOTE-OUTRA)
               PERFORM 0834-COMPARAR-REFERENCIA
                  VARYING WRK-IND-OUTRA
                  FROM WRK-LOT-PRIMEIRA (WRK-LOTE-OUTRA) BY 1
                  UNTIL WRK-IND-OUTRA > WRK-LOT-ULTIMA (WRK-LOTE-OUTRA)
                     OR WRK-IND-REF > 0
            END-IF.

       0834-COMPARAR-REFERENCIA.
            IF WRK-TRX-CONFLITO (WRK-IND-OUTRA) = 'S'
               AND WRK-TRX-CODIGO (WRK-IND-OUTRA)
                  = WRK-TRX-CODIGO (WRK-IND-TRX)
               MOVE WRK-IND-OUTRA TO WRK-IND-REF
            END-IF.

       0840-MONTAR-LADO.
            MOVE WRK-TRX-REGISTRO (WRK-IND-LADO) TO WRK-VERSAO.
            MOVE WRK-TRX-LOTE (WRK-IND-LADO) TO WRK-LOTE-OUTRA.
            MOVE SPACE TO WRK-LADO.
            MOVE WRK-LOT-ORIGEM (WRK-LOTE-OUTRA) TO LAD-ORIGEM.
            MOVE VRS-TIPO TO LAD-TIPO.
            IF VRS-CONTATO
               STRING 'CONTATO ' VRC-SEQUENCIA
                      DELIMITED BY SIZE INTO LAD-NOME
               MOVE VRC-EMAIL TO LAD-EMAIL
            ELSE
               MOVE VRS-NOME  TO LAD-NOME
               MOVE VRS-EMAIL TO LAD-EMAIL
            END-IF.
            EVALUATE WRK-TRX-DESTINO (WRK-IND-LADO)
               WHEN 'S'
                    MOVE 'ENVIADA'   TO LAD-DESTINO
               WHEN 'R'
                    MOVE 'RETIDA'    TO LAD-DESTINO
               WHEN OTHER
                    MOVE 'PRETERIDA' TO LAD-DESTINO
            END-EVALUATE.

       0300-FINALIZAR.
            CLOSE TRANENT.
            CLOSE TRANCOL.
            CLOSE TRANRET.
            CLOSE RELCONF.
            DISPLAY 'LOTES COLETADOS...... ' WRK-LOTES-ACEITOS.
            DISPLAY 'LOTES NAO COLETADOS.. ' WRK-LOTES-RECUSADOS.
            DISPLAY 'TRANSACOES LIDAS..... ' WRK-LIDOS.
            DISPLAY 'TRANSACOES ENVIADAS.. ' WRK-ENVIADAS.
            DISPLAY 'CLIENTES EM CONFLITO. ' WRK-CLI-CONFLITO.
            DISPLAY 'RETIDAS P/ REVISAO... ' WRK-RETIDAS.
            DISPLAY 'PRETERIDAS........... ' WRK-PRETERIDAS.
            DISPLAY 'FORA DE LOTE......... ' WRK-FORA-LOTE.

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
            MOVE 'PROG25' TO RUN-PROGRAMA.
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
