       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG27.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-S-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CODIGO
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT CONTCLI  ASSIGN TO UT-S-CONTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-FS-CONTCLI.
           SELECT RESPCMP  ASSIGN TO UT-S-RESPCMP
               FILE STATUS IS WRK-FS-RESPCMP.
           SELECT PARMQLD  ASSIGN TO UT-S-PARMQLD
               FILE STATUS IS WRK-FS-PARMQLD.
           SELECT HISTQLD  ASSIGN TO UT-S-HISTQLD
               FILE STATUS IS WRK-FS-HISTQLD.
           SELECT ORDQLD   ASSIGN TO UT-S-ORDQLD.
           SELECT WRKQLD   ASSIGN TO UT-S-WRKQLD.
           SELECT RELQLD   ASSIGN TO UT-S-RELQLD.
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

       FD   CONTCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 100 CHARACTERS
            DATA   RECORD IS REG-CONTCLI.
           COPY CTTREG.

       FD   RESPCMP
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 70 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RESPCMP.
           COPY RSCREG.

       FD   PARMQLD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 2 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PARMQLD.
       01   REG-PARMQLD.
            05 PRM-ANOS-MANUT    PIC 9(02).

       FD   HISTQLD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-HISTQLD.
           COPY QLDREG.

       SD   ORDQLD
            RECORD CONTAINS 50 CHARACTERS
            DATA   RECORD IS REG-ORDQLD.
       01   REG-ORDQLD.
            05 SRT-CODIGO        PIC 9(05).
            05 SRT-EMAIL         PIC X(35).
            05 SRT-TELEFONE      PIC X(10).

       FD   WRKQLD
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 50 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-WRKQLD.
       01   REG-WRKQLD.
            05 QLW-CODIGO        PIC 9(05).
            05 QLW-EMAIL         PIC X(35).
            05 QLW-TELEFONE      PIC X(10).

       FD   RELQLD
            LABEL RECORDS ARE OMITTED
            RECORD CONTAINS 132 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-RELQLD.
       01   REG-RELQLD      PIC X(132).

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
       01  FS-CONTCLI        PIC X VALUE 'N'.
       01  FS-RESPCMP        PIC X VALUE 'N'.
       01  FS-HISTQLD        PIC X VALUE 'N'.
       01  FS-WRKQLD         PIC X VALUE 'N'.
       01  WRK-FS-CLIENTES   PIC X(02) VALUE '00'.
       01  WRK-FS-CONTCLI    PIC X(02) VALUE '00'.
       01  WRK-FS-RESPCMP    PIC X(02) VALUE '00'.
       01  WRK-FS-PARMQLD    PIC X(02) VALUE '00'.
       01  WRK-FS-HISTQLD    PIC X(02) VALUE '00'.
       01  WRK-CONTCLI-ABERTO PIC X(01) VALUE 'N'.
           88 CONTATOS-ABERTOS         VALUE 'S'.
       01  WRK-BASE-LIDA     PIC X(01) VALUE 'N'.
           88 BASE-AVALIADA            VALUE 'S'.

       01  WRK-DEVOLUCOES-LIDAS PIC 9(05) VALUE 0.
       01  WRK-CTT-LIBERADOS PIC 9(05) VALUE 0.
       01  WRK-COM-PENDENCIA PIC 9(05) VALUE 0.

       01  WRK-ANOS-MANUT    PIC 9(02) VALUE 05.
       01  WRK-DATA-CORTE.
           05 WRK-CORTE-AAAA PIC 9(04).
           05 WRK-CORTE-MM   PIC 9(02).
           05 WRK-CORTE-DD   PIC 9(02).
       01  WRK-DATA-CORTE-AMD REDEFINES WRK-DATA-CORTE PIC 9(08).

       01  WRK-CRITERIO      PIC X(01) VALUE 'E'.
           88 CRITERIO-EMAIL           VALUE 'E'.
           88 CRITERIO-FONE            VALUE 'F'.
       01  WRK-TEM-ANTERIOR  PIC X(01) VALUE 'N'.
           88 TEM-ANTERIOR             VALUE 'S'.
       01  WRK-ANT-CODIGO    PIC 9(05) VALUE 0.
       01  WRK-ANT-EMAIL     PIC X(35) VALUE SPACE.
       01  WRK-ANT-TELEFONE  PIC X(10) VALUE SPACE.

       01  WRK-TAB-DEVOLUCAO.
           05 WRK-DATA-DEVOLUCAO PIC 9(08) OCCURS 99999 TIMES.
       01  WRK-TAB-DUPLICADO.
           05 WRK-DUPLICADO  PIC X(01) OCCURS 99999 TIMES.

       01  WRK-CLI-CONTADORES.
           05 WRK-CLI-CONT   PIC 9(01) OCCURS 11 TIMES.
       01  WRK-QTD-PENDENCIAS PIC 9(01) VALUE 0.
       01  WRK-NOTA          PIC X(01) VALUE SPACE.
       01  WRK-IND-CONT      PIC 9(02) VALUE 0.
       01  WRK-IND-COLUNA    PIC 9(02) VALUE 0.

       01  WRK-TOT-CONTADORES.
           05 WRK-TOT-CONT   PIC 9(05) OCCURS 11 TIMES.

       01  WRK-MAX-STATUS    PIC 9(02) VALUE 10.
       01  WRK-QTD-STATUS    PIC 9(02) VALUE 0.
       01  WRK-IND-STATUS    PIC 9(02) VALUE 0.
       01  WRK-STA-ATUAL     PIC 9(02) VALUE 0.
       01  WRK-STA-CHEIO     PIC X(01) VALUE 'N'.
           88 TABELA-STATUS-CHEIA      VALUE 'S'.
       01  WRK-TAB-STATUS.
           05 WRK-ENT-STATUS OCCURS 10 TIMES.
              10 WRK-STA-CODIGO   PIC X(01).
              10 WRK-STA-CONT     PIC 9(05) OCCURS 11 TIMES.

       01  WRK-MAX-ANOS      PIC 9(03) VALUE 100.
       01  WRK-QTD-ANOS      PIC 9(03) VALUE 0.
       01  WRK-IND-ANO       PIC 9(03) VALUE 0.
       01  WRK-ANO-ATUAL     PIC 9(03) VALUE 0.
       01  WRK-ANO-CHEIO     PIC X(01) VALUE 'N'.
           88 TABELA-ANOS-CHEIA        VALUE 'S'.
       01  WRK-ANO-INCLUSAO  PIC 9(04) VALUE 0.
       01  WRK-TAB-ANOS.
           05 WRK-ENT-ANO OCCURS 100 TIMES.
              10 WRK-ANO-REF      PIC 9(04).
              10 WRK-ANO-CONT     PIC 9(05) OCCURS 11 TIMES.
       01  WRK-ENT-TROCA     PIC X(59) VALUE SPACE.
       01  WRK-IND-TROCA     PIC 9(03) VALUE 0.
       01  WRK-LIM-TROCA     PIC 9(03) VALUE 0.

       01  WRK-MES-ANTERIOR.
           05 WRK-MAN-AAAA   PIC 9(04).
           05 WRK-MAN-MM     PIC 9(02).
       01  WRK-MES-ANTERIOR-AM REDEFINES WRK-MES-ANTERIOR PIC 9(06).
       01  WRK-MES-ANO-ANT.
           05 WRK-MAA-AAAA   PIC 9(04).
           05 WRK-MAA-MM     PIC 9(02).
       01  WRK-MES-ANO-ANT-AM REDEFINES WRK-MES-ANO-ANT PIC 9(06).

       01  WRK-HMS-ACHOU     PIC X(01) VALUE 'N'.
           88 HISTORICO-MES-ACHADO     VALUE 'S'.
       01  WRK-HMS-DATA      PIC 9(08) VALUE 0.
       01  WRK-HMS-CONTADORES.
           05 WRK-HMS-CONT   PIC 9(05) OCCURS 11 TIMES.
       01  WRK-HAA-ACHOU     PIC X(01) VALUE 'N'.
           88 HISTORICO-ANO-ACHADO     VALUE 'S'.
       01  WRK-HAA-DATA      PIC 9(08) VALUE 0.
       01  WRK-HAA-CONTADORES.
           05 WRK-HAA-CONT   PIC 9(05) OCCURS 11 TIMES.
       01  WRK-VARIACAO      PIC S9(05) VALUE 0.

       01  WRK-DATA-AUX.
           05 WRK-AUX-AAAA   PIC 9(04).
           05 WRK-AUX-MM     PIC 9(02).
           05 WRK-AUX-DD     PIC 9(02).
       01  WRK-DATA-AUX-AMD REDEFINES WRK-DATA-AUX PIC 9(08).
       01  WRK-DATA-AUX-EDT  PIC X(10) VALUE SPACE.

       01  WRK-LEGENDAS.
           05 FILLER          PIC X(25) VALUE 'CLIENTES AVALIADOS.....'.
           05 FILLER          PIC X(25) VALUE 'SEM EMAIL..............'.
           05 FILLER          PIC X(25) VALUE 'SEM TELEFONE...........'.
           05 FILLER          PIC X(25) VALUE 'EMAIL DEVOLVIDO........'.
           05 FILLER          PIC X(25) VALUE 'FORA DA MALA DIRETA....'.
           05 FILLER          PIC X(25) VALUE 'CONTATO DUPLICADO......'.
           05 FILLER          PIC X(25) VALUE 'MANUTENCAO ANTIGA......'.
           05 FILLER          PIC X(25) VALUE 'NOTA A.................'.
           05 FILLER          PIC X(25) VALUE 'NOTA B.................'.
           05 FILLER          PIC X(25) VALUE 'NOTA C.................'.
           05 FILLER          PIC X(25) VALUE 'NOTA D.................'.
       01  WRK-TAB-LEGENDAS REDEFINES WRK-LEGENDAS.
           05 WRK-LEGENDA     PIC X(25) OCCURS 11 TIMES.

       01  LIN-TITULO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(50) VALUE
              'QUADRO DE QUALIDADE DA BASE DE CLIENTES'.
           05 FILLER          PIC X(08) VALUE 'DATA: '.
           05 TIT-DATA         PIC X(10).

       01  LIN-CRITERIO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(27) VALUE
              'MANUTENCAO ANTIGA: MAIS DE '.
           05 CRT-ANOS         PIC Z9.
           05 FILLER          PIC X(19) VALUE
              ' ANOS - ANTERIOR A '.
           05 CRT-CORTE        PIC X(10).

       01  LIN-SECAO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SEC-TEXTO        PIC X(60).

       01  LIN-CAB-DETALHE.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(08) VALUE 'CODIGO'.
           05 FILLER          PIC X(06) VALUE 'NOTA'.
           05 FILLER          PIC X(42) VALUE
              'S/EMAIL S/FONE DEVOLV S/MALA DUPLIC ANTIGO'.

       01  LIN-DETALHE.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 DET-CODIGO       PIC 9(05).
           05 FILLER          PIC X(04) VALUE SPACE.
           05 DET-NOTA         PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 DET-COLUNA OCCURS 6 TIMES.
              10 FILLER        PIC X(06).
              10 DET-MARCA     PIC X(01).

       01  LIN-CAB-QUADRO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 CAB-CHAVE        PIC X(12).
           05 FILLER          PIC X(35) VALUE
              '   QTDE S/MAIL S/FONE DEVOLV S/MALA'.
           05 FILLER          PIC X(42) VALUE
              ' DUPLIC ANTIGO NOTA A NOTA B NOTA C NOTA D'.

       01  LIN-QUADRO.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 QDR-CHAVE        PIC X(12).
           05 QDR-COLUNA OCCURS 11 TIMES.
              10 FILLER        PIC X(02).
              10 QDR-VALOR     PIC ZZZZ9.

       01  LIN-REFERENCIA.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 REF-LEGENDA      PIC X(25).
           05 REF-DATA         PIC X(13).

       01  LIN-CAB-TENDENCIA.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(25) VALUE 'INDICADOR'.
           05 FILLER          PIC X(48) VALUE
              '  ATUAL  MES ANT   VARIAC  ANO ANT   VARIAC'.

       01  LIN-TENDENCIA.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TND-LEGENDA      PIC X(25).
           05 TND-ATUAL        PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACE.
           05 TND-MES          PIC ZZZZ9.
           05 TND-MES-X REDEFINES TND-MES PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 TND-VAR-MES      PIC +++++9.
           05 TND-VAR-MES-X REDEFINES TND-VAR-MES PIC X(06).
           05 FILLER          PIC X(04) VALUE SPACE.
           05 TND-ANO          PIC ZZZZ9.
           05 TND-ANO-X REDEFINES TND-ANO PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACE.
           05 TND-VAR-ANO      PIC +++++9.
           05 TND-VAR-ANO-X REDEFINES TND-VAR-ANO PIC X(06).

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
               PERFORM 0100-INICIAR
               PERFORM 0200-MARCAR-DUPLICADOS
               PERFORM 0300-AVALIAR-CLIENTES
               IF BASE-AVALIADA
                  PERFORM 0400-IMPRIMIR-QUADROS
                  PERFORM 0500-IMPRIMIR-TENDENCIA
                  PERFORM 0600-GRAVAR-HISTORICO
               END-IF
               PERFORM 0700-FINALIZAR
            END-IF.
            MOVE WRK-TOT-CONT (1)  TO WRK-CTL-LIDOS.
            MOVE WRK-COM-PENDENCIA TO WRK-CTL-REJEIT.
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
            OPEN INPUT PARMQLD.
            IF WRK-FS-PARMQLD = '00'
               READ PARMQLD
                    AT END
                       PERFORM 0060-ASSUMIR-PARAMETRO
                    NOT AT END
                       IF PRM-ANOS-MANUT NOT NUMERIC
                          OR PRM-ANOS-MANUT = 0
                          PERFORM 0060-ASSUMIR-PARAMETRO
                       ELSE
                          MOVE PRM-ANOS-MANUT TO WRK-ANOS-MANUT
                       END-IF
               END-READ
               CLOSE PARMQLD
            ELSE
               PERFORM 0060-ASSUMIR-PARAMETRO
               CLOSE PARMQLD
            END-IF.
            COMPUTE WRK-CORTE-AAAA = WRK-PROC-AAAA - WRK-ANOS-MANUT.
            MOVE WRK-PROC-MM TO WRK-CORTE-MM.
            MOVE WRK-PROC-DD TO WRK-CORTE-DD.
            DISPLAY 'MANUTENCAO ANTIGA: ANTERIOR A '
                    WRK-DATA-CORTE-AMD.

       0060-ASSUMIR-PARAMETRO.
            DISPLAY 'PARAMETRO DE QUALIDADE AUSENTE OU INVALIDO - '
                    'ASSUMIDOS ' WRK-ANOS-MANUT ' ANOS SEM MANUTENCAO'.

       0100-INICIAR.
            MOVE ZEROS TO WRK-TAB-DEVOLUCAO.
            MOVE SPACE TO WRK-TAB-DUPLICADO.
            MOVE ZEROS TO WRK-TOT-CONTADORES.
            MOVE ZEROS TO WRK-TAB-STATUS.
            MOVE ZEROS TO WRK-TAB-ANOS.
            MOVE 'A'   TO WRK-STA-CODIGO (1).
            MOVE 'I'   TO WRK-STA-CODIGO (2).
            MOVE 'S'   TO WRK-STA-CODIGO (3).
            MOVE 3     TO WRK-QTD-STATUS.
            IF WRK-PROC-MM = 1
               COMPUTE WRK-MAN-AAAA = WRK-PROC-AAAA - 1
               MOVE 12 TO WRK-MAN-MM
            ELSE
               MOVE WRK-PROC-AAAA TO WRK-MAN-AAAA
               COMPUTE WRK-MAN-MM = WRK-PROC-MM - 1
            END-IF.
            COMPUTE WRK-MAA-AAAA = WRK-PROC-AAAA - 1.
            MOVE WRK-PROC-MM TO WRK-MAA-MM.
            PERFORM 0110-CARREGAR-DEVOLUCOES.
            PERFORM 0120-LER-HISTORICO.
            OPEN OUTPUT RELQLD.
            MOVE WRK-DATA-PROC-EDT TO TIT-DATA.
            WRITE REG-RELQLD FROM LIN-TITULO.
            MOVE WRK-ANOS-MANUT     TO CRT-ANOS.
            MOVE WRK-DATA-CORTE-AMD TO WRK-DATA-AUX-AMD.
            PERFORM 0520-EDITAR-DATA.
            MOVE WRK-DATA-AUX-EDT   TO CRT-CORTE.
            WRITE REG-RELQLD FROM LIN-CRITERIO
                  AFTER ADVANCING 1 LINE.

       0110-CARREGAR-DEVOLUCOES.
            OPEN INPUT RESPCMP.
            IF WRK-FS-RESPCMP = '00'
               PERFORM 0115-LER-RESPOSTA UNTIL FS-RESPCMP = 'F'
            ELSE
               DISPLAY 'VINCULO DE RESPOSTAS AUSENTE - '
                       'DEVOLUCOES NAO AVALIADAS'
            END-IF.
            CLOSE RESPCMP.

       0115-LER-RESPOSTA.
            READ RESPCMP
                 AT END
                    MOVE 'F' TO FS-RESPCMP
                 NOT AT END
                    IF RSC-TIPO = 'B'
                       AND RSC-APLICADA = 'S'
                       AND RSC-CODIGO NUMERIC
                       AND RSC-CODIGO > 0
                       AND RSC-DATA-PROC NUMERIC
                       AND (RSC-SEQUENCIA NOT NUMERIC
                            OR RSC-SEQUENCIA = 0)
                       ADD 1 TO WRK-DEVOLUCOES-LIDAS
                       IF RSC-DATA-PROC
                          > WRK-DATA-DEVOLUCAO (RSC-CODIGO)
                          MOVE RSC-DATA-PROC
                            TO WRK-DATA-DEVOLUCAO (RSC-CODIGO)
                       END-IF
                    END-IF
            END-READ.

       0120-LER-HISTORICO.
            OPEN INPUT HISTQLD.
            IF WRK-FS-HISTQLD = '00'
               PERFORM 0125-LER-REGISTRO-HISTORICO
                  UNTIL FS-HISTQLD = 'F'
            ELSE
               DISPLAY 'HISTORICO DE QUALIDADE AUSENTE - '
                       'SEM COMPARATIVO'
            END-IF.
            CLOSE HISTQLD.

       0125-LER-REGISTRO-HISTORICO.
            READ HISTQLD
                 AT END
                    MOVE 'F' TO FS-HISTQLD
                 NOT AT END
                    IF QLH-DATA-PROC NUMERIC
                       IF QLH-ANO-MES = WRK-MES-ANTERIOR-AM
                          SET HISTORICO-MES-ACHADO TO TRUE
                          MOVE QLH-DATA-PROC  TO WRK-HMS-DATA
                          MOVE QLH-CONTADORES TO WRK-HMS-CONTADORES
                       END-IF
                       IF QLH-ANO-MES = WRK-MES-ANO-ANT-AM
                          SET HISTORICO-ANO-ACHADO TO TRUE
                          MOVE QLH-DATA-PROC  TO WRK-HAA-DATA
                          MOVE QLH-CONTADORES TO WRK-HAA-CONTADORES
                       END-IF
                    END-IF
            END-READ.

       0200-MARCAR-DUPLICADOS.
            SORT ORDQLD ON ASCENDING KEY SRT-EMAIL SRT-CODIGO
                 INPUT PROCEDURE 0250-LIBERAR-REGISTROS
                 GIVING WRKQLD.
            SET CRITERIO-EMAIL TO TRUE.
            PERFORM 0210-PROCESSAR-PASSADA.
            SORT ORDQLD ON ASCENDING KEY SRT-TELEFONE SRT-CODIGO
                 INPUT PROCEDURE 0250-LIBERAR-REGISTROS
                 GIVING WRKQLD.
            SET CRITERIO-FONE TO TRUE.
            PERFORM 0210-PROCESSAR-PASSADA.

       0210-PROCESSAR-PASSADA.
            MOVE 'N' TO FS-WRKQLD.
            MOVE 'N' TO WRK-TEM-ANTERIOR.
            OPEN INPUT WRKQLD.
            PERFORM 0220-LER-WRKQLD.
            PERFORM 0230-COMPARAR UNTIL FS-WRKQLD = 'F'.
            CLOSE WRKQLD.

       0220-LER-WRKQLD.
            READ WRKQLD
                 AT END
                    MOVE 'F' TO FS-WRKQLD
            END-READ.

       0230-COMPARAR.
            IF TEM-ANTERIOR
               EVALUATE TRUE
                  WHEN CRITERIO-EMAIL
                       AND QLW-EMAIL NOT = SPACE
                       AND QLW-EMAIL = WRK-ANT-EMAIL
                       AND QLW-CODIGO NOT = WRK-ANT-CODIGO
                       PERFORM 0240-MARCAR-PAR
                  WHEN CRITERIO-FONE
                       AND QLW-TELEFONE NOT = SPACE
                       AND QLW-TELEFONE = WRK-ANT-TELEFONE
                       AND QLW-CODIGO NOT = WRK-ANT-CODIGO
                       PERFORM 0240-MARCAR-PAR
               END-EVALUATE
            END-IF.
            MOVE QLW-CODIGO   TO WRK-ANT-CODIGO.
            MOVE QLW-EMAIL    TO WRK-ANT-EMAIL.
            MOVE QLW-TELEFONE TO WRK-ANT-TELEFONE.
            SET TEM-ANTERIOR  TO TRUE.
            PERFORM 0220-LER-WRKQLD.

       0240-MARCAR-PAR.
            IF WRK-ANT-CODIGO > 0
               MOVE 'S' TO WRK-DUPLICADO (WRK-ANT-CODIGO)
            END-IF.
            IF QLW-CODIGO > 0
               MOVE 'S' TO WRK-DUPLICADO (QLW-CODIGO)
            END-IF.

       0250-LIBERAR-REGISTROS.
            OPEN INPUT CLIENTES.
            IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES - STATUS '
                       WRK-FS-CLIENTES
            ELSE
               MOVE 'N' TO FS-CLIENTES
               MOVE 'N' TO FS-CONTCLI
               MOVE 'N' TO WRK-CONTCLI-ABERTO
               MOVE 0   TO WRK-CTT-LIBERADOS
               OPEN INPUT CONTCLI
               IF WRK-FS-CONTCLI = '00'
                  SET CONTATOS-ABERTOS TO TRUE
                  PERFORM 0265-LER-CONTATO
               ELSE
                  DISPLAY 'CADASTRO DE CONTATOS AUSENTE - '
                          'SOMENTE CONTATOS PRINCIPAIS COMPARADOS'
                  MOVE 'F' TO FS-CONTCLI
               END-IF
               PERFORM 0255-LIBERAR-CLIENTE UNTIL FS-CLIENTES = 'F'
               CLOSE CLIENTES
               IF CONTATOS-ABERTOS
                  CLOSE CONTCLI
               END-IF
            END-IF.

       0255-LIBERAR-CLIENTE.
            READ CLIENTES
                 AT END
                    MOVE 'F' TO FS-CLIENTES
                 NOT AT END
                    MOVE REG-CODIGO   TO SRT-CODIGO
                    MOVE REG-EMAIL    TO SRT-EMAIL
                    MOVE REG-TELEFONE TO SRT-TELEFONE
                    RELEASE REG-ORDQLD
                    PERFORM 0260-LIBERAR-CONTATO
                       UNTIL FS-CONTCLI = 'F'
                          OR CTT-CODIGO > REG-CODIGO
            END-READ.

       0260-LIBERAR-CONTATO.
            IF CTT-CODIGO = REG-CODIGO
               MOVE REG-CODIGO    TO SRT-CODIGO
               MOVE CTT-EMAIL     TO SRT-EMAIL
               MOVE CTT-TELEFONE  TO SRT-TELEFONE
               RELEASE REG-ORDQLD
               ADD 1 TO WRK-CTT-LIBERADOS
            END-IF.
            PERFORM 0265-LER-CONTATO.

       0265-LER-CONTATO.
            READ CONTCLI
                 AT END
                    MOVE 'F' TO FS-CONTCLI
            END-READ.

       0300-AVALIAR-CLIENTES.
            MOVE 'N' TO FS-CLIENTES.
            OPEN INPUT CLIENTES.
            IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES - STATUS '
                       WRK-FS-CLIENTES
               MOVE 12 TO RETURN-CODE
            ELSE
               SET BASE-AVALIADA TO TRUE
               MOVE 'CLIENTES COM PENDENCIAS DE QUALIDADE'
                 TO SEC-TEXTO
               WRITE REG-RELQLD FROM LIN-SECAO
                     AFTER ADVANCING 2 LINES
               WRITE REG-RELQLD FROM LIN-CAB-DETALHE
                     AFTER ADVANCING 1 LINE
               PERFORM 0310-LER-CLIENTE UNTIL FS-CLIENTES = 'F'
               CLOSE CLIENTES
            END-IF.

       0310-LER-CLIENTE.
            READ CLIENTES
                 AT END
                    MOVE 'F' TO FS-CLIENTES
                 NOT AT END
                    PERFORM 0320-PONTUAR-CLIENTE
            END-READ.

       0320-PONTUAR-CLIENTE.
            MOVE ZEROS TO WRK-CLI-CONTADORES.
            MOVE 1     TO WRK-CLI-CONT (1).
            IF REG-EMAIL = SPACE
               MOVE 1 TO WRK-CLI-CONT (2)
            END-IF.
            IF REG-TELEFONE = SPACE
               MOVE 1 TO WRK-CLI-CONT (3)
            END-IF.
            IF REG-CODIGO NUMERIC AND REG-CODIGO > 0
               IF WRK-DATA-DEVOLUCAO (REG-CODIGO) > 0
                  PERFORM 0322-CONFERIR-DEVOLUCAO
               END-IF
               IF WRK-DUPLICADO (REG-CODIGO) = 'S'
                  MOVE 1 TO WRK-CLI-CONT (6)
               END-IF
            END-IF.
            IF REG-MALA-DIRETA = 'N'
               MOVE 1 TO WRK-CLI-CONT (5)
            END-IF.
            IF REG-DATA-MANUT NOT NUMERIC
               MOVE 1 TO WRK-CLI-CONT (7)
            ELSE
               IF REG-DATA-MANUT < WRK-DATA-CORTE-AMD
                  MOVE 1 TO WRK-CLI-CONT (7)
               END-IF
            END-IF.
            COMPUTE WRK-QTD-PENDENCIAS = WRK-CLI-CONT (2)
                                       + WRK-CLI-CONT (3)
                                       + WRK-CLI-CONT (4)
                                       + WRK-CLI-CONT (5)
                                       + WRK-CLI-CONT (6)
                                       + WRK-CLI-CONT (7).
            EVALUATE WRK-QTD-PENDENCIAS
               WHEN 0
                    MOVE 'A' TO WRK-NOTA
                    MOVE 1   TO WRK-CLI-CONT (8)
               WHEN 1
                    MOVE 'B' TO WRK-NOTA
                    MOVE 1   TO WRK-CLI-CONT (9)
               WHEN 2
                    MOVE 'C' TO WRK-NOTA
                    MOVE 1   TO WRK-CLI-CONT (10)
               WHEN OTHER
                    MOVE 'D' TO WRK-NOTA
                    MOVE 1   TO WRK-CLI-CONT (11)
            END-EVALUATE.
            IF WRK-QTD-PENDENCIAS > 0
               ADD 1 TO WRK-COM-PENDENCIA
               PERFORM 0330-LISTAR-CLIENTE
            END-IF.
            PERFORM 0325-SOMAR-TOTAL
               VARYING WRK-IND-CONT FROM 1 BY 1
               UNTIL WRK-IND-CONT > 11.
            PERFORM 0340-ACUMULAR-STATUS.
            PERFORM 0350-ACUMULAR-ANO.

       0322-CONFERIR-DEVOLUCAO.
            IF REG-EMAIL = SPACE OR REG-DATA-MANUT NOT NUMERIC
               MOVE 1 TO WRK-CLI-CONT (4)
            ELSE
               IF WRK-DATA-DEVOLUCAO (REG-CODIGO) >= REG-DATA-MANUT
                  MOVE 1 TO WRK-CLI-CONT (4)
               END-IF
            END-IF.

       0325-SOMAR-TOTAL.
            ADD WRK-CLI-CONT (WRK-IND-CONT)
             TO WRK-TOT-CONT (WRK-IND-CONT).

       0330-LISTAR-CLIENTE.
            MOVE SPACE      TO LIN-DETALHE.
            MOVE REG-CODIGO TO DET-CODIGO.
            MOVE WRK-NOTA   TO DET-NOTA.
            PERFORM 0335-MARCAR-COLUNA
               VARYING WRK-IND-CONT FROM 2 BY 1
               UNTIL WRK-IND-CONT > 7.
            WRITE REG-RELQLD FROM LIN-DETALHE
                  AFTER ADVANCING 1 LINE.

       0335-MARCAR-COLUNA.
            IF WRK-CLI-CONT (WRK-IND-CONT) = 1
               COMPUTE WRK-IND-COLUNA = WRK-IND-CONT - 1
               MOVE 'X' TO DET-MARCA (WRK-IND-COLUNA)
            END-IF.

       0340-ACUMULAR-STATUS.
            MOVE 0 TO WRK-STA-ATUAL.
            PERFORM 0345-PROCURAR-STATUS
               VARYING WRK-IND-STATUS FROM 1 BY 1
               UNTIL WRK-IND-STATUS > WRK-QTD-STATUS
                  OR WRK-STA-ATUAL > 0.
            IF WRK-STA-ATUAL = 0
               IF WRK-QTD-STATUS >= WRK-MAX-STATUS
                  IF NOT TABELA-STATUS-CHEIA
                     DISPLAY 'TABELA DE SITUACOES CHEIA'
                             ' - QUADRO POR SITUACAO INCOMPLETO'
                     SET TABELA-STATUS-CHEIA TO TRUE
                  END-IF
               ELSE
                  ADD 1 TO WRK-QTD-STATUS
                  MOVE WRK-QTD-STATUS TO WRK-STA-ATUAL
                  MOVE REG-STATUS TO WRK-STA-CODIGO (WRK-STA-ATUAL)
               END-IF
            END-IF.
            IF WRK-STA-ATUAL > 0
               PERFORM 0347-SOMAR-STATUS
                  VARYING WRK-IND-CONT FROM 1 BY 1
                  UNTIL WRK-IND-CONT > 11
            END-IF.

       0345-PROCURAR-STATUS.
            IF WRK-STA-CODIGO (WRK-IND-STATUS) = REG-STATUS
               MOVE WRK-IND-STATUS TO WRK-STA-ATUAL
            END-IF.

       0347-SOMAR-STATUS.
            ADD WRK-CLI-CONT (WRK-IND-CONT)
             TO WRK-STA-CONT (WRK-STA-ATUAL, WRK-IND-CONT).

       0350-ACUMULAR-ANO.
            IF REG-DATA-INCLUSAO NUMERIC
               MOVE REG-DATA-INCLUSAO TO WRK-DATA-AUX-AMD
               MOVE WRK-AUX-AAAA      TO WRK-ANO-INCLUSAO
            ELSE
               MOVE 0 TO WRK-ANO-INCLUSAO
            END-IF.
            MOVE 0 TO WRK-ANO-ATUAL.
            PERFORM 0355-PROCURAR-ANO
               VARYING WRK-IND-ANO FROM 1 BY 1
               UNTIL WRK-IND-ANO > WRK-QTD-ANOS
                  OR WRK-ANO-ATUAL > 0.
            IF WRK-ANO-ATUAL = 0
               IF WRK-QTD-ANOS >= WRK-MAX-ANOS
                  IF NOT TABELA-ANOS-CHEIA
                     DISPLAY 'TABELA DE ANOS DE INCLUSAO CHEIA'
                             ' - QUADRO POR ANO INCOMPLETO'
                     SET TABELA-ANOS-CHEIA TO TRUE
                  END-IF
               ELSE
                  ADD 1 TO WRK-QTD-ANOS
                  MOVE WRK-QTD-ANOS TO WRK-ANO-ATUAL
                  MOVE WRK-ANO-INCLUSAO TO WRK-ANO-REF (WRK-ANO-ATUAL)
               END-IF
            END-IF.
            IF WRK-ANO-ATUAL > 0
               PERFORM 0357-SOMAR-ANO
                  VARYING WRK-IND-CONT FROM 1 BY 1
                  UNTIL WRK-IND-CONT > 11
            END-IF.

       0355-PROCURAR-ANO.
            IF WRK-ANO-REF (WRK-IND-ANO) = WRK-ANO-INCLUSAO
               MOVE WRK-IND-ANO TO WRK-ANO-ATUAL
            END-IF.

       0357-SOMAR-ANO.
            ADD WRK-CLI-CONT (WRK-IND-CONT)
             TO WRK-ANO-CONT (WRK-ANO-ATUAL, WRK-IND-CONT).

       0400-IMPRIMIR-QUADROS.
            MOVE 'TOTAIS POR SITUACAO DO CLIENTE' TO SEC-TEXTO.
            WRITE REG-RELQLD FROM LIN-SECAO
                  AFTER ADVANCING 3 LINES.
            MOVE 'SITUACAO' TO CAB-CHAVE.
            WRITE REG-RELQLD FROM LIN-CAB-QUADRO
                  AFTER ADVANCING 1 LINE.
            PERFORM 0410-IMPRIMIR-STATUS
               VARYING WRK-IND-STATUS FROM 1 BY 1
               UNTIL WRK-IND-STATUS > WRK-QTD-STATUS.
            PERFORM 0440-IMPRIMIR-TOTAL.
            PERFORM 0420-ORDENAR-ANOS.
            MOVE 'TOTAIS POR ANO DE INCLUSAO' TO SEC-TEXTO.
            WRITE REG-RELQLD FROM LIN-SECAO
                  AFTER ADVANCING 3 LINES.
            MOVE 'ANO INCLUSAO' TO CAB-CHAVE.
            WRITE REG-RELQLD FROM LIN-CAB-QUADRO
                  AFTER ADVANCING 1 LINE.
            PERFORM 0430-IMPRIMIR-ANO
               VARYING WRK-IND-ANO FROM 1 BY 1
               UNTIL WRK-IND-ANO > WRK-QTD-ANOS.
            PERFORM 0440-IMPRIMIR-TOTAL.

       0410-IMPRIMIR-STATUS.
            MOVE SPACE TO LIN-QUADRO.
            EVALUATE WRK-STA-CODIGO (WRK-IND-STATUS)
               WHEN 'A'
                    MOVE 'A - ATIVO'    TO QDR-CHAVE
               WHEN 'I'
                    MOVE 'I - INATIVO'  TO QDR-CHAVE
               WHEN 'S'
                    MOVE 'S - SUSPENSO' TO QDR-CHAVE
               WHEN OTHER
                    STRING WRK-STA-CODIGO (WRK-IND-STATUS)
                           ' - OUTROS'
                           DELIMITED BY SIZE INTO QDR-CHAVE
            END-EVALUATE.
            PERFORM 0415-EDITAR-STATUS
               VARYING WRK-IND-CONT FROM 1 BY 1
               UNTIL WRK-IND-CONT > 11.
            WRITE REG-RELQLD FROM LIN-QUADRO
                  AFTER ADVANCING 1 LINE.

       0415-EDITAR-STATUS.
            MOVE WRK-STA-CONT (WRK-IND-STATUS, WRK-IND-CONT)
              TO QDR-VALOR (WRK-IND-CONT).

       0420-ORDENAR-ANOS.
            PERFORM 0425-PASSAR-ANOS
               VARYING WRK-IND-ANO FROM 1 BY 1
               UNTIL WRK-IND-ANO >= WRK-QTD-ANOS.

       0425-PASSAR-ANOS.
            COMPUTE WRK-LIM-TROCA = WRK-QTD-ANOS - WRK-IND-ANO.
            PERFORM 0427-COMPARAR-ANOS
               VARYING WRK-IND-TROCA FROM 1 BY 1
               UNTIL WRK-IND-TROCA > WRK-LIM-TROCA.

       0427-COMPARAR-ANOS.
            IF WRK-ANO-REF (WRK-IND-TROCA)
                > WRK-ANO-REF (WRK-IND-TROCA + 1)
               MOVE WRK-ENT-ANO (WRK-IND-TROCA) TO WRK-ENT-TROCA
               MOVE WRK-ENT-ANO (WRK-IND-TROCA + 1)
                 TO WRK-ENT-ANO (WRK-IND-TROCA)
               MOVE WRK-ENT-TROCA TO WRK-ENT-ANO (WRK-IND-TROCA + 1)
            END-IF.

       0430-IMPRIMIR-ANO.
            MOVE SPACE TO LIN-QUADRO.
            IF WRK-ANO-REF (WRK-IND-ANO) = 0
               MOVE 'INVALIDO' TO QDR-CHAVE
            ELSE
               MOVE WRK-ANO-REF (WRK-IND-ANO) TO QDR-CHAVE
            END-IF.
            PERFORM 0435-EDITAR-ANO
               VARYING WRK-IND-CONT FROM 1 BY 1
               UNTIL WRK-IND-CONT > 11.
            WRITE REG-RELQLD FROM LIN-QUADRO
                  AFTER ADVANCING 1 LINE.

       0435-EDITAR-ANO.
            MOVE WRK-ANO-CONT (WRK-IND-ANO, WRK-IND-CONT)
              TO QDR-VALOR (WRK-IND-CONT).

       0440-IMPRIMIR-TOTAL.
            MOVE SPACE   TO LIN-QUADRO.
            MOVE 'TOTAL' TO QDR-CHAVE.
            PERFORM 0445-EDITAR-TOTAL
               VARYING WRK-IND-CONT FROM 1 BY 1
               UNTIL WRK-IND-CONT > 11.
            WRITE REG-RELQLD FROM LIN-QUADRO
                  AFTER ADVANCING 2 LINES.

       0445-EDITAR-TOTAL.
            MOVE WRK-TOT-CONT (WRK-IND-CONT)
              TO QDR-VALOR (WRK-IND-CONT).

       0500-IMPRIMIR-TENDENCIA.
            MOVE 'TENDENCIA DA QUALIDADE' TO SEC-TEXTO.
            WRITE REG-RELQLD FROM LIN-SECAO
                  AFTER ADVANCING 3 LINES.
            MOVE 'MES ANTERIOR...........' TO REF-LEGENDA.
            IF HISTORICO-MES-ACHADO
               MOVE WRK-HMS-DATA TO WRK-DATA-AUX-AMD
               PERFORM 0520-EDITAR-DATA
               MOVE WRK-DATA-AUX-EDT TO REF-DATA
            ELSE
               MOVE 'SEM HISTORICO' TO REF-DATA
            END-IF.
            WRITE REG-RELQLD FROM LIN-REFERENCIA
                  AFTER ADVANCING 1 LINE.
            MOVE 'MESMO MES ANO ANTERIOR.' TO REF-LEGENDA.
            IF HISTORICO-ANO-ACHADO
               MOVE WRK-HAA-DATA TO WRK-DATA-AUX-AMD
               PERFORM 0520-EDITAR-DATA
               MOVE WRK-DATA-AUX-EDT TO REF-DATA
            ELSE
               MOVE 'SEM HISTORICO' TO REF-DATA
            END-IF.
            WRITE REG-RELQLD FROM LIN-REFERENCIA
                  AFTER ADVANCING 1 LINE.
            WRITE REG-RELQLD FROM LIN-CAB-TENDENCIA
                  AFTER ADVANCING 2 LINES.
            PERFORM 0510-IMPRIMIR-INDICADOR
               VARYING WRK-IND-CONT FROM 1 BY 1
               UNTIL WRK-IND-CONT > 11.

       0510-IMPRIMIR-INDICADOR.
            MOVE WRK-LEGENDA  (WRK-IND-CONT) TO TND-LEGENDA.
            MOVE WRK-TOT-CONT (WRK-IND-CONT) TO TND-ATUAL.
            IF HISTORICO-MES-ACHADO
               MOVE WRK-HMS-CONT (WRK-IND-CONT) TO TND-MES
               COMPUTE WRK-VARIACAO = WRK-TOT-CONT (WRK-IND-CONT)
                                    - WRK-HMS-CONT (WRK-IND-CONT)
               MOVE WRK-VARIACAO TO TND-VAR-MES
            ELSE
               MOVE '  N/D'  TO TND-MES-X
               MOVE '   N/D' TO TND-VAR-MES-X
            END-IF.
            IF HISTORICO-ANO-ACHADO
               MOVE WRK-HAA-CONT (WRK-IND-CONT) TO TND-ANO
               COMPUTE WRK-VARIACAO = WRK-TOT-CONT (WRK-IND-CONT)
                                    - WRK-HAA-CONT (WRK-IND-CONT)
               MOVE WRK-VARIACAO TO TND-VAR-ANO
            ELSE
               MOVE '  N/D'  TO TND-ANO-X
               MOVE '   N/D' TO TND-VAR-ANO-X
            END-IF.
            WRITE REG-RELQLD FROM LIN-TENDENCIA
                  AFTER ADVANCING 1 LINE.

       0520-EDITAR-DATA.
            MOVE SPACE TO WRK-DATA-AUX-EDT.
            STRING WRK-AUX-DD   '/'
                   WRK-AUX-MM   '/'
                   WRK-AUX-AAAA
                   DELIMITED BY SIZE INTO WRK-DATA-AUX-EDT.

       0600-GRAVAR-HISTORICO.
            OPEN EXTEND HISTQLD.
            IF WRK-FS-HISTQLD NOT = '00'
               DISPLAY 'ERRO AO ABRIR HISTORICO DE QUALIDADE - STATUS '
                       WRK-FS-HISTQLD
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE SPACE              TO REG-HISTQLD
               MOVE WRK-DATA-PROC-AMD  TO QLH-DATA-PROC
               MOVE WRK-ANOS-MANUT     TO QLH-ANOS-MANUT
               MOVE WRK-TOT-CONTADORES TO QLH-CONTADORES
               WRITE REG-HISTQLD
               CLOSE HISTQLD
            END-IF.

       0700-FINALIZAR.
            MOVE 'CLIENTES AVALIADOS.....' TO TOT-LEGENDA.
            MOVE WRK-TOT-CONT (1)          TO TOT-VALOR.
            WRITE REG-RELQLD FROM LIN-TOTAL
                  AFTER ADVANCING 3 LINES.
            MOVE 'COM PENDENCIAS.........' TO TOT-LEGENDA.
            MOVE WRK-COM-PENDENCIA         TO TOT-VALOR.
            WRITE REG-RELQLD FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'DEVOLUCOES REGISTRADAS.' TO TOT-LEGENDA.
            MOVE WRK-DEVOLUCOES-LIDAS      TO TOT-VALOR.
            WRITE REG-RELQLD FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            MOVE 'CONTATOS COMPARADOS....' TO TOT-LEGENDA.
            MOVE WRK-CTT-LIBERADOS         TO TOT-VALOR.
            WRITE REG-RELQLD FROM LIN-TOTAL
                  AFTER ADVANCING 1 LINE.
            CLOSE RELQLD.
            DISPLAY 'CLIENTES AVALIADOS.. ' WRK-TOT-CONT (1).
            DISPLAY 'COM PENDENCIAS...... ' WRK-COM-PENDENCIA.
            DISPLAY 'NOTA A.............. ' WRK-TOT-CONT (8).
            DISPLAY 'NOTA B.............. ' WRK-TOT-CONT (9).
            DISPLAY 'NOTA C.............. ' WRK-TOT-CONT (10).
            DISPLAY 'NOTA D.............. ' WRK-TOT-CONT (11).
            IF TABELA-STATUS-CHEIA OR TABELA-ANOS-CHEIA
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
            MOVE 'PROG27' TO RUN-PROGRAMA.
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
