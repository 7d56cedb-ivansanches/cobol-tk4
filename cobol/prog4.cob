           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT TRANCLI  ASSIGN TO UT-S-TRANCOL.
           SELECT TRANRCY  ASSIGN TO UT-S-TRANRCY
               FILE STATUS IS WRK-FS-TRANRCY.
           SELECT TRANRCYS ASSIGN TO UT-S-TRANRCYS.
               FILE STATUS IS WRK-FS-PARMRCY.
           SELECT LOTEREG  ASSIGN TO UT-S-LOTEREG
               FILE STATUS IS WRK-FS-LOTEREG.
           SELECT XREFCLI  ASSIGN TO UT-S-XREFCLI
               FILE STATUS IS WRK-FS-XREFCLI.
           SELECT PENDAPR  ASSIGN TO UT-S-PENDAPR
               FILE STATUS IS WRK-FS-PENDAPR.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
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

       FD   TRANRCY
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 103 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TRANRCY.
       01   REG-TRANRCY.
            05 RCY-TRANSACAO  PIC X(82).
            05 RCY-MOTIVO     PIC X(03).
            05 RCY-TENTATIVAS PIC 9(02).
            05 RCY-ORIGEM     PIC X(03).
            05 RCY-DATA-LOTE  PIC 9(08).
            05 RCY-SEQ-LOTE   PIC 9(05).

       FD   TRANRCYS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 103 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-TRANRCYS.
       01   REG-TRANRCYS.
            05 RCS-TRANSACAO  PIC X(82).
            05 RCS-MOTIVO     PIC X(03).
            05 RCS-TENTATIVAS PIC 9(02).
            05 RCS-ORIGEM     PIC X(03).
            05 RCS-DATA-LOTE  PIC 9(08).
            05 RCS-SEQ-LOTE   PIC 9(05).

       FD   TRANVAL
            LABEL RECORDS ARE STANDARD
            05 LOT-DATA      PIC 9(08).
            05 LOT-SEQUENCIA PIC 9(05).

       FD   XREFCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 20 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-XREFCLI.
           COPY XREFREG.

       FD   PENDAPR
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PENDAPR.
           COPY APRREG.

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
       01  WRK-ORIGEM-LOTE   PIC X(03)  VALUE SPACE.
       01  WRK-DATA-LOTE     PIC 9(08)  VALUE 0.
       01  WRK-SEQ-LOTE      PIC 9(05)  VALUE 0.
       01  WRK-TRA-ORIGEM    PIC X(03)  VALUE SPACE.
       01  WRK-TRA-DATA-LOTE PIC 9(08)  VALUE 0.
       01  WRK-TRA-SEQ-LOTE  PIC 9(05)  VALUE 0.
       01  WRK-VAL-ORIGEM    PIC X(03)  VALUE SPACE.
       01  WRK-VAL-DATA-LOTE PIC 9(08)  VALUE 0.
       01  WRK-VAL-SEQ-LOTE  PIC 9(05)  VALUE 0.
       01  WRK-VAL-CAB-GRAVADO PIC X(01) VALUE 'N'.
           88 CABECALHO-EM-TRANVAL     VALUE 'S'.
       01  WRK-CAB-TRANVAL.
           05 VCB-TIPO      PIC X(01)  VALUE 'H'.
           05 VCB-ORIGEM    PIC X(03)  VALUE SPACE.
           05 VCB-DATA      PIC 9(08)  VALUE 0.
           05 VCB-SEQUENCIA PIC 9(05)  VALUE 0.
           05 FILLER        PIC X(65)  VALUE SPACE.
       01  WRK-LOTES-LIDOS   PIC 9(05)  VALUE 0.
       01  WRK-MOV-INCL      PIC 9(05)  VALUE 0.
       01  WRK-MOV-ALTER     PIC 9(05)  VALUE 0.
       01  WRK-MOV-EXCL      PIC 9(05)  VALUE 0.
       01  WRK-MOV-CONTATO   PIC 9(05)  VALUE 0.
       01  WRK-MOV-TOTAL     PIC 9(05)  VALUE 0.
       01  WRK-TRL-INCL      PIC 9(05)  VALUE 0.
       01  WRK-TRL-ALTER     PIC 9(05)  VALUE 0.
           88 TRA-VALIDA               VALUE 'S'.
           88 TRA-INVALIDA             VALUE 'N'.
       01  WRK-CONT-ARROBA   PIC 9(03)  VALUE 0.
       01  WRK-CODIGO-AUTO   PIC X(01)  VALUE 'N'.
           88 CODIGO-A-ATRIBUIR        VALUE 'S'.
       01  WRK-SEM-CODIGO    PIC 9(05)  VALUE 0.

       01  WRK-MAX-LOTE      PIC 9(05)  VALUE 02000.
       01  WRK-QTD-LOTE      PIC 9(05)  VALUE 0.
              10 WRK-LOTE-CODIGO PIC 9(05).
              10 WRK-LOTE-TIPO   PIC X(01).

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

       01  WRK-FS-PENDAPR    PIC X(02) VALUE '00'.
       01  FS-PENDAPR        PIC X VALUE 'N'.
       01  WRK-ULTIMO-PEDIDO PIC 9(07) VALUE 0.
       01  WRK-PENDENTES     PIC 9(05) VALUE 0.
       01  WRK-JA-PENDENTES  PIC 9(05) VALUE 0.
       01  WRK-EXCL-REPROV   PIC 9(05) VALUE 0.
       01  WRK-SOLICITANTE   PIC X(08) VALUE SPACE.
       01  WRK-EM-RECICLO    PIC X(01) VALUE 'N'.
           88 PROCESSANDO-RECICLO      VALUE 'S'.

       01  WRK-PED-TIPO      PIC X(01) VALUE SPACE.
       01  WRK-PED-CODIGO    PIC 9(05) VALUE 0.
       01  WRK-PED-NOME      PIC X(30) VALUE SPACE.
       01  WRK-PED-EMAIL     PIC X(35) VALUE SPACE.

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

       01  WRK-MAX-EXCL      PIC 9(05) VALUE 02000.
       01  WRK-QTD-EXCL      PIC 9(05) VALUE 0.
       01  WRK-IND-EXCL      PIC 9(05) VALUE 0.
       01  WRK-TAB-EXCL.
           05 WRK-ENT-EXCL OCCURS 2000 TIMES.
              10 WRK-EXC-CODIGO PIC 9(05).
              10 WRK-EXC-NOME   PIC X(30).
              10 WRK-EXC-EMAIL  PIC X(35).
       01  WRK-HORA-SISTEMA.
           05 WRK-HORA-HH   PIC 9(02).
           05 WRK-HORA-MM   PIC 9(02).
           05 WRK-HORA-SS   PIC 9(02).
           05 WRK-HORA-CENT PIC 9(02).
       01  WRK-HORA-PEDIDO   PIC X(08) VALUE SPACE.

       01  LIN-REJEICAO.
           05 REJ-TIPO        PIC X(01).
           05 FILLER         PIC X(02) VALUE SPACE.
           05 FILLER         PIC X(02) VALUE SPACE.
           05 REJ-MOTIVO      PIC X(45).

       01  LIN-REDIRECAO.
           05 RDR-TIPO        PIC X(01).
           05 FILLER         PIC X(02) VALUE SPACE.
           05 RDR-CODIGO      PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACE.
           05 RDR-NOME        PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RDR-EMAIL       PIC X(35).
           05 FILLER         PIC X(02) VALUE SPACE.
           05 RDR-TEXTO       PIC X(45).

       01  LIN-DESCARTE.
           05 DSC-TIPO        PIC X(01).
           05 FILLER         PIC X(02) VALUE SPACE.
           05 DSC-TENTATIVAS  PIC 9(02).


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
               PERFORM 0100-INICIAR
               PERFORM 0150-PROCESSAR-RECICLO UNTIL FS-TRANRCY = 'F'
               PERFORM 0160-ABRIR-MOVIMENTO
               PERFORM 0200-PROCESSAR UNTIL FS-TRANCLI = 'F'
               PERFORM 0300-FINALIZAR
            END-IF.
            MOVE WRK-LIDAS      TO WRK-CTL-LIDOS
            ADD  WRK-RECICLADAS TO WRK-CTL-LIDOS
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

       0100-INICIAR.
            PERFORM 0110-LER-PARAMETRO.
            PERFORM 0120-CARREGAR-REGISTRO-LOTES.
            PERFORM 0130-CARREGAR-CONSOLIDACOES.
            PERFORM 0140-PREPARAR-APROVACOES.
            OPEN INPUT TRANCLI.
            OPEN OUTPUT TRANVAL.
            OPEN OUTPUT TRANRCYS.
                    END-IF
            END-READ.

       0130-CARREGAR-CONSOLIDACOES.
            OPEN INPUT XREFCLI.
            IF WRK-FS-XREFCLI = '00'
               PERFORM 0135-LER-CONSOLIDACAO
                  UNTIL FS-XREFCLI = 'F'
            ELSE
               DISPLAY 'REFERENCIA DE CONSOLIDACOES AUSENTE - '
                       'CODIGOS NAO SERAO REDIRECIONADOS'
            END-IF.
            CLOSE XREFCLI.

       0135-LER-CONSOLIDACAO.
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

       0140-PREPARAR-APROVACOES.
            OPEN INPUT PENDAPR.
            IF WRK-FS-PENDAPR = '00'
               PERFORM 0145-LER-PEDIDO-APROVACAO
                  UNTIL FS-PENDAPR = 'F'
            END-IF.
            CLOSE PENDAPR.
            OPEN EXTEND PENDAPR.
            ACCEPT WRK-HORA-SISTEMA FROM TIME.
            STRING WRK-HORA-HH ':'
                   WRK-HORA-MM ':'
                   WRK-HORA-SS
                   DELIMITED BY SIZE INTO WRK-HORA-PEDIDO.

       0145-LER-PEDIDO-APROVACAO.
            READ PENDAPR
                 AT END
                    MOVE 'F' TO FS-PENDAPR
                 NOT AT END
                    IF APR-NUMERO NUMERIC
                       AND APR-NUMERO > WRK-ULTIMO-PEDIDO
                       MOVE APR-NUMERO TO WRK-ULTIMO-PEDIDO
                    END-IF
                    IF APR-SITUACAO = 'P' OR APR-SITUACAO = 'A'
                       MOVE APR-TIPO   TO WRK-PED-TIPO
                       MOVE APR-CODIGO TO WRK-PED-CODIGO
                       PERFORM 0148-GUARDAR-PENDENTE
                    END-IF
            END-READ.

       0146-PROCURAR-PENDENTE.
            MOVE 'N' TO WRK-ACHOU-PEND.
            MOVE 0   TO WRK-IND-PEND.
            PERFORM 0147-COMPARAR-PENDENTE
               UNTIL PEDIDO-JA-PENDENTE
                  OR WRK-IND-PEND >= WRK-QTD-PEND.

       0147-COMPARAR-PENDENTE.
            ADD 1 TO WRK-IND-PEND.
            IF WRK-PND-TIPO   (WRK-IND-PEND) = WRK-PED-TIPO
               AND WRK-PND-CODIGO (WRK-IND-PEND) = WRK-PED-CODIGO
               SET PEDIDO-JA-PENDENTE TO TRUE
            END-IF.

       0148-GUARDAR-PENDENTE.
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
            END-IF.

       0150-PROCESSAR-RECICLO.
            SET PROCESSANDO-RECICLO TO TRUE
            ADD 1 TO WRK-RECICLADAS
            MOVE RCY-TRANSACAO  TO REG-TRANCLI
            MOVE RCY-TENTATIVAS TO WRK-TENTATIVAS-ATU
            IF RCY-DATA-LOTE NUMERIC AND RCY-SEQ-LOTE NUMERIC
               MOVE RCY-ORIGEM     TO WRK-TRA-ORIGEM
               MOVE RCY-DATA-LOTE  TO WRK-TRA-DATA-LOTE
               MOVE RCY-SEQ-LOTE   TO WRK-TRA-SEQ-LOTE
            ELSE
               MOVE SPACE          TO WRK-TRA-ORIGEM
               MOVE 0              TO WRK-TRA-DATA-LOTE
               MOVE 0              TO WRK-TRA-SEQ-LOTE
            END-IF
            PERFORM 0205-TRATAR-TRANSACAO.
            READ TRANRCY AT END
                         MOVE 'F' TO FS-TRANRCY.

       0160-ABRIR-MOVIMENTO.
            MOVE 'N' TO WRK-EM-RECICLO.
            READ TRANCLI AT END
                         MOVE 'F' TO FS-TRANCLI
            END-READ.
                            ADD 1 TO WRK-MOV-ALTER
                       WHEN TRA-EXCLUSAO
                            ADD 1 TO WRK-MOV-EXCL
                       WHEN TRA-CONTATO
                            ADD 1 TO WRK-MOV-CONTATO
                    END-EVALUATE
                    MOVE 0 TO WRK-TENTATIVAS-ATU
                    MOVE WRK-ORIGEM-LOTE TO WRK-TRA-ORIGEM
                    MOVE WRK-DATA-LOTE   TO WRK-TRA-DATA-LOTE
                    MOVE WRK-SEQ-LOTE    TO WRK-TRA-SEQ-LOTE
                    PERFORM 0205-TRATAR-TRANSACAO
            END-EVALUATE.
            READ TRANCLI AT END

       0205-TRATAR-TRANSACAO.
            PERFORM 0210-VALIDAR-TRANSACAO.
            IF TRA-VALIDA AND NOT CODIGO-A-ATRIBUIR
               PERFORM 0215-VERIFICAR-CONSOLIDACAO
            END-IF.
            IF TRA-VALIDA AND NOT CODIGO-A-ATRIBUIR
               PERFORM 0220-VERIFICAR-LOTE
            END-IF.
            IF TRA-VALIDA AND TRA-EXCLUSAO
               AND NOT PROCESSANDO-RECICLO
               AND WRK-QTD-EXCL >= WRK-MAX-EXCL
               MOVE 'N' TO WRK-TRA-VALIDA
               MOVE 'LIMITE DE EXCLUSOES DO LOTE EXCEDIDO'
                    TO REJ-MOTIVO
               MOVE 'L13' TO WRK-MOTIVO-COD
            END-IF.
            IF TRA-VALIDA
               IF TRA-EXCLUSAO
                  PERFORM 0245-ENCAMINHAR-APROVACAO
               ELSE
                  PERFORM 0235-IDENTIFICAR-LOTE-TRANVAL
                  WRITE REG-TRANVAL FROM REG-TRANCLI
                  ADD 1 TO WRK-ACEITAS
               END-IF
               IF CODIGO-A-ATRIBUIR
                  ADD 1 TO WRK-SEM-CODIGO
               ELSE
                  IF NOT TRA-CONTATO
                     PERFORM 0240-REGISTRAR-NO-LOTE
                  END-IF
               END-IF
            ELSE
               PERFORM 0230-GRAVAR-REJEICAO
               ADD 1 TO WRK-REJEITADAS
            MOVE 'S' TO WRK-TRA-VALIDA.
            MOVE SPACE TO REJ-MOTIVO.
            MOVE SPACE TO WRK-MOTIVO-COD.
            MOVE 'N' TO WRK-CODIGO-AUTO.
            IF TRA-INCLUSAO
               AND (REG-TRANCLI (2:5) = SPACE OR TRA-CODIGO = ZERO)
               MOVE ZERO TO TRA-CODIGO
               SET CODIGO-A-ATRIBUIR TO TRUE
            END-IF.
            IF NOT TRA-INCLUSAO
               AND NOT TRA-ALTERACAO
               AND NOT TRA-EXCLUSAO
               AND NOT TRA-CONTATO
               MOVE 'N' TO WRK-TRA-VALIDA
               MOVE 'TIPO DE TRANSACAO INVALIDO' TO REJ-MOTIVO
               MOVE 'T01' TO WRK-MOTIVO-COD
            END-IF.
            IF TRA-VALIDA
               AND NOT CODIGO-A-ATRIBUIR
               AND (TRA-CODIGO NOT NUMERIC OR TRA-CODIGO = 0)
               MOVE 'N' TO WRK-TRA-VALIDA
               MOVE 'CODIGO INVALIDO' TO REJ-MOTIVO
               MOVE 'STATUS INVALIDO' TO REJ-MOTIVO
               MOVE 'S05' TO WRK-MOTIVO-COD
            END-IF.
            IF TRA-VALIDA AND TRA-CONTATO
               PERFORM 0212-VALIDAR-CONTATO
            END-IF.

       0212-VALIDAR-CONTATO.
            IF TCT-SEQUENCIA NOT NUMERIC OR TCT-SEQUENCIA = 0
               MOVE 'N' TO WRK-TRA-VALIDA
               MOVE 'SEQUENCIA DE CONTATO INVALIDA' TO REJ-MOTIVO
               MOVE 'K09' TO WRK-MOTIVO-COD
            END-IF.
            IF TRA-VALIDA
               AND NOT TRA-REMOV-CONTATO
               AND TCT-TIPO-CONTATO NOT = 'C'
               AND TCT-TIPO-CONTATO NOT = 'R'
               AND TCT-TIPO-CONTATO NOT = 'M'
               MOVE 'N' TO WRK-TRA-VALIDA
               MOVE 'TIPO DE CONTATO INVALIDO' TO REJ-MOTIVO
               MOVE 'K10' TO WRK-MOTIVO-COD
            END-IF.
            IF TRA-VALIDA
               AND NOT TRA-REMOV-CONTATO
               AND TCT-EMAIL = SPACE
               AND TCT-TELEFONE = SPACE
               MOVE 'N' TO WRK-TRA-VALIDA
               MOVE 'CONTATO SEM EMAIL E SEM TELEFONE' TO REJ-MOTIVO
               MOVE 'K11' TO WRK-MOTIVO-COD
            END-IF.
            IF TRA-VALIDA
               AND NOT TRA-REMOV-CONTATO
               MOVE 0 TO WRK-CONT-ARROBA
               INSPECT TCT-EMAIL TALLYING WRK-CONT-ARROBA FOR ALL '@'
               IF TCT-EMAIL NOT = SPACE AND WRK-CONT-ARROBA = 0
                  MOVE 'N' TO WRK-TRA-VALIDA
                  MOVE 'EMAIL INVALIDO' TO REJ-MOTIVO
                  MOVE 'E04' TO WRK-MOTIVO-COD
               END-IF
            END-IF.
            IF TRA-VALIDA
               AND NOT TRA-REMOV-CONTATO
               AND ((TCT-PREFERIDO NOT = SPACE
                     AND TCT-PREFERIDO NOT = 'S'
                     AND TCT-PREFERIDO NOT = 'N')
                 OR (TCT-MALA-DIRETA NOT = SPACE
                     AND TCT-MALA-DIRETA NOT = 'S'
                     AND TCT-MALA-DIRETA NOT = 'N'))
               MOVE 'N' TO WRK-TRA-VALIDA
               MOVE 'INDICADOR DE CONTATO INVALIDO' TO REJ-MOTIVO
               MOVE 'K12' TO WRK-MOTIVO-COD
            END-IF.

       0215-VERIFICAR-CONSOLIDACAO.
            MOVE TRA-CODIGO TO WRK-XRF-CODIGO.
            PERFORM 0270-RESOLVER-CONSOLIDACAO.
            IF CODIGO-CONSOLIDADO
               IF TRA-ALTERACAO
                  MOVE TRA-TIPO     TO RDR-TIPO
                  MOVE TRA-CODIGO   TO RDR-CODIGO
                  MOVE TRA-NOME     TO RDR-NOME
                  MOVE TRA-EMAIL    TO RDR-EMAIL
                  MOVE SPACE        TO RDR-TEXTO
                  STRING 'CODIGO CONSOLIDADO - REDIRECIONADO PARA '
                         WRK-XRF-CODIGO
                         DELIMITED BY SIZE INTO RDR-TEXTO
                  WRITE REG-RELEDIT FROM LIN-REDIRECAO
                        AFTER ADVANCING 1 LINE
                  MOVE WRK-XRF-CODIGO TO TRA-CODIGO
                  ADD 1 TO WRK-REDIRECIONADAS
               ELSE
                  MOVE 'N' TO WRK-TRA-VALIDA
                  STRING 'CODIGO CONSOLIDADO NO '
                         WRK-XRF-CODIGO
                         DELIMITED BY SIZE INTO REJ-MOTIVO
                  MOVE 'X08' TO WRK-MOTIVO-COD
               END-IF
            END-IF.

       0220-VERIFICAR-LOTE.
            MOVE 'N' TO WRK-ACHOU-LOTE.
       0230-GRAVAR-REJEICAO.
            MOVE TRA-TIPO     TO REJ-TIPO.
            MOVE TRA-CODIGO   TO REJ-CODIGO.
            IF TRA-CONTATO
               MOVE SPACE        TO REJ-NOME
               STRING 'CONTATO ' TCT-SEQUENCIA
                      DELIMITED BY SIZE INTO REJ-NOME
               MOVE TCT-EMAIL    TO REJ-EMAIL
            ELSE
               MOVE TRA-NOME     TO REJ-NOME
               MOVE TRA-EMAIL    TO REJ-EMAIL
            END-IF.
            WRITE REG-RELEDIT FROM LIN-REJEICAO
                  AFTER ADVANCING 1 LINE.

       0235-IDENTIFICAR-LOTE-TRANVAL.
            IF NOT CABECALHO-EM-TRANVAL
               OR WRK-TRA-ORIGEM    NOT = WRK-VAL-ORIGEM
               OR WRK-TRA-DATA-LOTE NOT = WRK-VAL-DATA-LOTE
               OR WRK-TRA-SEQ-LOTE  NOT = WRK-VAL-SEQ-LOTE
               MOVE WRK-TRA-ORIGEM    TO WRK-VAL-ORIGEM
               MOVE WRK-TRA-DATA-LOTE TO WRK-VAL-DATA-LOTE
               MOVE WRK-TRA-SEQ-LOTE  TO WRK-VAL-SEQ-LOTE
               SET CABECALHO-EM-TRANVAL TO TRUE
               MOVE WRK-VAL-ORIGEM    TO VCB-ORIGEM
               MOVE WRK-VAL-DATA-LOTE TO VCB-DATA
               MOVE WRK-VAL-SEQ-LOTE  TO VCB-SEQUENCIA
               WRITE REG-TRANVAL FROM WRK-CAB-TRANVAL
            END-IF.

       0240-REGISTRAR-NO-LOTE.
            IF CODIGO-NO-LOTE
               MOVE TRA-TIPO TO WRK-LOTE-TIPO (WRK-IND-LOTE)
               END-IF
            END-IF.

       0245-ENCAMINHAR-APROVACAO.
            MOVE 'E'        TO WRK-PED-TIPO.
            MOVE TRA-CODIGO TO WRK-PED-CODIGO.
            MOVE TRA-NOME   TO WRK-PED-NOME.
            MOVE TRA-EMAIL  TO WRK-PED-EMAIL.
            PERFORM 0146-PROCURAR-PENDENTE.
            EVALUATE TRUE
               WHEN PEDIDO-JA-PENDENTE
                    ADD 1 TO WRK-JA-PENDENTES
                    MOVE 'EXCLUSAO JA AGUARDA APROVACAO - IGNORADA'
                      TO RDR-TEXTO
                    PERFORM 0249-LISTAR-EXCLUSAO
               WHEN PROCESSANDO-RECICLO
                    PERFORM 0247-GRAVAR-PEDIDO
               WHEN OTHER
                    ADD 1 TO WRK-QTD-EXCL
                    MOVE WRK-PED-CODIGO
                      TO WRK-EXC-CODIGO (WRK-QTD-EXCL)
                    MOVE WRK-PED-NOME
                      TO WRK-EXC-NOME   (WRK-QTD-EXCL)
                    MOVE WRK-PED-EMAIL
                      TO WRK-EXC-EMAIL  (WRK-QTD-EXCL)
                    MOVE 'EXCLUSAO RETIDA ATE A CONFERENCIA DO LOTE'
                      TO RDR-TEXTO
                    PERFORM 0249-LISTAR-EXCLUSAO
            END-EVALUATE.

       0247-GRAVAR-PEDIDO.
            IF WRK-ORIGEM-LOTE = SPACE
               MOVE 'RECICLO' TO WRK-SOLICITANTE
            ELSE
               MOVE SPACE TO WRK-SOLICITANTE
               STRING 'LOTE-' WRK-ORIGEM-LOTE
                      DELIMITED BY SIZE INTO WRK-SOLICITANTE
            END-IF.
            ADD 1 TO WRK-ULTIMO-PEDIDO.
            MOVE SPACE             TO REG-PENDAPR.
            MOVE WRK-ULTIMO-PEDIDO TO APR-NUMERO.
            MOVE 'E'               TO APR-TIPO.
            MOVE WRK-PED-CODIGO    TO APR-CODIGO.
            MOVE 0                 TO APR-CODIGO-SOBREV.
            MOVE 0                 TO APR-DATA-ORIGEM.
            MOVE WRK-SOLICITANTE   TO APR-SOLICITANTE.
            MOVE WRK-DATA-PROC-AMD TO APR-DATA-PEDIDO.
            MOVE WRK-HORA-PEDIDO   TO APR-HORA-PEDIDO.
            MOVE 'P'               TO APR-SITUACAO.
            MOVE 0                 TO APR-DATA-DECISAO.
            MOVE 0                 TO APR-DATA-EXECUCAO.
            WRITE REG-PENDAPR.
            ADD 1 TO WRK-PENDENTES.
            PERFORM 0148-GUARDAR-PENDENTE.
            MOVE SPACE        TO RDR-TEXTO.
            STRING 'ENCAMINHADA PARA APROVACAO - PEDIDO '
                   WRK-ULTIMO-PEDIDO
                   DELIMITED BY SIZE INTO RDR-TEXTO.
            PERFORM 0249-LISTAR-EXCLUSAO.

       0249-LISTAR-EXCLUSAO.
            MOVE 'E'            TO RDR-TIPO.
            MOVE WRK-PED-CODIGO TO RDR-CODIGO.
            MOVE WRK-PED-NOME   TO RDR-NOME.
            MOVE WRK-PED-EMAIL  TO RDR-EMAIL.
            WRITE REG-RELEDIT FROM LIN-REDIRECAO
                  AFTER ADVANCING 1 LINE.

       0250-RECICLAR-OU-DESCARTAR.
            ADD 1 TO WRK-TENTATIVAS-ATU.
            IF WRK-TENTATIVAS-ATU > WRK-MAX-TENTATIVAS
               MOVE REG-TRANCLI       TO RCS-TRANSACAO
               MOVE WRK-MOTIVO-COD    TO RCS-MOTIVO
               MOVE WRK-TENTATIVAS-ATU TO RCS-TENTATIVAS
               MOVE WRK-TRA-ORIGEM    TO RCS-ORIGEM
               MOVE WRK-TRA-DATA-LOTE TO RCS-DATA-LOTE
               MOVE WRK-TRA-SEQ-LOTE  TO RCS-SEQ-LOTE
               WRITE REG-TRANRCYS
               ADD 1 TO WRK-REENVIADAS
            END-IF.
       0260-GRAVAR-DESCARTE.
            MOVE TRA-TIPO           TO DSC-TIPO.
            MOVE TRA-CODIGO         TO DSC-CODIGO.
            IF TRA-CONTATO
               MOVE SPACE           TO DSC-NOME
               STRING 'CONTATO ' TCT-SEQUENCIA
                      DELIMITED BY SIZE INTO DSC-NOME
               MOVE TCT-EMAIL       TO DSC-EMAIL
            ELSE
               MOVE TRA-NOME        TO DSC-NOME
               MOVE TRA-EMAIL       TO DSC-EMAIL
            END-IF.
            MOVE WRK-MOTIVO-COD     TO DSC-MOTIVO.
            MOVE WRK-TENTATIVAS-ATU TO DSC-TENTATIVAS.
            WRITE REG-RELDEAD FROM LIN-DESCARTE
                  AFTER ADVANCING 1 LINE.
            ADD 1 TO WRK-DESCARTADAS.

       0270-RESOLVER-CONSOLIDACAO.
            MOVE 'N' TO WRK-XRF-CONSOL.
            MOVE 0   TO WRK-XRF-SALTOS.
            MOVE 'S' TO WRK-XRF-ACHOU.
            PERFORM 0275-SEGUIR-CONSOLIDACAO
               UNTIL NOT ABSORVIDO-NA-TABELA
                  OR WRK-XRF-SALTOS > WRK-MAX-SALTOS.
            IF WRK-XRF-SALTOS > 0
               AND WRK-XRF-SALTOS NOT > WRK-MAX-SALTOS
               SET CODIGO-CONSOLIDADO TO TRUE
            END-IF.

       0275-SEGUIR-CONSOLIDACAO.
            MOVE 'N' TO WRK-XRF-ACHOU.
            MOVE 0   TO WRK-POS-XREF.
            PERFORM 0277-PROCURAR-ABSORVIDO
               VARYING WRK-IND-XREF FROM 1 BY 1
               UNTIL WRK-IND-XREF > WRK-QTD-XREF.
            IF ABSORVIDO-NA-TABELA
               MOVE WRK-XRF-SOBREV (WRK-POS-XREF) TO WRK-XRF-CODIGO
               ADD 1 TO WRK-XRF-SALTOS
            END-IF.

       0277-PROCURAR-ABSORVIDO.
            IF WRK-XRF-ABSORV (WRK-IND-XREF) = WRK-XRF-CODIGO
               SET ABSORVIDO-NA-TABELA TO TRUE
               MOVE WRK-IND-XREF TO WRK-POS-XREF
            END-IF.

       0405-REINICIAR-LOTE.
            PERFORM 0430-CONFERIR-LOTE.
            IF LOTE-CHEIO
               DISPLAY 'VERIFICACAO DE DUPLICIDADE INCOMPLETA - '
                       'TABELA DE LOTE ESTOUROU'
               MOVE 8 TO RETURN-CODE
            END-IF.
            MOVE 0   TO WRK-QTD-LOTE.
            MOVE 'N' TO WRK-LOTE-CHEIO.
            MOVE 'N' TO WRK-CAB-LIDO.
            MOVE 'N' TO WRK-TRL-LIDO.
            MOVE 'N' TO WRK-LOTE-DUPL.
            MOVE 'N' TO WRK-ERRO-LOTE.
            MOVE 0   TO WRK-MOV-INCL.
            MOVE 0   TO WRK-MOV-ALTER.
            MOVE 0   TO WRK-MOV-EXCL.
            MOVE 0   TO WRK-MOV-CONTATO.
            MOVE 0   TO WRK-MOV-TOTAL.
            MOVE 0   TO WRK-TRL-INCL.
            MOVE 0   TO WRK-TRL-ALTER.
            MOVE 0   TO WRK-TRL-EXCL.
            MOVE 0   TO WRK-TRL-TOTAL.

       0410-TRATAR-CABECALHO.
            IF CABECALHO-LIDO AND TRAILER-LIDO
               PERFORM 0405-REINICIAR-LOTE
            END-IF.
            IF CABECALHO-LIDO
               DISPLAY 'SEGUNDO CABECALHO DE LOTE NO MOVIMENTO'
               SET ERRO-DE-LOTE TO TRUE
            ELSE
               SET CABECALHO-LIDO TO TRUE
               ADD 1 TO WRK-LOTES-LIDOS
               MOVE CAB-ORIGEM    TO WRK-ORIGEM-LOTE
               MOVE CAB-DATA      TO WRK-DATA-LOTE
               MOVE CAB-SEQUENCIA TO WRK-SEQ-LOTE
                            ' A ' WRK-MOV-ALTER
                            ' E ' WRK-MOV-EXCL
                            ' TOTAL ' WRK-MOV-TOTAL
                            ' (CONTATOS ' WRK-MOV-CONTATO ')'
                    DISPLAY 'TRAILER I ' WRK-TRL-INCL
                            ' A ' WRK-TRL-ALTER
                            ' E ' WRK-TRL-EXCL
               WHEN OTHER
                    PERFORM 0440-REGISTRAR-LOTE
            END-EVALUATE.
            IF WRK-QTD-EXCL > 0
               DISPLAY 'EXCLUSOES DO LOTE NAO ENCAMINHADAS: '
                       WRK-QTD-EXCL
               PERFORM 0450-DESCARTAR-EXCLUSAO
                  VARYING WRK-IND-EXCL FROM 1 BY 1
                  UNTIL WRK-IND-EXCL > WRK-QTD-EXCL
               MOVE 0 TO WRK-QTD-EXCL
            END-IF.

       0440-REGISTRAR-LOTE.
            OPEN EXTEND LOTEREG.
            WRITE REG-LOTEREG.
            CLOSE LOTEREG.
            DISPLAY 'LOTE REGISTRADO COMO APLICADO'.
            PERFORM 0445-LIBERAR-EXCLUSAO
               VARYING WRK-IND-EXCL FROM 1 BY 1
               UNTIL WRK-IND-EXCL > WRK-QTD-EXCL.
            MOVE 0 TO WRK-QTD-EXCL.

       0445-LIBERAR-EXCLUSAO.
            PERFORM 0447-CARREGAR-EXCLUSAO.
            PERFORM 0247-GRAVAR-PEDIDO.

       0447-CARREGAR-EXCLUSAO.
            MOVE 'E' TO WRK-PED-TIPO.
            MOVE WRK-EXC-CODIGO (WRK-IND-EXCL) TO WRK-PED-CODIGO.
            MOVE WRK-EXC-NOME   (WRK-IND-EXCL) TO WRK-PED-NOME.
            MOVE WRK-EXC-EMAIL  (WRK-IND-EXCL) TO WRK-PED-EMAIL.

       0450-DESCARTAR-EXCLUSAO.
            PERFORM 0447-CARREGAR-EXCLUSAO.
            MOVE 'EXCLUSAO NAO ENCAMINHADA - LOTE REPROVADO'
              TO RDR-TEXTO.
            PERFORM 0249-LISTAR-EXCLUSAO.
            ADD 1 TO WRK-EXCL-REPROV.

       0300-FINALIZAR.
            PERFORM 0430-CONFERIR-LOTE.
            CLOSE TRANVAL.
            CLOSE RELEDIT.
            CLOSE RELDEAD.
            CLOSE PENDAPR.
            DISPLAY 'LOTES NO MOVIMENTO... ' WRK-LOTES-LIDOS.
            DISPLAY 'TRANSACOES LIDAS..... ' WRK-LIDAS.
            DISPLAY 'TRANSACOES RECICLADAS ' WRK-RECICLADAS.
            DISPLAY 'PULADAS (LOTE DUPL).. ' WRK-PULADAS.
            DISPLAY 'TRANSACOES ACEITAS... ' WRK-ACEITAS.
            DISPLAY 'INCLUSOES SEM CODIGO. ' WRK-SEM-CODIGO.
            DISPLAY 'EXCLUSOES P/ APROVACAO ' WRK-PENDENTES.
            DISPLAY 'EXCLUSOES JA PENDENTES ' WRK-JA-PENDENTES.
            DISPLAY 'EXCL. LOTE REPROVADO.. ' WRK-EXCL-REPROV.
            DISPLAY 'TRANSACOES REJEITADAS ' WRK-REJEITADAS.
            DISPLAY 'CODIGOS REDIRECIONADOS ' WRK-REDIRECIONADAS.
            DISPLAY 'ENVIADAS AO RECICLO.. ' WRK-REENVIADAS.
            DISPLAY 'DESCARTES DEFINITIVOS ' WRK-DESCARTADAS.
            IF LOTE-CHEIO
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG4' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
