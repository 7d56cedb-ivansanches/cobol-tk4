               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT CONSULTA ASSIGN TO UT-S-CONSULTA.
           SELECT RESPCONS ASSIGN TO UT-S-RESPCONS.
           SELECT XREFCLI  ASSIGN TO UT-S-XREFCLI
               FILE STATUS IS WRK-FS-XREFCLI.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
            DATA   RECORD IS REG-RESPCONS.
       01   REG-RESPCONS    PIC X(132).

       FD   XREFCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 20 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-XREFCLI.
           COPY XREFREG.

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
       01  WRK-INVALIDAS    PIC 9(05)  VALUE 0.
       01  WRK-HITS-CONSULTA PIC 9(05) VALUE 0.

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

       01  WRK-CAMPO-TRIM   PIC X(40)  VALUE SPACE.
       01  WRK-TAM-TRIM     PIC 9(02)  VALUE 0.
       01  WRK-POS-NOME     PIC 9(02)  VALUE 0.
           05 AVS-TEXTO        PIC X(40).


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
               PERFORM 0200-PROCESSAR UNTIL FS-CONSULTA = 'F'
               PERFORM 0300-FINALIZAR
            END-IF.
            MOVE WRK-CONSULTAS  TO WRK-CTL-LIDOS
            MOVE WRK-INVALIDAS  TO WRK-CTL-REJEIT
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
            OPEN INPUT CLIENTES.
            IF WRK-FS-CLIENTES NOT = '00'
            END-IF.
            OPEN INPUT CONSULTA.
            OPEN OUTPUT RESPCONS.
            PERFORM 0110-CARREGAR-CONSOLIDACOES.
            IF FS-CONSULTA NOT = 'F'
               READ CONSULTA AT END
                             MOVE 'F' TO FS-CONSULTA
               END-READ
            END-IF.

       0110-CARREGAR-CONSOLIDACOES.
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

       0200-PROCESSAR.
            ADD 1 TO WRK-CONSULTAS
            MOVE 0 TO WRK-HITS-CONSULTA
            MOVE CON-CODIGO TO REG-CODIGO.
            READ CLIENTES
                 INVALID KEY
                    PERFORM 0215-CONSULTAR-SOBREVIVENTE
                 NOT INVALID KEY
                    PERFORM 0240-GRAVAR-RESPOSTA
                    ADD 1 TO WRK-RESPONDIDAS
            END-READ.

       0215-CONSULTAR-SOBREVIVENTE.
            MOVE CON-CODIGO TO WRK-XRF-CODIGO.
            PERFORM 0270-RESOLVER-CONSOLIDACAO.
            IF CODIGO-CONSOLIDADO
               MOVE SPACE TO AVS-TEXTO
               STRING 'CONSOLIDADO - REDIRECIONADO PARA '
                      WRK-XRF-CODIGO
                      DELIMITED BY SIZE INTO AVS-TEXTO
               PERFORM 0260-GRAVAR-AVISO
               MOVE WRK-XRF-CODIGO TO REG-CODIGO
               READ CLIENTES
                    INVALID KEY
                       MOVE 'SOBREVIVENTE NAO ENCONTRADO' TO AVS-TEXTO
                       PERFORM 0260-GRAVAR-AVISO
                       ADD 1 TO WRK-SEM-RESPOSTA
                    NOT INVALID KEY
                       PERFORM 0240-GRAVAR-RESPOSTA
                       ADD 1 TO WRK-RESPONDIDAS
                       ADD 1 TO WRK-REDIRECIONADAS
               END-READ
            ELSE
               MOVE 'NAO ENCONTRADO' TO AVS-TEXTO
               PERFORM 0260-GRAVAR-AVISO
               ADD 1 TO WRK-SEM-RESPOSTA
            END-IF.

       0220-CONSULTAR-NOME.
            MOVE 'NOME    ' TO CQR-TIPO.
            MOVE CON-NOME   TO CQR-ARGUMENTO.
       0266-RECUAR-TAMANHO.
            SUBTRACT 1 FROM WRK-TAM-TRIM.

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

       0300-FINALIZAR.
            CLOSE CLIENTES.
            CLOSE CONSULTA.
            DISPLAY 'CONSULTAS ATENDIDAS.. ' WRK-RESPONDIDAS.
            DISPLAY 'SEM RESPOSTA......... ' WRK-SEM-RESPOSTA.
            DISPLAY 'CONSULTAS INVALIDAS.. ' WRK-INVALIDAS.
            DISPLAY 'CODIGOS REDIRECIONADOS ' WRK-REDIRECIONADAS.

       0900-REGISTRAR-INICIO.
            MOVE 'I' TO WRK-CTL-EVENTO.
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG10' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
