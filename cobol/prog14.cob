               ALTERNATE RECORD KEY IS REG-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT CONTCLI  ASSIGN TO UT-S-CONTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-FS-CONTCLI.
           SELECT MKTSNAP  ASSIGN TO UT-S-MKTSNAP
               FILE STATUS IS WRK-FS-MKTSNAP.
           SELECT MKTDELT  ASSIGN TO UT-S-MKTDELT.
           SELECT MKTSNAPN ASSIGN TO UT-S-MKTSNAPN.
           SELECT CAMPCLI  ASSIGN TO UT-S-CAMPCLI.
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

       FD   MKTSNAP
            LABEL RECORDS ARE OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA   RECORD IS REG-MKTSNAPN.
       01   REG-MKTSNAPN    PIC X(80).

       FD   CAMPCLI
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 64 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-CAMPCLI.
           COPY CMPREG.

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
       01  FS-MKTSNAP       PIC X      VALUE 'N'.
       01  WRK-FS-CLIENTES  PIC X(02)  VALUE '00'.
       01  WRK-FS-MKTSNAP   PIC X(02)  VALUE '00'.
       01  FS-CONTCLI       PIC X      VALUE 'N'.
       01  WRK-FS-CONTCLI   PIC X(02)  VALUE '00'.
       01  WRK-CONTCLI-ABERTO PIC X(01) VALUE 'N'.
           88 CONTATOS-ABERTOS         VALUE 'S'.
       01  WRK-CTT-PENDENTE PIC X(01)  VALUE 'N'.
           88 CONTATOS-PENDENTES       VALUE 'S'.
       01  WRK-CLI-CODIGO   PIC 9(05)  VALUE 0.
       01  WRK-CLI-NOME     PIC X(30)  VALUE SPACE.

       01  WRK-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA            VALUE 'S'.
       01  WRK-QTD-NOVOS    PIC 9(05)  VALUE 0.
       01  WRK-QTD-ALTERADOS PIC 9(05) VALUE 0.
       01  WRK-QTD-RETIRADOS PIC 9(05) VALUE 0.
       01  WRK-CTT-EXTRAIDOS PIC 9(05) VALUE 0.

       01  WRK-TEM-ATUAL    PIC X(01)  VALUE 'N'.
           88 TEM-ATUAL                VALUE 'S'.
       01  WRK-CHAVE-ATUAL.
           05 WRK-CODIGO-ATUAL PIC 9(05) VALUE 0.
           05 WRK-SEQ-ATUAL    PIC 9(02) VALUE 0.
       01  WRK-LINHA-ATUAL  PIC X(80)  VALUE SPACE.
       01  WRK-TEM-SNAP     PIC X(01)  VALUE 'N'.
           88 TEM-SNAP                 VALUE 'S'.
       01  WRK-CHAVE-SNAP.
           05 WRK-CODIGO-SNAP  PIC 9(05) VALUE 0.
           05 WRK-SEQ-SNAP     PIC 9(02) VALUE 0.
       01  WRK-LINHA-SNAP   PIC X(80)  VALUE SPACE.

       01  WRK-NOME-LINHA   PIC X(30)  VALUE SPACE.
       01  WRK-EMAIL-LINHA  PIC X(35)  VALUE SPACE.

       01  WRK-CAMPO-TRIM   PIC X(40)  VALUE SPACE.
       01  WRK-TAM-TRIM     PIC 9(02)  VALUE 0.
       01  WRK-PONTEIRO-MKT PIC 9(03)  VALUE 0.

       01  WRK-CAMPANHA.
           05 WRK-CMP-ORIGEM PIC X(03) VALUE 'DLT'.
           05 WRK-CMP-DATA   PIC 9(08) VALUE 0.
           05 WRK-CMP-HORA   PIC 9(06) VALUE 0.
       01  WRK-CMP-ENVIADOS PIC 9(05)  VALUE 0.
       01  WRK-CMP-ABERTA   PIC X(01)  VALUE 'N'.
           88 CAMPANHA-ABERTA          VALUE 'S'.
       01  WRK-HORA-SISTEMA PIC 9(08)  VALUE 0.

       01  LIN-TRAILER.
           05 FILLER          PIC X(02) VALUE 'T|'.
           05 TRL-QTD-NOVOS    PIC 9(05).
           05 FILLER          PIC X(61) VALUE SPACE.


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
               PERFORM 0200-COMPARAR
                  UNTIL NOT TEM-ATUAL AND NOT TEM-SNAP
               PERFORM 0300-FINALIZAR
            END-IF.
            MOVE WRK-LIDOS      TO WRK-CTL-LIDOS
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
               SET ERRO-ABERTURA TO TRUE
               MOVE 12  TO RETURN-CODE
            END-IF.
            IF NOT ERRO-ABERTURA
               OPEN INPUT CONTCLI
               IF WRK-FS-CONTCLI = '00'
                  SET CONTATOS-ABERTOS TO TRUE
                  PERFORM 0155-LER-CONTATO
               ELSE
                  DISPLAY 'CADASTRO DE CONTATOS AUSENTE - '
                          'SOMENTE CONTATOS PRINCIPAIS EXTRAIDOS'
                  MOVE 'F' TO FS-CONTCLI
               END-IF
            END-IF.
            OPEN INPUT MKTSNAP.
            IF WRK-FS-MKTSNAP NOT = '00'
               DISPLAY 'EXTRATO ANTERIOR AUSENTE - '
            END-IF.
            OPEN OUTPUT MKTDELT.
            OPEN OUTPUT MKTSNAPN.
            OPEN EXTEND CAMPCLI.
            PERFORM 0110-AVANCAR-ATUAL.
            PERFORM 0120-AVANCAR-SNAPSHOT.

       0110-AVANCAR-ATUAL.
            MOVE 'N' TO WRK-TEM-ATUAL.
            PERFORM 0150-PROCURAR-CONTATO
               UNTIL TEM-ATUAL OR NOT CONTATOS-PENDENTES.
            PERFORM 0130-LER-CLIENTE
               UNTIL TEM-ATUAL OR FS-CLIENTES = 'F'.

                       ADD 1 TO WRK-SNAP-LIDOS
                       MOVE REG-MKTSNAP        TO WRK-LINHA-SNAP
                       MOVE REG-MKTSNAP (1:5)  TO WRK-CODIGO-SNAP
                       IF REG-MKTSNAP (6:1) = '.'
                          MOVE REG-MKTSNAP (7:2) TO WRK-SEQ-SNAP
                       ELSE
                          MOVE 0 TO WRK-SEQ-SNAP
                       END-IF
                       SET TEM-SNAP TO TRUE
               END-READ
            END-IF.
                    ADD 1 TO WRK-LIDOS
                    IF (REG-STATUS = 'A' OR REG-STATUS = SPACE)
                       AND REG-MALA-DIRETA NOT = 'N'
                       MOVE REG-CODIGO TO WRK-CODIGO-ATUAL
                       MOVE 0          TO WRK-SEQ-ATUAL
                       MOVE REG-NOME   TO WRK-NOME-LINHA
                       MOVE REG-EMAIL  TO WRK-EMAIL-LINHA
                       PERFORM 0140-MONTAR-LINHA
                       SET TEM-ATUAL TO TRUE
                       MOVE REG-CODIGO TO WRK-CLI-CODIGO
                       MOVE REG-NOME   TO WRK-CLI-NOME
                       SET CONTATOS-PENDENTES TO TRUE
                    END-IF
            END-READ.

       0140-MONTAR-LINHA.
            MOVE SPACE TO WRK-LINHA-ATUAL.
            MOVE 1 TO WRK-PONTEIRO-MKT.
            STRING WRK-CODIGO-ATUAL DELIMITED BY SIZE
                   INTO WRK-LINHA-ATUAL
                   POINTER WRK-PONTEIRO-MKT
            END-STRING.
            IF WRK-SEQ-ATUAL > 0
               STRING '.'           DELIMITED BY SIZE
                      WRK-SEQ-ATUAL DELIMITED BY SIZE
                      INTO WRK-LINHA-ATUAL
                      POINTER WRK-PONTEIRO-MKT
               END-STRING
            END-IF.
            STRING '|'           DELIMITED BY SIZE
                   INTO WRK-LINHA-ATUAL
                   POINTER WRK-PONTEIRO-MKT
            END-STRING.
            MOVE WRK-NOME-LINHA TO WRK-CAMPO-TRIM.
            PERFORM 0145-CALCULAR-TAMANHO.
            STRING WRK-CAMPO-TRIM(1:WRK-TAM-TRIM) DELIMITED BY SIZE
                   '|'                            DELIMITED BY SIZE
                   INTO WRK-LINHA-ATUAL
                   POINTER WRK-PONTEIRO-MKT
            END-STRING.
            MOVE WRK-EMAIL-LINHA TO WRK-CAMPO-TRIM.
            PERFORM 0145-CALCULAR-TAMANHO.
            STRING WRK-CAMPO-TRIM(1:WRK-TAM-TRIM) DELIMITED BY SIZE
                   INTO WRK-LINHA-ATUAL
       0146-RECUAR-TAMANHO.
            SUBTRACT 1 FROM WRK-TAM-TRIM.

       0150-PROCURAR-CONTATO.
            IF FS-CONTCLI = 'F' OR CTT-CODIGO > WRK-CLI-CODIGO
               MOVE 'N' TO WRK-CTT-PENDENTE
            ELSE
               IF CTT-CODIGO = WRK-CLI-CODIGO
                  AND CTT-EMAIL NOT = SPACE
                  AND CTT-MALA-DIRETA NOT = 'N'
                  MOVE CTT-CODIGO    TO WRK-CODIGO-ATUAL
                  MOVE CTT-SEQUENCIA TO WRK-SEQ-ATUAL
                  MOVE WRK-CLI-NOME  TO WRK-NOME-LINHA
                  MOVE CTT-EMAIL     TO WRK-EMAIL-LINHA
                  PERFORM 0140-MONTAR-LINHA
                  SET TEM-ATUAL TO TRUE
                  ADD 1 TO WRK-CTT-EXTRAIDOS
               END-IF
               PERFORM 0155-LER-CONTATO
            END-IF.

       0155-LER-CONTATO.
            READ CONTCLI
                 AT END
                    MOVE 'F' TO FS-CONTCLI
            END-READ.

       0200-COMPARAR.
            EVALUATE TRUE
               WHEN TEM-ATUAL
                    AND (NOT TEM-SNAP
                         OR WRK-CHAVE-ATUAL < WRK-CHAVE-SNAP)
                    PERFORM 0210-EMITIR-NOVO
               WHEN TEM-SNAP
                    AND (NOT TEM-ATUAL
                         OR WRK-CHAVE-SNAP < WRK-CHAVE-ATUAL)
                    PERFORM 0220-EMITIR-RETIRADO
               WHEN OTHER
                    PERFORM 0230-COMPARAR-CONTEUDO
            MOVE WRK-LINHA-ATUAL TO DLT-DADOS.
            WRITE REG-MKTDELT.
            ADD 1 TO WRK-QTD-NOVOS.
            PERFORM 0250-REGISTRAR-ENVIO.
            PERFORM 0240-GRAVAR-SNAPSHOT.
            PERFORM 0110-AVANCAR-ATUAL.

               MOVE WRK-LINHA-ATUAL TO DLT-DADOS
               WRITE REG-MKTDELT
               ADD 1 TO WRK-QTD-ALTERADOS
               PERFORM 0250-REGISTRAR-ENVIO
            END-IF.
            PERFORM 0240-GRAVAR-SNAPSHOT.
            PERFORM 0110-AVANCAR-ATUAL.
       0240-GRAVAR-SNAPSHOT.
            WRITE REG-MKTSNAPN FROM WRK-LINHA-ATUAL.

       0250-REGISTRAR-ENVIO.
            IF NOT CAMPANHA-ABERTA
               PERFORM 0255-ABRIR-CAMPANHA
            END-IF.
            MOVE SPACE            TO REG-CAMPCLI.
            MOVE 'E'              TO CMP-TIPO.
            MOVE WRK-CAMPANHA     TO CMP-CAMPANHA.
            MOVE WRK-CODIGO-ATUAL TO CMP-CODIGO.
            MOVE WRK-SEQ-ATUAL    TO CMP-SEQUENCIA.
            MOVE WRK-EMAIL-LINHA  TO CMP-EMAIL.
            WRITE REG-CAMPCLI.
            ADD 1 TO WRK-CMP-ENVIADOS.

       0255-ABRIR-CAMPANHA.
            MOVE WRK-DATA-PROC-AMD TO WRK-CMP-DATA.
            ACCEPT WRK-HORA-SISTEMA FROM TIME.
            MOVE WRK-HORA-SISTEMA (1:6) TO WRK-CMP-HORA.
            MOVE SPACE        TO REG-CAMPCLI.
            MOVE 'H'          TO CMP-TIPO.
            MOVE WRK-CAMPANHA TO CMP-CAMPANHA.
            MOVE 0            TO CMP-CODIGO.
            MOVE 0            TO CMP-SEQUENCIA.
            WRITE REG-CAMPCLI.
            SET CAMPANHA-ABERTA TO TRUE.

       0260-FECHAR-CAMPANHA.
            IF CAMPANHA-ABERTA
               MOVE SPACE            TO REG-CAMPCLI-TRL
               MOVE 'T'              TO CMT-TIPO
               MOVE WRK-CAMPANHA     TO CMT-CAMPANHA
               MOVE WRK-CMP-ENVIADOS TO CMT-QTD-ENVIADOS
               WRITE REG-CAMPCLI-TRL
               DISPLAY 'CAMPANHA REGISTRADA.. ' WRK-CAMPANHA
            END-IF.
            CLOSE CAMPCLI.

       0300-FINALIZAR.
            IF ERRO-ABERTURA
               DISPLAY 'DELTA NAO GERADO - FALHA DE ABERTURA'
               WRITE REG-MKTDELT FROM LIN-TRAILER
            END-IF.
            CLOSE CLIENTES.
            IF CONTATOS-ABERTOS
               CLOSE CONTCLI
            END-IF.
            CLOSE MKTSNAP.
            CLOSE MKTDELT.
            CLOSE MKTSNAPN.
            PERFORM 0260-FECHAR-CAMPANHA.
            DISPLAY 'CLIENTES LIDOS....... ' WRK-LIDOS.
            DISPLAY 'CONTATOS EXTRAIDOS... ' WRK-CTT-EXTRAIDOS.
            DISPLAY 'SNAPSHOT LIDO........ ' WRK-SNAP-LIDOS.
            DISPLAY 'DELTAS DE INCLUSAO... ' WRK-QTD-NOVOS.
            DISPLAY 'DELTAS DE ALTERACAO.. ' WRK-QTD-ALTERADOS.
            DISPLAY 'DELTAS DE RETIRADA... ' WRK-QTD-RETIRADOS.
            DISPLAY 'ENVIOS NA CAMPANHA... ' WRK-CMP-ENVIADOS.

       0900-REGISTRAR-INICIO.
            MOVE 'I' TO WRK-CTL-EVENTO.
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG14' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
