               FILE STATUS IS WRK-FS-JRNLCLI.
           SELECT CONSJRN  ASSIGN TO UT-S-CONSJRN.
           SELECT RELHIST  ASSIGN TO UT-S-RELHIST.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
            DATA   RECORD IS REG-RELHIST.
       01   REG-RELHIST     PIC X(132).

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
                                 ==REG-MALA-DIRETA==
                                 BY ==DEP-MALA-DIRETA==.

           COPY CTTREG REPLACING ==REG-CONTCLI== BY ==WRK-CTT-ANTES==
                                 ==CTT-CHAVE== BY ==CTA-CHAVE==
                                 ==CTT-CODIGO== BY ==CTA-CODIGO==
                                 ==CTT-SEQUENCIA== BY ==CTA-SEQUENCIA==
                                 ==CTT-TIPO== BY ==CTA-TIPO==
                                 ==CTT-EMAIL== BY ==CTA-EMAIL==
                                 ==CTT-TELEFONE== BY ==CTA-TELEFONE==
                                 ==CTT-PREFERIDO== BY ==CTA-PREFERIDO==
                                 ==CTT-MALA-DIRETA==
                                 BY ==CTA-MALA-DIRETA==
                                 ==CTT-DATA-INCLUSAO==
                                 BY ==CTA-DATA-INCLUSAO==
                                 ==CTT-DATA-MANUT==
                                 BY ==CTA-DATA-MANUT==.

           COPY CTTREG REPLACING ==REG-CONTCLI== BY ==WRK-CTT-DEPOIS==
                                 ==CTT-CHAVE== BY ==CTD-CHAVE==
                                 ==CTT-CODIGO== BY ==CTD-CODIGO==
                                 ==CTT-SEQUENCIA== BY ==CTD-SEQUENCIA==
                                 ==CTT-TIPO== BY ==CTD-TIPO==
                                 ==CTT-EMAIL== BY ==CTD-EMAIL==
                                 ==CTT-TELEFONE== BY ==CTD-TELEFONE==
                                 ==CTT-PREFERIDO== BY ==CTD-PREFERIDO==
                                 ==CTT-MALA-DIRETA==
                                 BY ==CTD-MALA-DIRETA==
                                 ==CTT-DATA-INCLUSAO==
                                 BY ==CTD-DATA-INCLUSAO==
                                 ==CTT-DATA-MANUT==
                                 BY ==CTD-DATA-MANUT==.

       01  LIN-CONSULTA.
           05 FILLER          PIC X(09) VALUE 'CONSULTA '.
           05 CQH-CODIGO       PIC 9(05).
           05 FILLER          PIC X(03) VALUE SPACE.
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
               PERFORM 0200-PROCESSAR UNTIL FS-CONSJRN = 'F'
               PERFORM 0300-FINALIZAR
            END-IF.
            MOVE WRK-CONSULTAS TO WRK-CTL-LIDOS
            MOVE WRK-INVALIDAS TO WRK-CTL-REJEIT
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
            OPEN INPUT CONSJRN.
            OPEN OUTPUT RELHIST.
                    MOVE 'ALTERACAO' TO HIS-DESCRICAO
               WHEN 'E'
                    MOVE 'EXCLUSAO'  TO HIS-DESCRICAO
               WHEN 'C'
                    MOVE 'INCLUSAO DE CONTATO'  TO HIS-DESCRICAO
               WHEN 'M'
                    MOVE 'ALTERACAO DE CONTATO' TO HIS-DESCRICAO
               WHEN 'R'
                    MOVE 'REMOCAO DE CONTATO'   TO HIS-DESCRICAO
               WHEN OTHER
                    MOVE 'TIPO DESCONHECIDO' TO HIS-DESCRICAO
            END-EVALUATE.
                    MOVE ANT-NOME   TO IMG-NOME
                    MOVE ANT-EMAIL  TO IMG-EMAIL
                    PERFORM 0258-GRAVAR-IMAGEM
               WHEN 'M'
                    MOVE JRN-ANTES  TO WRK-CTT-ANTES
                    MOVE JRN-DEPOIS TO WRK-CTT-DEPOIS
                    PERFORM 0270-COMPARAR-CONTATO
               WHEN 'C'
                    MOVE JRN-DEPOIS TO WRK-CTT-DEPOIS
                    MOVE SPACE      TO IMG-NOME
                    STRING 'CONTATO ' CTD-SEQUENCIA
                           ' TEL ' CTD-TELEFONE
                           DELIMITED BY SIZE INTO IMG-NOME
                    MOVE CTD-EMAIL  TO IMG-EMAIL
                    PERFORM 0258-GRAVAR-IMAGEM
               WHEN 'R'
                    MOVE JRN-ANTES  TO WRK-CTT-ANTES
                    MOVE SPACE      TO IMG-NOME
                    STRING 'CONTATO ' CTA-SEQUENCIA
                           ' TEL ' CTA-TELEFONE
                           DELIMITED BY SIZE INTO IMG-NOME
                    MOVE CTA-EMAIL  TO IMG-EMAIL
                    PERFORM 0258-GRAVAR-IMAGEM
            END-EVALUATE.

       0250-COMPARAR-CAMPOS.
            WRITE REG-RELHIST FROM LIN-AVISO
                  AFTER ADVANCING 1 LINE.

       0270-COMPARAR-CONTATO.
            MOVE SPACE TO IMG-NOME.
            STRING 'CONTATO ' CTD-SEQUENCIA
                   DELIMITED BY SIZE INTO IMG-NOME.
            MOVE SPACE TO IMG-EMAIL.
            PERFORM 0258-GRAVAR-IMAGEM.
            IF CTA-TIPO NOT = CTD-TIPO
               MOVE 'TIPO CONTATO'  TO CMP-NOME
               MOVE CTA-TIPO        TO CMP-ANTES
               MOVE CTD-TIPO        TO CMP-DEPOIS
               PERFORM 0255-GRAVAR-CAMPO
            END-IF.
            IF CTA-EMAIL NOT = CTD-EMAIL
               MOVE 'EMAIL'         TO CMP-NOME
               MOVE CTA-EMAIL       TO CMP-ANTES
               MOVE CTD-EMAIL       TO CMP-DEPOIS
               PERFORM 0255-GRAVAR-CAMPO
            END-IF.
            IF CTA-TELEFONE NOT = CTD-TELEFONE
               MOVE 'TELEFONE'      TO CMP-NOME
               MOVE CTA-TELEFONE    TO CMP-ANTES
               MOVE CTD-TELEFONE    TO CMP-DEPOIS
               PERFORM 0255-GRAVAR-CAMPO
            END-IF.
            IF CTA-PREFERIDO NOT = CTD-PREFERIDO
               MOVE 'PREFERIDO'     TO CMP-NOME
               MOVE CTA-PREFERIDO   TO CMP-ANTES
               MOVE CTD-PREFERIDO   TO CMP-DEPOIS
               PERFORM 0255-GRAVAR-CAMPO
            END-IF.
            IF CTA-MALA-DIRETA NOT = CTD-MALA-DIRETA
               MOVE 'MALA DIRETA'   TO CMP-NOME
               MOVE CTA-MALA-DIRETA TO CMP-ANTES
               MOVE CTD-MALA-DIRETA TO CMP-DEPOIS
               PERFORM 0255-GRAVAR-CAMPO
            END-IF.
            IF CTA-DATA-MANUT NOT = CTD-DATA-MANUT
               MOVE 'DATA MANUT'    TO CMP-NOME
               MOVE CTA-DATA-MANUT  TO CMP-ANTES
               MOVE CTD-DATA-MANUT  TO CMP-DEPOIS
               PERFORM 0255-GRAVAR-CAMPO
            END-IF.

       0300-FINALIZAR.
            CLOSE CONSJRN.
            CLOSE RELHIST.
                   DELIMITED BY SIZE INTO WRK-CTL-HORA.
            OPEN EXTEND RUNCTL.
            MOVE 'PROG18' TO RUN-PROGRAMA.
            IF DATA-PROC-ABERTA
               MOVE WRK-DATA-PROC-EDT TO RUN-DATA
            ELSE
               MOVE WRK-CTL-DATA TO RUN-DATA
            END-IF.
            MOVE WRK-CTL-DATA TO RUN-DATA-REAL.
            MOVE WRK-CTL-HORA TO RUN-HORA.
            MOVE WRK-CTL-EVENTO TO RUN-EVENTO.
            MOVE RETURN-CODE  TO WRK-RC-SAIDA.
