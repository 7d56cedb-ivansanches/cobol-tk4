       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. PROG21.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT PARMDTP  ASSIGN TO UT-S-PARMDTP
               FILE STATUS IS WRK-FS-PARMDTP.
           SELECT DATAPROC ASSIGN TO UT-S-DATAPROC
               FILE STATUS IS WRK-FS-DATAPROC.
           SELECT RUNCTL   ASSIGN TO UT-S-RUNCTL.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD   PARMDTP
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 9 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-PARMDTP.
       01   REG-PARMDTP.
            05 PRM-FUNCAO         PIC X(01).
            05 PRM-DATA-INFORMADA PIC 9(08).

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
       01  WRK-FS-PARMDTP    PIC X(02) VALUE '00'.
       01  WRK-FS-DATAPROC   PIC X(02) VALUE '00'.
       01  WRK-LIBERADO      PIC X(01) VALUE 'S'.
           88 EXECUCAO-LIBERADA        VALUE 'S'.
       01  WRK-FUNCAO        PIC X(01) VALUE SPACE.
           88 FUNCAO-ABRIR             VALUE 'A'.
           88 FUNCAO-FECHAR            VALUE 'F'.
       01  WRK-DATA-INFORMADA PIC 9(08) VALUE 0.
       01  WRK-TEM-CONTROLE  PIC X(01) VALUE 'N'.
           88 CONTROLE-EXISTENTE       VALUE 'S'.

       01  WRK-REG-CONTROLE.
           05 WRK-CTR-DATA-PROC    PIC 9(08) VALUE 0.
           05 WRK-CTR-SITUACAO     PIC X(01) VALUE SPACE.
              88 CONTROLE-ABERTO           VALUE 'A'.
              88 CONTROLE-FECHADO          VALUE 'F'.
           05 WRK-CTR-DATA-PROXIMA PIC 9(08) VALUE 0.
           05 WRK-CTR-ABERT-DATA   PIC 9(08) VALUE 0.
           05 WRK-CTR-ABERT-HORA   PIC X(08) VALUE SPACE.
           05 WRK-CTR-FECHAM-DATA  PIC 9(08) VALUE 0.
           05 WRK-CTR-FECHAM-HORA  PIC X(08) VALUE SPACE.
           05 FILLER               PIC X(01) VALUE SPACE.

       01  WRK-DATA-PROC.
           05 WRK-PROC-AAAA PIC 9(04).
           05 WRK-PROC-MM   PIC 9(02).
           05 WRK-PROC-DD   PIC 9(02).
       01  WRK-DATA-PROC-AMD REDEFINES WRK-DATA-PROC PIC 9(08).
       01  WRK-DATA-PROC-EDT PIC X(10) VALUE SPACE.

       01  WRK-DATA-CALC.
           05 WRK-CALC-AAAA PIC 9(04).
           05 WRK-CALC-MM   PIC 9(02).
           05 WRK-CALC-DD   PIC 9(02).
       01  WRK-DATA-CALC-AMD REDEFINES WRK-DATA-CALC PIC 9(08).

       01  WRK-TAB-DIAS-VALORES.
           05 FILLER        PIC X(24) VALUE
              '312831303130313130313031'.
       01  WRK-TAB-DIAS REDEFINES WRK-TAB-DIAS-VALORES.
           05 WRK-DIAS-TAB  PIC 9(02) OCCURS 12 TIMES.
       01  WRK-DIAS-MES     PIC 9(02) VALUE 0.
       01  WRK-QUOCIENTE    PIC 9(04) VALUE 0.
       01  WRK-RESTO-4      PIC 9(03) VALUE 0.
       01  WRK-RESTO-100    PIC 9(03) VALUE 0.
       01  WRK-RESTO-400    PIC 9(03) VALUE 0.
       01  WRK-DATA-VALIDA  PIC X(01) VALUE 'N'.
           88 DATA-CALENDARIO-VALIDA   VALUE 'S'.

       01  WRK-DATA-SISTEMA.
           05 WRK-DATA-AAAA PIC 9(04).
           05 WRK-DATA-MM   PIC 9(02).
           05 WRK-DATA-DD   PIC 9(02).
       01  WRK-DATA-AMD REDEFINES WRK-DATA-SISTEMA PIC 9(08).
       01  WRK-HORA-SISTEMA.
           05 WRK-HORA-HH   PIC 9(02).
           05 WRK-HORA-MM   PIC 9(02).
           05 WRK-HORA-SS   PIC 9(02).
           05 WRK-HORA-CENT PIC 9(02).
       01  WRK-HORA-RELOGIO PIC X(08) VALUE SPACE.

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
            PERFORM 0050-LER-PARAMETRO.
            PERFORM 0060-LER-CONTROLE.
            PERFORM 0900-REGISTRAR-INICIO.
            IF EXECUCAO-LIBERADA
               EVALUATE TRUE
                  WHEN FUNCAO-ABRIR
                       PERFORM 0200-ABRIR-DATA
                  WHEN FUNCAO-FECHAR
                       PERFORM 0300-FECHAR-DATA
               END-EVALUATE
            END-IF.
            IF EXECUCAO-LIBERADA
               PERFORM 0400-GRAVAR-CONTROLE
               MOVE 1 TO WRK-CTL-LIDOS
            ELSE
               MOVE 1 TO WRK-CTL-REJEIT
            END-IF.
            PERFORM 0910-REGISTRAR-FIM.
            GOBACK.

       0050-LER-PARAMETRO.
            OPEN INPUT PARMDTP.
            IF WRK-FS-PARMDTP = '00'
               READ PARMDTP
                    NOT AT END
                       MOVE PRM-FUNCAO TO WRK-FUNCAO
                       IF PRM-DATA-INFORMADA NUMERIC
                          MOVE PRM-DATA-INFORMADA
                            TO WRK-DATA-INFORMADA
                       END-IF
               END-READ
               CLOSE PARMDTP
            ELSE
               CLOSE PARMDTP
            END-IF.
            IF NOT FUNCAO-ABRIR AND NOT FUNCAO-FECHAR
               DISPLAY 'FUNCAO INVALIDA NO PARAMETRO - '
                       'INFORMAR A (ABRIR DATA) OU F (FECHAR DATA)'
               MOVE 'N' TO WRK-LIBERADO
               MOVE 8   TO RETURN-CODE
            END-IF.

       0060-LER-CONTROLE.
            OPEN INPUT DATAPROC.
            IF WRK-FS-DATAPROC = '00'
               READ DATAPROC
                    NOT AT END
                       MOVE REG-DATAPROC TO WRK-REG-CONTROLE
                       SET CONTROLE-EXISTENTE TO TRUE
               END-READ
               CLOSE DATAPROC
            ELSE
               CLOSE DATAPROC
            END-IF.
            IF CONTROLE-EXISTENTE
               MOVE WRK-CTR-DATA-PROC TO WRK-DATA-PROC
               PERFORM 0070-EDITAR-DATA-PROC
               DISPLAY 'DATA DE PROCESSAMENTO ATUAL ' WRK-DATA-PROC-EDT
                       ' SITUACAO ' WRK-CTR-SITUACAO
            ELSE
               DISPLAY 'CONTROLE DE DATA DE PROCESSAMENTO AUSENTE'
            END-IF.

       0070-EDITAR-DATA-PROC.
            MOVE SPACE TO WRK-DATA-PROC-EDT.
            STRING WRK-PROC-DD   '/'
                   WRK-PROC-MM   '/'
                   WRK-PROC-AAAA
                   DELIMITED BY SIZE INTO WRK-DATA-PROC-EDT.

       0080-LER-RELOGIO.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-SISTEMA FROM TIME.
            MOVE SPACE TO WRK-HORA-RELOGIO.
            STRING WRK-HORA-HH ':'
                   WRK-HORA-MM ':'
                   WRK-HORA-SS
                   DELIMITED BY SIZE INTO WRK-HORA-RELOGIO.

       0200-ABRIR-DATA.
            IF CONTROLE-EXISTENTE AND CONTROLE-ABERTO
               DISPLAY 'DATA ' WRK-DATA-PROC-EDT ' JA ESTA ABERTA - '
                       'FECHAR ANTES DE ABRIR NOVA DATA'
               MOVE 'N' TO WRK-LIBERADO
               MOVE 8   TO RETURN-CODE
            ELSE
               IF WRK-DATA-INFORMADA > 0
                  MOVE WRK-DATA-INFORMADA TO WRK-DATA-CALC-AMD
               ELSE
                  IF CONTROLE-EXISTENTE
                     MOVE WRK-CTR-DATA-PROXIMA TO WRK-DATA-CALC-AMD
                  ELSE
                     DISPLAY 'PRIMEIRA ABERTURA EXIGE DATA INFORMADA '
                             'NO PARAMETRO'
                     MOVE 'N' TO WRK-LIBERADO
                     MOVE 8   TO RETURN-CODE
                  END-IF
               END-IF
            END-IF.
            IF EXECUCAO-LIBERADA
               PERFORM 0250-VALIDAR-DATA
               IF NOT DATA-CALENDARIO-VALIDA
                  DISPLAY 'DATA A ABRIR INVALIDA - ' WRK-DATA-CALC-AMD
                  MOVE 'N' TO WRK-LIBERADO
                  MOVE 8   TO RETURN-CODE
               ELSE
                  IF CONTROLE-EXISTENTE
                     AND WRK-DATA-CALC-AMD NOT > WRK-CTR-DATA-PROC
                     DISPLAY 'DATA A ABRIR ' WRK-DATA-CALC-AMD
                             ' NAO E POSTERIOR A ULTIMA DATA '
                             WRK-CTR-DATA-PROC
                     MOVE 'N' TO WRK-LIBERADO
                     MOVE 8   TO RETURN-CODE
                  END-IF
               END-IF
            END-IF.
            IF EXECUCAO-LIBERADA
               PERFORM 0080-LER-RELOGIO
               MOVE WRK-DATA-CALC-AMD TO WRK-CTR-DATA-PROC
               MOVE 'A'               TO WRK-CTR-SITUACAO
               MOVE 0                 TO WRK-CTR-DATA-PROXIMA
               MOVE WRK-DATA-AMD      TO WRK-CTR-ABERT-DATA
               MOVE WRK-HORA-RELOGIO  TO WRK-CTR-ABERT-HORA
               MOVE 0                 TO WRK-CTR-FECHAM-DATA
               MOVE SPACE             TO WRK-CTR-FECHAM-HORA
               MOVE WRK-CTR-DATA-PROC TO WRK-DATA-PROC
               PERFORM 0070-EDITAR-DATA-PROC
               DISPLAY 'DATA DE PROCESSAMENTO ABERTA '
                       WRK-DATA-PROC-EDT
            END-IF.

       0250-VALIDAR-DATA.
            MOVE 'N' TO WRK-DATA-VALIDA.
            IF WRK-DATA-CALC-AMD NUMERIC
               AND WRK-CALC-AAAA > 1900
               AND WRK-CALC-MM > 0 AND WRK-CALC-MM < 13
               PERFORM 0270-DIAS-DO-MES
               IF WRK-CALC-DD > 0 AND WRK-CALC-DD NOT > WRK-DIAS-MES
                  SET DATA-CALENDARIO-VALIDA TO TRUE
               END-IF
            END-IF.

       0260-CALCULAR-PROXIMO-DIA.
            PERFORM 0270-DIAS-DO-MES.
            IF WRK-CALC-DD < WRK-DIAS-MES
               ADD 1 TO WRK-CALC-DD
            ELSE
               MOVE 1 TO WRK-CALC-DD
               IF WRK-CALC-MM < 12
                  ADD 1 TO WRK-CALC-MM
               ELSE
                  MOVE 1 TO WRK-CALC-MM
                  ADD 1 TO WRK-CALC-AAAA
               END-IF
            END-IF.

       0270-DIAS-DO-MES.
            MOVE WRK-DIAS-TAB (WRK-CALC-MM) TO WRK-DIAS-MES.
            IF WRK-CALC-MM = 2
               DIVIDE WRK-CALC-AAAA BY 4   GIVING WRK-QUOCIENTE
                      REMAINDER WRK-RESTO-4
               DIVIDE WRK-CALC-AAAA BY 100 GIVING WRK-QUOCIENTE
                      REMAINDER WRK-RESTO-100
               DIVIDE WRK-CALC-AAAA BY 400 GIVING WRK-QUOCIENTE
                      REMAINDER WRK-RESTO-400
               IF (WRK-RESTO-4 = 0 AND WRK-RESTO-100 NOT = 0)
                  OR WRK-RESTO-400 = 0
                  MOVE 29 TO WRK-DIAS-MES
               END-IF
            END-IF.

       0300-FECHAR-DATA.
            IF NOT CONTROLE-EXISTENTE
               DISPLAY 'NAO HA DATA DE PROCESSAMENTO A FECHAR'
               MOVE 'N' TO WRK-LIBERADO
               MOVE 8   TO RETURN-CODE
            ELSE
               IF NOT CONTROLE-ABERTO
                  DISPLAY 'DATA ' WRK-DATA-PROC-EDT ' JA ESTA FECHADA'
                  MOVE 'N' TO WRK-LIBERADO
                  MOVE 8   TO RETURN-CODE
               END-IF
            END-IF.
            IF EXECUCAO-LIBERADA
               PERFORM 0080-LER-RELOGIO
               MOVE WRK-CTR-DATA-PROC TO WRK-DATA-CALC-AMD
               PERFORM 0260-CALCULAR-PROXIMO-DIA
               MOVE 'F'               TO WRK-CTR-SITUACAO
               MOVE WRK-DATA-CALC-AMD TO WRK-CTR-DATA-PROXIMA
               MOVE WRK-DATA-AMD      TO WRK-CTR-FECHAM-DATA
               MOVE WRK-HORA-RELOGIO  TO WRK-CTR-FECHAM-HORA
               DISPLAY 'DATA DE PROCESSAMENTO FECHADA '
                       WRK-DATA-PROC-EDT
               DISPLAY 'PROXIMA DATA A ABRIR......... '
                       WRK-CTR-DATA-PROXIMA
            END-IF.

       0400-GRAVAR-CONTROLE.
            OPEN OUTPUT DATAPROC.
            IF WRK-FS-DATAPROC NOT = '00'
               DISPLAY 'ERRO AO GRAVAR DATAPROC - STATUS '
                       WRK-FS-DATAPROC
               MOVE 'N' TO WRK-LIBERADO
               MOVE 12  TO RETURN-CODE
            ELSE
               MOVE WRK-REG-CONTROLE TO REG-DATAPROC
               WRITE REG-DATAPROC
               CLOSE DATAPROC
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
            MOVE 'PROG21' TO RUN-PROGRAMA.
            IF WRK-DATA-PROC-EDT NOT = SPACE
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
