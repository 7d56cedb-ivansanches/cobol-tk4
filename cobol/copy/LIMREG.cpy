      *    LAYOUT DOS LIMITES DE ATUALIZACAO EM MASSA (LIMMASS)
      *    TIPO L = LIMITE DO PROGRAMA: QUANTIDADE MAXIMA DE CLIENTES
      *             ALTERADOS, EXCLUIDOS OU INATIVADOS E/OU PERCENTUAL
      *             MAXIMO SOBRE A BASE ATUAL DE CLIENTES (ZERO = NAO
      *             CONTROLADO). COM OS DOIS INFORMADOS VALE O MENOR
      *    TIPO S = LIBERACAO DO SUPERVISOR, VALIDA SOMENTE PARA A DATA
      *             DE PROCESSAMENTO INFORMADA. QUANTIDADE MAIOR QUE
      *             ZERO PASSA A SER O TETO DA EXECUCAO, ZERO LIBERA
      *             QUALQUER VOLUME
      *    PROGRAMA: PROG3, PROG8, PROG13 OU PROG17
      *    DATA NO FORMATO AAAAMMDD
       01   REG-LIMMASS.
            05 LIM-TIPO            PIC X(01).
                88 LIM-LIMITE           VALUE 'L'.
                88 LIM-LIBERACAO        VALUE 'S'.
            05 LIM-PROGRAMA        PIC X(08).
            05 LIM-QTD-MAXIMA      PIC 9(05).
            05 LIM-PERC-MAXIMO     PIC 9(03).
            05 LIM-DATA-LIBERACAO  PIC 9(08).
            05 LIM-SUPERVISOR      PIC X(08).
            05 LIM-MOTIVO          PIC X(30).
            05 FILLER              PIC X(17).
