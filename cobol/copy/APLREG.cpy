      *    LAYOUT DO REGISTRO DE APROVACAO EXECUTADA (ARQUIVO APLAPR)
      *    GRAVADO POR PROG3, PROG11 E PROG12 PARA CADA PEDIDO LIBERADO
      *    QUE FOI TRATADO, E LIDO PELO PROG24 PARA BAIXAR O PEDIDO
      *    (SITUACAO X) NA FILA PENDAPR
      *    TIPO: L = ANONIMIZACAO   C = CONSOLIDACAO   E = EXCLUSAO
      *    RESULTADO: E = EFETIVADO
      *               N = NADA A FAZER (CODIGO INEXISTENTE OU JA
      *                   TRATADO)
      *    DATA NO FORMATO AAAAMMDD (DATA DE PROCESSAMENTO)
       01   REG-APLAPR.
            05 APL-NUMERO-APROV  PIC 9(07).
            05 APL-TIPO          PIC X(01).
            05 APL-CODIGO        PIC 9(05).
            05 APL-RESULTADO     PIC X(01).
            05 APL-DATA-PROC     PIC 9(08).
            05 APL-PROGRAMA      PIC X(08).
            05 FILLER            PIC X(10).
