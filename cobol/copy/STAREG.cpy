      *    LAYOUT DO REGISTRO DE STATUS DE EXECUCAO (ARQUIVO STATRUN)
      *    RESULTADO: 00 = OK   08 = DIVERGENCIA OU REJEICOES ACIMA
      *    DO LIMITE   12 = FALHA DE ABERTURA
      *    O MESMO LAYOUT E USADO NO ARQUIVO STATLIM, GRAVADO PELO
      *    CONTROLE DE ATUALIZACAO EM MASSA (PROG3, PROG8, PROG13 E
      *    PROG17): 00 = DENTRO DO LIMITE  16 = LIMITE EXCEDIDO
      *    QTD-LIDOS = CLIENTES NA BASE  QTD-REJEIT = ATUALIZACOES
      *    PREVISTAS
       01   REG-STATRUN.
            05 STA-DATA        PIC X(10).
            05 STA-RESULTADO   PIC X(02).
