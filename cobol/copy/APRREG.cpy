      *    LAYOUT DO REGISTRO DE PEDIDO SUJEITO A APROVACAO
      *    (ARQUIVOS PENDAPR E AUDAPR)
      *    TIPO: L = ANONIMIZACAO (PROG12)   C = CONSOLIDACAO (PROG11)
      *          E = EXCLUSAO (PROG3)
      *    CODIGO: CODIGO A ANONIMIZAR, ABSORVIDO OU A EXCLUIR
      *    CODIGO-SOBREV: SOBREVIVENTE DA CONSOLIDACAO (DEMAIS TIPOS 0)
      *    DATA-ORIGEM: DATA DO PEDIDO DE ESQUECIMENTO (DEMAIS TIPOS 0)
      *    SITUACAO: P = PENDENTE   A = APROVADO   R = RECUSADO
      *              X = EXECUTADO (BAIXADO PELO PROG24 A PARTIR DO
      *                  ARQUIVO APLAPR)
      *    DATA-EXECUCAO: DATA DE PROCESSAMENTO DA EXECUCAO (SITUACAO X)
      *    DATAS NO FORMATO AAAAMMDD (DATA DE PROCESSAMENTO), HORAS
      *    HH:MM:SS (RELOGIO)
       01   REG-PENDAPR.
            05 APR-NUMERO        PIC 9(07).
            05 APR-TIPO          PIC X(01).
            05 APR-CODIGO        PIC 9(05).
            05 APR-CODIGO-SOBREV PIC 9(05).
            05 APR-DATA-ORIGEM   PIC 9(08).
            05 APR-SOLICITANTE   PIC X(08).
            05 APR-DATA-PEDIDO   PIC 9(08).
            05 APR-HORA-PEDIDO   PIC X(08).
            05 APR-SITUACAO      PIC X(01).
            05 APR-APROVADOR     PIC X(08).
            05 APR-DATA-DECISAO  PIC 9(08).
            05 APR-HORA-DECISAO  PIC X(08).
            05 APR-MOTIVO        PIC X(30).
            05 APR-DATA-EXECUCAO PIC 9(08).
            05 FILLER            PIC X(07).
