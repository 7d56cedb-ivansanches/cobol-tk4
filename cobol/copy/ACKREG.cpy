      *    LAYOUT DO RETORNO DE INCLUSOES POR LOTE (ARQUIVO ACKCLI)
      *    CADA REGISTRO TRAZ A IDENTIFICACAO DO LOTE TRANCLI DE ORIGEM
      *    (CAB-ORIGEM, CAB-DATA E CAB-SEQUENCIA DO CABECALHO)
      *    TIPO: H = INICIO DO LOTE   D = INCLUSAO   T = FIM DO LOTE
      *    ATRIBUIDO: S = CODIGO ATRIBUIDO PELO CADASTRO
      *               N = CODIGO INFORMADO PELA ORIGEM
      *    RESULTADO: A = INCLUIDO   R = RECUSADO (VER MOTIVO)
      *    NO TRAILER: QUANTIDADES DO LOTE E DATA DE PROCESSAMENTO
      *    DATAS NO FORMATO AAAAMMDD
       01   REG-ACKCLI.
            05 ACK-TIPO          PIC X(01).
            05 ACK-ORIGEM        PIC X(03).
            05 ACK-DATA-LOTE     PIC 9(08).
            05 ACK-SEQUENCIA     PIC 9(05).
            05 ACK-CODIGO        PIC 9(05).
            05 ACK-ATRIBUIDO     PIC X(01).
            05 ACK-RESULTADO     PIC X(01).
            05 ACK-NOME          PIC X(30).
            05 ACK-MOTIVO        PIC X(25).
            05 FILLER            PIC X(01).
       01   REG-ACKCLI-TRL.
            05 ACT-TIPO          PIC X(01).
            05 ACT-ORIGEM        PIC X(03).
            05 ACT-DATA-LOTE     PIC 9(08).
            05 ACT-SEQUENCIA     PIC 9(05).
            05 ACT-QTD-INCLUIDAS PIC 9(05).
            05 ACT-QTD-RECUSADAS PIC 9(05).
            05 ACT-DATA-PROC     PIC 9(08).
            05 FILLER            PIC X(45).
