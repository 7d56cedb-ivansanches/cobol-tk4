      *    LAYOUT DO REGISTRO DE CAMPANHAS (ARQUIVO CAMPCLI)
      *    ARQUIVO ACUMULATIVO, ACRESCIDO A CADA EXTRATO DE MALA DIRETA
      *    TIPO: H = INICIO DA CAMPANHA   E = CLIENTE ENVIADO
      *          T = FIM DA CAMPANHA (QUANTIDADE DE ENVIADOS)
      *    CAMPANHA: ORIGEM + DATA DE PROCESSAMENTO + HORA DA GERACAO
      *    ORIGEM: EXT = EXTRATO COMPLETO (MKTEXTR)
      *            DLT = EXTRATO INCREMENTAL (MKTDELT)
      *    SEQUENCIA: 00 = CONTATO PRINCIPAL, 01 A 99 = CONTATO
      *    SECUNDARIO (CONTCLI)
      *    DATA NO FORMATO AAAAMMDD, HORA NO FORMATO HHMMSS
      *    PROG8 E PROG26 CONSIDERAM SOMENTE AS 2000 CAMPANHAS MAIS
      *    RECENTES DO ARQUIVO (CABECALHOS H ANTERIORES SAO IGNORADOS)
       01   REG-CAMPCLI.
            05 CMP-TIPO          PIC X(01).
            05 CMP-CAMPANHA.
               10 CMP-ORIGEM     PIC X(03).
               10 CMP-DATA       PIC 9(08).
               10 CMP-HORA       PIC 9(06).
            05 CMP-CODIGO        PIC 9(05).
            05 CMP-SEQUENCIA     PIC 9(02).
            05 CMP-EMAIL         PIC X(35).
            05 FILLER            PIC X(04).
       01   REG-CAMPCLI-TRL.
            05 CMT-TIPO          PIC X(01).
            05 CMT-CAMPANHA      PIC X(17).
            05 CMT-QTD-ENVIADOS  PIC 9(05).
            05 FILLER            PIC X(41).
