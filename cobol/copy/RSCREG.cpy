      *    LAYOUT DO VINCULO DE RESPOSTA DE MALA DIRETA COM A CAMPANHA
      *    (ARQUIVO RESPCMP - ACUMULATIVO, GRAVADO PELO PROG8)
      *    CAMPANHA: ULTIMA CAMPANHA DO CAMPCLI QUE ENVIOU O CODIGO
      *    (BRANCOS QUANDO NENHUMA CAMPANHA ENVIOU O CODIGO)
      *    TIPO: B = DEVOLUCAO   D = DESCADASTRO
      *    APLICADA: S = RESPOSTA APLICADA NO CADASTRO
      *              N = RESPOSTA NAO APLICADA (VER RELRESP)
      *    SEQUENCIA: 00 = EMAIL PRINCIPAL DO CLIENTE
      *               01 A 99 = EMAIL DO CONTATO SECUNDARIO (CONTCLI)
      *               BRANCOS EM REGISTROS ANTERIORES = EMAIL PRINCIPAL
      *    DATA NO FORMATO AAAAMMDD
       01   REG-RESPCMP.
            05 RSC-CAMPANHA.
               10 RSC-ORIGEM     PIC X(03).
               10 RSC-DATA       PIC 9(08).
               10 RSC-HORA       PIC 9(06).
            05 RSC-TIPO          PIC X(01).
            05 RSC-CODIGO        PIC 9(05).
            05 RSC-EMAIL         PIC X(35).
            05 RSC-DATA-PROC     PIC 9(08).
            05 RSC-APLICADA      PIC X(01).
            05 RSC-SEQUENCIA     PIC 9(02).
            05 FILLER            PIC X(01).
