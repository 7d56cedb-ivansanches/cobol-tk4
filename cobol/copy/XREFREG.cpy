      *    LAYOUT DO REGISTRO DE REFERENCIA CRUZADA DE CONSOLIDACAO
      *    (ARQUIVO XREFCLI)
      *    ABSORVIDO: CODIGO EXCLUIDO NA CONSOLIDACAO
      *    SOBREVIVENTE: CODIGO QUE PASSOU A RESPONDER PELO ABSORVIDO
      *    DATA NO FORMATO AAAAMMDD
       01   REG-XREFCLI.
            05 XRF-CODIGO-ABSORV PIC 9(05).
            05 XRF-CODIGO-SOBREV PIC 9(05).
            05 XRF-DATA-CONSOL   PIC 9(08).
            05 FILLER            PIC X(02).
