      *    LAYOUT DO REGISTRO DE CONTATO SECUNDARIO (ARQUIVO CONTCLI)
      *    CHAVE: CODIGO DO CLIENTE + SEQUENCIA (01 A 99)
      *    TIPO: C = COMERCIAL   R = RESIDENCIAL   M = MOVEL
      *    PREFERIDO: S = CONTATO PREFERIDO DO CLIENTE (NO MAXIMO UM)
      *    MALA DIRETA: N = DESCADASTRADO (EXTRATOS DEVEM PULAR)
      *    DATAS NO FORMATO AAAAMMDD
       01   REG-CONTCLI.
            05 CTT-CHAVE.
               10 CTT-CODIGO     PIC 9(05).
               10 CTT-SEQUENCIA  PIC 9(02).
            05 CTT-TIPO          PIC X(01).
            05 CTT-EMAIL         PIC X(35).
            05 CTT-TELEFONE      PIC X(10).
            05 CTT-PREFERIDO     PIC X(01).
            05 CTT-MALA-DIRETA   PIC X(01).
            05 CTT-DATA-INCLUSAO PIC 9(08).
            05 CTT-DATA-MANUT    PIC 9(08).
            05 FILLER            PIC X(29).
