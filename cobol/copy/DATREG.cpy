      *    LAYOUT DO REGISTRO DE CONTROLE DA DATA DE PROCESSAMENTO
      *    (ARQUIVO DATAPROC - REGISTRO UNICO, MANTIDO PELO PROG21)
      *    DATA-PROC: DATA DE NEGOCIO DO CICLO EM ANDAMENTO (AAAAMMDD)
      *    SITUACAO: A = DATA ABERTA   F = DATA FECHADA
      *    DATA-PROXIMA: DATA A SER ABERTA NO PROXIMO CICLO, CALCULADA
      *    NO FECHAMENTO
      *    ABERTURA / FECHAMENTO: DATA (AAAAMMDD) E HORA (HH:MM:SS) DO
      *    RELOGIO NO MOMENTO DA ABERTURA E DO FECHAMENTO
       01   REG-DATAPROC.
            05 DTP-DATA-PROC     PIC 9(08).
            05 DTP-SITUACAO      PIC X(01).
            05 DTP-DATA-PROXIMA  PIC 9(08).
            05 DTP-ABERTURA-DATA PIC 9(08).
            05 DTP-ABERTURA-HORA PIC X(08).
            05 DTP-FECHAM-DATA   PIC 9(08).
            05 DTP-FECHAM-HORA   PIC X(08).
            05 FILLER            PIC X(01).
