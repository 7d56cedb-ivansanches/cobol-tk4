      *    LAYOUT DO REGISTRO DE CONTROLE DE EXECUCAO (ARQUIVO RUNCTL)
      *    EVENTO: I = INICIO   F = FIM
      *            P = PASSO EXECUTADO PELO FLUXO (PROG22)
      *            S = PASSO SUPRIMIDO PELO FLUXO (PREDECESSOR FALHOU)
      *    RESULTADO: RETURN-CODE DO PROGRAMA NO MOMENTO DO EVENTO
      *    DATA: DATA DE PROCESSAMENTO (DATAPROC) DA EXECUCAO
      *    DATA-REAL: DATA DO RELOGIO NO MOMENTO DO EVENTO
       01   REG-RUNCTL.
            05 RUN-PROGRAMA  PIC X(08).
            05 RUN-DATA      PIC X(10).
            05 RUN-RESULTADO PIC X(02).
            05 RUN-QTD-LIDOS PIC 9(05).
            05 RUN-QTD-REJEIT PIC 9(05).
            05 RUN-DATA-REAL PIC X(10).
