      *    LAYOUT DO HISTORICO DE QUALIDADE DA BASE (ARQUIVO HISTQLD)
      *    ARQUIVO ACUMULATIVO, UM REGISTRO POR EXECUCAO DO PROG27
      *    DATA-PROC: DATA DE PROCESSAMENTO DA EXECUCAO (AAAAMMDD)
      *    ANOS-MANUT: ANOS SEM MANUTENCAO USADOS NO CRITERIO
      *    CONTADORES: 01 = CLIENTES AVALIADOS   02 = SEM EMAIL
      *                03 = SEM TELEFONE         04 = EMAIL DEVOLVIDO
      *                05 = FORA DA MALA DIRETA  06 = CONTATO DUPLICADO
      *                07 = MANUTENCAO ANTIGA    08 A 11 = NOTAS A A D
       01   REG-HISTQLD.
            05 QLH-DATA-PROC     PIC 9(08).
            05 QLH-DATA-PROC-R REDEFINES QLH-DATA-PROC.
               10 QLH-ANO-MES   PIC 9(06).
               10 QLH-DIA       PIC 9(02).
            05 QLH-ANOS-MANUT    PIC 9(02).
            05 QLH-CONTADORES.
               10 QLH-CONTADOR  PIC 9(05) OCCURS 11 TIMES.
            05 FILLER            PIC X(15).
