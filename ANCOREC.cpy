      ******************************************************************
      * ANCOREC.CPY
      * LINHA DO ARQUIVO DE ANCORAS DA TRILHA DE AUDITORIA
      * (ANCORAS-TRILHA.DAT), ACRESCENTADA POR ARQUIVA-TRILHA-AUDITORIA
      * A CADA CORTE DO LOG VIVO. GUARDA A SEQUENCIA E O ENCADEAMENTO
      * ANTERIORES AO PRIMEIRO REGISTRO DO CORTE (SEMENTE PARA
      * RECONFERIR A GERACAO) E OS DO ULTIMO REGISTRO (FIM DA CADEIA,
      * O MESMO VALOR IMPRESSO NO RESUMO ASSINADO). A CADEIA CONTINUA
      * DE UM CORTE PARA O SEGUINTE.
      ******************************************************************
       01  REG-ANCORA-TRILHA.
           05 DATA-HORA-ANCORA              PIC X(14).
           05 FILLER                        PIC X.
           05 GERACAO-ANCORA                PIC X(40).
           05 FILLER                        PIC X.
           05 SEQUENCIA-INICIAL-ANCORA      PIC 9(9).
           05 FILLER                        PIC X.
           05 ENCADEAMENTO-INICIAL-ANCORA   PIC 9(15).
           05 FILLER                        PIC X.
           05 SEQUENCIA-FINAL-ANCORA        PIC 9(9).
           05 FILLER                        PIC X.
           05 ENCADEAMENTO-FINAL-ANCORA     PIC 9(15).
