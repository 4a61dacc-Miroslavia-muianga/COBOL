      * ISENTO EM CICLO POSTERIOR. E DAQUI QUE SAEM O TEMPO-DE-CORRECAO
      * POR EQUIPE E A LISTA DE ENVELHECIMENTO DAS REJEICOES QUE
      * NINGUEM LIMPA.
      *
      * ORDEM-PENDENCIA: NUMERO DA ORDEM DE RENOMEACAO (ORDREC) EMITIDA
      * POR GERA-ORDENS-RENOMEACAO PARA A PENDENCIA ABERTA, COM A DATA
      * DE EMISSAO; ZERO = AINDA SEM ORDEM. A PENDENCIA QUE REABRE OU
      * RECEBE OUTRA SUGESTAO VOLTA A ZERO (A ORDEM ANTIGA NAO VALE
      * MAIS) E ENTRA NA PROXIMA EMISSAO.
      ******************************************************************
       01  REG-PENDENCIA-REJEICAO.
           05 CHAVE-PENDENCIA.
           05 DATA-FECHAMENTO-PENDENCIA     PIC 9(8).
           05 REGRA-PENDENCIA               PIC 9.
           05 SUGESTAO-PENDENCIA            PIC X(30).
           05 ORDEM-PENDENCIA               PIC 9(6).
           05 DATA-ORDEM-PENDENCIA          PIC 9(8).
