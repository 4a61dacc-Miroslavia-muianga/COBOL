           05 PAR-TAMANHO-MAX-PROGRAMA      PIC 9(2).
           05 PAR-DIAS-ALERTA-REJEICAO      PIC 9(3).
           05 PAR-DIAS-ALERTA-AVISO         PIC 9(3).
      *--- GERACOES DATADAS DAS SAIDAS DO CICLO MANTIDAS POR SAIDA
      *--- (GUARDA-GERACAO); AS MAIS ANTIGAS SAO EXPURGADAS
           05 PAR-RETENCAO-GERACOES         PIC 9(3).
