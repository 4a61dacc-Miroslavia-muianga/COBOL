      ******************************************************************
      * GERAREC.CPY
      * REGISTRO DO INDICE DE GERACOES DATADAS DAS SAIDAS DO CICLO
      * (INDICE-GERACOES.DAT, INDEXADO, CHAVE ARQUIVO-BASE + DATA DO
      * CICLO). CADA SAIDA DIARIA GUARDADA POR GUARDA-GERACAO
      * (REJEICOES-CICLO, RELATORIO-EXCECOES, ADVERTENCIA-COLISAO,
      * NOMES-DEDUP) GANHA UMA COPIA DATADA E UMA ENTRADA AQUI, COM A
      * QUANTIDADE DE REGISTROS E A SITUACAO DO JOB QUE A GRAVOU.
      *
      * ESTADO-GERACAO: 'A' ATIVA (ARQUIVO EM DISCO); 'E' EXPURGADA
      * PELA RETENCAO (ARQUIVO APAGADO, ENTRADA MANTIDA COMO RASTRO).
      * SITUACAO-CICLO-GERACAO: NORMAL, AVISOS OU FALHAS, O MESMO
      * ESQUEMA DO CONTROLE DE EXECUCOES (RUNCREC).
      ******************************************************************
       01  REG-INDICE-GERACAO.
           05 CHAVE-INDICE-GERACAO.
               10 ARQUIVO-BASE-GERACAO      PIC X(30).
               10 DATA-CICLO-GERACAO        PIC 9(8).
           05 NOME-ARQUIVO-INDICE-GERACAO   PIC X(60).
           05 REGISTROS-GERACAO             PIC 9(7).
           05 SITUACAO-CICLO-GERACAO        PIC X(8).
           05 ESTADO-GERACAO                PIC X.
               88 GERACAO-ATIVA                  VALUE 'A'.
               88 GERACAO-EXPURGADA              VALUE 'E'.
           05 DATA-HORA-GRAVACAO-GERACAO    PIC X(14).
           05 PROGRAMA-GERACAO              PIC X(30).
           05 DATA-EXPURGO-GERACAO          PIC 9(8).
