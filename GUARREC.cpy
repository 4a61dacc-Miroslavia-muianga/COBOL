      ******************************************************************
      * GUARREC.CPY
      * BLOCO DE CHAMADA DO SUBPROGRAMA GUARDA-GERACAO, QUE COPIA UMA
      * SAIDA DO CICLO PARA A GERACAO DATADA (BASE-AAAAMMDD.EXT),
      * REGISTRA A GERACAO NO INDICE (INDICE-GERACOES.DAT, GERAREC) E
      * EXPURGA AS GERACOES DAQUELA SAIDA ALEM DA RETENCAO.
      *
      * INCLUIDO NA WORKING-STORAGE DOS JOBS CHAMADORES E NA LINKAGE
      * DO SUBPROGRAMA.
      *
      * GER-RETENCAO: QUANTAS GERACOES ATIVAS DA SAIDA SAO MANTIDAS
      * (PAR-RETENCAO-GERACOES DE PARAMREC); AS MAIS ANTIGAS ALEM
      * DESSE NUMERO SAO APAGADAS E MARCADAS COMO EXPURGADAS.
      * GER-RESULTADO: 'OK' GERACAO GUARDADA; 'AU' SAIDA DE ORIGEM
      * AUSENTE (NADA GUARDADO); 'ER' FALHA AO GRAVAR A GERACAO OU O
      * INDICE (ANUNCIADA NO CONSOLE; O CHAMADOR ENCERRA COM AVISOS).
      ******************************************************************
       01  BLOCO-GERACAO.
           05 GER-ARQUIVO-BASE              PIC X(30).
           05 GER-EXTENSAO                  PIC X(4).
           05 GER-ARQUIVO-ORIGEM            PIC X(60).
           05 GER-DATA-CICLO                PIC 9(8).
           05 GER-SITUACAO-CICLO            PIC X(8).
           05 GER-PROGRAMA                  PIC X(30).
           05 GER-RETENCAO                  PIC 9(3).
      *--- DEVOLVIDOS PELO SUBPROGRAMA
           05 GER-NOME-GERACAO              PIC X(60).
           05 GER-REGISTROS                 PIC 9(7).
           05 GER-EXPURGADAS                PIC 9(3).
           05 GER-RESULTADO                 PIC XX.
               88 GER-GUARDADA                   VALUE 'OK'.
               88 GER-ORIGEM-AUSENTE             VALUE 'AU'.
               88 GER-FALHA                      VALUE 'ER'.
