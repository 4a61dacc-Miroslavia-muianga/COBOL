      *     TAMANHO-MAX-PROGRAMA 30
      *     DIAS-ALERTA-REJEICAO 007
      *     DIAS-ALERTA-AVISO    005
      *     RETENCAO-GERACOES    030
      * ARQUIVO AUSENTE, CHAVE AUSENTE OU VALOR INVALIDO MANTEM O
      * PADRAO DA CASA (IDENTICO AS ANTIGAS CONSTANTES), DE MODO QUE
      * NENHUM JOB DEIXA DE RODAR POR FALTA DO ARQUIVO. CHAMADO POR
      *                   PARTIR DA QUAL UM AVISO SEM CONFIRMACAO DE
      *                   RECEBIMENTO ENTRA NO RELATORIO DE ESCALACAO,
      *                   PADRAO 5), PARA O JOB RECEBE-CONFIRMACOES.
      * 2026-10-15 RMS    NOVO PARAMETRO RETENCAO-GERACOES (QUANTAS
      *                   GERACOES DATADAS DE CADA SAIDA DO CICLO SAO
      *                   MANTIDAS, PADRAO 30), PARA GUARDA-GERACAO.
      ******************************************************************

       ENVIRONMENT DIVISION.
           MOVE "ARQ-"                    TO PAR-PREFIXO-ARQUIVO
           MOVE 30                        TO PAR-TAMANHO-MAX-PROGRAMA
           MOVE 7                         TO PAR-DIAS-ALERTA-REJEICAO
           MOVE 5                         TO PAR-DIAS-ALERTA-AVISO
           MOVE 30                        TO PAR-RETENCAO-GERACOES.
       1000-EXIT.
           EXIT.

                       MOVE VALOR-NUMERICO-PARAMETRO
                           TO PAR-DIAS-ALERTA-REJEICAO
                   END-IF
               WHEN "RETENCAO-GERACOES"
                   PERFORM 2300-CONVERTER-VALOR-NUMERICO
                       THRU 2300-EXIT
                   IF VALOR-NUMERICO-PARAMETRO > 0
                      AND VALOR-NUMERICO-PARAMETRO <= 999
                       MOVE VALOR-NUMERICO-PARAMETRO
                           TO PAR-RETENCAO-GERACOES
                   END-IF
               WHEN "PREFIXO-PROGRAMA"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO(1:10)
