      ******************************************************************
      * CALEREC.CPY
      * REGISTRO DO CALENDARIO DE DIAS UTEIS DA CASA (CALENDARIO.DAT,
      * ARQUIVO INDEXADO COM CHAVE DATA-CALENDARIO), MANTIDO POR
      * MANUTENCAO-CALENDARIO E LIDO PELO SERVICO DE DIAS UTEIS
      * (SERVICO-DIAS-UTEIS).
      *
      * SO AS EXCECOES SAO CADASTRADAS: SABADO E DOMINGO NAO SAO DIA
      * UTIL E SEGUNDA A SEXTA SAO, SALVO O DIA CADASTRADO COMO
      * F (FERIADO OU PONTO FACULTATIVO DA CASA) OU U (DIA UTIL EXTRA,
      * SABADO OU DOMINGO TRABALHADO).
      *
      * O REGISTRO DE DATA ZERO (TIPO C) E O CONTROLE DO CALENDARIO:
      * ACAO-NAO-UTIL-CALENDARIO DIZ O QUE O CICLO DIARIO FAZ QUANDO
      * DISPARADO EM DIA NAO UTIL - R RECUSA RODAR, A SO AVISA.
      ******************************************************************
       01  REG-CALENDARIO.
           05 DATA-CALENDARIO               PIC 9(8).
           05 TIPO-DIA-CALENDARIO           PIC X.
               88 DIA-FERIADO                    VALUE 'F'.
               88 DIA-UTIL-EXTRA                 VALUE 'U'.
               88 REGISTRO-CONTROLE-CALENDARIO   VALUE 'C'.
           05 DESCRICAO-CALENDARIO          PIC X(30).
           05 ACAO-NAO-UTIL-CALENDARIO      PIC X.
               88 CICLO-RECUSA-NAO-UTIL          VALUE 'R'.
               88 CICLO-AVISA-NAO-UTIL           VALUE 'A'.
           05 DATA-ALTERACAO-CALENDARIO     PIC 9(8).
           05 OPERADOR-CALENDARIO           PIC X(20).
