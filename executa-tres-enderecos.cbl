      *                         grupo seguinte. Severidade da casa no
      *                         encerramento: 0 tudo limpo, 8 algum
      *                         grupo falhou, para o scheduler ramificar.
      *   2026-10-15  R-SILVA   Novo modo 3 (cenarios): executa uma
      *                         formula da biblioteca uma vez por caso
      *                         de CENARIOS-FORMULA.TXT (chave do caso
      *                         + valores "NOME=VALOR"), gravando em
      *                         RESULTADOS-CENARIOS.TXT a chave, a
      *                         situacao e o valor de cada alvo
      *                         atribuido. Divisao por zero e overflow
      *                         falham so o caso (mesma contencao dos
      *                         grupos "EX"). Totais de controle no
      *                         relatorio e checkpoint/restart a cada
      *                         PAR-INTERVALO-CHECKPOINT casos
      *                         (CHECKPOINT-CENARIOS.DAT), no padrao do
      *                         modo lote do analisador lexico.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS CHAVE-BIBLIOTECA
               FILE STATUS IS STATUS-ARQ-BIBLIOTECA-EXPRESSOES.

           SELECT ARQ-CENARIOS-FORMULA
               ASSIGN TO "CENARIOS-FORMULA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-CENARIOS-FORMULA.

           SELECT ARQ-RESULTADOS-CENARIOS
               ASSIGN TO "RESULTADOS-CENARIOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RESULTADOS-CENARIOS.

           SELECT ARQ-RESULTADOS-TRABALHO
               ASSIGN TO "RESULTADOS-CENARIOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RESULTADOS-TRABALHO.

           SELECT ARQ-CHECKPOINT-CENARIOS
               ASSIGN TO "CHECKPOINT-CENARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-CHECKPOINT-CENARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LISTAGEM-TAC.
       FD  ARQ-BIBLIOTECA-EXPRESSOES.
       COPY BIBLREC.

      *--- Um caso por linha: chave e valores "NOME=VALOR" separados
      *--- por espaco (ex.: "APOLICE-000123       A=5 B=12 C=-3").
       FD  ARQ-CENARIOS-FORMULA.
       01  REG-CENARIO-FORMULA.
           05 CHAVE-CASO-CENARIO      PIC X(20).
           05 VALORES-CASO-CENARIO    PIC X(180).

      *--- Um registro por caso: chave, situacao (OK/FALHOU), e para
      *--- o caso calculado o valor de cada alvo atribuido na ordem da
      *--- formula; para o caso falho, a quadrupla e o motivo.
       FD  ARQ-RESULTADOS-CENARIOS.
       01  REG-RESULTADO-CENARIO.
           05 CHAVE-CASO-RESULTADO    PIC X(20).
           05 FILLER                  PIC X.
           05 SITUACAO-CASO-RESULTADO PIC X(6).
           05 FILLER                  PIC X.
           05 SEQ-FALHA-RESULTADO     PIC 9(6).
           05 FILLER                  PIC X.
           05 MOTIVO-FALHA-RESULTADO  PIC X(30).
           05 FILLER                  PIC X.
           05 ALVOS-CASO-RESULTADO    PIC X(334).

       FD  ARQ-RESULTADOS-TRABALHO.
       01  REG-RESULTADO-TRABALHO     PIC X(400).

       FD  ARQ-CHECKPOINT-CENARIOS.
       01  REG-CHECKPOINT-CENARIOS.
           05 CKPT-FORMULA-CENARIOS   PIC X(12).
           05 CKPT-CASOS-LIDOS        PIC 9(7).
           05 CKPT-CASOS-CALCULADOS   PIC 9(7).
           05 CKPT-CASOS-FALHOS       PIC 9(7).
           05 CKPT-SOMA-RESULTADO     PIC S9(18)
                                      SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

      * --- Arquivo de listagem do codigo de tres enderecos -------------
                         ==ARQ-BIBLIOTECA-EXPRESSOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-BIBLIOTECA-EXPRESSOES-ERRO-OUTRO==.
      * --- Arquivo de cenarios (modo 3) -------------------------------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-CENARIOS-FORMULA==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-CENARIOS-FORMULA-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-CENARIOS-FORMULA-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-CENARIOS-FORMULA-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-CENARIOS-FORMULA-ERRO-OUTRO==.

      * --- Resultados por caso (modo 3) -------------------------------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RESULTADOS-CENARIOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RESULTADOS-CENARIOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RESULTADOS-CENARIOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RESULTADOS-CENARIOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RESULTADOS-CENARIOS-ERRO-OUTRO==.

      * --- Copia de trabalho dos resultados (restart) -----------------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RESULTADOS-TRABALHO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RESULTADOS-TRABALHO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RESULTADOS-TRABALHO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RESULTADOS-TRABALHO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RESULTADOS-TRABALHO-ERRO-OUTRO==.

      * --- Checkpoint do modo cenarios --------------------------------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-CHECKPOINT-CENARIOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-CHECKPOINT-CENARIOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-CHECKPOINT-CENARIOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-CHECKPOINT-CENARIOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-CHECKPOINT-CENARIOS-ERRO-OUTRO==.

       COPY PARAMREC.

       01 WS-MODO-EXECUCAO           PIC 9 VALUE 1.
           88 MODO-LISTAGEM               VALUE 1.
           88 MODO-BIBLIOTECA             VALUE 2 3.
           88 MODO-CENARIOS               VALUE 3.
       01 RESPOSTA-MODO-EXECUCAO     PIC X VALUE SPACE.
       01 NOME-FORMULA-PEDIDO        PIC X(12) VALUE SPACES.
       01 DATA-GRAVACAO-FORMULA      PIC X(8) VALUE SPACES.
       01 WS-DATA-EXECUCAO-EDICAO    PIC X(10) VALUE SPACES.
       01 LINHA-EXECUCAO-EDICAO      PIC X(80) VALUE SPACES.
       01 VALOR-EDITADO              PIC -(18)9.
       01 LINHA-VALOR-VARIAVEL       PIC X(40) VALUE SPACES.

      * --- Modo cenarios: formula carregada uma vez e rodada por caso -
       01 TABELA-QUADRUPLAS-FORMULA.
           05 QUADRUPLA-FORMULA OCCURS 500 TIMES
                                INDEXED BY IDX-QUADRUPLA-FORMULA.
               10 SEQ-QUADRUPLA-FORMULA     PIC 9(6).
               10 OPERADOR-QUADRUPLA-FORMULA PIC X(2).
               10 OPERANDO-1-QUADRUPLA-FORMULA PIC X(10).
               10 OPERANDO-2-QUADRUPLA-FORMULA PIC X(10).
               10 RESULTADO-QUADRUPLA-FORMULA PIC X(10).
       01 TOTAL-QUADRUPLAS-FORMULA   PIC 9(3) VALUE 0.
      * Alvos atribuidos pela formula, na ordem da primeira atribuicao:
      * sao as colunas do registro de resultado de cada caso.
       01 TABELA-ALVOS-FORMULA.
           05 NOME-ALVO-FORMULA OCCURS 90 TIMES
                                INDEXED BY IDX-ALVO-FORMULA
                                          PIC X(10).
       01 TOTAL-ALVOS-FORMULA        PIC 9(2) VALUE 0.

       01 FLAG-FIM-CENARIOS          PIC X VALUE 'N'.
           88 FIM-CENARIOS                VALUE 'Y'.
       01 FLAG-CASO-FALHOU           PIC X VALUE 'N'.
           88 CASO-FALHOU                 VALUE 'Y'.
           88 CASO-SEM-FALHA              VALUE 'N'.
       01 SEQ-FALHA-CASO             PIC 9(6) VALUE 0.
       01 CONTADOR-CASOS-LIDOS       PIC 9(7) VALUE 0.
       01 CONTADOR-CASOS-CALCULADOS  PIC 9(7) VALUE 0.
       01 CONTADOR-CASOS-FALHOS      PIC 9(7) VALUE 0.
       01 SOMA-RESULTADO-CASOS       PIC S9(18) VALUE 0.
       01 FLAG-SOMA-ESTOURADA        PIC X VALUE 'N'.
           88 SOMA-ESTOURADA              VALUE 'Y'.
       01 TOKEN-VALOR-CASO           PIC X(40) VALUE SPACES.
       01 PONTEIRO-VALORES-CASO      PIC 9(3) VALUE 1.
       01 PONTEIRO-ALVOS-CASO        PIC 9(3) VALUE 1.

      * --- Checkpoint/restart do modo cenarios ------------------------
       01 INTERVALO-CHECKPOINT       PIC 9(3) VALUE 10.
       01 CONTADOR-ULTIMO-CHECKPOINT PIC 9(7) VALUE 0.
       01 WS-QUOCIENTE-CHECKPOINT    PIC 9(7) VALUE 0.
       01 WS-RESTO-CHECKPOINT        PIC 9(3) VALUE 0.
       01 CONTADOR-RESULTADOS-COPIADOS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== Execucao do Codigo de Tres Enderecos ==="
           DISPLAY "1 - Executar LISTAGEM-TRES-ENDERECOS.TXT"
           DISPLAY "2 - Executar formula da biblioteca (pelo nome)"
           DISPLAY "3 - Executar formula da biblioteca por caso de "
                   "CENARIOS-FORMULA.TXT"
           DISPLAY "Escolha o modo de execucao (branco = 1): "
           ACCEPT RESPOSTA-MODO-EXECUCAO
      *--- Resposta em branco (execucao agendada, sem console) mantem
           EVALUATE RESPOSTA-MODO-EXECUCAO
               WHEN '2'
                   MOVE 2 TO WS-MODO-EXECUCAO
               WHEN '3'
                   MOVE 3 TO WS-MODO-EXECUCAO
               WHEN '1'
               WHEN SPACE
               WHEN LOW-VALUE
                   STOP RUN
           END-EVALUATE
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
           IF MODO-CENARIOS
               PERFORM 6000-EXECUTAR-CENARIOS THRU 6000-EXIT
           ELSE
               PERFORM 2000-CARREGAR-VALORES THRU 2000-EXIT
               PERFORM 3000-EXECUTAR-INSTRUCOES THRU 3000-EXIT
               PERFORM 4000-GRAVAR-RESUMO-FINAL THRU 4000-EXIT
           END-IF
           PERFORM 9999-FINALIZAR THRU 9999-EXIT
           STOP RUN.

           ELSE
               PERFORM 1500-POSICIONAR-NA-FORMULA THRU 1500-EXIT
           END-IF
      *--- No modo cenarios os valores vem de cada caso.
           IF MODO-CENARIOS
               SET FIM-VALORES TO TRUE
           ELSE
               PERFORM 1100-ABRIR-VALORES THRU 1100-EXIT
           END-IF
           OPEN OUTPUT ARQ-RELATORIO-EXECUCAO
           IF NOT ARQ-RELATORIO-EXECUCAO-OK
       1000-EXIT.
           EXIT.

      *--- Arquivo de valores ausente nao e erro fatal: uma expressao
      *--- composta so de literais numericos nao precisa de variaveis.
       1100-ABRIR-VALORES.
           OPEN INPUT ARQ-VALORES-VARIAVEIS
           IF ARQ-VALORES-VARIAVEIS-NAO-ENCONTRADO
               SET FIM-VALORES TO TRUE
               DISPLAY "Aviso: arquivo de valores de variaveis ausente;"
                       " executando somente com literais."
           ELSE
               IF NOT ARQ-VALORES-VARIAVEIS-OK
                   PERFORM 9800-ABEND-VALORES-VARIAVEIS
                       THRU 9800-ABEND-VALORES-VARIAVEIS-EXIT
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      * =========================
      * MODO BIBLIOTECA: ABRE A BIBLIOTECA, POSICIONA NA FORMULA
      * PEDIDA E CONFERE O CABECALHO DE GRAVACAO (SEQUENCIA 0)
           EXIT.

       2100-LER-VALOR-VARIAVEL.
           READ ARQ-VALORES-VARIAVEIS INTO LINHA-VALOR-VARIAVEL
               AT END
                   SET FIM-VALORES TO TRUE
           END-READ.
           EXIT.

       2200-REGISTRAR-VARIAVEL.
           IF LINHA-VALOR-VARIAVEL = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO NOME-VARIAVEL-LIDA TEXTO-VALOR-LIDO
           UNSTRING LINHA-VALOR-VARIAVEL DELIMITED BY ALL SPACE
               INTO NOME-VARIAVEL-LIDA TEXTO-VALOR-LIDO
           END-UNSTRING
           IF TOTAL-VARIAVEIS >= 90
               TO NOME-VARIAVEL(IDX-VARIAVEL)
           COMPUTE VALOR-VARIAVEL(IDX-VARIAVEL) =
               FUNCTION NUMVAL(TEXTO-VALOR-LIDO)
      *--- No modo cenarios os valores de cada caso nao vao para o
      *--- relatorio (um caso por registro de resultado).
           IF MODO-CENARIOS
               GO TO 2200-EXIT
           END-IF

           MOVE SPACES TO LINHA-EXECUCAO-EDICAO
           MOVE VALOR-VARIAVEL(IDX-VARIAVEL) TO VALOR-EDITADO
      *--- Cabecalho de expressao do modo lote do conversor: e so uma
      *--- fronteira de grupo, nao uma instrucao; abre um grupo novo e
      *--- zera a marca de falha do grupo anterior.
           IF OPERADOR-LISTAGEM-TAC = "EX" AND MODO-CENARIOS
               SET GRUPO-SEM-FALHA TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF OPERADOR-LISTAGEM-TAC = "EX"
               MOVE SPACES TO LINHA-EXECUCAO-EDICAO
               STRING "------- EXPRESSAO "          DELIMITED BY SIZE
           EXIT.

       3500-GRAVAR-LINHA-INSTRUCAO.
           IF MODO-CENARIOS
               GO TO 3500-EXIT
           END-IF
           MOVE SPACES TO LINHA-EXECUCAO-EDICAO
           MOVE VALOR-RESULTADO TO VALOR-EDITADO
           STRING SEQ-LISTAGEM-TAC                       DELIMITED
                  FUNCTION TRIM(OPERANDO-2-LISTAGEM-TAC)
                                                    DELIMITED BY SIZE
               INTO TEXTO-QUADRUPLA-FALHA
      *--- No modo cenarios a falha e do caso: a linha do relatorio sai
      *--- com a chave do caso, gravada pelo proprio modo.
           IF MODO-CENARIOS
               MOVE SEQ-LISTAGEM-TAC TO SEQ-FALHA-CASO
               GO TO 3650-EXIT
           END-IF
           MOVE SPACES TO LINHA-EXECUCAO-EDICAO
           STRING "*** GRUPO FALHOU: "        DELIMITED BY SIZE
                  FUNCTION TRIM(MOTIVO-FALHA-GRUPO)
       4100-EXIT.
           EXIT.

      * =========================
      * MODO CENARIOS: A FORMULA DA BIBLIOTECA E CARREGADA UMA VEZ E
      * EXECUTADA UMA VEZ POR CASO DE CENARIOS-FORMULA.TXT; CADA CASO
      * GRAVA UM REGISTRO EM RESULTADOS-CENARIOS.TXT. UMA FALHA FICA
      * CONTIDA NO CASO, COMO NOS GRUPOS "EX" DA EXECUCAO SIMPLES.
       6000-EXECUTAR-CENARIOS.
           PERFORM 6100-CARREGAR-FORMULA THRU 6100-EXIT
           IF TOTAL-QUADRUPLAS-FORMULA = 0
               MOVE "NENHUMA INSTRUCAO ENCONTRADA NA FORMULA."
                   TO REG-LINHA-EXECUCAO
               WRITE REG-LINHA-EXECUCAO
               DISPLAY "Formula sem instrucoes; nenhum caso executado."
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           CALL "CARREGA-PARAMETROS" USING PARAMETROS-EFETIVOS
           MOVE PAR-INTERVALO-CHECKPOINT TO INTERVALO-CHECKPOINT

           OPEN INPUT ARQ-CENARIOS-FORMULA
           IF ARQ-CENARIOS-FORMULA-NAO-ENCONTRADO
               DISPLAY "Arquivo de cenarios ausente "
                       "(CENARIOS-FORMULA.TXT)."
               MOVE "ARQUIVO DE CENARIOS AUSENTE." TO REG-LINHA-EXECUCAO
               WRITE REG-LINHA-EXECUCAO
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           IF NOT ARQ-CENARIOS-FORMULA-OK
               PERFORM 9800-ABEND-CENARIOS-FORMULA
                   THRU 9800-ABEND-CENARIOS-FORMULA-EXIT
           END-IF
           PERFORM 6200-RETOMAR-DE-CHECKPOINT THRU 6200-EXIT

           MOVE "CASOS COM FALHA:" TO REG-LINHA-EXECUCAO
           WRITE REG-LINHA-EXECUCAO
           MOVE ALL "-" TO REG-LINHA-EXECUCAO
           WRITE REG-LINHA-EXECUCAO

           PERFORM 6300-LER-CENARIO THRU 6300-EXIT
           PERFORM 6400-PROCESSAR-CASO THRU 6400-EXIT
               UNTIL FIM-CENARIOS
           CLOSE ARQ-CENARIOS-FORMULA
           CLOSE ARQ-RESULTADOS-CENARIOS
           PERFORM 6800-LIMPAR-CHECKPOINT THRU 6800-EXIT
           PERFORM 6900-GRAVAR-TOTAIS-CONTROLE THRU 6900-EXIT.
       6000-EXIT.
           EXIT.

      *--- Carga das quadruplas da formula (pelo mesmo caminho de
      *--- leitura do modo biblioteca) e da lista de alvos atribuidos
      *--- pelo nome (os temporarios Tnn ficam de fora).
       6100-CARREGAR-FORMULA.
           PERFORM 3100-LER-PROXIMA-INSTRUCAO THRU 3100-EXIT
           PERFORM 6110-GUARDAR-QUADRUPLA THRU 6110-EXIT
               UNTIL FIM-LISTAGEM-TAC.
       6100-EXIT.
           EXIT.

       6110-GUARDAR-QUADRUPLA.
           IF TOTAL-QUADRUPLAS-FORMULA >= 500
               DISPLAY "ERRO: formula excede 500 quadruplas; "
                       "modo cenarios nao executado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TOTAL-QUADRUPLAS-FORMULA
           SET IDX-QUADRUPLA-FORMULA TO TOTAL-QUADRUPLAS-FORMULA
           MOVE SEQ-LISTAGEM-TAC
               TO SEQ-QUADRUPLA-FORMULA(IDX-QUADRUPLA-FORMULA)
           MOVE OPERADOR-LISTAGEM-TAC
               TO OPERADOR-QUADRUPLA-FORMULA(IDX-QUADRUPLA-FORMULA)
           MOVE OPERANDO-1-LISTAGEM-TAC
               TO OPERANDO-1-QUADRUPLA-FORMULA(IDX-QUADRUPLA-FORMULA)
           MOVE OPERANDO-2-LISTAGEM-TAC
               TO OPERANDO-2-QUADRUPLA-FORMULA(IDX-QUADRUPLA-FORMULA)
           MOVE RESULTADO-LISTAGEM-TAC
               TO RESULTADO-QUADRUPLA-FORMULA(IDX-QUADRUPLA-FORMULA)
           IF OPERADOR-LISTAGEM-TAC NOT = "EX"
              AND NOT (RESULTADO-LISTAGEM-TAC(1:1) = "T"
                       AND RESULTADO-LISTAGEM-TAC(2:2) IS NUMERIC
                       AND RESULTADO-LISTAGEM-TAC(4:) = SPACES)
               SET IDX-ALVO-FORMULA TO 1
               SEARCH NOME-ALVO-FORMULA
                   AT END
                       IF TOTAL-ALVOS-FORMULA < 90
                           ADD 1 TO TOTAL-ALVOS-FORMULA
                           SET IDX-ALVO-FORMULA TO TOTAL-ALVOS-FORMULA
                           MOVE RESULTADO-LISTAGEM-TAC
                               TO NOME-ALVO-FORMULA(IDX-ALVO-FORMULA)
                       END-IF
                   WHEN NOME-ALVO-FORMULA(IDX-ALVO-FORMULA) =
                           RESULTADO-LISTAGEM-TAC
                       CONTINUE
               END-SEARCH
           END-IF
           PERFORM 3100-LER-PROXIMA-INSTRUCAO THRU 3100-EXIT.
       6110-EXIT.
           EXIT.

      *--- Verifica se ha checkpoint de execucao anterior da mesma
      *--- formula; se houver, pula os casos ja processados, restaura
      *--- os totais e reabre os resultados (EXTEND) so com os
      *--- registros ate o checkpoint.
       6200-RETOMAR-DE-CHECKPOINT.
           MOVE 0 TO CONTADOR-ULTIMO-CHECKPOINT
           OPEN INPUT ARQ-CHECKPOINT-CENARIOS
           IF ARQ-CHECKPOINT-CENARIOS-OK
               INITIALIZE REG-CHECKPOINT-CENARIOS
               READ ARQ-CHECKPOINT-CENARIOS
                   AT END
                       INITIALIZE REG-CHECKPOINT-CENARIOS
               END-READ
               IF CKPT-CASOS-LIDOS > 0
                   IF CKPT-FORMULA-CENARIOS = NOME-FORMULA-PEDIDO
                       MOVE CKPT-CASOS-LIDOS
                           TO CONTADOR-ULTIMO-CHECKPOINT
                   ELSE
                       DISPLAY "Aviso: checkpoint da formula "
                               FUNCTION TRIM(CKPT-FORMULA-CENARIOS)
                               " ignorado; execucao desde o inicio."
                   END-IF
               END-IF
               CLOSE ARQ-CHECKPOINT-CENARIOS
           END-IF
           IF CONTADOR-ULTIMO-CHECKPOINT = 0
               OPEN OUTPUT ARQ-RESULTADOS-CENARIOS
               IF NOT ARQ-RESULTADOS-CENARIOS-OK
                   PERFORM 9800-ABEND-RESULTADOS-CENARIOS
                       THRU 9800-ABEND-RESULTADOS-CENARIOS-EXIT
               END-IF
               GO TO 6200-EXIT
           END-IF

           DISPLAY "Retomando cenarios apos o caso "
                   CONTADOR-ULTIMO-CHECKPOINT
           PERFORM 6210-PULAR-CASO-PROCESSADO THRU 6210-EXIT
               CONTADOR-ULTIMO-CHECKPOINT TIMES
           MOVE CKPT-CASOS-LIDOS      TO CONTADOR-CASOS-LIDOS
           MOVE CKPT-CASOS-CALCULADOS TO CONTADOR-CASOS-CALCULADOS
           MOVE CKPT-CASOS-FALHOS     TO CONTADOR-CASOS-FALHOS
           MOVE CKPT-SOMA-RESULTADO   TO SOMA-RESULTADO-CASOS
           PERFORM 6250-REALINHAR-RESULTADOS THRU 6250-EXIT
           OPEN EXTEND ARQ-RESULTADOS-CENARIOS
           IF NOT ARQ-RESULTADOS-CENARIOS-OK
               PERFORM 9800-ABEND-RESULTADOS-CENARIOS
                   THRU 9800-ABEND-RESULTADOS-CENARIOS-EXIT
           END-IF
           MOVE SPACES TO LINHA-EXECUCAO-EDICAO
           STRING "EXECUCAO RETOMADA APOS O CASO "  DELIMITED BY SIZE
                  CONTADOR-ULTIMO-CHECKPOINT        DELIMITED BY SIZE
                  " (CHECKPOINT-CENARIOS.DAT)"      DELIMITED BY SIZE
               INTO LINHA-EXECUCAO-EDICAO
           MOVE LINHA-EXECUCAO-EDICAO TO REG-LINHA-EXECUCAO
           WRITE REG-LINHA-EXECUCAO
           MOVE SPACES TO REG-LINHA-EXECUCAO
           WRITE REG-LINHA-EXECUCAO.
       6200-EXIT.
           EXIT.

      *--- Linhas em branco do arquivo de cenarios nao sao casos e nao
      *--- contam para o checkpoint.
       6210-PULAR-CASO-PROCESSADO.
           IF FIM-CENARIOS
               GO TO 6210-EXIT
           END-IF
           READ ARQ-CENARIOS-FORMULA
               AT END
                   SET FIM-CENARIOS TO TRUE
                   GO TO 6210-EXIT
           END-READ
           IF REG-CENARIO-FORMULA = SPACES
               GO TO 6210-PULAR-CASO-PROCESSADO
           END-IF.
       6210-EXIT.
           EXIT.

      *--- Os casos gravados depois do ultimo checkpoint (antes da
      *--- interrupcao) serao reprocessados: os resultados sao
      *--- recopiados so ate o caso do checkpoint, para nao duplicar.
       6250-REALINHAR-RESULTADOS.
           MOVE 0 TO CONTADOR-RESULTADOS-COPIADOS
           OPEN INPUT ARQ-RESULTADOS-CENARIOS
           IF ARQ-RESULTADOS-CENARIOS-NAO-ENCONTRADO
               DISPLAY "Aviso: RESULTADOS-CENARIOS.TXT ausente na "
                       "retomada; so os casos novos serao gravados."
               OPEN OUTPUT ARQ-RESULTADOS-CENARIOS
               CLOSE ARQ-RESULTADOS-CENARIOS
               GO TO 6250-EXIT
           END-IF
           IF NOT ARQ-RESULTADOS-CENARIOS-OK
               PERFORM 9800-ABEND-RESULTADOS-CENARIOS
                   THRU 9800-ABEND-RESULTADOS-CENARIOS-EXIT
           END-IF
           OPEN OUTPUT ARQ-RESULTADOS-TRABALHO
           IF NOT ARQ-RESULTADOS-TRABALHO-OK
               PERFORM 9800-ABEND-RESULTADOS-TRABALHO
                   THRU 9800-ABEND-RESULTADOS-TRABALHO-EXIT
           END-IF
           PERFORM 6260-COPIAR-PARA-TRABALHO THRU 6260-EXIT
               UNTIL CONTADOR-RESULTADOS-COPIADOS >=
                         CONTADOR-ULTIMO-CHECKPOINT
                  OR ARQ-RESULTADOS-CENARIOS-FIM-ARQUIVO
           CLOSE ARQ-RESULTADOS-CENARIOS
           CLOSE ARQ-RESULTADOS-TRABALHO

           OPEN INPUT ARQ-RESULTADOS-TRABALHO
           IF NOT ARQ-RESULTADOS-TRABALHO-OK
               PERFORM 9800-ABEND-RESULTADOS-TRABALHO
                   THRU 9800-ABEND-RESULTADOS-TRABALHO-EXIT
           END-IF
           OPEN OUTPUT ARQ-RESULTADOS-CENARIOS
           IF NOT ARQ-RESULTADOS-CENARIOS-OK
               PERFORM 9800-ABEND-RESULTADOS-CENARIOS
                   THRU 9800-ABEND-RESULTADOS-CENARIOS-EXIT
           END-IF
           PERFORM 6270-COPIAR-DE-TRABALHO THRU 6270-EXIT
               UNTIL ARQ-RESULTADOS-TRABALHO-FIM-ARQUIVO
           CLOSE ARQ-RESULTADOS-TRABALHO
           CLOSE ARQ-RESULTADOS-CENARIOS.
       6250-EXIT.
           EXIT.

       6260-COPIAR-PARA-TRABALHO.
           READ ARQ-RESULTADOS-CENARIOS
               AT END
                   GO TO 6260-EXIT
           END-READ
           MOVE REG-RESULTADO-CENARIO TO REG-RESULTADO-TRABALHO
           WRITE REG-RESULTADO-TRABALHO
           IF NOT ARQ-RESULTADOS-TRABALHO-OK
               PERFORM 9800-ABEND-RESULTADOS-TRABALHO
                   THRU 9800-ABEND-RESULTADOS-TRABALHO-EXIT
           END-IF
           ADD 1 TO CONTADOR-RESULTADOS-COPIADOS.
       6260-EXIT.
           EXIT.

       6270-COPIAR-DE-TRABALHO.
           READ ARQ-RESULTADOS-TRABALHO
               AT END
                   GO TO 6270-EXIT
           END-READ
           MOVE REG-RESULTADO-TRABALHO TO REG-RESULTADO-CENARIO
           WRITE REG-RESULTADO-CENARIO
           IF NOT ARQ-RESULTADOS-CENARIOS-OK
               PERFORM 9800-ABEND-RESULTADOS-CENARIOS
                   THRU 9800-ABEND-RESULTADOS-CENARIOS-EXIT
           END-IF.
       6270-EXIT.
           EXIT.

       6300-LER-CENARIO.
           READ ARQ-CENARIOS-FORMULA
               AT END
                   SET FIM-CENARIOS TO TRUE
                   GO TO 6300-EXIT
           END-READ
           IF REG-CENARIO-FORMULA = SPACES
               GO TO 6300-LER-CENARIO
           END-IF.
       6300-EXIT.
           EXIT.

       6400-PROCESSAR-CASO.
           ADD 1 TO CONTADOR-CASOS-LIDOS
           PERFORM 6500-EXECUTAR-CASO THRU 6500-EXIT
           PERFORM 6600-GRAVAR-RESULTADO-CASO THRU 6600-EXIT
           DIVIDE CONTADOR-CASOS-LIDOS BY INTERVALO-CHECKPOINT
               GIVING WS-QUOCIENTE-CHECKPOINT
               REMAINDER WS-RESTO-CHECKPOINT
           IF WS-RESTO-CHECKPOINT = 0
               PERFORM 6700-GRAVAR-CHECKPOINT THRU 6700-EXIT
           END-IF
           PERFORM 6300-LER-CENARIO THRU 6300-EXIT.
       6400-EXIT.
           EXIT.

      *--- Cada caso parte de uma tabela de variaveis limpa: so os
      *--- valores do proprio caso, depois os temporarios e alvos.
       6500-EXECUTAR-CASO.
           MOVE SPACES TO TABELA-VARIAVEIS
           MOVE 0 TO TOTAL-VARIAVEIS
           SET CASO-SEM-FALHA TO TRUE
           SET GRUPO-SEM-FALHA TO TRUE
           MOVE 0 TO SEQ-FALHA-CASO RESULTADO-FINAL
           MOVE SPACES TO MOTIVO-FALHA-GRUPO TEXTO-QUADRUPLA-FALHA
                          NOME-RESULTADO-FINAL
           MOVE 1 TO PONTEIRO-VALORES-CASO
           PERFORM 6510-REGISTRAR-VALOR-CASO THRU 6510-EXIT
               UNTIL PONTEIRO-VALORES-CASO > 180 OR CASO-FALHOU
           IF CASO-FALHOU
               GO TO 6500-EXIT
           END-IF
           PERFORM 6520-EXECUTAR-QUADRUPLA-CASO THRU 6520-EXIT
               VARYING IDX-QUADRUPLA-FORMULA FROM 1 BY 1
                   UNTIL IDX-QUADRUPLA-FORMULA >
                             TOTAL-QUADRUPLAS-FORMULA
                      OR GRUPO-FALHOU
           IF GRUPO-FALHOU
               SET CASO-FALHOU TO TRUE
           END-IF.
       6500-EXIT.
           EXIT.

      *--- Um valor "NOME=VALOR" do caso entra na tabela pelo mesmo
      *--- registro do arquivo de valores ("NOME VALOR"). Valor nao
      *--- numerico falha o caso sem executar a formula.
       6510-REGISTRAR-VALOR-CASO.
           MOVE SPACES TO TOKEN-VALOR-CASO
           UNSTRING VALORES-CASO-CENARIO DELIMITED BY ALL SPACE
               INTO TOKEN-VALOR-CASO
               WITH POINTER PONTEIRO-VALORES-CASO
           END-UNSTRING
           IF TOKEN-VALOR-CASO = SPACES
               GO TO 6510-EXIT
           END-IF
           MOVE TOKEN-VALOR-CASO TO TEXTO-QUADRUPLA-FALHA
           INSPECT TOKEN-VALOR-CASO REPLACING FIRST "=" BY SPACE
           MOVE SPACES TO NOME-VARIAVEL-LIDA TEXTO-VALOR-LIDO
           UNSTRING TOKEN-VALOR-CASO DELIMITED BY ALL SPACE
               INTO NOME-VARIAVEL-LIDA TEXTO-VALOR-LIDO
           END-UNSTRING
           IF NOME-VARIAVEL-LIDA = SPACES
              OR TEXTO-VALOR-LIDO = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(TEXTO-VALOR-LIDO))
                 NOT = 0
               SET CASO-FALHOU TO TRUE
               MOVE "VALOR INVALIDO NO CENARIO" TO MOTIVO-FALHA-GRUPO
               GO TO 6510-EXIT
           END-IF
           MOVE TOKEN-VALOR-CASO TO LINHA-VALOR-VARIAVEL
           PERFORM 2200-REGISTRAR-VARIAVEL THRU 2200-EXIT.
       6510-EXIT.
           EXIT.

       6520-EXECUTAR-QUADRUPLA-CASO.
           MOVE SEQ-QUADRUPLA-FORMULA(IDX-QUADRUPLA-FORMULA)
               TO SEQ-LISTAGEM-TAC
           MOVE OPERADOR-QUADRUPLA-FORMULA(IDX-QUADRUPLA-FORMULA)
               TO OPERADOR-LISTAGEM-TAC
           MOVE OPERANDO-1-QUADRUPLA-FORMULA(IDX-QUADRUPLA-FORMULA)
               TO OPERANDO-1-LISTAGEM-TAC
           MOVE OPERANDO-2-QUADRUPLA-FORMULA(IDX-QUADRUPLA-FORMULA)
               TO OPERANDO-2-LISTAGEM-TAC
           MOVE RESULTADO-QUADRUPLA-FORMULA(IDX-QUADRUPLA-FORMULA)
               TO RESULTADO-LISTAGEM-TAC
           PERFORM 3200-EXECUTAR-UMA-INSTRUCAO THRU 3200-EXIT.
       6520-EXIT.
           EXIT.

      *--- Registro de resultado do caso; o caso falho vai tambem para
      *--- o relatorio, com a chave, o motivo e a quadrupla ofensora.
       6600-GRAVAR-RESULTADO-CASO.
           MOVE SPACES TO REG-RESULTADO-CENARIO
           MOVE CHAVE-CASO-CENARIO TO CHAVE-CASO-RESULTADO
           IF CASO-FALHOU
               ADD 1 TO CONTADOR-CASOS-FALHOS
               MOVE "FALHOU"           TO SITUACAO-CASO-RESULTADO
               MOVE SEQ-FALHA-CASO     TO SEQ-FALHA-RESULTADO
               MOVE MOTIVO-FALHA-GRUPO TO MOTIVO-FALHA-RESULTADO
               MOVE SPACES TO LINHA-EXECUCAO-EDICAO
               MOVE 1 TO PONTEIRO-ALVOS-CASO
               STRING "CASO "                DELIMITED BY SIZE
                      FUNCTION TRIM(CHAVE-CASO-CENARIO)
                                             DELIMITED BY SIZE
                      ": "                   DELIMITED BY SIZE
                      FUNCTION TRIM(MOTIVO-FALHA-GRUPO)
                                             DELIMITED BY SIZE
                   INTO LINHA-EXECUCAO-EDICAO
                   WITH POINTER PONTEIRO-ALVOS-CASO
               IF SEQ-FALHA-CASO > 0
                   STRING " NA QUADRUPLA "   DELIMITED BY SIZE
                          SEQ-FALHA-CASO     DELIMITED BY SIZE
                       INTO LINHA-EXECUCAO-EDICAO
                       WITH POINTER PONTEIRO-ALVOS-CASO
               END-IF
               STRING " ("                   DELIMITED BY SIZE
                      FUNCTION TRIM(TEXTO-QUADRUPLA-FALHA)
                                             DELIMITED BY SIZE
                      ")"                    DELIMITED BY SIZE
                   INTO LINHA-EXECUCAO-EDICAO
                   WITH POINTER PONTEIRO-ALVOS-CASO
               MOVE LINHA-EXECUCAO-EDICAO TO REG-LINHA-EXECUCAO
               WRITE REG-LINHA-EXECUCAO
           ELSE
               ADD 1 TO CONTADOR-CASOS-CALCULADOS
               MOVE "OK"               TO SITUACAO-CASO-RESULTADO
               MOVE 0                  TO SEQ-FALHA-RESULTADO
               ADD RESULTADO-FINAL TO SOMA-RESULTADO-CASOS
                   ON SIZE ERROR
                       SET SOMA-ESTOURADA TO TRUE
               END-ADD
               MOVE 1 TO PONTEIRO-ALVOS-CASO
               PERFORM 6610-GRAVAR-VALOR-ALVO THRU 6610-EXIT
                   VARYING IDX-ALVO-FORMULA FROM 1 BY 1
                       UNTIL IDX-ALVO-FORMULA > TOTAL-ALVOS-FORMULA
      *--- Formula sem atribuicao nomeada (expressao simples): o alvo
      *--- e o resultado final, no temporario da ultima quadrupla.
               IF TOTAL-ALVOS-FORMULA = 0
                   MOVE RESULTADO-FINAL TO VALOR-EDITADO
                   STRING FUNCTION TRIM(NOME-RESULTADO-FINAL)
                                             DELIMITED BY SIZE
                          "="                DELIMITED BY SIZE
                          FUNCTION TRIM(VALOR-EDITADO)
                                             DELIMITED BY SIZE
                       INTO ALVOS-CASO-RESULTADO
               END-IF
           END-IF
           WRITE REG-RESULTADO-CENARIO
           IF NOT ARQ-RESULTADOS-CENARIOS-OK
               PERFORM 9800-ABEND-RESULTADOS-CENARIOS
                   THRU 9800-ABEND-RESULTADOS-CENARIOS-EXIT
           END-IF.
       6600-EXIT.
           EXIT.

      *--- "ALVO=VALOR" de cada alvo atribuido, separados por espaco.
       6610-GRAVAR-VALOR-ALVO.
           SET IDX-VARIAVEL TO 1
           SEARCH ENTRADA-VARIAVEL
               AT END
                   GO TO 6610-EXIT
               WHEN NOME-VARIAVEL(IDX-VARIAVEL) =
                       NOME-ALVO-FORMULA(IDX-ALVO-FORMULA)
                   MOVE VALOR-VARIAVEL(IDX-VARIAVEL) TO VALOR-EDITADO
           END-SEARCH
           STRING FUNCTION TRIM(NOME-ALVO-FORMULA(IDX-ALVO-FORMULA))
                                                DELIMITED BY SIZE
                  "="                           DELIMITED BY SIZE
                  FUNCTION TRIM(VALOR-EDITADO)  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
               INTO ALVOS-CASO-RESULTADO
               WITH POINTER PONTEIRO-ALVOS-CASO
           END-STRING.
       6610-EXIT.
           EXIT.

       6700-GRAVAR-CHECKPOINT.
           OPEN OUTPUT ARQ-CHECKPOINT-CENARIOS
           IF NOT ARQ-CHECKPOINT-CENARIOS-OK
               PERFORM 9800-ABEND-CHECKPOINT-CENARIOS
                   THRU 9800-ABEND-CHECKPOINT-CENARIOS-EXIT
           END-IF
           MOVE NOME-FORMULA-PEDIDO       TO CKPT-FORMULA-CENARIOS
           MOVE CONTADOR-CASOS-LIDOS      TO CKPT-CASOS-LIDOS
           MOVE CONTADOR-CASOS-CALCULADOS TO CKPT-CASOS-CALCULADOS
           MOVE CONTADOR-CASOS-FALHOS     TO CKPT-CASOS-FALHOS
           MOVE SOMA-RESULTADO-CASOS      TO CKPT-SOMA-RESULTADO
           WRITE REG-CHECKPOINT-CENARIOS
           IF NOT ARQ-CHECKPOINT-CENARIOS-OK
               PERFORM 9800-ABEND-CHECKPOINT-CENARIOS
                   THRU 9800-ABEND-CHECKPOINT-CENARIOS-EXIT
           END-IF
           CLOSE ARQ-CHECKPOINT-CENARIOS.
       6700-EXIT.
           EXIT.

      *--- Arquivo de cenarios concluido: zera o checkpoint para que a
      *--- proxima execucao comece do inicio de um novo arquivo.
       6800-LIMPAR-CHECKPOINT.
           OPEN OUTPUT ARQ-CHECKPOINT-CENARIOS
           IF NOT ARQ-CHECKPOINT-CENARIOS-OK
               PERFORM 9800-ABEND-CHECKPOINT-CENARIOS
                   THRU 9800-ABEND-CHECKPOINT-CENARIOS-EXIT
           END-IF
           INITIALIZE REG-CHECKPOINT-CENARIOS
           WRITE REG-CHECKPOINT-CENARIOS
           IF NOT ARQ-CHECKPOINT-CENARIOS-OK
               PERFORM 9800-ABEND-CHECKPOINT-CENARIOS
                   THRU 9800-ABEND-CHECKPOINT-CENARIOS-EXIT
           END-IF
           CLOSE ARQ-CHECKPOINT-CENARIOS.
       6800-EXIT.
           EXIT.

      *--- Totais de controle do arquivo de cenarios, no relatorio e
      *--- no console.
       6900-GRAVAR-TOTAIS-CONTROLE.
           MOVE ALL "-" TO REG-LINHA-EXECUCAO
           WRITE REG-LINHA-EXECUCAO
           MOVE "TOTAIS DE CONTROLE DOS CENARIOS:" TO REG-LINHA-EXECUCAO
           WRITE REG-LINHA-EXECUCAO
           MOVE SPACES TO LINHA-EXECUCAO-EDICAO
           STRING "  CASOS LIDOS..........: "  DELIMITED BY SIZE
                  CONTADOR-CASOS-LIDOS         DELIMITED BY SIZE
               INTO LINHA-EXECUCAO-EDICAO
           PERFORM 6910-GRAVAR-LINHA-TOTAL THRU 6910-EXIT
           STRING "  CASOS CALCULADOS.....: "  DELIMITED BY SIZE
                  CONTADOR-CASOS-CALCULADOS    DELIMITED BY SIZE
               INTO LINHA-EXECUCAO-EDICAO
           PERFORM 6910-GRAVAR-LINHA-TOTAL THRU 6910-EXIT
           STRING "  CASOS COM FALHA......: "  DELIMITED BY SIZE
                  CONTADOR-CASOS-FALHOS        DELIMITED BY SIZE
               INTO LINHA-EXECUCAO-EDICAO
           PERFORM 6910-GRAVAR-LINHA-TOTAL THRU 6910-EXIT
           IF SOMA-ESTOURADA
               MOVE "  SOMA DO RESULTADO FINAL: EXCEDE 18 DIGITOS"
                   TO LINHA-EXECUCAO-EDICAO
           ELSE
               MOVE SOMA-RESULTADO-CASOS TO VALOR-EDITADO
               STRING "  SOMA DO RESULTADO FINAL: "
                                               DELIMITED BY SIZE
                      FUNCTION TRIM(VALOR-EDITADO)
                                               DELIMITED BY SIZE
                   INTO LINHA-EXECUCAO-EDICAO
           END-IF
           PERFORM 6910-GRAVAR-LINHA-TOTAL THRU 6910-EXIT.
       6900-EXIT.
           EXIT.

       6910-GRAVAR-LINHA-TOTAL.
           MOVE LINHA-EXECUCAO-EDICAO TO REG-LINHA-EXECUCAO
           WRITE REG-LINHA-EXECUCAO
           DISPLAY FUNCTION TRIM(LINHA-EXECUCAO-EDICAO TRAILING)
           MOVE SPACES TO LINHA-EXECUCAO-EDICAO.
       6910-EXIT.
           EXIT.

      * =========================
       9999-FINALIZAR.
           IF MODO-LISTAGEM
               CLOSE ARQ-BIBLIOTECA-EXPRESSOES
           END-IF
           CLOSE ARQ-RELATORIO-EXECUCAO
           IF MODO-CENARIOS
               DISPLAY "Resultados gravados em RESULTADOS-CENARIOS.TXT"
           ELSE
               DISPLAY "Instrucoes executadas: " CONTADOR-INSTRUCOES
               DISPLAY "Grupos executados....: "
                       CONTADOR-GRUPOS-EXECUTADOS
               DISPLAY "Grupos com falha.....: " CONTADOR-GRUPOS-FALHOS
           END-IF
           DISPLAY "Relatorio gravado em RELATORIO-EXECUCAO-TAC.TXT"
      *--- Severidade para o scheduler: 0 tudo limpo, 8 algum grupo
      *--- (ou caso, no modo cenarios) falhou (16 e reservado ao
      *--- ABENDFIL).
           IF CONTADOR-GRUPOS-FALHOS > 0 OR CONTADOR-CASOS-FALHOS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       9999-EXIT.
                         ==STATUS-ARQ-RELATORIO-EXECUCAO==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de relatorio de execucao"==.

      ******************************************************************
      * 9800-ABEND-CENARIOS-FORMULA
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-CENARIOS-FORMULA==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-CENARIOS-FORMULA-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-CENARIOS-FORMULA==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de cenarios"==.

      ******************************************************************
      * 9800-ABEND-RESULTADOS-CENARIOS
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RESULTADOS-CENARIOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RESULTADOS-CENARIOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RESULTADOS-CENARIOS==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de resultados dos cenarios"==.

      ******************************************************************
      * 9800-ABEND-RESULTADOS-TRABALHO
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RESULTADOS-TRABALHO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RESULTADOS-TRABALHO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RESULTADOS-TRABALHO==
                     ==TEXTO-ABEND==         BY
                         =="copia de trabalho dos resultados"==.

      ******************************************************************
      * 9800-ABEND-CHECKPOINT-CENARIOS
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-CHECKPOINT-CENARIOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-CHECKPOINT-CENARIOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-CHECKPOINT-CENARIOS==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de checkpoint dos cenarios"==.
