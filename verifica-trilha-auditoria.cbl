       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-TRILHA-AUDITORIA.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * CONFERENCIA DA CADEIA DA TRILHA DE AUDITORIA DE VALIDACAO: LE
      * O LOG VIVO (TRILHA-AUDITORIA.LOG, NOME EM BRANCO) OU UMA
      * GERACAO MENSAL DO ARQUIVO MORTO (TRILHA-AUDITORIA-AAAAMM.LOG)
      * E RECALCULA, LINHA A LINHA, SEQUENCIA E ENCADEAMENTO
      * (ENCADEIA-TRILHA, BLOCO ELOREC) A PARTIR DA SEMENTE GUARDADA
      * EM ANCORAS-TRILHA.DAT (ANCOREC):
      *   LOG VIVO - VALOR FINAL DA ULTIMA ANCORA (ULTIMO CORTE);
      *   GERACAO  - VALOR INICIAL DA PRIMEIRA ANCORA DA GERACAO, E O
      *              FIM DA GERACAO E CONFERIDO CONTRA O VALOR FINAL
      *              DA ULTIMA ANCORA DELA (PEGA GERACAO TRUNCADA OU
      *              COM LINHAS ACRESCENTADAS NO FIM).
      * O RELATORIO (RELATORIO-VERIFICACAO-TRILHA.TXT) APONTA O
      * PRIMEIRO ELO QUEBRADO E LISTA TODOS OS ACHADOS: LACUNA DE
      * SEQUENCIA (LINHA TIRADA), SEQUENCIA REPETIDA OU FORA DE ORDEM
      * (LINHA INTERCALADA OU DUPLICADA), REGISTRO ALTERADO
      * (ENCADEAMENTO NAO CONFERE) E LINHA SEM ENCADEAMENTO NO MEIO DA
      * CADEIA. LINHAS SEM ENCADEAMENTO NO INICIO DO ARQUIVO SAO AS
      * GRAVADAS ANTES DE A TRILHA SER ENCADEADA: CONTADAS, NAO
      * APONTADAS. RC 8 QUANDO HA ACHADO.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TRILHA-AUDITORIA
               ASSIGN DYNAMIC NOME-ARQUIVO-TRILHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-TRILHA-AUDITORIA.

           SELECT ARQ-ANCORAS-TRILHA
               ASSIGN TO "ANCORAS-TRILHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-ANCORAS-TRILHA.

           SELECT ARQ-RELATORIO-VERIFICACAO
               ASSIGN TO "RELATORIO-VERIFICACAO-TRILHA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-VERIFICACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TRILHA-AUDITORIA.
       01  REG-TRILHA-AUDITORIA        PIC X(160).

       FD  ARQ-ANCORAS-TRILHA.
       COPY ANCOREC.

       FD  ARQ-RELATORIO-VERIFICACAO.
       01  REG-LINHA-VERIFICACAO       PIC X(110).

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-TRILHA-AUDITORIA==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-TRILHA-AUDITORIA-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-TRILHA-AUDITORIA-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-TRILHA-AUDITORIA-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-TRILHA-AUDITORIA-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-ANCORAS-TRILHA==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-ANCORAS-TRILHA-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-ANCORAS-TRILHA-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-ANCORAS-TRILHA-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-ANCORAS-TRILHA-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-VERIFICACAO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-VERIFICACAO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-VERIFICACAO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-VERIFICACAO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-VERIFICACAO-ERRO-OUTRO==.

       01  NOME-ARQUIVO-TRILHA            PIC X(60) VALUE SPACES.
       01  FLAG-TIPO-ARQUIVO              PIC X VALUE 'V'.
           88 ARQUIVO-LOG-VIVO                 VALUE 'V'.
           88 ARQUIVO-GERACAO                  VALUE 'G'.

       01  FLAG-FIM-TRILHA                PIC X VALUE 'N'.
           88 FIM-TRILHA                       VALUE 'Y'.
       01  FLAG-FIM-ANCORAS               PIC X VALUE 'N'.
           88 FIM-ANCORAS                      VALUE 'Y'.
       01  FLAG-ANCORA-ENCONTRADA         PIC X VALUE 'N'.
           88 ANCORA-ENCONTRADA                VALUE 'S'.
           88 ANCORA-NAO-ENCONTRADA            VALUE 'N'.

      * --- Semente e fim esperado da cadeia ---------------------------
       01  ORIGEM-SEMENTE                 PIC X(50) VALUE SPACES.
       01  SEQUENCIA-SEMENTE              PIC 9(9) VALUE 0.
       01  ENCADEAMENTO-SEMENTE           PIC 9(15) VALUE 0.
       01  SEQUENCIA-FINAL-ANCORADA       PIC 9(9) VALUE 0.
       01  ENCADEAMENTO-FINAL-ANCORADO    PIC 9(15) VALUE 0.

      * --- Totais da conferencia --------------------------------------
       01  CONTADOR-LINHAS-LIDAS          PIC 9(7) VALUE 0.
       01  CONTADOR-SEM-ENCADEAMENTO      PIC 9(7) VALUE 0.
       01  CONTADOR-ENCADEADOS            PIC 9(7) VALUE 0.
       01  CONTADOR-ACHADOS               PIC 9(7) VALUE 0.
       01  CONTADOR-LACUNAS               PIC 9(7) VALUE 0.
       01  CONTADOR-FORA-DE-ORDEM         PIC 9(7) VALUE 0.
       01  CONTADOR-ALTERADOS             PIC 9(7) VALUE 0.
       01  CONTADOR-SEM-ELO-NO-MEIO       PIC 9(7) VALUE 0.
       01  TOTAL-REGISTROS-FALTANTES      PIC 9(9) VALUE 0.
       01  LINHA-PRIMEIRO-ELO-QUEBRADO    PIC 9(7) VALUE 0.
       01  SEQUENCIA-PRIMEIRO-ELO-QUEBRADO
                                          PIC X(9) VALUE SPACES.
       01  DESCRICAO-PRIMEIRO-ELO-QUEBRADO
                                          PIC X(45) VALUE SPACES.
       01  DESCRICAO-ACHADO               PIC X(45) VALUE SPACES.
       01  SEQUENCIA-ESPERADA-ACHADO      PIC 9(9) VALUE 0.
       01  LINHA-VERIFICACAO-EDICAO       PIC X(110) VALUE SPACES.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).

       COPY ELOREC.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "VERIFICA-TRILHA-AUDITORIA".
       01  EVENTO-PARA-CONTROLE           PIC X(6) VALUE SPACES.
       01  REGISTROS-PARA-CONTROLE        PIC 9(7) VALUE 0.
       01  VALIDOS-PARA-CONTROLE          PIC 9(7) VALUE 0.
       01  INVALIDOS-PARA-CONTROLE        PIC 9(7) VALUE 0.
       01  SITUACAO-PARA-CONTROLE         PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "================================================"
           DISPLAY "   CONFERENCIA DA CADEIA DA TRILHA DE AUDITORIA "
           DISPLAY "================================================"
           DISPLAY "Arquivo a conferir (branco = log vivo "
                   "TRILHA-AUDITORIA.LOG): "
           ACCEPT NOME-ARQUIVO-TRILHA
           IF NOME-ARQUIVO-TRILHA = SPACES
               MOVE "TRILHA-AUDITORIA.LOG" TO NOME-ARQUIVO-TRILHA
           END-IF
           IF NOME-ARQUIVO-TRILHA = "TRILHA-AUDITORIA.LOG"
               SET ARQUIVO-LOG-VIVO TO TRUE
           ELSE
               SET ARQUIVO-GERACAO TO TRUE
           END-IF

           MOVE "INICIO"   TO EVENTO-PARA-CONTROLE
           MOVE "INICIADO" TO SITUACAO-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT

           PERFORM 1000-PREPARAR-SEMENTE THRU 1000-EXIT
           PERFORM 2000-CONFERIR-CADEIA THRU 2000-EXIT
           PERFORM 3000-CONFERIR-FIM-ANCORADO THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
      * SEMENTE DA CADEIA E FIM ESPERADO, A PARTIR DAS ANCORAS
       1000-PREPARAR-SEMENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           IF ARQUIVO-LOG-VIVO
               MOVE "NENHUM CORTE ANTERIOR (CADEIA DO ZERO)"
                   TO ORIGEM-SEMENTE
           ELSE
               MOVE "GERACAO SEM ANCORA (CADEIA DO ZERO)"
                   TO ORIGEM-SEMENTE
           END-IF

           OPEN INPUT ARQ-ANCORAS-TRILHA
           IF ARQ-ANCORAS-TRILHA-OK
               PERFORM 1100-LER-ANCORA THRU 1100-EXIT
               PERFORM 1200-GUARDAR-ANCORA THRU 1200-EXIT
                   UNTIL FIM-ANCORAS
               CLOSE ARQ-ANCORAS-TRILHA
           ELSE
               IF NOT ARQ-ANCORAS-TRILHA-NAO-ENCONTRADO
                   PERFORM 9800-ABEND-ANCORAS-TRILHA
                       THRU 9800-ABEND-ANCORAS-TRILHA-EXIT
               END-IF
           END-IF
           MOVE SEQUENCIA-SEMENTE    TO ELO-ULTIMA-SEQUENCIA
           MOVE ENCADEAMENTO-SEMENTE TO ELO-ULTIMO-ENCADEAMENTO

           OPEN OUTPUT ARQ-RELATORIO-VERIFICACAO
           IF NOT ARQ-RELATORIO-VERIFICACAO-OK
               PERFORM 9800-ABEND-RELATORIO-VERIFICACAO
                   THRU 9800-ABEND-RELATORIO-VERIFICACAO-EXIT
           END-IF
           MOVE "CONFERENCIA DA CADEIA DA TRILHA DE AUDITORIA"
               TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "EXECUTADO EM..........: " DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(1:14) DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "ARQUIVO...............: " DELIMITED BY SIZE
                  NOME-ARQUIVO-TRILHA        DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "ORIGEM DA SEMENTE.....: " DELIMITED BY SIZE
                  ORIGEM-SEMENTE             DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "SEMENTE...............: SEQUENCIA "
                                             DELIMITED BY SIZE
                  SEQUENCIA-SEMENTE          DELIMITED BY SIZE
                  " ENCADEAMENTO "           DELIMITED BY SIZE
                  ENCADEAMENTO-SEMENTE       DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE ALL "-" TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE "ACHADOS (LINHA / SEQUENCIA LIDA / ESPERADA / TIPO):"
               TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO.
       1000-EXIT.
           EXIT.

       1100-LER-ANCORA.
           READ ARQ-ANCORAS-TRILHA
               AT END
                   SET FIM-ANCORAS TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *--- Log vivo: fica a ultima ancora (semente = fim do ultimo
      *--- corte). Geracao: a primeira ancora dela da a semente e a
      *--- ultima o fim esperado (mais de um corte no mesmo mes).
       1200-GUARDAR-ANCORA.
           IF SEQUENCIA-FINAL-ANCORA IS NOT NUMERIC
              OR ENCADEAMENTO-FINAL-ANCORA IS NOT NUMERIC
              OR SEQUENCIA-INICIAL-ANCORA IS NOT NUMERIC
              OR ENCADEAMENTO-INICIAL-ANCORA IS NOT NUMERIC
               GO TO 1200-LER-PROXIMA
           END-IF
           IF ARQUIVO-LOG-VIVO
               MOVE SEQUENCIA-FINAL-ANCORA    TO SEQUENCIA-SEMENTE
               MOVE ENCADEAMENTO-FINAL-ANCORA TO ENCADEAMENTO-SEMENTE
               MOVE SPACES TO ORIGEM-SEMENTE
               STRING "ULTIMO CORTE, "        DELIMITED BY SIZE
                      DATA-HORA-ANCORA        DELIMITED BY SIZE
                   INTO ORIGEM-SEMENTE
               SET ANCORA-ENCONTRADA TO TRUE
               GO TO 1200-LER-PROXIMA
           END-IF
           IF GERACAO-ANCORA NOT = NOME-ARQUIVO-TRILHA
               GO TO 1200-LER-PROXIMA
           END-IF
           IF ANCORA-NAO-ENCONTRADA
               MOVE SEQUENCIA-INICIAL-ANCORA    TO SEQUENCIA-SEMENTE
               MOVE ENCADEAMENTO-INICIAL-ANCORA
                   TO ENCADEAMENTO-SEMENTE
               MOVE SPACES TO ORIGEM-SEMENTE
               STRING "PRIMEIRO CORTE DA GERACAO, " DELIMITED BY SIZE
                      DATA-HORA-ANCORA              DELIMITED BY SIZE
                   INTO ORIGEM-SEMENTE
               SET ANCORA-ENCONTRADA TO TRUE
           END-IF
           MOVE SEQUENCIA-FINAL-ANCORA    TO SEQUENCIA-FINAL-ANCORADA
           MOVE ENCADEAMENTO-FINAL-ANCORA
               TO ENCADEAMENTO-FINAL-ANCORADO.
       1200-LER-PROXIMA.
           PERFORM 1100-LER-ANCORA THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      * =========================
      * CONFERE A CADEIA LINHA A LINHA
       2000-CONFERIR-CADEIA.
           OPEN INPUT ARQ-TRILHA-AUDITORIA
           IF ARQ-TRILHA-AUDITORIA-NAO-ENCONTRADO
               MOVE "ARQUIVO AUSENTE: NADA A CONFERIR."
                   TO REG-LINHA-VERIFICACAO
               WRITE REG-LINHA-VERIFICACAO
               DISPLAY "Trilha ausente: " NOME-ARQUIVO-TRILHA
      *--- Log vivo ausente e so um log ainda nao criado; geracao
      *--- ausente e arquivo morto que deveria existir.
               IF ARQUIVO-GERACAO
                   ADD 1 TO CONTADOR-ACHADOS
                   MOVE "GERACAO AUSENTE DO ARQUIVO MORTO"
                       TO DESCRICAO-PRIMEIRO-ELO-QUEBRADO
               END-IF
               SET FIM-TRILHA TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF NOT ARQ-TRILHA-AUDITORIA-OK
               PERFORM 9800-ABEND-TRILHA-AUDITORIA
                   THRU 9800-ABEND-TRILHA-AUDITORIA-EXIT
           END-IF
           PERFORM 2100-LER-LINHA THRU 2100-EXIT
           PERFORM 2200-CONFERIR-LINHA THRU 2200-EXIT
               UNTIL FIM-TRILHA
           CLOSE ARQ-TRILHA-AUDITORIA.
       2000-EXIT.
           EXIT.

       2100-LER-LINHA.
           READ ARQ-TRILHA-AUDITORIA INTO ELO-REGISTRO
               AT END
                   SET FIM-TRILHA TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CONFERIR-LINHA.
           ADD 1 TO CONTADOR-LINHAS-LIDAS
           SET ELO-FUNCAO-CONFERIR TO TRUE
           CALL "ENCADEIA-TRILHA" USING BLOCO-ENCADEAMENTO
           MOVE ELO-SEQUENCIA-ESPERADA TO SEQUENCIA-ESPERADA-ACHADO
           EVALUATE TRUE
               WHEN ELO-CONFERE
                   ADD 1 TO CONTADOR-ENCADEADOS
               WHEN ELO-SEM-ENCADEAMENTO
                AND CONTADOR-ENCADEADOS = 0
                AND CONTADOR-ACHADOS = 0
                   ADD 1 TO CONTADOR-SEM-ENCADEAMENTO
               WHEN ELO-SEM-ENCADEAMENTO
                   ADD 1 TO CONTADOR-SEM-ELO-NO-MEIO
                   MOVE "LINHA SEM ENCADEAMENTO NO MEIO DA CADEIA"
                       TO DESCRICAO-ACHADO
                   PERFORM 2300-REGISTRAR-ACHADO THRU 2300-EXIT
               WHEN ELO-LACUNA
                   ADD 1 TO CONTADOR-LACUNAS
                   COMPUTE TOTAL-REGISTROS-FALTANTES =
                       TOTAL-REGISTROS-FALTANTES
                     + ELO-SEQUENCIA - SEQUENCIA-ESPERADA-ACHADO
                   MOVE "LACUNA DE SEQUENCIA (LINHAS FALTANDO)"
                       TO DESCRICAO-ACHADO
                   PERFORM 2300-REGISTRAR-ACHADO THRU 2300-EXIT
               WHEN ELO-FORA-DE-ORDEM
                   ADD 1 TO CONTADOR-FORA-DE-ORDEM
                   MOVE "SEQUENCIA REPETIDA OU FORA DE ORDEM"
                       TO DESCRICAO-ACHADO
                   PERFORM 2300-REGISTRAR-ACHADO THRU 2300-EXIT
               WHEN ELO-ALTERADO
                   ADD 1 TO CONTADOR-ALTERADOS
                   MOVE "REGISTRO ALTERADO (ENCADEAMENTO NAO CONFERE)"
                       TO DESCRICAO-ACHADO
                   PERFORM 2300-REGISTRAR-ACHADO THRU 2300-EXIT
           END-EVALUATE
           PERFORM 2100-LER-LINHA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-REGISTRAR-ACHADO.
           ADD 1 TO CONTADOR-ACHADOS
           IF CONTADOR-ACHADOS = 1
               MOVE CONTADOR-LINHAS-LIDAS
                   TO LINHA-PRIMEIRO-ELO-QUEBRADO
               MOVE ELO-SEQUENCIA-X  TO SEQUENCIA-PRIMEIRO-ELO-QUEBRADO
               MOVE DESCRICAO-ACHADO TO DESCRICAO-PRIMEIRO-ELO-QUEBRADO
           END-IF
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "  LINHA "                  DELIMITED BY SIZE
                  CONTADOR-LINHAS-LIDAS       DELIMITED BY SIZE
                  "  SEQ "                    DELIMITED BY SIZE
                  ELO-SEQUENCIA-X             DELIMITED BY SIZE
                  "  ESPERADA "               DELIMITED BY SIZE
                  SEQUENCIA-ESPERADA-ACHADO   DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  ELO-RESULTADO               DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  DESCRICAO-ACHADO            DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO.
       2300-EXIT.
           EXIT.

      * =========================
      * GERACAO: O FIM DA CADEIA TEM DE SER O GUARDADO NA ANCORA
       3000-CONFERIR-FIM-ANCORADO.
           IF ARQUIVO-LOG-VIVO OR ANCORA-NAO-ENCONTRADA
               GO TO 3000-EXIT
           END-IF
           IF ELO-ULTIMA-SEQUENCIA    = SEQUENCIA-FINAL-ANCORADA
              AND ELO-ULTIMO-ENCADEAMENTO = ENCADEAMENTO-FINAL-ANCORADO
               GO TO 3000-EXIT
           END-IF
           MOVE SEQUENCIA-FINAL-ANCORADA TO SEQUENCIA-ESPERADA-ACHADO
           MOVE ELO-ULTIMA-SEQUENCIA     TO ELO-SEQUENCIA
           MOVE "FIM DIFERE DA ANCORA (CORTADA OU ACRESCIDA)"
               TO DESCRICAO-ACHADO
           MOVE "FA" TO ELO-RESULTADO
           PERFORM 2300-REGISTRAR-ACHADO THRU 2300-EXIT.
       3000-EXIT.
           EXIT.

      * =========================
      * RESUMO, SEVERIDADE E CONTROLE DE EXECUCAO
       9000-FINALIZAR.
           IF CONTADOR-ACHADOS = 0
               MOVE "  NENHUM." TO REG-LINHA-VERIFICACAO
               WRITE REG-LINHA-VERIFICACAO
           END-IF
           MOVE ALL "=" TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "LINHAS LIDAS..........: " DELIMITED BY SIZE
                  CONTADOR-LINHAS-LIDAS      DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "ANTERIORES AO ENCADEAM: " DELIMITED BY SIZE
                  CONTADOR-SEM-ENCADEAMENTO  DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "ENCADEADAS CONFERIDAS.: " DELIMITED BY SIZE
                  CONTADOR-ENCADEADOS        DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "ACHADOS...............: " DELIMITED BY SIZE
                  CONTADOR-ACHADOS           DELIMITED BY SIZE
                  "  (LACUNAS "              DELIMITED BY SIZE
                  CONTADOR-LACUNAS           DELIMITED BY SIZE
                  " FORA DE ORDEM "          DELIMITED BY SIZE
                  CONTADOR-FORA-DE-ORDEM     DELIMITED BY SIZE
                  " ALTERADOS "              DELIMITED BY SIZE
                  CONTADOR-ALTERADOS         DELIMITED BY SIZE
                  " SEM ELO "                DELIMITED BY SIZE
                  CONTADOR-SEM-ELO-NO-MEIO   DELIMITED BY SIZE
                  ")"                        DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "LINHAS FALTANDO.......: " DELIMITED BY SIZE
                  TOTAL-REGISTROS-FALTANTES  DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO

           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           IF CONTADOR-ACHADOS = 0
               MOVE "PRIMEIRO ELO QUEBRADO.: NENHUM - CADEIA INTEGRA"
                   TO LINHA-VERIFICACAO-EDICAO
           ELSE
               STRING "PRIMEIRO ELO QUEBRADO.: LINHA "
                                             DELIMITED BY SIZE
                      LINHA-PRIMEIRO-ELO-QUEBRADO
                                             DELIMITED BY SIZE
                      " SEQ "                DELIMITED BY SIZE
                      SEQUENCIA-PRIMEIRO-ELO-QUEBRADO
                                             DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      DESCRICAO-PRIMEIRO-ELO-QUEBRADO
                                             DELIMITED BY SIZE
                   INTO LINHA-VERIFICACAO-EDICAO
           END-IF
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO

           IF ARQUIVO-GERACAO AND ANCORA-ENCONTRADA
               MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
               STRING "FIM NA ANCORA.........: SEQUENCIA "
                                             DELIMITED BY SIZE
                      SEQUENCIA-FINAL-ANCORADA
                                             DELIMITED BY SIZE
                      " ENCADEAMENTO "       DELIMITED BY SIZE
                      ENCADEAMENTO-FINAL-ANCORADO
                                             DELIMITED BY SIZE
                   INTO LINHA-VERIFICACAO-EDICAO
               MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
               WRITE REG-LINHA-VERIFICACAO
           END-IF
           MOVE SPACES TO LINHA-VERIFICACAO-EDICAO
           STRING "FIM DA CADEIA LIDA....: SEQUENCIA "
                                             DELIMITED BY SIZE
                  ELO-ULTIMA-SEQUENCIA       DELIMITED BY SIZE
                  " ENCADEAMENTO "           DELIMITED BY SIZE
                  ELO-ULTIMO-ENCADEAMENTO    DELIMITED BY SIZE
               INTO LINHA-VERIFICACAO-EDICAO
           MOVE LINHA-VERIFICACAO-EDICAO TO REG-LINHA-VERIFICACAO
           WRITE REG-LINHA-VERIFICACAO
           CLOSE ARQ-RELATORIO-VERIFICACAO

           DISPLAY "Conferencia da trilha concluida."
           DISPLAY "Linhas lidas.........: " CONTADOR-LINHAS-LIDAS
           DISPLAY "Achados..............: " CONTADOR-ACHADOS
           DISPLAY "Relatorio em RELATORIO-VERIFICACAO-TRILHA.TXT"

      *--- Severidade para o scheduler: 8 quando a cadeia nao fecha
      *--- (a trilha de compliance nao pode ser dada por integra).
           IF CONTADOR-ACHADOS > 0
               MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-LINHAS-LIDAS TO REGISTROS-PARA-CONTROLE
           MOVE CONTADOR-ENCADEADOS   TO VALIDOS-PARA-CONTROLE
           MOVE CONTADOR-ACHADOS      TO INVALIDOS-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           IF CONTADOR-ACHADOS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      * =========================
      * RASTRO NO CONTROLE CENTRAL DE EXECUCOES
       9100-GRAVAR-RUN-CONTROLE.
           CALL "REGISTRA-EXECUCAO" USING PROGRAMA-PARA-CONTROLE
                                          EVENTO-PARA-CONTROLE
                                          REGISTROS-PARA-CONTROLE
                                          VALIDOS-PARA-CONTROLE
                                          INVALIDOS-PARA-CONTROLE
                                          SITUACAO-PARA-CONTROLE.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * PARAGRAFOS PADRAO DE ABORT POR ERRO FATAL DE ARQUIVO (ABENDFIL)
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-TRILHA-AUDITORIA==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-TRILHA-AUDITORIA-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-TRILHA-AUDITORIA==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de trilha de auditoria"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-ANCORAS-TRILHA==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-ANCORAS-TRILHA-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-ANCORAS-TRILHA==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de ancoras da trilha"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RELATORIO-VERIFICACAO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-VERIFICACAO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-VERIFICACAO==
                     ==TEXTO-ABEND==         BY
                         =="relatorio de verificacao da trilha"==.

       END PROGRAM VERIFICA-TRILHA-AUDITORIA.
