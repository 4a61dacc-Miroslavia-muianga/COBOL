      *                   EXISTENTE E CONTADA E ABERTA EM EXTEND, E O
      *                   BALANCO PASSA A CONFERIR PREEXISTENTES +
      *                   LIDOS CONTRA OS RELIDOS DA GERACAO.
      * 2026-10-15 RMS    CADEIA DA TRILHA (SEQUENCIA E ENCADEAMENTO,
      *                   ENCADEIA-TRILHA) CONFERIDA ANTES DO CORTE:
      *                   ELO QUEBRADO, LACUNA OU REGISTRO ALTERADO
      *                   RECUSA O CORTE COM RC 16 E O LOG VIVO FICA
      *                   INTACTO. CADA CORTE ACRESCENTA UMA LINHA A
      *                   ANCORAS-TRILHA.DAT (ANCOREC) E O RESUMO PARA
      *                   ASSINATURA MOSTRA A SEQUENCIA E O
      *                   ENCADEAMENTO FINAIS DA CADEIA.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RESUMO-ARQUIVAMENTO.

           SELECT ARQ-ANCORAS-TRILHA
               ASSIGN TO "ANCORAS-TRILHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-ANCORAS-TRILHA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TRILHA-AUDITORIA.
       01  REG-TRILHA-AUDITORIA        PIC X(160).

       FD  ARQ-GERACAO-TRILHA.
       01  REG-GERACAO-TRILHA          PIC X(160).

       FD  ARQ-RESUMO-ARQUIVAMENTO.
       01  REG-LINHA-RESUMO            PIC X(80).

       FD  ARQ-ANCORAS-TRILHA.
       COPY ANCOREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==ARQ-RESUMO-ARQUIVAMENTO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RESUMO-ARQUIVAMENTO-ERRO-OUTRO==.
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

       01  NOME-ARQUIVO-GERACAO           PIC X(60).

           88 FIM-TRILHA                       VALUE 'Y'.
       01  FLAG-FIM-GERACAO               PIC X VALUE 'N'.
           88 FIM-GERACAO                      VALUE 'Y'.
       01  FLAG-FIM-ANCORAS               PIC X VALUE 'N'.
           88 FIM-ANCORAS                      VALUE 'Y'.

      * --- Totais do arquivamento ------------------------------------
       01  CONTADOR-REGISTROS-LIDOS       PIC 9(7) VALUE 0.
       01  PRIMEIRO-CARIMBO-TRILHA        PIC X(21) VALUE SPACES.
       01  ULTIMO-CARIMBO-TRILHA          PIC X(21) VALUE SPACES.

      * --- Conferencia da cadeia antes do corte -----------------------
       01  CONTADOR-LINHAS-CONFERIDAS     PIC 9(7) VALUE 0.
       01  CONTADOR-SEM-ENCADEAMENTO      PIC 9(7) VALUE 0.
       01  CONTADOR-ENCADEADOS            PIC 9(7) VALUE 0.
       01  CONTADOR-ELOS-QUEBRADOS        PIC 9(7) VALUE 0.
       01  LINHA-PRIMEIRO-ELO-QUEBRADO    PIC 9(7) VALUE 0.
       01  SEQUENCIA-PRIMEIRO-ELO-QUEBRADO
                                          PIC X(9) VALUE SPACES.
       01  TIPO-PRIMEIRO-ELO-QUEBRADO     PIC XX VALUE SPACES.
       01  SEQUENCIA-INICIAL-CORTE        PIC 9(9) VALUE 0.
       01  ENCADEAMENTO-INICIAL-CORTE     PIC 9(15) VALUE 0.
       01  SEQUENCIA-FINAL-CORTE          PIC 9(9) VALUE 0.
       01  ENCADEAMENTO-FINAL-CORTE       PIC 9(15) VALUE 0.
       COPY ELOREC.

      * --- Leiaute das colunas da linha de trilha ---------------------
      * Gravada por 6000-GRAVAR-TRILHA-AUDITORIA de VALIDADOR-DETALHADO:
      * identificador(30) " | " data-hora(21) " | " status(8) " | "
      * mensagem(60), seguidos desde o encadeamento de " | "
      * sequencia(9) " | " encadeamento(15) (ENCADEIA-TRILHA).
       01  LINHA-TRILHA-TRABALHO.
           05 TRILHA-IDENTIFICADOR        PIC X(30).
           05 FILLER                      PIC X(3).
           05 FILLER                      PIC X(3).
           05 TRILHA-MENSAGEM             PIC X(60).
           05 FILLER                      PIC X(2).
           05 FILLER                      PIC X(3).
           05 TRILHA-SEQUENCIA            PIC X(9).
           05 FILLER                      PIC X(3).
           05 TRILHA-ENCADEAMENTO         PIC X(15).

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-ANO-MES-GERACAO             PIC X(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-CADEIA THRU 0500-EXIT
           PERFORM 1000-PREPARAR-GERACAO THRU 1000-EXIT
           PERFORM 2000-COPIAR-PARA-GERACAO THRU 2000-EXIT
           PERFORM 3000-CONFERIR-BALANCO THRU 3000-EXIT
           PERFORM 3500-GRAVAR-ANCORA THRU 3500-EXIT
           PERFORM 4000-GRAVAR-RESUMO THRU 4000-EXIT
           PERFORM 5000-REINICIAR-LOG-VIVO THRU 5000-EXIT
           DISPLAY "Arquivamento mensal da trilha concluido."
           DISPLAY "Geracao gravada: " NOME-ARQUIVO-GERACAO
           STOP RUN.

      * =========================
      * CONFERE A CADEIA DO LOG VIVO A PARTIR DA ULTIMA ANCORA. SO
      * SE ACEITAM LINHAS SEM ENCADEAMENTO NO INICIO DO LOG (GRAVADAS
      * ANTES DE A TRILHA SER ENCADEADA); QUALQUER OUTRO ELO QUEBRADO
      * RECUSA O CORTE E O LOG VIVO FICA COMO ESTA PARA INVESTIGACAO
      * (DETALHE EM VERIFICA-TRILHA-AUDITORIA).
       0500-CONFERIR-CADEIA.
           OPEN INPUT ARQ-ANCORAS-TRILHA
           IF ARQ-ANCORAS-TRILHA-OK
               PERFORM 0510-LER-ANCORA THRU 0510-EXIT
               PERFORM 0520-GUARDAR-ANCORA THRU 0520-EXIT
                   UNTIL FIM-ANCORAS
               CLOSE ARQ-ANCORAS-TRILHA
           ELSE
               IF NOT ARQ-ANCORAS-TRILHA-NAO-ENCONTRADO
                   PERFORM 9800-ABEND-ANCORAS-TRILHA
                       THRU 9800-ABEND-ANCORAS-TRILHA-EXIT
               END-IF
           END-IF
           MOVE SEQUENCIA-INICIAL-CORTE    TO ELO-ULTIMA-SEQUENCIA
           MOVE ENCADEAMENTO-INICIAL-CORTE TO ELO-ULTIMO-ENCADEAMENTO

           OPEN INPUT ARQ-TRILHA-AUDITORIA
           IF ARQ-TRILHA-AUDITORIA-NAO-ENCONTRADO
               DISPLAY "Nada a arquivar: trilha de auditoria ausente."
               STOP RUN
           END-IF
           IF NOT ARQ-TRILHA-AUDITORIA-OK
               PERFORM 9800-ABEND-TRILHA-AUDITORIA
                   THRU 9800-ABEND-TRILHA-AUDITORIA-EXIT
           END-IF
           PERFORM 0530-LER-ELO THRU 0530-EXIT
           PERFORM 0540-CONFERIR-ELO THRU 0540-EXIT
               UNTIL FIM-TRILHA
           CLOSE ARQ-TRILHA-AUDITORIA
           MOVE 'N' TO FLAG-FIM-TRILHA
           MOVE ELO-ULTIMA-SEQUENCIA    TO SEQUENCIA-FINAL-CORTE
           MOVE ELO-ULTIMO-ENCADEAMENTO TO ENCADEAMENTO-FINAL-CORTE

           IF CONTADOR-ELOS-QUEBRADOS > 0
               DISPLAY "ERRO FATAL: cadeia da trilha de auditoria "
                       "quebrada; corte recusado."
               DISPLAY "Linhas conferidas....: "
                       CONTADOR-LINHAS-CONFERIDAS
               DISPLAY "Elos quebrados.......: "
                       CONTADOR-ELOS-QUEBRADOS
               DISPLAY "Primeiro elo quebrado: linha "
                       LINHA-PRIMEIRO-ELO-QUEBRADO
                       " sequencia " SEQUENCIA-PRIMEIRO-ELO-QUEBRADO
                       " tipo " TIPO-PRIMEIRO-ELO-QUEBRADO
               DISPLAY "O log vivo foi preservado; detalhe em "
                       "VERIFICA-TRILHA-AUDITORIA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       0510-LER-ANCORA.
           READ ARQ-ANCORAS-TRILHA
               AT END
                   SET FIM-ANCORAS TO TRUE
           END-READ.
       0510-EXIT.
           EXIT.

       0520-GUARDAR-ANCORA.
           IF SEQUENCIA-FINAL-ANCORA IS NUMERIC
              AND ENCADEAMENTO-FINAL-ANCORA IS NUMERIC
               MOVE SEQUENCIA-FINAL-ANCORA TO SEQUENCIA-INICIAL-CORTE
               MOVE ENCADEAMENTO-FINAL-ANCORA
                   TO ENCADEAMENTO-INICIAL-CORTE
           END-IF
           PERFORM 0510-LER-ANCORA THRU 0510-EXIT.
       0520-EXIT.
           EXIT.

       0530-LER-ELO.
           READ ARQ-TRILHA-AUDITORIA INTO ELO-REGISTRO
               AT END
                   SET FIM-TRILHA TO TRUE
           END-READ.
       0530-EXIT.
           EXIT.

       0540-CONFERIR-ELO.
           ADD 1 TO CONTADOR-LINHAS-CONFERIDAS
           SET ELO-FUNCAO-CONFERIR TO TRUE
           CALL "ENCADEIA-TRILHA" USING BLOCO-ENCADEAMENTO
           EVALUATE TRUE
               WHEN ELO-CONFERE
                   ADD 1 TO CONTADOR-ENCADEADOS
               WHEN ELO-SEM-ENCADEAMENTO
                AND CONTADOR-ENCADEADOS = 0
                AND CONTADOR-ELOS-QUEBRADOS = 0
                   ADD 1 TO CONTADOR-SEM-ENCADEAMENTO
               WHEN OTHER
                   ADD 1 TO CONTADOR-ELOS-QUEBRADOS
                   IF CONTADOR-ELOS-QUEBRADOS = 1
                       MOVE CONTADOR-LINHAS-CONFERIDAS
                           TO LINHA-PRIMEIRO-ELO-QUEBRADO
                       MOVE ELO-SEQUENCIA-X
                           TO SEQUENCIA-PRIMEIRO-ELO-QUEBRADO
                       MOVE ELO-RESULTADO
                           TO TIPO-PRIMEIRO-ELO-QUEBRADO
                   END-IF
           END-EVALUATE
           PERFORM 0530-LER-ELO THRU 0530-EXIT.
       0540-EXIT.
           EXIT.

      * =========================
      * MONTA O NOME DA GERACAO DO MES E ABRE OS ARQUIVOS
       1000-PREPARAR-GERACAO.
               INTO NOME-ARQUIVO-GERACAO

           OPEN INPUT ARQ-TRILHA-AUDITORIA
           IF NOT ARQ-TRILHA-AUDITORIA-OK
               PERFORM 9800-ABEND-TRILHA-AUDITORIA
                   THRU 9800-ABEND-TRILHA-AUDITORIA-EXIT
       3100-EXIT.
           EXIT.

      * =========================
      * ANCORA DO CORTE: SEMENTE DA GERACAO (ULTIMA ANCORA ANTERIOR)
      * E FIM DA CADEIA CORTADA, SEMENTE DO PROXIMO LOG VIVO
       3500-GRAVAR-ANCORA.
           OPEN EXTEND ARQ-ANCORAS-TRILHA
           IF NOT ARQ-ANCORAS-TRILHA-OK
               OPEN OUTPUT ARQ-ANCORAS-TRILHA
           END-IF
           IF NOT ARQ-ANCORAS-TRILHA-OK
               PERFORM 9800-ABEND-ANCORAS-TRILHA
                   THRU 9800-ABEND-ANCORAS-TRILHA-EXIT
           END-IF
           MOVE SPACES TO REG-ANCORA-TRILHA
           MOVE WS-DATA-HORA-EXECUCAO(1:14) TO DATA-HORA-ANCORA
           MOVE NOME-ARQUIVO-GERACAO       TO GERACAO-ANCORA
           MOVE SEQUENCIA-INICIAL-CORTE    TO SEQUENCIA-INICIAL-ANCORA
           MOVE ENCADEAMENTO-INICIAL-CORTE
               TO ENCADEAMENTO-INICIAL-ANCORA
           MOVE SEQUENCIA-FINAL-CORTE      TO SEQUENCIA-FINAL-ANCORA
           MOVE ENCADEAMENTO-FINAL-CORTE   TO ENCADEAMENTO-FINAL-ANCORA
           WRITE REG-ANCORA-TRILHA
           IF NOT ARQ-ANCORAS-TRILHA-OK
               PERFORM 9800-ABEND-ANCORAS-TRILHA
                   THRU 9800-ABEND-ANCORAS-TRILHA-EXIT
           END-IF
           CLOSE ARQ-ANCORAS-TRILHA.
       3500-EXIT.
           EXIT.

      * =========================
      * RESUMO DE ARQUIVAMENTO PARA ASSINATURA
       4000-GRAVAR-RESUMO.
           MOVE LINHA-RESUMO-EDICAO TO REG-LINHA-RESUMO
           WRITE REG-LINHA-RESUMO

           IF CONTADOR-SEM-ENCADEAMENTO > 0
               MOVE SPACES TO LINHA-RESUMO-EDICAO
               STRING "SEM ENCADEAMENTO......: " DELIMITED BY SIZE
                      CONTADOR-SEM-ENCADEAMENTO  DELIMITED BY SIZE
                   INTO LINHA-RESUMO-EDICAO
               MOVE LINHA-RESUMO-EDICAO TO REG-LINHA-RESUMO
               WRITE REG-LINHA-RESUMO
           END-IF

           MOVE SPACES TO LINHA-RESUMO-EDICAO
           STRING "SEQUENCIA FINAL.......: " DELIMITED BY SIZE
                  SEQUENCIA-FINAL-CORTE      DELIMITED BY SIZE
               INTO LINHA-RESUMO-EDICAO
           MOVE LINHA-RESUMO-EDICAO TO REG-LINHA-RESUMO
           WRITE REG-LINHA-RESUMO

           MOVE SPACES TO LINHA-RESUMO-EDICAO
           STRING "ENCADEAMENTO FINAL....: " DELIMITED BY SIZE
                  ENCADEAMENTO-FINAL-CORTE   DELIMITED BY SIZE
               INTO LINHA-RESUMO-EDICAO
           MOVE LINHA-RESUMO-EDICAO TO REG-LINHA-RESUMO
           WRITE REG-LINHA-RESUMO

           MOVE SPACES TO REG-LINHA-RESUMO
           WRITE REG-LINHA-RESUMO
           MOVE "CONFERIDO E ASSINADO POR: ____________________"

      ******************************************************************
      * 9800-ABEND-TRILHA-AUDITORIA / 9800-ABEND-GERACAO-TRILHA /
      * 9800-ABEND-RESUMO-ARQUIVAMENTO / 9800-ABEND-ANCORAS-TRILHA
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
                     ==TEXTO-ABEND==         BY
                         =="arquivo de resumo de arquivamento"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-ANCORAS-TRILHA==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-ANCORAS-TRILHA-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-ANCORAS-TRILHA==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de ancoras da trilha"==.

       END PROGRAM ARQUIVA-TRILHA-AUDITORIA.
