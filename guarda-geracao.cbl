       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDA-GERACAO.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * GUARDA DE GERACOES DATADAS DAS SAIDAS DO CICLO: AS SAIDAS
      * DIARIAS (REJEICOES-CICLO.DAT, RELATORIO DE EXCECOES, RELATORIO
      * DE ADVERTENCIA DE COLISAO E NOMES-DEDUP.DAT) SAO SOBRESCRITAS
      * TODA NOITE. CHAMADO COM O BLOCO GUARREC NO FIM DE
      * CICLO-DIARIO-VALIDACAO E DE PREPARA-NOMES-DIARIO, ESTE
      * SUBPROGRAMA COPIA A SAIDA PARA A GERACAO DO DIA
      * (BASE-AAAAMMDD.EXT), REGISTRA A GERACAO NO INDICE
      * (INDICE-GERACOES.DAT, GERAREC) COM DATA DO CICLO, QUANTIDADE DE
      * REGISTROS E SITUACAO DO JOB, E EXPURGA AS GERACOES ATIVAS
      * DAQUELA SAIDA ALEM DA RETENCAO (ARQUIVO APAGADO, ENTRADA DO
      * INDICE MARCADA COMO EXPURGADA). UMA SEGUNDA EXECUCAO NO MESMO
      * DIA SUBSTITUI A GERACAO DO DIA.
      *
      * FALHA AO GUARDAR NAO DERRUBA O JOB CHAMADOR (AS SAIDAS DO DIA
      * JA ESTAO GRAVADAS): E ANUNCIADA NO CONSOLE E DEVOLVIDA EM
      * GER-RESULTADO PARA O CHAMADOR ENCERRAR COM AVISOS.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SAIDA-ORIGEM
               ASSIGN DYNAMIC NOME-ARQUIVO-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-SAIDA-ORIGEM.

           SELECT ARQ-GERACAO-SAIDA
               ASSIGN DYNAMIC NOME-ARQUIVO-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-GERACAO-SAIDA.

           SELECT ARQ-INDICE-GERACOES
               ASSIGN TO "INDICE-GERACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-INDICE-GERACAO
               FILE STATUS IS STATUS-ARQ-INDICE-GERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SAIDA-ORIGEM.
       01  REG-SAIDA-ORIGEM            PIC X(200).

       FD  ARQ-GERACAO-SAIDA.
       01  REG-GERACAO-SAIDA           PIC X(200).

       FD  ARQ-INDICE-GERACOES.
       COPY GERAREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-SAIDA-ORIGEM==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-SAIDA-ORIGEM-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-SAIDA-ORIGEM-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-SAIDA-ORIGEM-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-SAIDA-ORIGEM-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-GERACAO-SAIDA==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-GERACAO-SAIDA-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-GERACAO-SAIDA-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-GERACAO-SAIDA-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-GERACAO-SAIDA-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-INDICE-GERACOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-INDICE-GERACOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-INDICE-GERACOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-INDICE-GERACOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-INDICE-GERACOES-ERRO-OUTRO==.

       01  NOME-ARQUIVO-ORIGEM            PIC X(60).
       01  NOME-ARQUIVO-GERACAO           PIC X(60).
       01  NOME-ARQUIVO-EXPURGO           PIC X(61).

       01  FLAG-FIM-ORIGEM                PIC X VALUE 'N'.
           88 FIM-ORIGEM                       VALUE 'Y'.
       01  FLAG-FIM-INDICE                PIC X VALUE 'N'.
           88 FIM-INDICE                       VALUE 'Y'.

      * --- Retencao da saida ------------------------------------------
       01  CONTADOR-GERACOES-ATIVAS       PIC 9(5) VALUE 0.
       01  GERACOES-A-EXPURGAR            PIC 9(5) VALUE 0.
       01  RETORNO-EXPURGO                PIC S9(9) COMP VALUE 0.

       01  WS-DATA-HORA-GRAVACAO          PIC X(21).

       LINKAGE SECTION.
       COPY GUARREC.

       PROCEDURE DIVISION USING BLOCO-GERACAO.
       0000-MAINLINE.
           MOVE SPACES TO GER-NOME-GERACAO
           MOVE 0      TO GER-REGISTROS GER-EXPURGADAS
           SET GER-GUARDADA TO TRUE
           MOVE GER-ARQUIVO-ORIGEM TO NOME-ARQUIVO-ORIGEM
           MOVE SPACES TO NOME-ARQUIVO-GERACAO
           STRING GER-ARQUIVO-BASE DELIMITED BY SPACE
                  "-"              DELIMITED BY SIZE
                  GER-DATA-CICLO   DELIMITED BY SIZE
                  GER-EXTENSAO     DELIMITED BY SPACE
               INTO NOME-ARQUIVO-GERACAO
           MOVE NOME-ARQUIVO-GERACAO TO GER-NOME-GERACAO

           PERFORM 1000-COPIAR-SAIDA THRU 1000-EXIT
           IF GER-GUARDADA
               PERFORM 2000-REGISTRAR-NO-INDICE THRU 2000-EXIT
           END-IF
           IF GER-GUARDADA
               PERFORM 3000-EXPURGAR-GERACOES THRU 3000-EXIT
               CLOSE ARQ-INDICE-GERACOES
           END-IF
           GOBACK.

      * =========================
      * COPIA INTEGRAL DA SAIDA DO DIA PARA A GERACAO DATADA
       1000-COPIAR-SAIDA.
           OPEN INPUT ARQ-SAIDA-ORIGEM
           IF ARQ-SAIDA-ORIGEM-NAO-ENCONTRADO
               SET GER-ORIGEM-AUSENTE TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT ARQ-SAIDA-ORIGEM-OK
               DISPLAY "AVISO: geracao nao guardada; falha ao abrir "
                       FUNCTION TRIM(NOME-ARQUIVO-ORIGEM)
                       " (STATUS " STATUS-ARQ-SAIDA-ORIGEM ")."
               SET GER-FALHA TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT ARQ-GERACAO-SAIDA
           IF NOT ARQ-GERACAO-SAIDA-OK
               DISPLAY "AVISO: geracao nao guardada; falha ao criar "
                       FUNCTION TRIM(NOME-ARQUIVO-GERACAO)
                       " (STATUS " STATUS-ARQ-GERACAO-SAIDA ")."
               CLOSE ARQ-SAIDA-ORIGEM
               SET GER-FALHA TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO FLAG-FIM-ORIGEM
           PERFORM 1100-LER-ORIGEM THRU 1100-EXIT
           PERFORM 1200-GRAVAR-LINHA-GERACAO THRU 1200-EXIT
               UNTIL FIM-ORIGEM OR GER-FALHA
           CLOSE ARQ-SAIDA-ORIGEM
           CLOSE ARQ-GERACAO-SAIDA.
       1000-EXIT.
           EXIT.

       1100-LER-ORIGEM.
           MOVE SPACES TO REG-SAIDA-ORIGEM
           READ ARQ-SAIDA-ORIGEM
               AT END
                   SET FIM-ORIGEM TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-GRAVAR-LINHA-GERACAO.
           MOVE REG-SAIDA-ORIGEM TO REG-GERACAO-SAIDA
           WRITE REG-GERACAO-SAIDA
           IF NOT ARQ-GERACAO-SAIDA-OK
               DISPLAY "AVISO: geracao nao guardada; falha ao gravar "
                       FUNCTION TRIM(NOME-ARQUIVO-GERACAO)
                       " (STATUS " STATUS-ARQ-GERACAO-SAIDA ")."
               SET GER-FALHA TO TRUE
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO GER-REGISTROS
           PERFORM 1100-LER-ORIGEM THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      * =========================
      * ENTRADA DA GERACAO NO INDICE (REGRAVADA SE O CICLO DO DIA JA
      * TINHA GUARDADO ESTA SAIDA)
       2000-REGISTRAR-NO-INDICE.
           OPEN I-O ARQ-INDICE-GERACOES
           IF NOT ARQ-INDICE-GERACOES-OK
               OPEN OUTPUT ARQ-INDICE-GERACOES
               CLOSE ARQ-INDICE-GERACOES
               OPEN I-O ARQ-INDICE-GERACOES
           END-IF
           IF NOT ARQ-INDICE-GERACOES-OK
               DISPLAY "AVISO: indice de geracoes indisponivel "
                       "(INDICE-GERACOES.DAT, STATUS "
                       STATUS-ARQ-INDICE-GERACOES ")."
               SET GER-FALHA TO TRUE
               GO TO 2000-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-GRAVACAO
           MOVE GER-ARQUIVO-BASE TO ARQUIVO-BASE-GERACAO
           MOVE GER-DATA-CICLO   TO DATA-CICLO-GERACAO
           READ ARQ-INDICE-GERACOES
               KEY IS CHAVE-INDICE-GERACAO
               INVALID KEY
                   MOVE SPACES TO REG-INDICE-GERACAO
                   MOVE GER-ARQUIVO-BASE TO ARQUIVO-BASE-GERACAO
                   MOVE GER-DATA-CICLO   TO DATA-CICLO-GERACAO
           END-READ
           PERFORM 2100-MONTAR-ENTRADA THRU 2100-EXIT
           IF ARQ-INDICE-GERACOES-OK
               REWRITE REG-INDICE-GERACAO
           ELSE
               WRITE REG-INDICE-GERACAO
           END-IF
           IF NOT ARQ-INDICE-GERACOES-OK
               DISPLAY "AVISO: falha ao registrar a geracao "
                       FUNCTION TRIM(NOME-ARQUIVO-GERACAO)
                       " no indice (STATUS "
                       STATUS-ARQ-INDICE-GERACOES ")."
               CLOSE ARQ-INDICE-GERACOES
               SET GER-FALHA TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

      *--- Nao mexe no status do arquivo: 2000 decide entre WRITE e
      *--- REWRITE pelo resultado da leitura.
       2100-MONTAR-ENTRADA.
           MOVE NOME-ARQUIVO-GERACAO  TO NOME-ARQUIVO-INDICE-GERACAO
           MOVE GER-REGISTROS         TO REGISTROS-GERACAO
           MOVE GER-SITUACAO-CICLO    TO SITUACAO-CICLO-GERACAO
           SET GERACAO-ATIVA TO TRUE
           MOVE WS-DATA-HORA-GRAVACAO(1:14)
               TO DATA-HORA-GRAVACAO-GERACAO
           MOVE GER-PROGRAMA          TO PROGRAMA-GERACAO
           MOVE 0                     TO DATA-EXPURGO-GERACAO.
       2100-EXIT.
           EXIT.

      * =========================
      * RETENCAO: CONTA AS GERACOES ATIVAS DA SAIDA E EXPURGA AS MAIS
      * ANTIGAS ALEM DE GER-RETENCAO (A CHAVE TRAZ A SAIDA EM ORDEM
      * CRESCENTE DE DATA DO CICLO)
       3000-EXPURGAR-GERACOES.
           IF GER-RETENCAO = 0
               GO TO 3000-EXIT
           END-IF
           MOVE 0 TO CONTADOR-GERACOES-ATIVAS
           PERFORM 3100-POSICIONAR-NA-SAIDA THRU 3100-EXIT
           PERFORM 3200-CONTAR-GERACAO THRU 3200-EXIT
               UNTIL FIM-INDICE
           IF CONTADOR-GERACOES-ATIVAS NOT > GER-RETENCAO
               GO TO 3000-EXIT
           END-IF
           COMPUTE GERACOES-A-EXPURGAR =
               CONTADOR-GERACOES-ATIVAS - GER-RETENCAO
           PERFORM 3100-POSICIONAR-NA-SAIDA THRU 3100-EXIT
           PERFORM 3300-EXPURGAR-GERACAO THRU 3300-EXIT
               UNTIL FIM-INDICE OR GERACOES-A-EXPURGAR = 0.
       3000-EXIT.
           EXIT.

       3100-POSICIONAR-NA-SAIDA.
           MOVE 'N' TO FLAG-FIM-INDICE
           MOVE GER-ARQUIVO-BASE TO ARQUIVO-BASE-GERACAO
           MOVE 0                TO DATA-CICLO-GERACAO
           START ARQ-INDICE-GERACOES
               KEY IS NOT LESS THAN CHAVE-INDICE-GERACAO
               INVALID KEY
                   SET FIM-INDICE TO TRUE
                   GO TO 3100-EXIT
           END-START
           PERFORM 3150-LER-PROXIMA-ENTRADA THRU 3150-EXIT.
       3100-EXIT.
           EXIT.

       3150-LER-PROXIMA-ENTRADA.
           READ ARQ-INDICE-GERACOES NEXT RECORD
               AT END
                   SET FIM-INDICE TO TRUE
                   GO TO 3150-EXIT
           END-READ
           IF ARQUIVO-BASE-GERACAO NOT = GER-ARQUIVO-BASE
               SET FIM-INDICE TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

       3200-CONTAR-GERACAO.
           IF GERACAO-ATIVA
               ADD 1 TO CONTADOR-GERACOES-ATIVAS
           END-IF
           PERFORM 3150-LER-PROXIMA-ENTRADA THRU 3150-EXIT.
       3200-EXIT.
           EXIT.

      *--- Arquivo ja ausente (apagado a mao) nao impede marcar a
      *--- entrada; o expurgo so e anunciado.
       3300-EXPURGAR-GERACAO.
           IF NOT GERACAO-ATIVA
               PERFORM 3150-LER-PROXIMA-ENTRADA THRU 3150-EXIT
               GO TO 3300-EXIT
           END-IF
           MOVE SPACES TO NOME-ARQUIVO-EXPURGO
           MOVE NOME-ARQUIVO-INDICE-GERACAO TO NOME-ARQUIVO-EXPURGO
           CALL "CBL_DELETE_FILE" USING NOME-ARQUIVO-EXPURGO
               RETURNING RETORNO-EXPURGO
           IF RETORNO-EXPURGO NOT = 0
               DISPLAY "AVISO: geracao "
                       FUNCTION TRIM(NOME-ARQUIVO-EXPURGO)
                       " ja ausente no expurgo."
           END-IF
           SET GERACAO-EXPURGADA TO TRUE
           MOVE WS-DATA-HORA-GRAVACAO(1:8) TO DATA-EXPURGO-GERACAO
           REWRITE REG-INDICE-GERACAO
           IF NOT ARQ-INDICE-GERACOES-OK
               DISPLAY "AVISO: falha ao marcar expurgo de "
                       FUNCTION TRIM(NOME-ARQUIVO-EXPURGO)
                       " no indice (STATUS "
                       STATUS-ARQ-INDICE-GERACOES ")."
               SET GER-FALHA TO TRUE
               SET FIM-INDICE TO TRUE
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO GER-EXPURGADAS
           SUBTRACT 1 FROM GERACOES-A-EXPURGAR
           PERFORM 3150-LER-PROXIMA-ENTRADA THRU 3150-EXIT.
       3300-EXIT.
           EXIT.

       END PROGRAM GUARDA-GERACAO.
