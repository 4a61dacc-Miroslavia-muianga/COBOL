       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-RESERVAS-VENCENDO.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * RELATORIO SEMANAL DE RESERVAS DE NOMES QUE VENCEM SEM USO: A
      * RESERVA (RESERVAS-NOMES.DAT, RESVREC) SO E LIBERADA QUANDO O
      * CICLO DIARIO APROVA O NOME PARA A EQUIPE DONA; A QUE CONTINUA
      * ATIVA E ESTA PERTO DO FIM (OU JA PASSOU DELE) E NOME QUE A
      * EQUIPE SEGUROU E NAO USOU. ESTE JOB, RODADO UMA VEZ POR SEMANA,
      * LISTA POR EQUIPE AS RESERVAS ATIVAS QUE VENCERAM NOS ULTIMOS 7
      * DIAS OU VENCEM NOS PROXIMOS 7, COM O ULTIMO VEREDITO DO NOME NO
      * HISTORICO DE VALIDACAO (SUBMETIDO E REPROVADO, OU NUNCA
      * SUBMETIDO), PARA A EQUIPE RENOVAR OU LARGAR O NOME.
      * RC 4 QUANDO HA RESERVA NA JANELA.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      * 2026-10-15 RMS    RETURN-CODE PASSA A SER ATRIBUIDO DEPOIS DO
      *                   REGISTRO NO CONTROLE DE EXECUCAO (A CHAMADA
      *                   AO REGISTRA-EXECUCAO ZERAVA A SEVERIDADE).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESERVAS
               ASSIGN TO "RESERVAS-NOMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-RESERVA
               FILE STATUS IS STATUS-ARQ-RESERVAS.

           SELECT ARQ-HISTORICO-VALIDACAO
               ASSIGN TO "HISTORICO-VALIDACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HISTORICO-VALIDACAO
               FILE STATUS IS STATUS-ARQ-HISTORICO-VALIDACAO.

           SELECT ARQ-RELATORIO-RESERVAS
               ASSIGN TO "RELATORIO-RESERVAS-VENCENDO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-RESERVAS.

           SELECT ARQ-ORDENACAO-RESERVAS
               ASSIGN TO "ORDENACAO-RESERVAS.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESERVAS.
       COPY RESVREC.

       FD  ARQ-HISTORICO-VALIDACAO.
       COPY HISTREC.

       FD  ARQ-RELATORIO-RESERVAS.
       01  REG-LINHA-RESERVAS          PIC X(110).

       SD  ARQ-ORDENACAO-RESERVAS.
       01  REG-RESERVA-ORDENACAO.
           05 EQUIPE-ORDENACAO         PIC X(8).
           05 VALIDADE-ORDENACAO       PIC 9(8).
           05 NOME-ORDENACAO           PIC X(30).
           05 CLASSE-ORDENACAO         PIC X.
           05 DATA-RESERVA-ORDENACAO   PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RESERVAS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RESERVAS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RESERVAS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RESERVAS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RESERVAS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-HISTORICO-VALIDACAO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-HISTORICO-VALIDACAO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-HISTORICO-VALIDACAO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-HISTORICO-VALIDACAO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-HISTORICO-VALIDACAO-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-RESERVAS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-RESERVAS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-RESERVAS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-RESERVAS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-RESERVAS-ERRO-OUTRO==.

       01  FLAG-FIM-RESERVAS              PIC X VALUE 'N'.
           88 FIM-RESERVAS                     VALUE 'Y'.
       01  FLAG-FIM-ORDENACAO             PIC X VALUE 'N'.
           88 FIM-ORDENACAO                    VALUE 'Y'.
       01  FLAG-HISTORICO-DISPONIVEL      PIC X VALUE 'N'.
           88 HISTORICO-DISPONIVEL             VALUE 'S'.
           88 HISTORICO-INDISPONIVEL           VALUE 'N'.

      * --- Janela da semana -------------------------------------------
       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.
       01  WS-DATA-INICIO-JANELA          PIC 9(8) VALUE 0.
       01  WS-DATA-FIM-JANELA             PIC 9(8) VALUE 0.
       01  WS-DIAS-INTEIROS               PIC 9(7) VALUE 0.
       01  WS-DIAS-PARA-VENCER            PIC S9(5) VALUE 0.
       01  WS-DIAS-EDITADO                PIC -(4)9.
       01  DIAS-JANELA-SEMANAL            PIC 9(2) VALUE 7.

      * --- Quebra por equipe ------------------------------------------
       01  EQUIPE-CORRENTE                PIC X(8) VALUE SPACES.
       01  FLAG-PRIMEIRA-EQUIPE           PIC X VALUE 'S'.
           88 PRIMEIRA-EQUIPE                  VALUE 'S'.
           88 NAO-PRIMEIRA-EQUIPE              VALUE 'N'.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-RESERVAS-VARRIDAS     PIC 9(5) VALUE 0.
       01  CONTADOR-RESERVAS-NA-JANELA    PIC 9(5) VALUE 0.
       01  CONTADOR-RESERVAS-VENCIDAS     PIC 9(5) VALUE 0.
       01  CONTADOR-EQUIPES               PIC 9(3) VALUE 0.
       01  LINHA-RESERVAS-EDICAO          PIC X(110) VALUE SPACES.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "RELATORIO-RESERVAS-VENCENDO".
       01  EVENTO-PARA-CONTROLE           PIC X(6) VALUE SPACES.
       01  REGISTROS-PARA-CONTROLE        PIC 9(7) VALUE 0.
       01  VALIDOS-PARA-CONTROLE          PIC 9(7) VALUE 0.
       01  INVALIDOS-PARA-CONTROLE        PIC 9(7) VALUE 0.
       01  SITUACAO-PARA-CONTROLE         PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "INICIO"   TO EVENTO-PARA-CONTROLE
           MOVE "INICIADO" TO SITUACAO-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
           SORT ARQ-ORDENACAO-RESERVAS
               ON ASCENDING KEY EQUIPE-ORDENACAO
               ON ASCENDING KEY VALIDADE-ORDENACAO
               ON ASCENDING KEY NOME-ORDENACAO
               INPUT PROCEDURE IS 2000-ALIMENTAR-ORDENACAO
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-RELATORIO
                   THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
       1000-ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE
           COMPUTE WS-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - DIAS-JANELA-SEMANAL
           COMPUTE WS-DATA-INICIO-JANELA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS)
           COMPUTE WS-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + DIAS-JANELA-SEMANAL
           COMPUTE WS-DATA-FIM-JANELA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS)

           OPEN INPUT ARQ-RESERVAS
           IF ARQ-RESERVAS-NAO-ENCONTRADO
               DISPLAY "Nenhum cadastro de reservas; nada a relatar."
               MOVE "FIM"    TO EVENTO-PARA-CONTROLE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
               PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
               STOP RUN
           END-IF
           IF NOT ARQ-RESERVAS-OK
               PERFORM 9800-ABEND-RESERVAS
                   THRU 9800-ABEND-RESERVAS-EXIT
           END-IF
      *--- O historico e consultivo: ausente, o relatorio sai sem a
      *--- linha do ultimo veredito, mas sai.
           OPEN INPUT ARQ-HISTORICO-VALIDACAO
           IF ARQ-HISTORICO-VALIDACAO-OK
               SET HISTORICO-DISPONIVEL TO TRUE
           ELSE
               SET HISTORICO-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-RELATORIO-RESERVAS
           IF NOT ARQ-RELATORIO-RESERVAS-OK
               PERFORM 9800-ABEND-RELATORIO-RESERVAS
                   THRU 9800-ABEND-RELATORIO-RESERVAS-EXIT
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-GRAVAR-CABECALHO.
           MOVE "RESERVAS DE NOMES VENCENDO SEM USO"
               TO REG-LINHA-RESERVAS
           WRITE REG-LINHA-RESERVAS
           MOVE SPACES TO LINHA-RESERVAS-EDICAO
           STRING "DATA: "                DELIMITED BY SIZE
                  WS-DATA-HOJE            DELIMITED BY SIZE
                  "   JANELA: VALIDADE DE " DELIMITED BY SIZE
                  WS-DATA-INICIO-JANELA   DELIMITED BY SIZE
                  " A "                   DELIMITED BY SIZE
                  WS-DATA-FIM-JANELA      DELIMITED BY SIZE
               INTO LINHA-RESERVAS-EDICAO
           MOVE LINHA-RESERVAS-EDICAO TO REG-LINHA-RESERVAS
           WRITE REG-LINHA-RESERVAS
           IF HISTORICO-INDISPONIVEL
               MOVE "AVISO: HISTORICO DE VALIDACAO INDISPONIVEL."
                   TO REG-LINHA-RESERVAS
               WRITE REG-LINHA-RESERVAS
           END-IF
           MOVE ALL "=" TO REG-LINHA-RESERVAS
           WRITE REG-LINHA-RESERVAS.
       1100-EXIT.
           EXIT.

      * =========================
      * ALIMENTA A CLASSIFICACAO COM AS RESERVAS AINDA ATIVAS CUJA
      * VALIDADE CAI NA JANELA DA SEMANA (LIBERADA OU CANCELADA JA
      * SAIU DO CAMINHO E NAO INTERESSA)
       2000-ALIMENTAR-ORDENACAO.
           MOVE SPACES TO NOME-RESERVA
           START ARQ-RESERVAS
               KEY IS NOT LESS THAN NOME-RESERVA
               INVALID KEY
                   SET FIM-RESERVAS TO TRUE
           END-START
           PERFORM 2100-LIBERAR-PROXIMA-RESERVA THRU 2100-EXIT
               UNTIL FIM-RESERVAS.
       2000-EXIT.
           EXIT.

       2100-LIBERAR-PROXIMA-RESERVA.
           READ ARQ-RESERVAS NEXT RECORD
               AT END
                   SET FIM-RESERVAS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO CONTADOR-RESERVAS-VARRIDAS
           IF NOT RESERVA-ATIVA
               GO TO 2100-EXIT
           END-IF
           IF VALIDADE-RESERVA < WS-DATA-INICIO-JANELA
              OR VALIDADE-RESERVA > WS-DATA-FIM-JANELA
               GO TO 2100-EXIT
           END-IF
           MOVE EQUIPE-RESERVA   TO EQUIPE-ORDENACAO
           MOVE VALIDADE-RESERVA TO VALIDADE-ORDENACAO
           MOVE NOME-RESERVA     TO NOME-ORDENACAO
           MOVE CLASSE-RESERVA   TO CLASSE-ORDENACAO
           MOVE DATA-RESERVA     TO DATA-RESERVA-ORDENACAO
           RELEASE REG-RESERVA-ORDENACAO.
       2100-EXIT.
           EXIT.

      * =========================
      * RECEBE AS RESERVAS AGRUPADAS POR EQUIPE E IMPRIME UM BLOCO POR
      * EQUIPE
       3000-IMPRIMIR-RELATORIO.
           PERFORM 3100-PROCESSAR-RESERVA-ORDENADA THRU 3100-EXIT
               UNTIL FIM-ORDENACAO
           IF CONTADOR-RESERVAS-NA-JANELA = 0
               MOVE "(NENHUMA RESERVA ATIVA VENCE NA JANELA)"
                   TO REG-LINHA-RESERVAS
               WRITE REG-LINHA-RESERVAS
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PROCESSAR-RESERVA-ORDENADA.
           RETURN ARQ-ORDENACAO-RESERVAS
               AT END
                   SET FIM-ORDENACAO TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF PRIMEIRA-EQUIPE
              OR EQUIPE-ORDENACAO NOT = EQUIPE-CORRENTE
               SET NAO-PRIMEIRA-EQUIPE TO TRUE
               MOVE EQUIPE-ORDENACAO TO EQUIPE-CORRENTE
               ADD 1 TO CONTADOR-EQUIPES
               PERFORM 3200-ABRIR-BLOCO-EQUIPE THRU 3200-EXIT
           END-IF
           PERFORM 3300-GRAVAR-RESERVA THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

       3200-ABRIR-BLOCO-EQUIPE.
           MOVE SPACES TO REG-LINHA-RESERVAS
           WRITE REG-LINHA-RESERVAS
           MOVE SPACES TO LINHA-RESERVAS-EDICAO
           STRING "EQUIPE: "       DELIMITED BY SIZE
                  EQUIPE-CORRENTE  DELIMITED BY SIZE
               INTO LINHA-RESERVAS-EDICAO
           MOVE LINHA-RESERVAS-EDICAO TO REG-LINHA-RESERVAS
           WRITE REG-LINHA-RESERVAS
           MOVE ALL "-" TO REG-LINHA-RESERVAS
           WRITE REG-LINHA-RESERVAS.
       3200-EXIT.
           EXIT.

       3300-GRAVAR-RESERVA.
           ADD 1 TO CONTADOR-RESERVAS-NA-JANELA
           COMPUTE WS-DIAS-PARA-VENCER =
               FUNCTION INTEGER-OF-DATE(VALIDADE-ORDENACAO)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           MOVE WS-DIAS-PARA-VENCER TO WS-DIAS-EDITADO

           MOVE SPACES TO LINHA-RESERVAS-EDICAO
           IF WS-DIAS-PARA-VENCER < 0
               ADD 1 TO CONTADOR-RESERVAS-VENCIDAS
               STRING NOME-ORDENACAO           DELIMITED BY SIZE
                      " CLASSE "               DELIMITED BY SIZE
                      CLASSE-ORDENACAO         DELIMITED BY SIZE
                      " DE "                   DELIMITED BY SIZE
                      DATA-RESERVA-ORDENACAO   DELIMITED BY SIZE
                      " VALIDADE "             DELIMITED BY SIZE
                      VALIDADE-ORDENACAO       DELIMITED BY SIZE
                      "  *** VENCEU SEM USO ***"
                                               DELIMITED BY SIZE
                   INTO LINHA-RESERVAS-EDICAO
           ELSE
               STRING NOME-ORDENACAO           DELIMITED BY SIZE
                      " CLASSE "               DELIMITED BY SIZE
                      CLASSE-ORDENACAO         DELIMITED BY SIZE
                      " DE "                   DELIMITED BY SIZE
                      DATA-RESERVA-ORDENACAO   DELIMITED BY SIZE
                      " VALIDADE "             DELIMITED BY SIZE
                      VALIDADE-ORDENACAO       DELIMITED BY SIZE
                      "  VENCE EM "            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DIAS-EDITADO)
                                               DELIMITED BY SIZE
                      " DIAS"                  DELIMITED BY SIZE
                   INTO LINHA-RESERVAS-EDICAO
           END-IF
           MOVE LINHA-RESERVAS-EDICAO TO REG-LINHA-RESERVAS
           WRITE REG-LINHA-RESERVAS
           PERFORM 3400-CONFERIR-HISTORICO THRU 3400-EXIT.
       3300-EXIT.
           EXIT.

      *--- O nome chegou a ser submetido? Reserva ativa com veredito
      *--- no historico e nome que a equipe tentou e teve reprovado
      *--- (ou que outra equipe submeteu); sem registro, nunca foi
      *--- submetido.
       3400-CONFERIR-HISTORICO.
           IF HISTORICO-INDISPONIVEL
               GO TO 3400-EXIT
           END-IF
           MOVE NOME-ORDENACAO TO CHAVE-HISTORICO-VALIDACAO
           READ ARQ-HISTORICO-VALIDACAO
               KEY IS CHAVE-HISTORICO-VALIDACAO
               INVALID KEY
                   MOVE "  HISTORICO: NUNCA SUBMETIDO"
                       TO REG-LINHA-RESERVAS
                   WRITE REG-LINHA-RESERVAS
                   GO TO 3400-EXIT
           END-READ
           MOVE SPACES TO LINHA-RESERVAS-EDICAO
           STRING "  HISTORICO: "              DELIMITED BY SIZE
                  STATUS-HISTORICO-VALIDACAO   DELIMITED BY SIZE
                  " EM "                       DELIMITED BY SIZE
                  DATA-HORA-HISTORICO-VALIDACAO(1:8)
                                               DELIMITED BY SIZE
                  " SUBMISSOR "                DELIMITED BY SIZE
                  SUBMISSOR-HISTORICO          DELIMITED BY SIZE
               INTO LINHA-RESERVAS-EDICAO
           MOVE LINHA-RESERVAS-EDICAO TO REG-LINHA-RESERVAS
           WRITE REG-LINHA-RESERVAS.
       3400-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           MOVE ALL "=" TO REG-LINHA-RESERVAS
           WRITE REG-LINHA-RESERVAS
           MOVE SPACES TO LINHA-RESERVAS-EDICAO
           STRING "RESERVAS VARRIDAS: "        DELIMITED BY SIZE
                  CONTADOR-RESERVAS-VARRIDAS   DELIMITED BY SIZE
                  "   NA JANELA: "             DELIMITED BY SIZE
                  CONTADOR-RESERVAS-NA-JANELA  DELIMITED BY SIZE
                  "   VENCIDAS SEM USO: "      DELIMITED BY SIZE
                  CONTADOR-RESERVAS-VENCIDAS   DELIMITED BY SIZE
                  "   EQUIPES: "               DELIMITED BY SIZE
                  CONTADOR-EQUIPES             DELIMITED BY SIZE
               INTO LINHA-RESERVAS-EDICAO
           MOVE LINHA-RESERVAS-EDICAO TO REG-LINHA-RESERVAS
           WRITE REG-LINHA-RESERVAS

           CLOSE ARQ-RESERVAS
           CLOSE ARQ-RELATORIO-RESERVAS
           IF HISTORICO-DISPONIVEL
               CLOSE ARQ-HISTORICO-VALIDACAO
           END-IF

           DISPLAY "Relatorio de reservas vencendo concluido."
           DISPLAY "Reservas varridas....: " CONTADOR-RESERVAS-VARRIDAS
           DISPLAY "Na janela............: "
                   CONTADOR-RESERVAS-NA-JANELA
           DISPLAY "Vencidas sem uso.....: "
                   CONTADOR-RESERVAS-VENCIDAS
           DISPLAY "Relatorio em RELATORIO-RESERVAS-VENCENDO.TXT"

      *--- Severidade para o scheduler: 4 quando ha reserva na janela
      *--- (as equipes donas precisam renovar ou largar o nome).
           IF CONTADOR-RESERVAS-NA-JANELA > 0
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-RESERVAS-VARRIDAS TO REGISTROS-PARA-CONTROLE
           MOVE CONTADOR-RESERVAS-NA-JANELA
               TO VALIDOS-PARA-CONTROLE
           MOVE CONTADOR-RESERVAS-VENCIDAS TO INVALIDOS-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
      *--- RETURN-CODE so depois do REGISTRA-EXECUCAO, cuja chamada o
      *--- zera.
           IF SITUACAO-PARA-CONTROLE = "AVISOS"
               MOVE 4 TO RETURN-CODE
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
                         ==9800-ABEND-RESERVAS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RESERVAS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RESERVAS==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de reservas de nomes"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RELATORIO-RESERVAS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-RESERVAS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-RESERVAS==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de relatorio de reservas"==.

       END PROGRAM RELATORIO-RESERVAS-VENCENDO.
