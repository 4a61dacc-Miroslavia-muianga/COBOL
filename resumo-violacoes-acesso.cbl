       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMO-VIOLACOES-ACESSO.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * RESUMO SEMANAL DAS TENTATIVAS DE ACESSO RECUSADAS: LE O LOG DE
      * VIOLACOES (VIOLACOES-ACESSO.LOG, VIOLREC, GRAVADO POR
      * CONTROLE-ACESSO) E LISTA, POR OPERADOR, AS RECUSAS DOS ULTIMOS
      * 7 DIAS (HOJE INCLUSIVE) - PROGRAMA, OPCAO, MOTIVO E HORA - COM
      * O SUBTOTAL DE CADA OPERADOR E O TOTAL POR MOTIVO NO FIM. E O
      * QUE A SEGURANCA LE NA SEGUNDA-FEIRA PARA SABER QUEM ANDOU
      * BATENDO EM PORTA FECHADA. RC 4 QUANDO HA RECUSA NA SEMANA.
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
           SELECT ARQ-VIOLACOES
               ASSIGN TO "VIOLACOES-ACESSO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-VIOLACOES.

           SELECT ARQ-RELATORIO-VIOLACOES
               ASSIGN TO "RELATORIO-VIOLACOES-ACESSO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-VIOLACOES.

           SELECT ARQ-ORDENACAO-VIOLACOES
               ASSIGN TO "ORDENACAO-VIOLACOES.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-VIOLACOES.
       COPY VIOLREC.

       FD  ARQ-RELATORIO-VIOLACOES.
       01  REG-LINHA-VIOLACOES         PIC X(110).

       SD  ARQ-ORDENACAO-VIOLACOES.
       01  REG-VIOLACAO-ORDENACAO.
           05 OPERADOR-ORDENACAO       PIC X(20).
           05 DATA-HORA-ORDENACAO      PIC X(14).
           05 PROGRAMA-ORDENACAO       PIC X(30).
           05 OPCAO-ORDENACAO          PIC X.
           05 CODIGO-ORDENACAO         PIC X(2).
           05 MENSAGEM-ORDENACAO       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-VIOLACOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-VIOLACOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-VIOLACOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-VIOLACOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-VIOLACOES-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-VIOLACOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-VIOLACOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-VIOLACOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-VIOLACOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-VIOLACOES-ERRO-OUTRO==.

       01  FLAG-FIM-VIOLACOES             PIC X VALUE 'N'.
           88 FIM-VIOLACOES                    VALUE 'Y'.
       01  FLAG-FIM-ORDENACAO             PIC X VALUE 'N'.
           88 FIM-ORDENACAO                    VALUE 'Y'.
       01  FLAG-LOG-DISPONIVEL            PIC X VALUE 'N'.
           88 LOG-DISPONIVEL                   VALUE 'S'.
           88 LOG-INDISPONIVEL                 VALUE 'N'.

      * --- Janela da semana -------------------------------------------
       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.
       01  WS-DATA-INICIO-JANELA          PIC 9(8) VALUE 0.
       01  WS-DIAS-INTEIROS               PIC 9(7) VALUE 0.
       01  DIAS-JANELA-SEMANAL            PIC 9(2) VALUE 6.

      * --- Quebra por operador ----------------------------------------
       01  OPERADOR-CORRENTE              PIC X(20) VALUE SPACES.
       01  FLAG-PRIMEIRO-OPERADOR         PIC X VALUE 'S'.
           88 PRIMEIRO-OPERADOR                VALUE 'S'.
           88 NAO-PRIMEIRO-OPERADOR            VALUE 'N'.
       01  CONTADOR-DO-OPERADOR           PIC 9(5) VALUE 0.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-LINHAS-LIDAS          PIC 9(7) VALUE 0.
       01  CONTADOR-NA-JANELA             PIC 9(5) VALUE 0.
       01  CONTADOR-OPERADORES            PIC 9(4) VALUE 0.
       01  TOTAIS-POR-MOTIVO.
           05 TOTAL-OPERADOR-DESCONHECIDO PIC 9(5) VALUE 0.
           05 TOTAL-OPERADOR-INATIVO      PIC 9(5) VALUE 0.
           05 TOTAL-PROGRAMA-NEGADO       PIC 9(5) VALUE 0.
           05 TOTAL-OPCAO-NEGADA          PIC 9(5) VALUE 0.
           05 TOTAL-CADASTRO-INDISPONIVEL PIC 9(5) VALUE 0.
       01  LINHA-VIOLACOES-EDICAO         PIC X(110) VALUE SPACES.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "RESUMO-VIOLACOES-ACESSO".
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
           SORT ARQ-ORDENACAO-VIOLACOES
               ON ASCENDING KEY OPERADOR-ORDENACAO
               ON ASCENDING KEY DATA-HORA-ORDENACAO
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

      *--- Sem log nao houve recusa: o relatorio sai vazio, RC 0.
           OPEN INPUT ARQ-VIOLACOES
           IF ARQ-VIOLACOES-OK
               SET LOG-DISPONIVEL TO TRUE
           ELSE
               IF ARQ-VIOLACOES-NAO-ENCONTRADO
                   SET LOG-INDISPONIVEL TO TRUE
                   SET FIM-VIOLACOES TO TRUE
               ELSE
                   PERFORM 9800-ABEND-VIOLACOES
                       THRU 9800-ABEND-VIOLACOES-EXIT
               END-IF
           END-IF
           OPEN OUTPUT ARQ-RELATORIO-VIOLACOES
           IF NOT ARQ-RELATORIO-VIOLACOES-OK
               PERFORM 9800-ABEND-RELATORIO-VIOLACOES
                   THRU 9800-ABEND-RELATORIO-VIOLACOES-EXIT
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-GRAVAR-CABECALHO.
           MOVE "RESUMO SEMANAL DE VIOLACOES DE ACESSO"
               TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           MOVE SPACES TO LINHA-VIOLACOES-EDICAO
           STRING "DATA: "                DELIMITED BY SIZE
                  WS-DATA-HOJE            DELIMITED BY SIZE
                  "   JANELA: "           DELIMITED BY SIZE
                  WS-DATA-INICIO-JANELA   DELIMITED BY SIZE
                  " A "                   DELIMITED BY SIZE
                  WS-DATA-HOJE            DELIMITED BY SIZE
               INTO LINHA-VIOLACOES-EDICAO
           MOVE LINHA-VIOLACOES-EDICAO TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           IF LOG-INDISPONIVEL
               MOVE "(NENHUM LOG DE VIOLACOES GRAVADO ATE HOJE)"
                   TO REG-LINHA-VIOLACOES
               WRITE REG-LINHA-VIOLACOES
           END-IF
           MOVE ALL "=" TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES.
       1100-EXIT.
           EXIT.

      * =========================
      * ALIMENTA A CLASSIFICACAO COM AS RECUSAS DA JANELA
       2000-ALIMENTAR-ORDENACAO.
           PERFORM 2100-LIBERAR-PROXIMA-VIOLACAO THRU 2100-EXIT
               UNTIL FIM-VIOLACOES.
       2000-EXIT.
           EXIT.

       2100-LIBERAR-PROXIMA-VIOLACAO.
           READ ARQ-VIOLACOES
               AT END
                   SET FIM-VIOLACOES TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO CONTADOR-LINHAS-LIDAS
           IF DATA-HORA-VIOLACAO(1:8) < WS-DATA-INICIO-JANELA
              OR DATA-HORA-VIOLACAO(1:8) > WS-DATA-HOJE
               GO TO 2100-EXIT
           END-IF
           MOVE OPERADOR-VIOLACAO  TO OPERADOR-ORDENACAO
           MOVE DATA-HORA-VIOLACAO TO DATA-HORA-ORDENACAO
           MOVE PROGRAMA-VIOLACAO  TO PROGRAMA-ORDENACAO
           MOVE OPCAO-VIOLACAO     TO OPCAO-ORDENACAO
           MOVE CODIGO-VIOLACAO    TO CODIGO-ORDENACAO
           MOVE MENSAGEM-VIOLACAO  TO MENSAGEM-ORDENACAO
           RELEASE REG-VIOLACAO-ORDENACAO.
       2100-EXIT.
           EXIT.

      * =========================
      * RECEBE AS RECUSAS AGRUPADAS POR OPERADOR, UM BLOCO POR
      * OPERADOR COM SUBTOTAL
       3000-IMPRIMIR-RELATORIO.
           PERFORM 3100-PROCESSAR-VIOLACAO-ORDENADA THRU 3100-EXIT
               UNTIL FIM-ORDENACAO
           IF NAO-PRIMEIRO-OPERADOR
               PERFORM 3400-FECHAR-BLOCO-OPERADOR THRU 3400-EXIT
           END-IF
           IF CONTADOR-NA-JANELA = 0
               MOVE "(NENHUMA TENTATIVA RECUSADA NA SEMANA)"
                   TO REG-LINHA-VIOLACOES
               WRITE REG-LINHA-VIOLACOES
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PROCESSAR-VIOLACAO-ORDENADA.
           RETURN ARQ-ORDENACAO-VIOLACOES
               AT END
                   SET FIM-ORDENACAO TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF PRIMEIRO-OPERADOR
              OR OPERADOR-ORDENACAO NOT = OPERADOR-CORRENTE
               IF NAO-PRIMEIRO-OPERADOR
                   PERFORM 3400-FECHAR-BLOCO-OPERADOR THRU 3400-EXIT
               END-IF
               SET NAO-PRIMEIRO-OPERADOR TO TRUE
               MOVE OPERADOR-ORDENACAO TO OPERADOR-CORRENTE
               MOVE 0 TO CONTADOR-DO-OPERADOR
               ADD 1 TO CONTADOR-OPERADORES
               PERFORM 3200-ABRIR-BLOCO-OPERADOR THRU 3200-EXIT
           END-IF
           PERFORM 3300-GRAVAR-VIOLACAO THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

       3200-ABRIR-BLOCO-OPERADOR.
           MOVE SPACES TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           MOVE SPACES TO LINHA-VIOLACOES-EDICAO
           IF OPERADOR-CORRENTE = SPACES
               MOVE "OPERADOR: (IDENTIFICACAO EM BRANCO)"
                   TO LINHA-VIOLACOES-EDICAO
           ELSE
               STRING "OPERADOR: "       DELIMITED BY SIZE
                      OPERADOR-CORRENTE  DELIMITED BY SIZE
                   INTO LINHA-VIOLACOES-EDICAO
           END-IF
           MOVE LINHA-VIOLACOES-EDICAO TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           MOVE ALL "-" TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES.
       3200-EXIT.
           EXIT.

       3300-GRAVAR-VIOLACAO.
           ADD 1 TO CONTADOR-NA-JANELA
           ADD 1 TO CONTADOR-DO-OPERADOR
           EVALUATE CODIGO-ORDENACAO
               WHEN "OD"
                   ADD 1 TO TOTAL-OPERADOR-DESCONHECIDO
               WHEN "OI"
                   ADD 1 TO TOTAL-OPERADOR-INATIVO
               WHEN "PN"
                   ADD 1 TO TOTAL-PROGRAMA-NEGADO
               WHEN "ON"
                   ADD 1 TO TOTAL-OPCAO-NEGADA
               WHEN OTHER
                   ADD 1 TO TOTAL-CADASTRO-INDISPONIVEL
           END-EVALUATE
           MOVE SPACES TO LINHA-VIOLACOES-EDICAO
           STRING DATA-HORA-ORDENACAO(1:8)  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  DATA-HORA-ORDENACAO(9:4)  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  PROGRAMA-ORDENACAO        DELIMITED BY SIZE
                  " OPCAO "                 DELIMITED BY SIZE
                  OPCAO-ORDENACAO           DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  MENSAGEM-ORDENACAO        DELIMITED BY SIZE
               INTO LINHA-VIOLACOES-EDICAO
           MOVE LINHA-VIOLACOES-EDICAO TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES.
       3300-EXIT.
           EXIT.

       3400-FECHAR-BLOCO-OPERADOR.
           MOVE SPACES TO LINHA-VIOLACOES-EDICAO
           STRING "  RECUSAS DO OPERADOR NA SEMANA: "
                                            DELIMITED BY SIZE
                  CONTADOR-DO-OPERADOR      DELIMITED BY SIZE
               INTO LINHA-VIOLACOES-EDICAO
           MOVE LINHA-VIOLACOES-EDICAO TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES.
       3400-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           MOVE ALL "=" TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           MOVE "TOTAL POR MOTIVO:" TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           MOVE SPACES TO LINHA-VIOLACOES-EDICAO
           STRING "  OPERADOR DESCONHECIDO......: " DELIMITED BY SIZE
                  TOTAL-OPERADOR-DESCONHECIDO       DELIMITED BY SIZE
               INTO LINHA-VIOLACOES-EDICAO
           MOVE LINHA-VIOLACOES-EDICAO TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           MOVE SPACES TO LINHA-VIOLACOES-EDICAO
           STRING "  OPERADOR INATIVO...........: " DELIMITED BY SIZE
                  TOTAL-OPERADOR-INATIVO            DELIMITED BY SIZE
               INTO LINHA-VIOLACOES-EDICAO
           MOVE LINHA-VIOLACOES-EDICAO TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           MOVE SPACES TO LINHA-VIOLACOES-EDICAO
           STRING "  PROGRAMA NAO AUTORIZADO....: " DELIMITED BY SIZE
                  TOTAL-PROGRAMA-NEGADO             DELIMITED BY SIZE
               INTO LINHA-VIOLACOES-EDICAO
           MOVE LINHA-VIOLACOES-EDICAO TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           MOVE SPACES TO LINHA-VIOLACOES-EDICAO
           STRING "  OPCAO NAO AUTORIZADA.......: " DELIMITED BY SIZE
                  TOTAL-OPCAO-NEGADA                DELIMITED BY SIZE
               INTO LINHA-VIOLACOES-EDICAO
           MOVE LINHA-VIOLACOES-EDICAO TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           MOVE SPACES TO LINHA-VIOLACOES-EDICAO
           STRING "  CADASTRO INDISPONIVEL......: " DELIMITED BY SIZE
                  TOTAL-CADASTRO-INDISPONIVEL       DELIMITED BY SIZE
               INTO LINHA-VIOLACOES-EDICAO
           MOVE LINHA-VIOLACOES-EDICAO TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES
           MOVE SPACES TO LINHA-VIOLACOES-EDICAO
           STRING "RECUSAS NA SEMANA: "        DELIMITED BY SIZE
                  CONTADOR-NA-JANELA           DELIMITED BY SIZE
                  "   OPERADORES: "            DELIMITED BY SIZE
                  CONTADOR-OPERADORES          DELIMITED BY SIZE
                  "   LINHAS DO LOG LIDAS: "   DELIMITED BY SIZE
                  CONTADOR-LINHAS-LIDAS        DELIMITED BY SIZE
               INTO LINHA-VIOLACOES-EDICAO
           MOVE LINHA-VIOLACOES-EDICAO TO REG-LINHA-VIOLACOES
           WRITE REG-LINHA-VIOLACOES

           IF LOG-DISPONIVEL
               CLOSE ARQ-VIOLACOES
           END-IF
           CLOSE ARQ-RELATORIO-VIOLACOES

           DISPLAY "Resumo de violacoes de acesso concluido."
           DISPLAY "Recusas na semana....: " CONTADOR-NA-JANELA
           DISPLAY "Operadores envolvidos: " CONTADOR-OPERADORES
           DISPLAY "Relatorio em RELATORIO-VIOLACOES-ACESSO.TXT"

      *--- Severidade para o scheduler: 4 quando houve recusa na
      *--- semana (a seguranca precisa olhar o relatorio).
           IF CONTADOR-NA-JANELA > 0
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-LINHAS-LIDAS TO REGISTROS-PARA-CONTROLE
           MOVE 0 TO VALIDOS-PARA-CONTROLE
           MOVE CONTADOR-NA-JANELA TO INVALIDOS-PARA-CONTROLE
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
                         ==9800-ABEND-VIOLACOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-VIOLACOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-VIOLACOES==
                     ==TEXTO-ABEND==         BY
                         =="log de violacoes de acesso"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RELATORIO-VIOLACOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-VIOLACOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-VIOLACOES==
                     ==TEXTO-ABEND==         BY
                         =="relatorio de violacoes de acesso"==.

       END PROGRAM RESUMO-VIOLACOES-ACESSO.
