       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-DECISOES-COMITE.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * APLICACAO EM LOTE DAS DECISOES DO COMITE DE NOMENCLATURA SOBRE
      * OS PEDIDOS DE ISENCAO. CADA LINHA DE DECISOES-COMITE.DAT
      * (DECIREC) TRAZ O NUMERO DO PEDIDO (PEDIREC) E A DECISAO:
      *   A - APROVAR COM A VALIDADE SOLICITADA;
      *   R - APROVAR COM PRAZO MENOR (VALIDADE DA DECISAO);
      *   N - NEGAR.
      * A APROVACAO GRAVA (OU RENOVA) A ISENCAO EM ISENCOES.DAT COM A
      * JUSTIFICATIVA DO PEDIDO COMO MOTIVO E O COMITE COMO APROVADOR
      * ("COMITE AAAAMMDD", DATA DA REUNIAO); O PEDIDO RECEBE A
      * SITUACAO, A DATA DA DECISAO E A VALIDADE CONCEDIDA. DECISAO
      * SOBRE PEDIDO INEXISTENTE OU JA DECIDIDO, OU COM CODIGO OU
      * VALIDADE INVALIDOS, E RECUSADA E NAO TOCA EM NADA.
      * TODA DECISAO LIDA, APLICADA OU RECUSADA, VAI PARA O LOG DE
      * DECISOES (LOG-DECISOES-COMITE.LOG, LOGDREC), SO ACRESCIDO, QUE
      * E A FONTE DA AUDITORIA. RC 4 QUANDO HA DECISAO RECUSADA.
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
           SELECT ARQ-DECISOES-COMITE
               ASSIGN TO "DECISOES-COMITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-DECISOES-COMITE.

           SELECT ARQ-PEDIDOS-ISENCAO
               ASSIGN TO "PEDIDOS-ISENCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PEDIDO
               FILE STATUS IS STATUS-ARQ-PEDIDOS-ISENCAO.

           SELECT ARQ-ISENCOES
               ASSIGN TO "ISENCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-ISENCAO
               FILE STATUS IS STATUS-ARQ-ISENCOES.

           SELECT ARQ-LOG-DECISOES
               ASSIGN TO "LOG-DECISOES-COMITE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-LOG-DECISOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DECISOES-COMITE.
       COPY DECIREC.

       FD  ARQ-PEDIDOS-ISENCAO.
       COPY PEDIREC.

       FD  ARQ-ISENCOES.
       COPY ISENREC.

       FD  ARQ-LOG-DECISOES.
       COPY LOGDREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-DECISOES-COMITE==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-DECISOES-COMITE-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-DECISOES-COMITE-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-DECISOES-COMITE-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-DECISOES-COMITE-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-PEDIDOS-ISENCAO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-PEDIDOS-ISENCAO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-PEDIDOS-ISENCAO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-PEDIDOS-ISENCAO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-PEDIDOS-ISENCAO-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-ISENCOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-ISENCOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-ISENCOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-ISENCOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-ISENCOES-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-LOG-DECISOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-LOG-DECISOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-LOG-DECISOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-LOG-DECISOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-LOG-DECISOES-ERRO-OUTRO==.

       01  FLAG-FIM-DECISOES              PIC X VALUE 'N'.
           88 FIM-DECISOES                     VALUE 'Y'.
       01  FLAG-DECISAO-RECUSADA          PIC X VALUE 'N'.
           88 DECISAO-RECUSADA                 VALUE 'S'.
           88 DECISAO-ACEITA                   VALUE 'N'.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.
       01  VALIDADE-CONCEDIDA             PIC 9(8) VALUE 0.
       01  MOTIVO-RECUSA                  PIC X(40) VALUE SPACES.

      * --- Aprovador gravado na isencao: o comite da reuniao ----------
       01  APROVADOR-COMITE.
           05 FILLER                      PIC X(7) VALUE "COMITE ".
           05 DATA-REUNIAO-APROVADOR      PIC 9(8) VALUE 0.
           05 FILLER                      PIC X(5) VALUE SPACES.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-DECISOES-LIDAS        PIC 9(5) VALUE 0.
       01  CONTADOR-APROVADAS             PIC 9(5) VALUE 0.
       01  CONTADOR-APROVADAS-PRAZO-MENOR PIC 9(5) VALUE 0.
       01  CONTADOR-NEGADAS               PIC 9(5) VALUE 0.
       01  CONTADOR-RECUSADAS             PIC 9(5) VALUE 0.
       01  CONTADOR-ISENCOES-RENOVADAS    PIC 9(5) VALUE 0.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "APLICA-DECISOES-COMITE".
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
           PERFORM 2000-PROCESSAR-DECISAO THRU 2000-EXIT
               UNTIL FIM-DECISOES
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
       1000-ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE

           OPEN INPUT ARQ-DECISOES-COMITE
           IF ARQ-DECISOES-COMITE-NAO-ENCONTRADO
               DISPLAY "Nenhum arquivo de decisoes; nada a aplicar."
               MOVE "FIM"    TO EVENTO-PARA-CONTROLE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
               PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
               STOP RUN
           END-IF
           IF NOT ARQ-DECISOES-COMITE-OK
               PERFORM 9800-ABEND-DECISOES-COMITE
                   THRU 9800-ABEND-DECISOES-COMITE-EXIT
           END-IF
      *--- Decisao sem cadastro de pedidos nao tem o que aplicar: o
      *--- lote inteiro falha e as decisoes ficam para reprocesso.
           OPEN I-O ARQ-PEDIDOS-ISENCAO
           IF ARQ-PEDIDOS-ISENCAO-NAO-ENCONTRADO
               DISPLAY "ERRO: cadastro de pedidos de isencao ausente; "
                       "decisoes nao aplicadas."
               CLOSE ARQ-DECISOES-COMITE
               MOVE "FIM"    TO EVENTO-PARA-CONTROLE
               MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
               PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT ARQ-PEDIDOS-ISENCAO-OK
               PERFORM 9800-ABEND-PEDIDOS-ISENCAO
                   THRU 9800-ABEND-PEDIDOS-ISENCAO-EXIT
           END-IF
           OPEN I-O ARQ-ISENCOES
           IF NOT ARQ-ISENCOES-OK
               OPEN OUTPUT ARQ-ISENCOES
               CLOSE ARQ-ISENCOES
               OPEN I-O ARQ-ISENCOES
               IF NOT ARQ-ISENCOES-OK
                   PERFORM 9800-ABEND-ISENCOES
                       THRU 9800-ABEND-ISENCOES-EXIT
               END-IF
           END-IF
           OPEN EXTEND ARQ-LOG-DECISOES
           IF NOT ARQ-LOG-DECISOES-OK
               OPEN OUTPUT ARQ-LOG-DECISOES
               CLOSE ARQ-LOG-DECISOES
               OPEN EXTEND ARQ-LOG-DECISOES
               IF NOT ARQ-LOG-DECISOES-OK
                   PERFORM 9800-ABEND-LOG-DECISOES
                       THRU 9800-ABEND-LOG-DECISOES-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      * =========================
      * UMA DECISAO: CONFERE, APLICA (OU RECUSA) E REGISTRA NO LOG
       2000-PROCESSAR-DECISAO.
           READ ARQ-DECISOES-COMITE
               AT END
                   SET FIM-DECISOES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO CONTADOR-DECISOES-LIDAS
           SET DECISAO-ACEITA TO TRUE
           MOVE SPACES TO MOTIVO-RECUSA
           MOVE 0 TO VALIDADE-CONCEDIDA
           MOVE SPACES TO SUBMISSOR-PEDIDO
           MOVE SPACES TO IDENTIFICADOR-PEDIDO
           MOVE 0 TO VALIDADE-SOLICITADA-PEDIDO

           PERFORM 2100-CONFERIR-DECISAO THRU 2100-EXIT
           IF DECISAO-ACEITA
               PERFORM 2200-APLICAR-DECISAO THRU 2200-EXIT
           END-IF
           IF DECISAO-RECUSADA
               ADD 1 TO CONTADOR-RECUSADAS
               DISPLAY "Decisao recusada (pedido "
                       NUMERO-PEDIDO-DECISAO "): " MOTIVO-RECUSA
           END-IF
           PERFORM 2300-GRAVAR-LOG-DECISAO THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      *--- Pedido existente e pendente, codigo conhecido, data da
      *--- reuniao preenchida e validade coerente com a decisao.
       2100-CONFERIR-DECISAO.
           IF NUMERO-PEDIDO-DECISAO NOT NUMERIC
               SET DECISAO-RECUSADA TO TRUE
               MOVE "NUMERO DE PEDIDO INVALIDO" TO MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           MOVE NUMERO-PEDIDO-DECISAO TO NUMERO-PEDIDO
           READ ARQ-PEDIDOS-ISENCAO
               KEY IS NUMERO-PEDIDO
               INVALID KEY
                   SET DECISAO-RECUSADA TO TRUE
                   MOVE "PEDIDO INEXISTENTE" TO MOTIVO-RECUSA
                   MOVE SPACES TO SUBMISSOR-PEDIDO
                   MOVE SPACES TO IDENTIFICADOR-PEDIDO
                   MOVE 0 TO VALIDADE-SOLICITADA-PEDIDO
                   GO TO 2100-EXIT
           END-READ
           IF NOT PEDIDO-PENDENTE
               SET DECISAO-RECUSADA TO TRUE
               MOVE "PEDIDO JA DECIDIDO" TO MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           IF DATA-REUNIAO-DECISAO NOT NUMERIC
              OR DATA-REUNIAO-DECISAO = 0
               SET DECISAO-RECUSADA TO TRUE
               MOVE "DATA DA REUNIAO INVALIDA" TO MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   IF VALIDADE-SOLICITADA-PEDIDO < WS-DATA-HOJE
                       SET DECISAO-RECUSADA TO TRUE
                       MOVE "VALIDADE SOLICITADA JA PASSOU"
                           TO MOTIVO-RECUSA
                   ELSE
                       MOVE VALIDADE-SOLICITADA-PEDIDO
                           TO VALIDADE-CONCEDIDA
                   END-IF
               WHEN DECISAO-APROVAR-PRAZO-MENOR
                   IF VALIDADE-DECISAO NOT NUMERIC
                      OR VALIDADE-DECISAO < WS-DATA-HOJE
                      OR VALIDADE-DECISAO
                         NOT < VALIDADE-SOLICITADA-PEDIDO
                       SET DECISAO-RECUSADA TO TRUE
                       MOVE "PRAZO MENOR INVALIDO" TO MOTIVO-RECUSA
                   ELSE
                       MOVE VALIDADE-DECISAO TO VALIDADE-CONCEDIDA
                   END-IF
               WHEN DECISAO-NEGAR
                   CONTINUE
               WHEN OTHER
                   SET DECISAO-RECUSADA TO TRUE
                   MOVE "CODIGO DE DECISAO INVALIDO" TO MOTIVO-RECUSA
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *--- Aprovacao grava (ou renova) a isencao antes de fechar o
      *--- pedido; negacao so fecha o pedido.
       2200-APLICAR-DECISAO.
           IF NOT DECISAO-NEGAR
               MOVE IDENTIFICADOR-PEDIDO TO CHAVE-ISENCAO
               MOVE JUSTIFICATIVA-PEDIDO TO MOTIVO-ISENCAO
               MOVE DATA-REUNIAO-DECISAO TO DATA-REUNIAO-APROVADOR
               MOVE APROVADOR-COMITE     TO APROVADOR-ISENCAO
               MOVE VALIDADE-CONCEDIDA   TO VALIDADE-ISENCAO
               WRITE REG-ISENCAO
               IF NOT ARQ-ISENCOES-OK
                   IF STATUS-ARQ-ISENCOES = "22"
                       REWRITE REG-ISENCAO
                       IF NOT ARQ-ISENCOES-OK
                           PERFORM 9800-ABEND-ISENCOES
                               THRU 9800-ABEND-ISENCOES-EXIT
                       END-IF
                       ADD 1 TO CONTADOR-ISENCOES-RENOVADAS
                   ELSE
                       PERFORM 9800-ABEND-ISENCOES
                           THRU 9800-ABEND-ISENCOES-EXIT
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   SET PEDIDO-APROVADO TO TRUE
                   ADD 1 TO CONTADOR-APROVADAS
               WHEN DECISAO-APROVAR-PRAZO-MENOR
                   SET PEDIDO-APROVADO-PRAZO-MENOR TO TRUE
                   ADD 1 TO CONTADOR-APROVADAS-PRAZO-MENOR
               WHEN DECISAO-NEGAR
                   SET PEDIDO-NEGADO TO TRUE
                   ADD 1 TO CONTADOR-NEGADAS
           END-EVALUATE
           MOVE WS-DATA-HOJE       TO DATA-DECISAO-PEDIDO
           MOVE VALIDADE-CONCEDIDA TO VALIDADE-CONCEDIDA-PEDIDO
           REWRITE REG-PEDIDO-ISENCAO
           IF NOT ARQ-PEDIDOS-ISENCAO-OK
               PERFORM 9800-ABEND-PEDIDOS-ISENCAO
                   THRU 9800-ABEND-PEDIDOS-ISENCAO-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-GRAVAR-LOG-DECISAO.
           MOVE SPACES TO REG-LOG-DECISAO
           MOVE WS-DATA-HORA-EXECUCAO(1:14) TO DATA-HORA-LOG-DECISAO
           IF NUMERO-PEDIDO-DECISAO NUMERIC
               MOVE NUMERO-PEDIDO-DECISAO TO NUMERO-PEDIDO-LOG-DECISAO
           ELSE
               MOVE 0 TO NUMERO-PEDIDO-LOG-DECISAO
           END-IF
           MOVE SUBMISSOR-PEDIDO     TO SUBMISSOR-LOG-DECISAO
           MOVE IDENTIFICADOR-PEDIDO TO IDENTIFICADOR-LOG-DECISAO
           MOVE CODIGO-DECISAO       TO CODIGO-LOG-DECISAO
           IF DATA-REUNIAO-DECISAO NUMERIC
               MOVE DATA-REUNIAO-DECISAO TO DATA-REUNIAO-LOG-DECISAO
           ELSE
               MOVE 0 TO DATA-REUNIAO-LOG-DECISAO
           END-IF
           MOVE VALIDADE-SOLICITADA-PEDIDO TO VALIDADE-SOLICITADA-LOG
           MOVE VALIDADE-CONCEDIDA   TO VALIDADE-CONCEDIDA-LOG
           IF DECISAO-RECUSADA
               MOVE "RECUSADA" TO RESULTADO-LOG-DECISAO
               MOVE MOTIVO-RECUSA TO MENSAGEM-LOG-DECISAO
           ELSE
               MOVE "APLICADA" TO RESULTADO-LOG-DECISAO
           END-IF
           MOVE OBSERVACAO-DECISAO   TO OBSERVACAO-LOG-DECISAO
           WRITE REG-LOG-DECISAO
           IF NOT ARQ-LOG-DECISOES-OK
               PERFORM 9800-ABEND-LOG-DECISOES
                   THRU 9800-ABEND-LOG-DECISOES-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           CLOSE ARQ-DECISOES-COMITE
           CLOSE ARQ-PEDIDOS-ISENCAO
           CLOSE ARQ-ISENCOES
           CLOSE ARQ-LOG-DECISOES

           DISPLAY "Aplicacao das decisoes do comite concluida."
           DISPLAY "Decisoes lidas.......: " CONTADOR-DECISOES-LIDAS
           DISPLAY "Aprovadas............: " CONTADOR-APROVADAS
           DISPLAY "Aprovadas prazo menor: "
                   CONTADOR-APROVADAS-PRAZO-MENOR
           DISPLAY "Negadas..............: " CONTADOR-NEGADAS
           DISPLAY "Recusadas............: " CONTADOR-RECUSADAS
           DISPLAY "Isencoes renovadas...: "
                   CONTADOR-ISENCOES-RENOVADAS
           DISPLAY "Log em LOG-DECISOES-COMITE.LOG"

      *--- Severidade: 4 quando alguma decisao foi recusada (volta ao
      *--- comite corrigida, numa proxima remessa).
           IF CONTADOR-RECUSADAS > 0
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-DECISOES-LIDAS TO REGISTROS-PARA-CONTROLE
           COMPUTE VALIDOS-PARA-CONTROLE =
               CONTADOR-DECISOES-LIDAS - CONTADOR-RECUSADAS
           MOVE CONTADOR-RECUSADAS TO INVALIDOS-PARA-CONTROLE
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
                         ==9800-ABEND-DECISOES-COMITE==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-DECISOES-COMITE-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-DECISOES-COMITE==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de decisoes do comite"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-PEDIDOS-ISENCAO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-PEDIDOS-ISENCAO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-PEDIDOS-ISENCAO==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de pedidos de isencao"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-ISENCOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-ISENCOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-ISENCOES==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de isencoes de nomenclatura"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-LOG-DECISOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-LOG-DECISOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-LOG-DECISOES==
                     ==TEXTO-ABEND==         BY
                         =="log de decisoes do comite"==.

       END PROGRAM APLICA-DECISOES-COMITE.
