      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-09-02 RMS    CRIACAO.
      * 2026-10-15 RMS    PENDENCIA PASSA A CARREGAR A ORDEM DE
      *                   RENOMEACAO EMITIDA POR GERA-ORDENS-RENOMEACAO;
      *                   REABERTURA OU TROCA DE SUGESTAO ZERA A ORDEM.
      *                   O RELATORIO LISTA AS ABERTAS JA COM ORDEM E
      *                   CONTA, POR EQUIPE, AS ABERTAS COM ORDEM.
      * 2026-10-15 RMS    IDADE DAS PENDENCIAS E TEMPO-DE-CORRECAO
      *                   CONTADOS EM DIAS UTEIS PELO SERVICO DE DIAS
      *                   UTEIS (SERVICO-DIAS-UTEIS, CALENDARIO DA
      *                   CASA): FERIADO PROLONGADO NAO ESCALA EQUIPE.
      ******************************************************************

       ENVIRONMENT DIVISION.

      * --- PARAMETROS OPERACIONAIS (IDADE DE ALERTA) ------------------
       COPY PARAMREC.
       COPY DUTREC.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.
               10 EQUIPE-FECHADAS         PIC 9(5).
               10 EQUIPE-DIAS-SOMADOS     PIC 9(7).
               10 EQUIPE-ABERTAS          PIC 9(5).
               10 EQUIPE-COM-ORDEM        PIC 9(5).
       01  TOTAL-EQUIPES-ACOMPANHA        PIC 9(2) VALUE 0.
       01  IDX-EQUIPE-CORRENTE            PIC 9(2) VALUE 0.
       01  FLAG-EQUIPE-ACHADA             PIC X VALUE 'N'.
       01  CONTADOR-PENDENCIAS-REABERTAS  PIC 9(5) VALUE 0.
       01  CONTADOR-PENDENCIAS-FECHADAS   PIC 9(5) VALUE 0.
       01  CONTADOR-ENVELHECIDAS          PIC 9(5) VALUE 0.
       01  CONTADOR-ABERTAS-COM-ORDEM     PIC 9(5) VALUE 0.
       01  CONTADOR-ABERTAS-SEM-ORDEM     PIC 9(5) VALUE 0.
       01  LINHA-ACOMPANHA-EDICAO         PIC X(110) VALUE SPACES.

      * --- Controle central de execucoes ------------------------------
                  WS-DATA-HOJE              DELIMITED BY SIZE
                  "   ALERTA A PARTIR DE "  DELIMITED BY SIZE
                  PAR-DIAS-ALERTA-REJEICAO  DELIMITED BY SIZE
                  " DIAS UTEIS"             DELIMITED BY SIZE
               INTO LINHA-ACOMPANHA-EDICAO
           MOVE LINHA-ACOMPANHA-EDICAO TO REG-LINHA-ACOMPANHA
           WRITE REG-LINHA-ACOMPANHA
                   MOVE 0 TO DATA-FECHAMENTO-PENDENCIA
                   MOVE REGRA-REJEICAO TO REGRA-PENDENCIA
                   MOVE SUGESTAO-REJEICAO TO SUGESTAO-PENDENCIA
                   MOVE 0 TO ORDEM-PENDENCIA
                   MOVE 0 TO DATA-ORDEM-PENDENCIA
                   WRITE REG-PENDENCIA-REJEICAO
                   IF NOT ARQ-PENDENCIAS-OK
                       PERFORM 9800-ABEND-PENDENCIAS
                   GO TO 2200-EXIT
           END-READ
      *--- Pendencia ja conhecida: fechada reabre (o nome voltou a
      *--- falhar), aberta so atualiza regra e sugestao do dia. A
      *--- ordem de renomeacao so vale para a abertura e a sugestao
      *--- em que foi emitida.
           IF PENDENCIA-FECHADA
               SET PENDENCIA-ABERTA TO TRUE
               MOVE WS-DATA-HOJE TO DATA-ABERTURA-PENDENCIA
               MOVE 0 TO DATA-FECHAMENTO-PENDENCIA
               MOVE 0 TO ORDEM-PENDENCIA
               MOVE 0 TO DATA-ORDEM-PENDENCIA
               ADD 1 TO CONTADOR-PENDENCIAS-REABERTAS
           END-IF
           IF SUGESTAO-REJEICAO NOT = SUGESTAO-PENDENCIA
               MOVE 0 TO ORDEM-PENDENCIA
               MOVE 0 TO DATA-ORDEM-PENDENCIA
           END-IF
           MOVE REGRA-REJEICAO    TO REGRA-PENDENCIA
           MOVE SUGESTAO-REJEICAO TO SUGESTAO-PENDENCIA
           REWRITE REG-PENDENCIA-REJEICAO
               WRITE REG-LINHA-ACOMPANHA
           END-IF

           PERFORM 4400-RELATAR-ORDENS-EMITIDAS THRU 4400-EXIT

           MOVE ALL "-" TO REG-LINHA-ACOMPANHA
           WRITE REG-LINHA-ACOMPANHA
           MOVE "TEMPO-DE-CORRECAO POR EQUIPE:" TO REG-LINHA-ACOMPANHA
           WRITE REG-LINHA-ACOMPANHA
           MOVE "EQUIPE    FECHADAS MEDIA-DIAS ABERTAS COM-ORDEM"
               TO REG-LINHA-ACOMPANHA
           WRITE REG-LINHA-ACOMPANHA
           IF TOTAL-EQUIPES-ACOMPANHA = 0
           END-IF
           IF PENDENCIA-FECHADA
               ADD 1 TO EQUIPE-FECHADAS(IDX-EQUIPE-CORRENTE)
               MOVE DATA-ABERTURA-PENDENCIA   TO DUT-DATA-INICIAL
               MOVE DATA-FECHAMENTO-PENDENCIA TO DUT-DATA-FINAL
               SET DUT-FUNCAO-CONTAR TO TRUE
               CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
               MOVE DUT-DIAS TO WS-DIAS-PARA-FECHAR
               IF WS-DIAS-PARA-FECHAR < 0
                   MOVE 0 TO WS-DIAS-PARA-FECHAR
               END-IF
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO EQUIPE-ABERTAS(IDX-EQUIPE-CORRENTE)
           IF ORDEM-PENDENCIA > 0
               ADD 1 TO EQUIPE-COM-ORDEM(IDX-EQUIPE-CORRENTE)
           END-IF
           MOVE DATA-ABERTURA-PENDENCIA TO DUT-DATA-INICIAL
           MOVE WS-DATA-HOJE            TO DUT-DATA-FINAL
           SET DUT-FUNCAO-CONTAR TO TRUE
           CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
           MOVE DUT-DIAS TO WS-IDADE-PENDENCIA
           IF WS-IDADE-PENDENCIA > PAR-DIAS-ALERTA-REJEICAO
               ADD 1 TO CONTADOR-ENVELHECIDAS
               MOVE SPACES TO LINHA-ACOMPANHA-EDICAO
                      NOME-PENDENCIA             DELIMITED BY SIZE
                      " ABERTA HA "              DELIMITED BY SIZE
                      WS-IDADE-PENDENCIA         DELIMITED BY SIZE
                      " DIAS UTEIS (REGRA "      DELIMITED BY SIZE
                      REGRA-PENDENCIA            DELIMITED BY SIZE
                      ")"                        DELIMITED BY SIZE
                   INTO LINHA-ACOMPANHA-EDICAO
               IF ORDEM-PENDENCIA > 0
                   MOVE " ORDEM " TO LINHA-ACOMPANHA-EDICAO(88:7)
                   MOVE ORDEM-PENDENCIA
                       TO LINHA-ACOMPANHA-EDICAO(95:6)
               ELSE
                   MOVE " SEM ORDEM" TO LINHA-ACOMPANHA-EDICAO(88:10)
               END-IF
               MOVE LINHA-ACOMPANHA-EDICAO TO REG-LINHA-ACOMPANHA
               WRITE REG-LINHA-ACOMPANHA
           END-IF.
           MOVE SUBMISSOR-PENDENCIA TO EQUIPE-CODIGO(IDX-EQUIPE)
           MOVE 0 TO EQUIPE-FECHADAS(IDX-EQUIPE)
           MOVE 0 TO EQUIPE-DIAS-SOMADOS(IDX-EQUIPE)
           MOVE 0 TO EQUIPE-ABERTAS(IDX-EQUIPE)
           MOVE 0 TO EQUIPE-COM-ORDEM(IDX-EQUIPE).
       4200-EXIT.
           EXIT.

                  "      "                     DELIMITED BY SIZE
                  EQUIPE-ABERTAS(IDX-EQUIPE-CORRENTE)
                                               DELIMITED BY SIZE
                  "   "                        DELIMITED BY SIZE
                  EQUIPE-COM-ORDEM(IDX-EQUIPE-CORRENTE)
                                               DELIMITED BY SIZE
               INTO LINHA-ACOMPANHA-EDICAO
           MOVE LINHA-ACOMPANHA-EDICAO TO REG-LINHA-ACOMPANHA
           WRITE REG-LINHA-ACOMPANHA.
       4300-EXIT.
           EXIT.

      *--- Segunda passada: pendencias abertas que ja tem ordem de
      *--- renomeacao emitida (e a contagem das que ainda nao tem).
       4400-RELATAR-ORDENS-EMITIDAS.
           MOVE ALL "-" TO REG-LINHA-ACOMPANHA
           WRITE REG-LINHA-ACOMPANHA
           MOVE "PENDENCIAS ABERTAS COM ORDEM DE RENOMEACAO EMITIDA:"
               TO REG-LINHA-ACOMPANHA
           WRITE REG-LINHA-ACOMPANHA
           MOVE 'N' TO FLAG-FIM-PENDENCIAS
           MOVE SPACES TO CHAVE-PENDENCIA
           START ARQ-PENDENCIAS
               KEY IS NOT LESS THAN CHAVE-PENDENCIA
               INVALID KEY
                   SET FIM-PENDENCIAS TO TRUE
           END-START
           PERFORM 4410-LISTAR-PENDENCIA-COM-ORDEM THRU 4410-EXIT
               UNTIL FIM-PENDENCIAS
           IF CONTADOR-ABERTAS-COM-ORDEM = 0
               MOVE "(NENHUMA PENDENCIA ABERTA COM ORDEM EMITIDA)"
                   TO REG-LINHA-ACOMPANHA
               WRITE REG-LINHA-ACOMPANHA
           END-IF
           MOVE SPACES TO LINHA-ACOMPANHA-EDICAO
           STRING "ABERTAS COM ORDEM: "          DELIMITED BY SIZE
                  CONTADOR-ABERTAS-COM-ORDEM     DELIMITED BY SIZE
                  "  SEM ORDEM: "                DELIMITED BY SIZE
                  CONTADOR-ABERTAS-SEM-ORDEM     DELIMITED BY SIZE
               INTO LINHA-ACOMPANHA-EDICAO
           MOVE LINHA-ACOMPANHA-EDICAO TO REG-LINHA-ACOMPANHA
           WRITE REG-LINHA-ACOMPANHA.
       4400-EXIT.
           EXIT.

       4410-LISTAR-PENDENCIA-COM-ORDEM.
           READ ARQ-PENDENCIAS NEXT RECORD
               AT END
                   SET FIM-PENDENCIAS TO TRUE
                   GO TO 4410-EXIT
           END-READ
           IF PENDENCIA-FECHADA
               GO TO 4410-EXIT
           END-IF
           IF ORDEM-PENDENCIA = 0
               ADD 1 TO CONTADOR-ABERTAS-SEM-ORDEM
               GO TO 4410-EXIT
           END-IF
           ADD 1 TO CONTADOR-ABERTAS-COM-ORDEM
           MOVE SPACES TO LINHA-ACOMPANHA-EDICAO
           STRING SUBMISSOR-PENDENCIA        DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  NOME-PENDENCIA             DELIMITED BY SIZE
                  " ORDEM "                  DELIMITED BY SIZE
                  ORDEM-PENDENCIA            DELIMITED BY SIZE
                  " DE "                     DELIMITED BY SIZE
                  DATA-ORDEM-PENDENCIA       DELIMITED BY SIZE
                  " -> "                     DELIMITED BY SIZE
                  SUGESTAO-PENDENCIA         DELIMITED BY SIZE
               INTO LINHA-ACOMPANHA-EDICAO
           MOVE LINHA-ACOMPANHA-EDICAO TO REG-LINHA-ACOMPANHA
           WRITE REG-LINHA-ACOMPANHA.
       4410-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           MOVE ALL "-" TO REG-LINHA-ACOMPANHA
           DISPLAY "Fechadas hoje.....: "
                   CONTADOR-PENDENCIAS-FECHADAS
           DISPLAY "Envelhecidas......: " CONTADOR-ENVELHECIDAS
           DISPLAY "Abertas com ordem.: " CONTADOR-ABERTAS-COM-ORDEM
           DISPLAY "Relatorio em RELATORIO-ACOMPANHA-REJEICOES.TXT"

      *--- Severidade para o scheduler: 4 quando ha pendencia alem do
