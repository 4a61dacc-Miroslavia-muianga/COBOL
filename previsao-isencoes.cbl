      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-09-02 RMS    CRIACAO.
      * 2026-10-15 RMS    HORIZONTE E PRAZO PARA VENCER CONTADOS EM DIAS
      *                   UTEIS PELO SERVICO DE DIAS UTEIS
      *                   (SERVICO-DIAS-UTEIS, CALENDARIO DA CASA).
      ******************************************************************

       ENVIRONMENT DIVISION.

      * --- PARAMETROS OPERACIONAIS (HORIZONTE DA PREVISAO) ------------
       COPY PARAMREC.
       COPY DUTREC.

       01  FLAG-FIM-ISENCOES              PIC X VALUE 'N'.
           88 FIM-ISENCOES                     VALUE 'Y'.
       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.
       01  WS-DATA-LIMITE                 PIC 9(8) VALUE 0.
       01  WS-DIAS-PARA-VENCER            PIC S9(5) VALUE 0.
       01  WS-DIAS-EDITADO                PIC -(4)9.

           CALL "CARREGA-PARAMETROS" USING PARAMETROS-EFETIVOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE           TO DUT-DATA-INICIAL
           MOVE PAR-HORIZONTE-ISENCOES TO DUT-DIAS
           SET DUT-FUNCAO-SOMAR TO TRUE
           CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
           MOVE DUT-DATA-RESULTADO TO WS-DATA-LIMITE

           OPEN INPUT ARQ-ISENCOES
           IF ARQ-ISENCOES-NAO-ENCONTRADO
                  WS-DATA-HOJE            DELIMITED BY SIZE
                  "   HORIZONTE: "        DELIMITED BY SIZE
                  PAR-HORIZONTE-ISENCOES  DELIMITED BY SIZE
                  " DIAS UTEIS (ATE "     DELIMITED BY SIZE
                  WS-DATA-LIMITE          DELIMITED BY SIZE
                  ")"                     DELIMITED BY SIZE
               INTO LINHA-RENOVACAO-EDICAO

       3300-GRAVAR-ISENCAO-NA-FOLHA.
           ADD 1 TO CONTADOR-ISENCOES-NO-HORIZONTE
           MOVE WS-DATA-HOJE       TO DUT-DATA-INICIAL
           MOVE VALIDADE-ORDENACAO TO DUT-DATA-FINAL
           SET DUT-FUNCAO-CONTAR TO TRUE
           CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
           MOVE DUT-DIAS TO WS-DIAS-PARA-VENCER
           MOVE WS-DIAS-PARA-VENCER TO WS-DIAS-EDITADO

           MOVE SPACES TO LINHA-RENOVACAO-EDICAO
           IF VALIDADE-ORDENACAO < WS-DATA-HOJE
               ADD 1 TO CONTADOR-ISENCOES-VENCIDAS
               STRING CHAVE-ORDENACAO          DELIMITED BY SIZE
                      " VALIDADE " DELIMITED BY SIZE
                      "  VENCE EM "            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DIAS-EDITADO)
                                               DELIMITED BY SIZE
                      " DIAS UTEIS"            DELIMITED BY SIZE
                   INTO LINHA-RENOVACAO-EDICAO
           END-IF
           MOVE LINHA-RENOVACAO-EDICAO TO REG-LINHA-RENOVACAO
