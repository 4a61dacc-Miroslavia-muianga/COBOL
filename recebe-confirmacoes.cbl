      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-09-02 RMS    CRIACAO.
      * 2026-10-15 RMS    IDADE DO AVISO CONTADA EM DIAS UTEIS PELO
      *                   SERVICO DE DIAS UTEIS (SERVICO-DIAS-UTEIS,
      *                   CALENDARIO DA CASA).
      ******************************************************************

       ENVIRONMENT DIVISION.

      * --- PARAMETROS OPERACIONAIS (IDADE DE ESCALACAO) ---------------
       COPY PARAMREC.
       COPY DUTREC.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.
                  WS-DATA-HOJE            DELIMITED BY SIZE
                  "   ESCALA A PARTIR DE " DELIMITED BY SIZE
                  PAR-DIAS-ALERTA-AVISO   DELIMITED BY SIZE
                  " DIAS UTEIS SEM CONFIRMACAO"
                                          DELIMITED BY SIZE
               INTO LINHA-ESCALACAO-EDICAO
           MOVE LINHA-ESCALACAO-EDICAO TO REG-LINHA-ESCALACAO
           WRITE REG-LINHA-ESCALACAO
           IF AVISO-RECEBIDO
               GO TO 3100-EXIT
           END-IF
           MOVE DATA-EMISSAO-AVISO TO DUT-DATA-INICIAL
           MOVE WS-DATA-HOJE       TO DUT-DATA-FINAL
           SET DUT-FUNCAO-CONTAR TO TRUE
           CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
           MOVE DUT-DIAS TO WS-IDADE-AVISO
           IF WS-IDADE-AVISO <= PAR-DIAS-ALERTA-AVISO
               GO TO 3100-EXIT
           END-IF
                  DATA-EMISSAO-AVISO           DELIMITED BY SIZE
                  " (HA "                      DELIMITED BY SIZE
                  WS-IDADE-AVISO               DELIMITED BY SIZE
                  " DIAS UTEIS)"               DELIMITED BY SIZE
               INTO LINHA-ESCALACAO-EDICAO
           MOVE LINHA-ESCALACAO-EDICAO TO REG-LINHA-ESCALACAO
           WRITE REG-LINHA-ESCALACAO.
