      *                   INTERATIVO PERGUNTA E O MODO SCAN USA
      *                   DATA-NAME; O MOTOR PASSA A RECEBER O BLOCO
      *                   PARAMREC INTEIRO.
      * 2026-10-15 RMS    OPERADOR IDENTIFICADO NO CONTROLE-ACESSO ANTES
      *                   DA ESCOLHA DO MODO, E O MODO ESCOLHIDO
      *                   CONFERIDO NA AUTORIZACAO DO OPERADOR (OPCAO
      *                   1 A 4); ACESSO RECUSADO ENCERRA COM RC 8.
      * 2026-10-15 RMS    TRILHA DE AUDITORIA ENCADEADA: CADA LINHA
      *                   GANHA NUMERO DE SEQUENCIA E VALOR DE
      *                   ENCADEAMENTO (SUBPROGRAMA ENCADEIA-TRILHA,
      *                   BLOCO ELOREC); REGISTRO PASSA A 160 BYTES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  REG-LINHA-RELATORIO         PIC X(100).

       FD  ARQ-TRILHA-AUDITORIA.
       01  REG-TRILHA-AUDITORIA        PIC X(160).

       FD  ARQ-CHECKPOINT-LOTE.
       01  REG-CHECKPOINT-LOTE.
       01  CARIMBO-DATA-HORA             PIC X(21).
       01  STATUS-VALIDACAO-LEGIVEL      PIC X(8).
       01  LINHA-TRILHA-EDICAO           PIC X(130) VALUE SPACES.
       COPY ELOREC.

      * --- JORNAL DE POS-IMAGENS DO HISTORICO -------------------------
       01  ARQUIVO-PARA-JORNAL           PIC X(12) VALUE SPACES.
       01  INVALIDOS-PARA-CONTROLE       PIC 9(7) VALUE 0.
       01  SITUACAO-PARA-CONTROLE        PIC X(8) VALUE SPACES.

      * --- IDENTIFICACAO E AUTORIZACAO DO OPERADOR --------------------
       COPY ACESREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "INICIO"   TO EVENTO-PARA-CONTROLE
           DISPLAY "================================================"
           DISPLAY "   ANALIZADOR LEXICO DE IDENTIFICADORES COBOL   "
           DISPLAY "================================================"
           MOVE "VALIDADOR-DETALHADO" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               PERFORM 1100-ENCERRAR-ACESSO-RECUSADO THRU 1100-EXIT
           END-IF
           DISPLAY "1 - Validar um identificador (modo interativo)"
           DISPLAY "2 - Validar lote de identificadores (arquivo)"
           DISPLAY "3 - Varrer um fonte COBOL e validar os data-names"
                   "identificador"
           DISPLAY "Escolha o modo de execucao: "
           ACCEPT WS-MODO-EXECUCAO
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE WS-MODO-EXECUCAO TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               PERFORM 1100-ENCERRAR-ACESSO-RECUSADO THRU 1100-EXIT
           END-IF
           SET ELO-FUNCAO-PREPARAR TO TRUE
           CALL "ENCADEIA-TRILHA" USING BLOCO-ENCADEAMENTO
           OPEN EXTEND ARQ-TRILHA-AUDITORIA
           IF NOT ARQ-TRILHA-AUDITORIA-OK
               OPEN OUTPUT ARQ-TRILHA-AUDITORIA
       1000-EXIT.
           EXIT.

      * =========================
      * ACESSO RECUSADO (OPERADOR OU MODO): NADA FOI ABERTO AINDA;
      * FECHA O RASTRO NO CONTROLE CENTRAL COMO FALHA E ENCERRA
       1100-ENCERRAR-ACESSO-RECUSADO.
           MOVE 8 TO RETURN-CODE
           MOVE "FIM"    TO EVENTO-PARA-CONTROLE
           MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
           MOVE 0 TO REGISTROS-PARA-CONTROLE
           MOVE 0 TO VALIDOS-PARA-CONTROLE
           MOVE 0 TO INVALIDOS-PARA-CONTROLE
           PERFORM 9500-GRAVAR-RUN-CONTROLE THRU 9500-EXIT
           STOP RUN.
       1100-EXIT.
           EXIT.

      * =========================
      * ECO DOS PARAMETROS EFETIVOS (CONSOLE E RELATORIO)
       1200-ECOAR-PARAMETROS.
                  " | "                 DELIMITED BY SIZE
                  MENSAGEM-DE-ERRO      DELIMITED BY SIZE
               INTO LINHA-TRILHA-EDICAO
           MOVE LINHA-TRILHA-EDICAO TO ELO-CONTEUDO
           SET ELO-FUNCAO-ENCADEAR TO TRUE
           CALL "ENCADEIA-TRILHA" USING BLOCO-ENCADEAMENTO
           MOVE ELO-REGISTRO TO REG-TRILHA-AUDITORIA
           WRITE REG-TRILHA-AUDITORIA
           IF NOT ARQ-TRILHA-AUDITORIA-OK
               PERFORM 9800-ABEND-TRILHA-AUDITORIA
