      *
      * MODIFICATION HISTORY.
      *   2026-08-14  R-SILVA   Criacao.
      *   2026-10-15  R-SILVA   Operador identificado pelo
      *                         CONTROLE-ACESSO, com cada opcao do
      *                         menu conferida na autorizacao; o
      *                         aprovador da isencao deixa de ser
      *                         digitado e passa a ser o operador
      *                         identificado.
      ******************************************************************

       IDENTIFICATION DIVISION.

       01 IDENTIFICADOR-INFORMADO PIC X(30) VALUE SPACES.
       01 MOTIVO-INFORMADO        PIC X(40) VALUE SPACES.
       01 VALIDADE-INFORMADA      PIC X(8) VALUE SPACES.
       01 FLAG-FIM-LISTAGEM       PIC X VALUE 'N'.
           88 FIM-LISTAGEM                VALUE 'Y'.
       01 WS-DATA-HORA-CORRENTE   PIC X(21).
       01 WS-DATA-HOJE            PIC 9(8) VALUE 0.

       COPY ACESREC.

       PROCEDURE DIVISION.

      ******************************************************************
           DISPLAY "   MANUTENCAO DE ISENCOES DE NOMENCLATURA".
           DISPLAY "========================================".

           MOVE "MANUTENCAO-ISENCOES" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-CORRENTE
           MOVE WS-DATA-HORA-CORRENTE(1:8) TO WS-DATA-HOJE

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT OPCAO-ISENCAO
               PERFORM AUTORIZAR-OPCAO THRU AUTORIZAR-OPCAO-EXIT
               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN OPCAO-INCLUIR-ALTERAR
                       PERFORM INCLUIR-ALTERAR-ISENCAO
                           THRU INCLUIR-ALTERAR-ISENCAO-EXIT
           DISPLAY "0 - Sair".
           DISPLAY "Escolha uma opcao: ".

      * --- Opcao escolhida conferida na autorizacao do operador ------
       AUTORIZAR-OPCAO.
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE OPCAO-ISENCAO TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO.
       AUTORIZAR-OPCAO-EXIT.
           EXIT.

       ABRIR-ISENCOES.
           OPEN I-O ARQ-ISENCOES
           IF NOT ARQ-ISENCOES-OK
      ******************************************************************
      * INCLUIR-ALTERAR-ISENCAO
      *   Grava a isencao sob o identificador informado; identificador
      *   ja isento tem motivo, aprovador e validade regravados. O
      *   aprovador e o operador identificado na partida.
      ******************************************************************
       INCLUIR-ALTERAR-ISENCAO.
           DISPLAY "Identificador isento: "
           END-IF
           DISPLAY "Motivo da isencao: "
           ACCEPT MOTIVO-INFORMADO
           DISPLAY "Validade (AAAAMMDD): "
           ACCEPT VALIDADE-INFORMADA
           IF VALIDADE-INFORMADA NOT NUMERIC
           MOVE FUNCTION UPPER-CASE(IDENTIFICADOR-INFORMADO)
               TO CHAVE-ISENCAO
           MOVE MOTIVO-INFORMADO    TO MOTIVO-ISENCAO
           MOVE ACS-OPERADOR        TO APROVADOR-ISENCAO
           MOVE VALIDADE-INFORMADA  TO VALIDADE-ISENCAO
           WRITE REG-ISENCAO
           IF ARQ-ISENCOES-OK
