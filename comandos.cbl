      *                         pos-imagem no jornal de recuperacao
      *                         (REGISTRA-POS-IMAGEM), para o
      *                         roll-forward de RECUPERA-INDEXADOS.
      *   2026-10-15  R-SILVA   Registros novos nascem sem grau
      *                         salarial, com salario base zero e sem
      *                         data de desligamento; a remuneracao e
      *                         lancada pela opcao de reajuste de
      *                         MANUTENCAO-FUNCIONARIOS.
      *   2026-10-15  R-SILVA   Operador identificado pelo
      *                         CONTROLE-ACESSO (cadastro de operadores
      *                         e tabela de autorizacoes); cada opcao
      *                         do menu e conferida na autorizacao do
      *                         operador.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 CHAVE-PARA-JORNAL      PIC X(30) VALUE SPACES.
       01 IMAGEM-PARA-JORNAL     PIC X(130) VALUE SPACES.

      * --- Identificacao e autorizacao -------------------------------
       COPY ACESREC.

      * --- Cadastro de funcionarios (ATRIBUICAO) ---------------------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
           DISPLAY "             COMANDOS COBOL             ".
           DISPLAY "========================================".

           MOVE "EXEMPLO-COMANDOS-OTIMIZADO" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               STOP RUN
           END-IF

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT OPCAO-MENU
               PERFORM AUTORIZAR-OPCAO THRU AUTORIZAR-OPCAO-EXIT
               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN OPCAO-LOOP-VARYING
                       PERFORM LOOP-VARYING
                   WHEN OPCAO-ATRIBUICAO
           DISPLAY "0 - Sair".
           DISPLAY "Escolha um comando: ".

      * --- Opcao escolhida conferida na autorizacao do operador ------
       AUTORIZAR-OPCAO.
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE OPCAO-MENU TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO.
       AUTORIZAR-OPCAO-EXIT.
           EXIT.

      * =========================
      * LOOP COM VARYING
       LOOP-VARYING.
           MOVE DATA-ADMISSAO TO DATA-ADMISSAO-FUNCIONARIO
           MOVE DEPTO-LOTACAO TO DEPTO-FUNCIONARIO
           SET FUNCIONARIO-ATIVO TO TRUE
           MOVE SPACES TO GRAU-SALARIAL-FUNCIONARIO
           MOVE 0 TO SALARIO-BASE-FUNCIONARIO
           MOVE 0 TO DATA-DESLIGAMENTO-FUNCIONARIO
           WRITE REG-FUNCIONARIO

           IF ARQ-FUNCIONARIOS-OK
