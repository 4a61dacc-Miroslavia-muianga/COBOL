      ******************************************************************
      * PROGRAM-ID.   MANUTENCAO-CALENDARIO.
      * AUTHOR.       R-SILVA.
      * INSTALLATION. CPD.
      * DATE-WRITTEN. 2026-10-15.
      * DATE-COMPILED.
      * PURPOSE.      Manutencao do calendario de dias uteis da casa
      *               (CALENDARIO.DAT, CALEREC), lido pelo servico de
      *               dias uteis (SERVICO-DIAS-UTEIS) que os jobs de
      *               prazo e o ciclo diario usam:
      *                 1 - cadastrar ou alterar um dia (F feriado ou
      *                     ponto facultativo; U sabado ou domingo
      *                     trabalhado);
      *                 2 - excluir um dia cadastrado;
      *                 3 - listar os dias cadastrados a partir de uma
      *                     data;
      *                 4 - definir a acao do ciclo diario quando
      *                     disparado em dia nao util (R recusa, A so
      *                     avisa);
      *                 5 - conferir uma data (dia util ou nao, e o
      *                     dia util anterior).
      *               Sabado e domingo nao precisam ser cadastrados.
      *
      * MODIFICATION HISTORY.
      *   2026-10-15  R-SILVA   Criacao.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-CALENDARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CALENDARIO
               ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DATA-CALENDARIO
               FILE STATUS IS STATUS-ARQ-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CALENDARIO.
       COPY CALEREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-CALENDARIO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-CALENDARIO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-CALENDARIO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-CALENDARIO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-CALENDARIO-ERRO-OUTRO==.

      * --- Menu principal --------------------------------------------
       01 OPCAO-CALENDARIO       PIC 9 VALUE 9.
           88 OPCAO-SAIR                  VALUE 0.
           88 OPCAO-CADASTRAR             VALUE 1.
           88 OPCAO-EXCLUIR               VALUE 2.
           88 OPCAO-LISTAR                VALUE 3.
           88 OPCAO-ACAO-CICLO            VALUE 4.
           88 OPCAO-CONFERIR              VALUE 5.

      * --- Campos de dialogo -----------------------------------------
       01 DATA-INFORMADA          PIC X(8) VALUE SPACES.
       01 DATA-INFORMADA-NUM REDEFINES DATA-INFORMADA
                                  PIC 9(8).
       01 TIPO-INFORMADO          PIC X VALUE SPACE.
           88 TIPO-INFORMADO-VALIDO       VALUES 'F' 'U'.
       01 DESCRICAO-INFORMADA     PIC X(30) VALUE SPACES.
       01 ACAO-INFORMADA          PIC X VALUE SPACE.
           88 ACAO-INFORMADA-VALIDA       VALUES 'R' 'A'.
       01 DIA-SEMANA-INFORMADO    PIC 9 VALUE 0.
       01 FLAG-FIM-LISTAGEM       PIC X VALUE 'N'.
           88 FIM-LISTAGEM                VALUE 'Y'.
       01 FLAG-DIA-EXISTENTE      PIC X VALUE 'N'.
           88 DIA-EXISTENTE               VALUE 'S'.
           88 DIA-INEXISTENTE             VALUE 'N'.
       01 TIPO-LISTADO            PIC X(10) VALUE SPACES.
       01 CONTADOR-LISTADOS       PIC 9(5) VALUE 0.
       01 WS-DATA-HORA-CORRENTE   PIC X(21).
       01 WS-DATA-HOJE            PIC 9(8) VALUE 0.

      * --- Identificacao e autorizacao -------------------------------
       COPY ACESREC.

      * --- Servico de dias uteis (opcao de conferencia) --------------
       COPY DUTREC.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-PROGRAM
      *   Abre o calendario (criando-o vazio se nao existir) e exibe o
      *   menu ate a opcao de saida.
      ******************************************************************
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "   MANUTENCAO DO CALENDARIO DE DIAS UTEIS".
           DISPLAY "========================================".

           MOVE "MANUTENCAO-CALENDARIO" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-CORRENTE
           MOVE WS-DATA-HORA-CORRENTE(1:8) TO WS-DATA-HOJE

           PERFORM ABRIR-ARQUIVOS THRU ABRIR-ARQUIVOS-EXIT.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT OPCAO-CALENDARIO
               PERFORM AUTORIZAR-OPCAO THRU AUTORIZAR-OPCAO-EXIT
               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN OPCAO-CADASTRAR
                       PERFORM CADASTRAR-DIA
                           THRU CADASTRAR-DIA-EXIT
                   WHEN OPCAO-EXCLUIR
                       PERFORM EXCLUIR-DIA
                           THRU EXCLUIR-DIA-EXIT
                   WHEN OPCAO-LISTAR
                       PERFORM LISTAR-CALENDARIO
                           THRU LISTAR-CALENDARIO-EXIT
                   WHEN OPCAO-ACAO-CICLO
                       PERFORM DEFINIR-ACAO-CICLO
                           THRU DEFINIR-ACAO-CICLO-EXIT
                   WHEN OPCAO-CONFERIR
                       PERFORM CONFERIR-DATA
                           THRU CONFERIR-DATA-EXIT
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           CLOSE ARQ-CALENDARIO.
           DISPLAY "FIM DO PROGRAMA.".
           STOP RUN.

      * =========================
      * MENU PRINCIPAL
       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "1 - Cadastrar ou alterar um dia".
           DISPLAY "2 - Excluir um dia".
           DISPLAY "3 - Listar o calendario".
           DISPLAY "4 - Acao do ciclo em dia nao util".
           DISPLAY "5 - Conferir uma data".
           DISPLAY "0 - Sair".
           DISPLAY "Escolha uma opcao: ".

      * --- Opcao escolhida conferida na autorizacao do operador ------
       AUTORIZAR-OPCAO.
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE OPCAO-CALENDARIO TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO.
       AUTORIZAR-OPCAO-EXIT.
           EXIT.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CALENDARIO
           IF NOT ARQ-CALENDARIO-OK
               OPEN OUTPUT ARQ-CALENDARIO
               CLOSE ARQ-CALENDARIO
               OPEN I-O ARQ-CALENDARIO
               IF NOT ARQ-CALENDARIO-OK
                   PERFORM 9800-ABEND-CALENDARIO
                       THRU 9800-ABEND-CALENDARIO-EXIT
               END-IF
           END-IF.
       ABRIR-ARQUIVOS-EXIT.
           EXIT.

      ******************************************************************
      * CADASTRAR-DIA
      *   Feriado (F) so faz sentido de segunda a sexta e dia util
      *   extra (U) so em sabado ou domingo; o resto e o padrao da
      *   semana e nao se cadastra.
      ******************************************************************
       CADASTRAR-DIA.
           DISPLAY "Data (AAAAMMDD): "
           ACCEPT DATA-INFORMADA
           PERFORM CRITICAR-DATA THRU CRITICAR-DATA-EXIT
           IF DATA-INFORMADA = SPACES
               GO TO CADASTRAR-DIA-EXIT
           END-IF
           DISPLAY "Tipo (F feriado, U dia util extra): "
           ACCEPT TIPO-INFORMADO
           MOVE FUNCTION UPPER-CASE(TIPO-INFORMADO) TO TIPO-INFORMADO
           IF NOT TIPO-INFORMADO-VALIDO
               DISPLAY "Tipo invalido; informe F ou U."
               GO TO CADASTRAR-DIA-EXIT
           END-IF
           COMPUTE DIA-SEMANA-INFORMADO =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(DATA-INFORMADA-NUM) - 1, 7)
               + 1
           IF TIPO-INFORMADO = 'F' AND DIA-SEMANA-INFORMADO > 5
               DISPLAY "Data cai em fim de semana; ja nao e dia util."
               GO TO CADASTRAR-DIA-EXIT
           END-IF
           IF TIPO-INFORMADO = 'U' AND DIA-SEMANA-INFORMADO < 6
               DISPLAY "Data cai de segunda a sexta; ja e dia util."
               GO TO CADASTRAR-DIA-EXIT
           END-IF
           DISPLAY "Descricao: "
           ACCEPT DESCRICAO-INFORMADA
           IF DESCRICAO-INFORMADA = SPACES
               DISPLAY "Descricao nao pode ser branco."
               GO TO CADASTRAR-DIA-EXIT
           END-IF

           SET DIA-INEXISTENTE TO TRUE
           MOVE DATA-INFORMADA-NUM TO DATA-CALENDARIO
           READ ARQ-CALENDARIO
               KEY IS DATA-CALENDARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DIA-EXISTENTE TO TRUE
           END-READ
           MOVE SPACES TO REG-CALENDARIO
           MOVE DATA-INFORMADA-NUM  TO DATA-CALENDARIO
           MOVE TIPO-INFORMADO      TO TIPO-DIA-CALENDARIO
           MOVE DESCRICAO-INFORMADA TO DESCRICAO-CALENDARIO
           MOVE WS-DATA-HOJE        TO DATA-ALTERACAO-CALENDARIO
           MOVE ACS-OPERADOR        TO OPERADOR-CALENDARIO
           IF DIA-EXISTENTE
               REWRITE REG-CALENDARIO
           ELSE
               WRITE REG-CALENDARIO
           END-IF
           IF NOT ARQ-CALENDARIO-OK
               PERFORM 9800-ABEND-CALENDARIO
                   THRU 9800-ABEND-CALENDARIO-EXIT
           END-IF
           DISPLAY "Dia cadastrado: " DATA-CALENDARIO " "
                   TIPO-DIA-CALENDARIO " " DESCRICAO-CALENDARIO.
       CADASTRAR-DIA-EXIT.
           EXIT.

      *--- Data informada deve ser AAAAMMDD valida; recusada, volta
      *--- em branco.
       CRITICAR-DATA.
           IF DATA-INFORMADA NOT NUMERIC
               DISPLAY "Data invalida; informe AAAAMMDD."
               MOVE SPACES TO DATA-INFORMADA
               GO TO CRITICAR-DATA-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-INFORMADA-NUM) NOT = 0
               DISPLAY "Data inexistente: " DATA-INFORMADA
               MOVE SPACES TO DATA-INFORMADA
           END-IF.
       CRITICAR-DATA-EXIT.
           EXIT.

      ******************************************************************
      * EXCLUIR-DIA
      *   O dia excluido volta ao padrao da semana.
      ******************************************************************
       EXCLUIR-DIA.
           DISPLAY "Data a excluir (AAAAMMDD): "
           ACCEPT DATA-INFORMADA
           PERFORM CRITICAR-DATA THRU CRITICAR-DATA-EXIT
           IF DATA-INFORMADA = SPACES
               GO TO EXCLUIR-DIA-EXIT
           END-IF
           MOVE DATA-INFORMADA-NUM TO DATA-CALENDARIO
           READ ARQ-CALENDARIO
               KEY IS DATA-CALENDARIO
               INVALID KEY
                   DISPLAY "Data nao cadastrada no calendario."
                   GO TO EXCLUIR-DIA-EXIT
           END-READ
           DELETE ARQ-CALENDARIO RECORD
           IF NOT ARQ-CALENDARIO-OK
               PERFORM 9800-ABEND-CALENDARIO
                   THRU 9800-ABEND-CALENDARIO-EXIT
           END-IF
           DISPLAY "Dia excluido: " DATA-INFORMADA.
       EXCLUIR-DIA-EXIT.
           EXIT.

      ******************************************************************
      * LISTAR-CALENDARIO
      *   Percorre o calendario em ordem de data a partir da data
      *   informada (branco = desde o inicio).
      ******************************************************************
       LISTAR-CALENDARIO.
           DISPLAY "Listar a partir de (AAAAMMDD, branco = tudo): "
           ACCEPT DATA-INFORMADA
           IF DATA-INFORMADA = SPACES
               MOVE 1 TO DATA-CALENDARIO
           ELSE
               PERFORM CRITICAR-DATA THRU CRITICAR-DATA-EXIT
               IF DATA-INFORMADA = SPACES
                   GO TO LISTAR-CALENDARIO-EXIT
               END-IF
               MOVE DATA-INFORMADA-NUM TO DATA-CALENDARIO
           END-IF
           MOVE 0 TO CONTADOR-LISTADOS
           MOVE 'N' TO FLAG-FIM-LISTAGEM
           START ARQ-CALENDARIO
               KEY IS NOT LESS THAN DATA-CALENDARIO
               INVALID KEY
                   SET FIM-LISTAGEM TO TRUE
           END-START
           PERFORM EXIBIR-PROXIMO-DIA
               THRU EXIBIR-PROXIMO-DIA-EXIT
               UNTIL FIM-LISTAGEM
           IF CONTADOR-LISTADOS = 0
               DISPLAY "Nenhum dia cadastrado."
           END-IF.
       LISTAR-CALENDARIO-EXIT.
           EXIT.

       EXIBIR-PROXIMO-DIA.
           READ ARQ-CALENDARIO NEXT RECORD
               AT END
                   SET FIM-LISTAGEM TO TRUE
                   GO TO EXIBIR-PROXIMO-DIA-EXIT
           END-READ
           IF REGISTRO-CONTROLE-CALENDARIO
               GO TO EXIBIR-PROXIMO-DIA-EXIT
           END-IF
           ADD 1 TO CONTADOR-LISTADOS
           IF DIA-FERIADO
               MOVE "FERIADO" TO TIPO-LISTADO
           ELSE
               MOVE "UTIL EXTRA" TO TIPO-LISTADO
           END-IF
           DISPLAY DATA-CALENDARIO " " TIPO-LISTADO " "
                   DESCRICAO-CALENDARIO " (" OPERADOR-CALENDARIO
                   " EM " DATA-ALTERACAO-CALENDARIO ")".
       EXIBIR-PROXIMO-DIA-EXIT.
           EXIT.

      ******************************************************************
      * DEFINIR-ACAO-CICLO
      *   Grava o registro de controle (data zero) com a acao do ciclo
      *   diario em dia nao util.
      ******************************************************************
       DEFINIR-ACAO-CICLO.
           SET DIA-INEXISTENTE TO TRUE
           MOVE 0 TO DATA-CALENDARIO
           READ ARQ-CALENDARIO
               KEY IS DATA-CALENDARIO
               INVALID KEY
                   DISPLAY "Acao atual: A (padrao, so avisa)"
               NOT INVALID KEY
                   SET DIA-EXISTENTE TO TRUE
                   DISPLAY "Acao atual: " ACAO-NAO-UTIL-CALENDARIO
                           " (por " OPERADOR-CALENDARIO " em "
                           DATA-ALTERACAO-CALENDARIO ")"
           END-READ
           DISPLAY "Ciclo em dia nao util (R recusa, A so avisa): "
           ACCEPT ACAO-INFORMADA
           MOVE FUNCTION UPPER-CASE(ACAO-INFORMADA) TO ACAO-INFORMADA
           IF NOT ACAO-INFORMADA-VALIDA
               DISPLAY "Acao invalida; informe R ou A."
               GO TO DEFINIR-ACAO-CICLO-EXIT
           END-IF
           MOVE SPACES TO REG-CALENDARIO
           MOVE 0              TO DATA-CALENDARIO
           SET REGISTRO-CONTROLE-CALENDARIO TO TRUE
           MOVE "CONTROLE DO CALENDARIO" TO DESCRICAO-CALENDARIO
           MOVE ACAO-INFORMADA TO ACAO-NAO-UTIL-CALENDARIO
           MOVE WS-DATA-HOJE   TO DATA-ALTERACAO-CALENDARIO
           MOVE ACS-OPERADOR   TO OPERADOR-CALENDARIO
           IF DIA-EXISTENTE
               REWRITE REG-CALENDARIO
           ELSE
               WRITE REG-CALENDARIO
           END-IF
           IF NOT ARQ-CALENDARIO-OK
               PERFORM 9800-ABEND-CALENDARIO
                   THRU 9800-ABEND-CALENDARIO-EXIT
           END-IF
           DISPLAY "Acao do ciclo em dia nao util: "
                   ACAO-NAO-UTIL-CALENDARIO.
       DEFINIR-ACAO-CICLO-EXIT.
           EXIT.

      ******************************************************************
      * CONFERIR-DATA
      *   Mostra o que o servico de dias uteis responde para a data:
      *   se e dia util e qual o dia util anterior. O servico e
      *   cancelado antes, para recarregar o calendario com as
      *   alteracoes feitas nesta sessao.
      ******************************************************************
       CONFERIR-DATA.
           DISPLAY "Data a conferir (AAAAMMDD, branco = hoje): "
           ACCEPT DATA-INFORMADA
           IF DATA-INFORMADA = SPACES
               MOVE WS-DATA-HOJE TO DATA-INFORMADA-NUM
           END-IF
           PERFORM CRITICAR-DATA THRU CRITICAR-DATA-EXIT
           IF DATA-INFORMADA = SPACES
               GO TO CONFERIR-DATA-EXIT
           END-IF
           CANCEL "SERVICO-DIAS-UTEIS"
           MOVE DATA-INFORMADA-NUM TO DUT-DATA-INICIAL
           SET DUT-FUNCAO-DIA-UTIL TO TRUE
           CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
           IF DUT-E-DIA-UTIL
               DISPLAY DATA-INFORMADA " E DIA UTIL."
           ELSE
               DISPLAY DATA-INFORMADA " NAO E DIA UTIL: "
                       DUT-DESCRICAO-DIA
           END-IF
           SET DUT-FUNCAO-ANTERIOR TO TRUE
           CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
           DISPLAY "Dia util anterior: " DUT-DATA-RESULTADO.
       CONFERIR-DATA-EXIT.
           EXIT.

      ******************************************************************
      * 9800-ABEND-CALENDARIO
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-CALENDARIO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-CALENDARIO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-CALENDARIO==
                     ==TEXTO-ABEND==         BY
                         =="calendario de dias uteis"==.
