      ******************************************************************
      * PROGRAM-ID.   MANUTENCAO-OPERADORES.
      * AUTHOR.       R-SILVA.
      * INSTALLATION. CPD.
      * DATE-WRITTEN. 2026-10-15.
      * DATE-COMPILED.
      * PURPOSE.      Manutencao do cadastro de operadores
      *               (OPERADORES.DAT, OPERREC) e da tabela de
      *               autorizacoes (AUTORIZACOES.DAT, AUTOREC) que o
      *               subprograma CONTROLE-ACESSO consulta na entrada
      *               e na escolha de opcao dos programas interativos:
      *                 1 - incluir ou alterar um operador;
      *                 2 - inativar ou reativar um operador;
      *                 3 - conceder ou alterar a autorizacao de um
      *                     operador em um programa (opcoes de menu
      *                     liberadas);
      *                 4 - revogar uma autorizacao;
      *                 5 - listar operadores e autorizacoes.
      *               Com o cadastro de operadores vazio a entrada e
      *               livre (carga inicial), so neste programa.
      *
      * MODIFICATION HISTORY.
      *   2026-10-15  R-SILVA   Criacao.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-OPERADORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR
               FILE STATUS IS STATUS-ARQ-OPERADORES.

           SELECT ARQ-AUTORIZACOES
               ASSIGN TO "AUTORIZACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-AUTORIZACAO
               FILE STATUS IS STATUS-ARQ-AUTORIZACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OPERADORES.
       COPY OPERREC.

       FD  ARQ-AUTORIZACOES.
       COPY AUTOREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-OPERADORES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-OPERADORES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-OPERADORES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-OPERADORES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-OPERADORES-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-AUTORIZACOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-AUTORIZACOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-AUTORIZACOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-AUTORIZACOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-AUTORIZACOES-ERRO-OUTRO==.

      * --- Menu principal --------------------------------------------
       01 OPCAO-OPERADOR         PIC 9 VALUE 9.
           88 OPCAO-SAIR                  VALUE 0.
           88 OPCAO-INCLUIR-ALTERAR       VALUE 1.
           88 OPCAO-SITUACAO              VALUE 2.
           88 OPCAO-CONCEDER              VALUE 3.
           88 OPCAO-REVOGAR               VALUE 4.
           88 OPCAO-LISTAR                VALUE 5.

      * --- Identificacao e autorizacao -------------------------------
       COPY ACESREC.

      * --- Campos de dialogo -----------------------------------------
       01 ID-INFORMADO           PIC X(20) VALUE SPACES.
       01 NOME-INFORMADO         PIC X(30) VALUE SPACES.
       01 PROGRAMA-INFORMADO     PIC X(30) VALUE SPACES.
       01 OPCOES-INFORMADAS      PIC X(9) VALUE SPACES.
       01 MASCARA-OPCOES         PIC X(9) VALUE SPACES.
       01 IDX-OPCAO              PIC 9(2) VALUE 0.
       01 DIGITO-OPCAO           PIC 9 VALUE 0.
       01 OCORRENCIAS-DIGITO     PIC 9(2) VALUE 0.
       01 FLAG-OPERADOR-EXISTENTE PIC X VALUE 'N'.
           88 OPERADOR-EXISTENTE          VALUE 'S'.
           88 OPERADOR-INEXISTENTE        VALUE 'N'.
       01 FLAG-FIM-LISTAGEM      PIC X VALUE 'N'.
           88 FIM-LISTAGEM                VALUE 'Y'.
       01 FLAG-FIM-AUTORIZACOES  PIC X VALUE 'N'.
           88 FIM-AUTORIZACOES            VALUE 'Y'.
       01 WS-DATA-HORA-CORRENTE  PIC X(21).
       01 WS-DATA-HOJE           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-PROGRAM
      *   Identifica o operador (CONTROLE-ACESSO), abre os dois
      *   arquivos (criando-os vazios se nao existirem) e aciona a
      *   opcao escolhida, conferida na autorizacao, ate a saida.
      ******************************************************************
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "   MANUTENCAO DE OPERADORES E ACESSOS".
           DISPLAY "========================================".

           MOVE "MANUTENCAO-OPERADORES" TO ACS-PROGRAMA
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
               ACCEPT OPCAO-OPERADOR
               PERFORM AUTORIZAR-OPCAO THRU AUTORIZAR-OPCAO-EXIT
               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN OPCAO-INCLUIR-ALTERAR
                       PERFORM INCLUIR-ALTERAR-OPERADOR
                           THRU INCLUIR-ALTERAR-OPERADOR-EXIT
                   WHEN OPCAO-SITUACAO
                       PERFORM MUDAR-SITUACAO-OPERADOR
                           THRU MUDAR-SITUACAO-OPERADOR-EXIT
                   WHEN OPCAO-CONCEDER
                       PERFORM CONCEDER-AUTORIZACAO
                           THRU CONCEDER-AUTORIZACAO-EXIT
                   WHEN OPCAO-REVOGAR
                       PERFORM REVOGAR-AUTORIZACAO
                           THRU REVOGAR-AUTORIZACAO-EXIT
                   WHEN OPCAO-LISTAR
                       PERFORM LISTAR-OPERADORES
                           THRU LISTAR-OPERADORES-EXIT
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           CLOSE ARQ-OPERADORES.
           CLOSE ARQ-AUTORIZACOES.
           DISPLAY "FIM DO PROGRAMA.".
           STOP RUN.

      * =========================
      * MENU PRINCIPAL
       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "1 - Incluir ou alterar um operador".
           DISPLAY "2 - Inativar ou reativar um operador".
           DISPLAY "3 - Conceder ou alterar uma autorizacao".
           DISPLAY "4 - Revogar uma autorizacao".
           DISPLAY "5 - Listar operadores e autorizacoes".
           DISPLAY "0 - Sair".
           DISPLAY "Escolha uma opcao: ".

      * --- Opcao escolhida conferida na autorizacao do operador ------
       AUTORIZAR-OPCAO.
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE OPCAO-OPERADOR TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO.
       AUTORIZAR-OPCAO-EXIT.
           EXIT.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-OPERADORES
           IF NOT ARQ-OPERADORES-OK
               OPEN OUTPUT ARQ-OPERADORES
               CLOSE ARQ-OPERADORES
               OPEN I-O ARQ-OPERADORES
               IF NOT ARQ-OPERADORES-OK
                   PERFORM 9800-ABEND-OPERADORES
                       THRU 9800-ABEND-OPERADORES-EXIT
               END-IF
           END-IF
           OPEN I-O ARQ-AUTORIZACOES
           IF NOT ARQ-AUTORIZACOES-OK
               OPEN OUTPUT ARQ-AUTORIZACOES
               CLOSE ARQ-AUTORIZACOES
               OPEN I-O ARQ-AUTORIZACOES
               IF NOT ARQ-AUTORIZACOES-OK
                   PERFORM 9800-ABEND-AUTORIZACOES
                       THRU 9800-ABEND-AUTORIZACOES-EXIT
               END-IF
           END-IF.
       ABRIR-ARQUIVOS-EXIT.
           EXIT.

      * --- Le o operador do ID informado -----------------------------
       LER-OPERADOR-INFORMADO.
           SET OPERADOR-INEXISTENTE TO TRUE
           DISPLAY "ID do operador: "
           MOVE SPACES TO ID-INFORMADO
           ACCEPT ID-INFORMADO
           MOVE FUNCTION UPPER-CASE(ID-INFORMADO) TO ID-INFORMADO
           IF ID-INFORMADO = SPACES
               DISPLAY "ID nao pode ser branco."
               GO TO LER-OPERADOR-INFORMADO-EXIT
           END-IF
           MOVE ID-INFORMADO TO ID-OPERADOR
           READ ARQ-OPERADORES
               KEY IS ID-OPERADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OPERADOR-EXISTENTE TO TRUE
           END-READ.
       LER-OPERADOR-INFORMADO-EXIT.
           EXIT.

      ******************************************************************
      * INCLUIR-ALTERAR-OPERADOR
      *   Operador novo nasce ativo; o existente so tem o nome trocado.
      ******************************************************************
       INCLUIR-ALTERAR-OPERADOR.
           PERFORM LER-OPERADOR-INFORMADO
               THRU LER-OPERADOR-INFORMADO-EXIT
           IF ID-INFORMADO = SPACES
               GO TO INCLUIR-ALTERAR-OPERADOR-EXIT
           END-IF
           DISPLAY "Nome do operador: "
           MOVE SPACES TO NOME-INFORMADO
           ACCEPT NOME-INFORMADO
           IF NOME-INFORMADO = SPACES
               DISPLAY "Nome nao pode ser branco."
               GO TO INCLUIR-ALTERAR-OPERADOR-EXIT
           END-IF
           MOVE NOME-INFORMADO TO NOME-OPERADOR
           IF OPERADOR-EXISTENTE
               REWRITE REG-OPERADOR
           ELSE
               MOVE ID-INFORMADO TO ID-OPERADOR
               SET OPERADOR-ATIVO TO TRUE
               MOVE WS-DATA-HOJE TO DATA-CADASTRO-OPERADOR
               MOVE WS-DATA-HOJE TO DATA-SITUACAO-OPERADOR
               WRITE REG-OPERADOR
           END-IF
           IF NOT ARQ-OPERADORES-OK
               PERFORM 9800-ABEND-OPERADORES
                   THRU 9800-ABEND-OPERADORES-EXIT
           END-IF
           IF OPERADOR-EXISTENTE
               DISPLAY "Operador alterado: " ID-OPERADOR
           ELSE
               DISPLAY "Operador incluido: " ID-OPERADOR
           END-IF.
       INCLUIR-ALTERAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * MUDAR-SITUACAO-OPERADOR
      *   Inverte a situacao (ativo <-> inativo). O operador em sessao
      *   nao se inativa.
      ******************************************************************
       MUDAR-SITUACAO-OPERADOR.
           PERFORM LER-OPERADOR-INFORMADO
               THRU LER-OPERADOR-INFORMADO-EXIT
           IF ID-INFORMADO = SPACES
               GO TO MUDAR-SITUACAO-OPERADOR-EXIT
           END-IF
           IF OPERADOR-INEXISTENTE
               DISPLAY "Operador nao cadastrado: " ID-INFORMADO
               GO TO MUDAR-SITUACAO-OPERADOR-EXIT
           END-IF
           IF OPERADOR-ATIVO
               IF ID-OPERADOR = ACS-OPERADOR
                   DISPLAY "O operador em sessao nao pode inativar a "
                           "si mesmo."
                   GO TO MUDAR-SITUACAO-OPERADOR-EXIT
               END-IF
               SET OPERADOR-INATIVO TO TRUE
           ELSE
               SET OPERADOR-ATIVO TO TRUE
           END-IF
           MOVE WS-DATA-HOJE TO DATA-SITUACAO-OPERADOR
           REWRITE REG-OPERADOR
           IF NOT ARQ-OPERADORES-OK
               PERFORM 9800-ABEND-OPERADORES
                   THRU 9800-ABEND-OPERADORES-EXIT
           END-IF
           IF OPERADOR-ATIVO
               DISPLAY "Operador reativado: " ID-OPERADOR
           ELSE
               DISPLAY "Operador inativado: " ID-OPERADOR
           END-IF.
       MUDAR-SITUACAO-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * CONCEDER-AUTORIZACAO
      *   Operador cadastrado, programa pelo PROGRAM-ID e as opcoes
      *   liberadas como digitos (1345 = opcoes 1, 3, 4 e 5); branco
      *   libera todas. Autorizacao existente e substituida.
      ******************************************************************
       CONCEDER-AUTORIZACAO.
           PERFORM LER-OPERADOR-INFORMADO
               THRU LER-OPERADOR-INFORMADO-EXIT
           IF ID-INFORMADO = SPACES
               GO TO CONCEDER-AUTORIZACAO-EXIT
           END-IF
           IF OPERADOR-INEXISTENTE
               DISPLAY "Operador nao cadastrado: " ID-INFORMADO
               GO TO CONCEDER-AUTORIZACAO-EXIT
           END-IF
           DISPLAY "Programa (PROGRAM-ID): "
           MOVE SPACES TO PROGRAMA-INFORMADO
           ACCEPT PROGRAMA-INFORMADO
           MOVE FUNCTION UPPER-CASE(PROGRAMA-INFORMADO)
               TO PROGRAMA-INFORMADO
           IF PROGRAMA-INFORMADO = SPACES
               DISPLAY "Programa nao pode ser branco."
               GO TO CONCEDER-AUTORIZACAO-EXIT
           END-IF
           DISPLAY "Opcoes liberadas (digitos 1-9, branco = todas): "
           MOVE SPACES TO OPCOES-INFORMADAS
           ACCEPT OPCOES-INFORMADAS
           IF OPCOES-INFORMADAS = SPACES
               MOVE ALL 'S' TO MASCARA-OPCOES
           ELSE
               MOVE ALL 'N' TO MASCARA-OPCOES
               PERFORM MARCAR-OPCAO-LIBERADA
                   THRU MARCAR-OPCAO-LIBERADA-EXIT
                   VARYING IDX-OPCAO FROM 1 BY 1
                       UNTIL IDX-OPCAO > 9
           END-IF

           MOVE ID-INFORMADO       TO OPERADOR-AUTORIZACAO
           MOVE PROGRAMA-INFORMADO TO PROGRAMA-AUTORIZACAO
           READ ARQ-AUTORIZACOES
               KEY IS CHAVE-AUTORIZACAO
               INVALID KEY
                   MOVE MASCARA-OPCOES TO OPCOES-AUTORIZACAO
                   MOVE WS-DATA-HOJE   TO DATA-AUTORIZACAO
                   MOVE ACS-OPERADOR   TO CONCEDENTE-AUTORIZACAO
                   WRITE REG-AUTORIZACAO
               NOT INVALID KEY
                   MOVE MASCARA-OPCOES TO OPCOES-AUTORIZACAO
                   MOVE WS-DATA-HOJE   TO DATA-AUTORIZACAO
                   MOVE ACS-OPERADOR   TO CONCEDENTE-AUTORIZACAO
                   REWRITE REG-AUTORIZACAO
           END-READ
           IF NOT ARQ-AUTORIZACOES-OK
               PERFORM 9800-ABEND-AUTORIZACOES
                   THRU 9800-ABEND-AUTORIZACOES-EXIT
           END-IF
           DISPLAY "Autorizacao gravada: " OPERADOR-AUTORIZACAO " "
                   PROGRAMA-AUTORIZACAO " OPCOES " OPCOES-AUTORIZACAO.
       CONCEDER-AUTORIZACAO-EXIT.
           EXIT.

      *--- Posicao IDX-OPCAO da mascara recebe 'S' se o digito foi
      *--- informado.
       MARCAR-OPCAO-LIBERADA.
           MOVE IDX-OPCAO TO DIGITO-OPCAO
           MOVE 0 TO OCORRENCIAS-DIGITO
           INSPECT OPCOES-INFORMADAS
               TALLYING OCORRENCIAS-DIGITO FOR ALL DIGITO-OPCAO
           IF OCORRENCIAS-DIGITO > 0
               MOVE 'S' TO MASCARA-OPCOES(IDX-OPCAO:1)
           END-IF.
       MARCAR-OPCAO-LIBERADA-EXIT.
           EXIT.

      ******************************************************************
      * REVOGAR-AUTORIZACAO
      *   Exclui o par operador + programa da tabela.
      ******************************************************************
       REVOGAR-AUTORIZACAO.
           DISPLAY "ID do operador: "
           MOVE SPACES TO ID-INFORMADO
           ACCEPT ID-INFORMADO
           MOVE FUNCTION UPPER-CASE(ID-INFORMADO) TO ID-INFORMADO
           DISPLAY "Programa (PROGRAM-ID): "
           MOVE SPACES TO PROGRAMA-INFORMADO
           ACCEPT PROGRAMA-INFORMADO
           MOVE FUNCTION UPPER-CASE(PROGRAMA-INFORMADO)
               TO PROGRAMA-INFORMADO
           MOVE ID-INFORMADO       TO OPERADOR-AUTORIZACAO
           MOVE PROGRAMA-INFORMADO TO PROGRAMA-AUTORIZACAO
           READ ARQ-AUTORIZACOES
               KEY IS CHAVE-AUTORIZACAO
               INVALID KEY
                   DISPLAY "Autorizacao nao cadastrada."
                   GO TO REVOGAR-AUTORIZACAO-EXIT
           END-READ
           DELETE ARQ-AUTORIZACOES RECORD
           IF NOT ARQ-AUTORIZACOES-OK
               PERFORM 9800-ABEND-AUTORIZACOES
                   THRU 9800-ABEND-AUTORIZACOES-EXIT
           END-IF
           DISPLAY "Autorizacao revogada: " ID-INFORMADO " "
                   PROGRAMA-INFORMADO.
       REVOGAR-AUTORIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * LISTAR-OPERADORES
      *   Cada operador, em ordem de ID, seguido das suas
      *   autorizacoes.
      ******************************************************************
       LISTAR-OPERADORES.
           MOVE SPACES TO ID-OPERADOR
           MOVE 'N' TO FLAG-FIM-LISTAGEM
           START ARQ-OPERADORES
               KEY IS NOT LESS THAN ID-OPERADOR
               INVALID KEY
                   SET FIM-LISTAGEM TO TRUE
           END-START
           IF FIM-LISTAGEM
               DISPLAY "Nenhum operador cadastrado."
               GO TO LISTAR-OPERADORES-EXIT
           END-IF
           PERFORM EXIBIR-PROXIMO-OPERADOR
               THRU EXIBIR-PROXIMO-OPERADOR-EXIT
               UNTIL FIM-LISTAGEM.
       LISTAR-OPERADORES-EXIT.
           EXIT.

       EXIBIR-PROXIMO-OPERADOR.
           READ ARQ-OPERADORES NEXT RECORD
               AT END
                   SET FIM-LISTAGEM TO TRUE
                   GO TO EXIBIR-PROXIMO-OPERADOR-EXIT
           END-READ
           DISPLAY ID-OPERADOR " " NOME-OPERADOR " SITUACAO "
                   SITUACAO-OPERADOR " DESDE " DATA-SITUACAO-OPERADOR
           MOVE ID-OPERADOR TO OPERADOR-AUTORIZACAO
           MOVE SPACES TO PROGRAMA-AUTORIZACAO
           MOVE 'N' TO FLAG-FIM-AUTORIZACOES
           START ARQ-AUTORIZACOES
               KEY IS NOT LESS THAN CHAVE-AUTORIZACAO
               INVALID KEY
                   SET FIM-AUTORIZACOES TO TRUE
           END-START
           PERFORM EXIBIR-PROXIMA-AUTORIZACAO
               THRU EXIBIR-PROXIMA-AUTORIZACAO-EXIT
               UNTIL FIM-AUTORIZACOES.
       EXIBIR-PROXIMO-OPERADOR-EXIT.
           EXIT.

       EXIBIR-PROXIMA-AUTORIZACAO.
           READ ARQ-AUTORIZACOES NEXT RECORD
               AT END
                   SET FIM-AUTORIZACOES TO TRUE
                   GO TO EXIBIR-PROXIMA-AUTORIZACAO-EXIT
           END-READ
           IF OPERADOR-AUTORIZACAO NOT = ID-OPERADOR
               SET FIM-AUTORIZACOES TO TRUE
               GO TO EXIBIR-PROXIMA-AUTORIZACAO-EXIT
           END-IF
           DISPLAY "    " PROGRAMA-AUTORIZACAO " OPCOES "
                   OPCOES-AUTORIZACAO " DESDE " DATA-AUTORIZACAO
                   " POR " CONCEDENTE-AUTORIZACAO.
       EXIBIR-PROXIMA-AUTORIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * PARAGRAFOS PADRAO DE ABORT POR ERRO FATAL DE ARQUIVO (ABENDFIL)
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-OPERADORES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-OPERADORES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-OPERADORES==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de operadores"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-AUTORIZACOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-AUTORIZACOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-AUTORIZACOES==
                     ==TEXTO-ABEND==         BY
                         =="tabela de autorizacoes"==.
