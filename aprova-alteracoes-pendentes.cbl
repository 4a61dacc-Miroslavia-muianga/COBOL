      ******************************************************************
      * PROGRAM-ID.   APROVA-ALTERACOES-PENDENTES.
      * AUTHOR.       R-SILVA.
      * INSTALLATION. CPD.
      * DATE-WRITTEN. 2026-10-15.
      * DATE-COMPILED.
      * PURPOSE.      Segunda metade da dupla custodia dos cadastros
      *               de referencia: as alteracoes que MANUTENCAO-
      *               FUNCIONARIOS, MANUTENCAO-DEPARTAMENTOS e
      *               MANUTENCAO-SUBMISSORES deixam pendentes em
      *               ALTERACOES-PENDENTES.DAT (PENDMREC) so chegam
      *               ao mestre aqui, pela mao de um operador
      *               diferente do que as fez:
      *                 1 - listar as alteracoes pendentes;
      *                 2 - examinar uma alteracao (imagem antes e
      *                     imagem depois) e aprova-la ou rejeita-la;
      *                 3 - consultar uma alteracao ja decidida.
      *               A aprovacao confere que o mestre ainda esta
      *               igual a imagem antes (senao a alteracao e
      *               rejeitada: foi feita sobre um registro que ja
      *               mudou), grava a imagem depois e, no cadastro de
      *               funcionarios, o movimento (MOVREC), o lancamento
      *               de remuneracao (REMUREC) e a pos-imagem no
      *               jornal de recuperacao. Exclusao de departamento
      *               tem os impedimentos (subordinados, equipes e
      *               ativos lotados) conferidos de novo na aprovacao.
      *
      * MODIFICATION HISTORY.
      *   2026-10-15  R-SILVA   Criacao.
      *   2026-10-15  R-SILVA   Operador identificado pelo
      *                         CONTROLE-ACESSO (cadastro de operadores
      *                         e tabela de autorizacoes) em vez de
      *                         digitado; cada opcao do menu e
      *                         conferida na autorizacao do operador.
      *   2026-10-15  R-SILVA   Aprovacao de departamento refaz a
      *                         subida na hierarquia a partir do novo
      *                         superior (duas pendentes cruzadas nao
      *                         formam mais ciclo); aprovacao de
      *                         funcionario confere que o departamento
      *                         da imagem depois ainda esta cadastrado.
      *   2026-10-15  R-SILVA   Aprovacao de equipe submissora ativa
      *                         confere de novo o departamento dono e
      *                         o contato (ausente ou desligado
      *                         rejeita) e refaz a situacao do
      *                         contato; lancamento de remuneracao
      *                         usa grau e salario guardados antes do
      *                         CLOSE do cadastro de funcionarios.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-ALTERACOES-PENDENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALTERACOES-PENDENTES
               ASSIGN TO "ALTERACOES-PENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ALTERACAO
               FILE STATUS IS STATUS-ARQ-ALTERACOES.

           SELECT ARQ-FUNCIONARIOS
               ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-FUNCIONARIO
               FILE STATUS IS STATUS-ARQ-FUNCIONARIOS.

           SELECT ARQ-DEPARTAMENTOS
               ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-DEPARTAMENTO
               FILE STATUS IS STATUS-ARQ-DEPARTAMENTOS.

           SELECT ARQ-SUBMISSORES
               ASSIGN TO "SUBMISSORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-SUBMISSOR
               FILE STATUS IS STATUS-ARQ-SUBMISSORES.

           SELECT ARQ-MOVIMENTOS
               ASSIGN TO "MOVIMENTOS-FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-ARQ-MOVIMENTOS.

           SELECT ARQ-REMUNERACOES
               ASSIGN TO "REMUNERACOES-FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-REMUNERACAO
               FILE STATUS IS STATUS-ARQ-REMUNERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALTERACOES-PENDENTES.
       COPY PENDMREC.

       FD  ARQ-FUNCIONARIOS.
       COPY FUNCREC.

       FD  ARQ-DEPARTAMENTOS.
       COPY DEPTREC.

       FD  ARQ-SUBMISSORES.
       COPY SUBMREC.

       FD  ARQ-MOVIMENTOS.
       COPY MOVREC.

       FD  ARQ-REMUNERACOES.
       COPY REMUREC.

       WORKING-STORAGE SECTION.

       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-ALTERACOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-ALTERACOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-ALTERACOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-ALTERACOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-ALTERACOES-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-FUNCIONARIOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-FUNCIONARIOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-FUNCIONARIOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-FUNCIONARIOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-FUNCIONARIOS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-DEPARTAMENTOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-DEPARTAMENTOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-DEPARTAMENTOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-DEPARTAMENTOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-DEPARTAMENTOS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-SUBMISSORES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-SUBMISSORES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-SUBMISSORES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-SUBMISSORES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-SUBMISSORES-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-MOVIMENTOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-MOVIMENTOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-MOVIMENTOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-MOVIMENTOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-MOVIMENTOS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-REMUNERACOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-REMUNERACOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-REMUNERACOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-REMUNERACOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-REMUNERACOES-ERRO-OUTRO==.

      * --- Menu principal --------------------------------------------
       01 OPCAO-APROVACAO        PIC 9 VALUE 9.
           88 OPCAO-SAIR                  VALUE 0.
           88 OPCAO-LISTAR                VALUE 1.
           88 OPCAO-DECIDIR               VALUE 2.
           88 OPCAO-CONSULTAR             VALUE 3.

      * --- Campos de dialogo -----------------------------------------
       01 OPERADOR-INFORMADO     PIC X(20) VALUE SPACES.
       01 NUMERO-INFORMADO       PIC X(6) VALUE SPACES.
       01 DECISAO-INFORMADA      PIC X VALUE SPACE.
           88 DECISAO-APROVAR             VALUE 'A' 'a'.
           88 DECISAO-REJEITAR            VALUE 'R' 'r'.
       01 MOTIVO-INFORMADO       PIC X(40) VALUE SPACES.
       01 FLAG-FIM-LISTAGEM      PIC X VALUE 'N'.
           88 FIM-LISTAGEM                VALUE 'Y'.
       01 CONTADOR-PENDENTES     PIC 9(5) VALUE 0.
       01 SITUACAO-LISTADA       PIC X(10) VALUE SPACES.
       01 OPERACAO-LISTADA       PIC X(10) VALUE SPACES.
       01 ROTULO-IMAGEM          PIC X(8) VALUE SPACES.
       01 SALARIO-EDITADO        PIC Z,ZZZ,ZZ9.99.
       01 WS-DATA-HORA-DECISAO   PIC X(21).

      * --- Identificacao e autorizacao -------------------------------
       COPY ACESREC.

      * --- Resultado da aplicacao ao mestre --------------------------
      *--- APLICADA: mestre gravado. CONFLITO: o mestre nao esta mais
      *--- como na imagem antes (ou a exclusao ficou impedida); a
      *--- alteracao e rejeitada. ADIADA: cadastro indisponivel, a
      *--- alteracao continua pendente.
       01 FLAG-APLICACAO         PIC X VALUE SPACE.
           88 APLICACAO-APLICADA          VALUE 'A'.
           88 APLICACAO-CONFLITO          VALUE 'C'.
           88 APLICACAO-ADIADA            VALUE 'I'.
       01 MOTIVO-CONFLITO        PIC X(40) VALUE SPACES.

      * --- Impedimentos a exclusao de departamento --------------------
       01 CODIGO-A-EXCLUIR       PIC X(4) VALUE SPACES.
       01 CONTADOR-SUBORDINADOS  PIC 9(5) VALUE 0.
       01 CONTADOR-EQUIPES       PIC 9(5) VALUE 0.
       01 CONTADOR-ATIVOS-DEPTO  PIC 9(5) VALUE 0.
       01 FLAG-FIM-TABELA        PIC X VALUE 'N'.
           88 FIM-TABELA                  VALUE 'Y'.
       01 FLAG-FIM-CADASTRO      PIC X VALUE 'N'.
           88 FIM-CADASTRO                VALUE 'Y'.
       01 FLAG-FIM-SUBMISSORES   PIC X VALUE 'N'.
           88 FIM-SUBMISSORES             VALUE 'Y'.

      * --- Hierarquia refeita contra a tabela viva na aprovacao ------
       01 CODIGO-NA-CADEIA       PIC X(4) VALUE SPACES.
       01 PASSOS-NA-CADEIA       PIC 9(3) VALUE 0.
       01 FLAG-CADEIA            PIC X VALUE 'A'.
           88 CADEIA-EM-ANDAMENTO         VALUE 'A'.
           88 CADEIA-ENCERRADA            VALUE 'E'.
           88 CADEIA-COM-CICLO            VALUE 'C'.

      * --- Departamento da imagem depois do funcionario --------------
       01 FLAG-DEPTO-DEPOIS      PIC X VALUE 'N'.
           88 DEPTO-DEPOIS-VALIDO         VALUE 'S'.
           88 DEPTO-DEPOIS-AUSENTE        VALUE 'N'.
           88 DEPTO-DEPOIS-INDISPONIVEL   VALUE 'I'.

      * --- Grau e salario para o lancamento de remuneracao, tirados --
      * --- do cadastro enquanto aberto (antes e depois da regravacao).
       01 MATRICULA-REMUNERADA   PIC 9(5) VALUE 0.
       01 GRAU-ANTERIOR-CADASTRO PIC X(2) VALUE SPACES.
       01 SALARIO-ANTERIOR-CADASTRO PIC 9(7)V99 VALUE 0.
       01 GRAU-NOVO-CADASTRO     PIC X(2) VALUE SPACES.
       01 SALARIO-NOVO-CADASTRO  PIC 9(7)V99 VALUE 0.

      * --- Departamento dono e contato da imagem depois da equipe ----
       01 FLAG-REFERENCIAS-EQUIPE PIC X VALUE 'N'.
           88 REFERENCIAS-EQUIPE-VALIDAS       VALUE 'S'.
           88 REFERENCIAS-EQUIPE-INVALIDAS     VALUE 'N'.
           88 REFERENCIAS-EQUIPE-INDISPONIVEIS VALUE 'I'.

      * --- Jornal de pos-imagens do cadastro de funcionarios ---------
       01 PROGRAMA-PARA-JORNAL   PIC X(30)
               VALUE "APROVA-ALTERACOES-PENDENTES".
       01 ARQUIVO-PARA-JORNAL    PIC X(12) VALUE SPACES.
       01 CHAVE-PARA-JORNAL      PIC X(30) VALUE SPACES.
       01 IMAGEM-PARA-JORNAL     PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-PROGRAM
      *   Identifica o aprovador, abre o arquivo de alteracoes
      *   pendentes e aciona a opcao escolhida ate a saida. Os
      *   mestres so sao abertos no momento de aplicar a alteracao.
      ******************************************************************
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "   APROVACAO DE ALTERACOES PENDENTES".
           DISPLAY "========================================".

           MOVE "APROVA-ALTERACOES-PENDENTES" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               STOP RUN
           END-IF
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.

           OPEN I-O ARQ-ALTERACOES-PENDENTES.
           IF ARQ-ALTERACOES-NAO-ENCONTRADO
               DISPLAY "Nenhuma alteracao registrada ate hoje "
                       "(ALTERACOES-PENDENTES.DAT)."
               STOP RUN
           END-IF.
           IF NOT ARQ-ALTERACOES-OK
               PERFORM 9800-ABEND-ALTERACOES
                   THRU 9800-ABEND-ALTERACOES-EXIT
           END-IF.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT OPCAO-APROVACAO
               PERFORM AUTORIZAR-OPCAO THRU AUTORIZAR-OPCAO-EXIT
               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN OPCAO-LISTAR
                       PERFORM LISTAR-PENDENTES
                           THRU LISTAR-PENDENTES-EXIT
                   WHEN OPCAO-DECIDIR
                       PERFORM DECIDIR-ALTERACAO
                           THRU DECIDIR-ALTERACAO-EXIT
                   WHEN OPCAO-CONSULTAR
                       PERFORM CONSULTAR-ALTERACAO
                           THRU CONSULTAR-ALTERACAO-EXIT
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           CLOSE ARQ-ALTERACOES-PENDENTES.
           DISPLAY "FIM DO PROGRAMA.".
           STOP RUN.

      * =========================
      * MENU PRINCIPAL
       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "1 - Listar as alteracoes pendentes".
           DISPLAY "2 - Aprovar ou rejeitar uma alteracao".
           DISPLAY "3 - Consultar uma alteracao".
           DISPLAY "0 - Sair".
           DISPLAY "Escolha uma opcao: ".

      * --- Opcao escolhida conferida na autorizacao do operador ------
       AUTORIZAR-OPCAO.
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE OPCAO-APROVACAO TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO.
       AUTORIZAR-OPCAO-EXIT.
           EXIT.

      ******************************************************************
      * LISTAR-PENDENTES
      *   Percorre o arquivo em ordem de numero, mostrando so as
      *   alteracoes que aguardam decisao.
      ******************************************************************
       LISTAR-PENDENTES.
           MOVE 0 TO CONTADOR-PENDENTES
           MOVE 'N' TO FLAG-FIM-LISTAGEM
           MOVE 0 TO NUMERO-ALTERACAO
           START ARQ-ALTERACOES-PENDENTES
               KEY IS NOT LESS THAN NUMERO-ALTERACAO
               INVALID KEY
                   SET FIM-LISTAGEM TO TRUE
           END-START
           PERFORM EXIBIR-PROXIMA-PENDENTE
               THRU EXIBIR-PROXIMA-PENDENTE-EXIT
               UNTIL FIM-LISTAGEM
           IF CONTADOR-PENDENTES = 0
               DISPLAY "Nenhuma alteracao pendente."
           ELSE
               DISPLAY "Alteracoes pendentes: " CONTADOR-PENDENTES
           END-IF.
       LISTAR-PENDENTES-EXIT.
           EXIT.

       EXIBIR-PROXIMA-PENDENTE.
           READ ARQ-ALTERACOES-PENDENTES NEXT RECORD
               AT END
                   SET FIM-LISTAGEM TO TRUE
                   GO TO EXIBIR-PROXIMA-PENDENTE-EXIT
           END-READ
           IF NOT ALTERACAO-PENDENTE
               GO TO EXIBIR-PROXIMA-PENDENTE-EXIT
           END-IF
           ADD 1 TO CONTADOR-PENDENTES
           DISPLAY NUMERO-ALTERACAO " " CADASTRO-ALTERACAO " "
                   CHAVE-ALTERACAO(1:8) " "
                   DATA-HORA-CRIACAO-ALTERACAO(1:8) " POR "
                   OPERADOR-CRIADOR-ALTERACAO
           DISPLAY "       " DESCRICAO-ALTERACAO.
       EXIBIR-PROXIMA-PENDENTE-EXIT.
           EXIT.

      * --- Le a alteracao do numero informado ------------------------
       LER-ALTERACAO-POR-NUMERO.
           MOVE SPACES TO NUMERO-INFORMADO
           DISPLAY "Numero da alteracao: "
           ACCEPT NUMERO-INFORMADO
           IF NUMERO-INFORMADO NOT NUMERIC
               DISPLAY "Numero invalido."
               MOVE 0 TO NUMERO-ALTERACAO
               GO TO LER-ALTERACAO-POR-NUMERO-EXIT
           END-IF
           MOVE NUMERO-INFORMADO TO NUMERO-ALTERACAO
           READ ARQ-ALTERACOES-PENDENTES
               KEY IS NUMERO-ALTERACAO
               INVALID KEY
                   DISPLAY "Alteracao nao encontrada: "
                           NUMERO-INFORMADO
                   MOVE 0 TO NUMERO-ALTERACAO
           END-READ.
       LER-ALTERACAO-POR-NUMERO-EXIT.
           EXIT.

      ******************************************************************
      * CONSULTAR-ALTERACAO
      *   Mostra a alteracao, pendente ou decidida, com as imagens.
      ******************************************************************
       CONSULTAR-ALTERACAO.
           PERFORM LER-ALTERACAO-POR-NUMERO
               THRU LER-ALTERACAO-POR-NUMERO-EXIT
           IF NUMERO-ALTERACAO = 0
               GO TO CONSULTAR-ALTERACAO-EXIT
           END-IF
           PERFORM EXIBIR-ALTERACAO THRU EXIBIR-ALTERACAO-EXIT
           IF NOT ALTERACAO-PENDENTE
               DISPLAY "Decidida por: " OPERADOR-APROVADOR-ALTERACAO
                       " em " DATA-HORA-DECISAO-ALTERACAO(1:8)
               IF MOTIVO-DECISAO-ALTERACAO NOT = SPACES
                   DISPLAY "Motivo......: " MOTIVO-DECISAO-ALTERACAO
               END-IF
           END-IF.
       CONSULTAR-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
      * DECIDIR-ALTERACAO
      *   So alteracao pendente e decidida, e nunca pelo operador que
      *   a fez. Rejeicao exige motivo; aprovacao aplica a alteracao
      *   ao mestre e, se o mestre mudou desde a imagem antes, vira
      *   rejeicao automatica com o motivo do conflito.
      ******************************************************************
       DECIDIR-ALTERACAO.
           PERFORM LER-ALTERACAO-POR-NUMERO
               THRU LER-ALTERACAO-POR-NUMERO-EXIT
           IF NUMERO-ALTERACAO = 0
               GO TO DECIDIR-ALTERACAO-EXIT
           END-IF
           IF NOT ALTERACAO-PENDENTE
               DISPLAY "Alteracao ja decidida; use a consulta."
               GO TO DECIDIR-ALTERACAO-EXIT
           END-IF
           IF OPERADOR-CRIADOR-ALTERACAO = OPERADOR-INFORMADO
               DISPLAY "Alteracao feita pelo proprio operador; a "
                       "decisao cabe a outro operador."
               GO TO DECIDIR-ALTERACAO-EXIT
           END-IF
           PERFORM EXIBIR-ALTERACAO THRU EXIBIR-ALTERACAO-EXIT

           DISPLAY "Decisao (A = aprovar, R = rejeitar, "
                   "branco = manter pendente): "
           MOVE SPACE TO DECISAO-INFORMADA
           ACCEPT DECISAO-INFORMADA
           EVALUATE TRUE
               WHEN DECISAO-REJEITAR
                   DISPLAY "Motivo da rejeicao: "
                   MOVE SPACES TO MOTIVO-INFORMADO
                   ACCEPT MOTIVO-INFORMADO
                   IF MOTIVO-INFORMADO = SPACES
                       DISPLAY "Motivo nao pode ser branco; "
                               "alteracao mantida pendente."
                       GO TO DECIDIR-ALTERACAO-EXIT
                   END-IF
                   SET ALTERACAO-REJEITADA TO TRUE
                   MOVE MOTIVO-INFORMADO TO MOTIVO-DECISAO-ALTERACAO
                   PERFORM GRAVAR-DECISAO THRU GRAVAR-DECISAO-EXIT
                   DISPLAY "Alteracao " NUMERO-ALTERACAO
                           " rejeitada."
               WHEN DECISAO-APROVAR
                   PERFORM APLICAR-ALTERACAO
                       THRU APLICAR-ALTERACAO-EXIT
               WHEN OTHER
                   DISPLAY "Alteracao mantida pendente."
           END-EVALUATE.
       DECIDIR-ALTERACAO-EXIT.
           EXIT.

      * --- Aplica ao mestre do cadastro e registra o desfecho --------
       APLICAR-ALTERACAO.
           SET APLICACAO-ADIADA TO TRUE
           MOVE SPACES TO MOTIVO-CONFLITO
           EVALUATE TRUE
               WHEN ALTERACAO-FUNCIONARIOS
                   PERFORM APLICAR-FUNCIONARIO
                       THRU APLICAR-FUNCIONARIO-EXIT
               WHEN ALTERACAO-DEPARTAMENTOS
                   PERFORM APLICAR-DEPARTAMENTO
                       THRU APLICAR-DEPARTAMENTO-EXIT
               WHEN ALTERACAO-SUBMISSORES
                   PERFORM APLICAR-SUBMISSOR
                       THRU APLICAR-SUBMISSOR-EXIT
               WHEN OTHER
                   SET APLICACAO-CONFLITO TO TRUE
                   MOVE "CADASTRO DESCONHECIDO" TO MOTIVO-CONFLITO
           END-EVALUATE
           EVALUATE TRUE
               WHEN APLICACAO-APLICADA
                   SET ALTERACAO-APROVADA TO TRUE
                   MOVE SPACES TO MOTIVO-DECISAO-ALTERACAO
                   PERFORM GRAVAR-DECISAO THRU GRAVAR-DECISAO-EXIT
                   DISPLAY "Alteracao " NUMERO-ALTERACAO
                           " aprovada e aplicada ao cadastro."
               WHEN APLICACAO-CONFLITO
                   SET ALTERACAO-REJEITADA TO TRUE
                   MOVE MOTIVO-CONFLITO TO MOTIVO-DECISAO-ALTERACAO
                   PERFORM GRAVAR-DECISAO THRU GRAVAR-DECISAO-EXIT
                   DISPLAY "Alteracao " NUMERO-ALTERACAO
                           " rejeitada: " MOTIVO-CONFLITO
               WHEN OTHER
                   DISPLAY "Cadastro indisponivel; alteracao "
                           NUMERO-ALTERACAO " mantida pendente."
           END-EVALUATE.
       APLICAR-ALTERACAO-EXIT.
           EXIT.

      * --- Aprovador, carimbo e situacao na propria alteracao --------
       GRAVAR-DECISAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-DECISAO
           MOVE OPERADOR-INFORMADO   TO OPERADOR-APROVADOR-ALTERACAO
           MOVE WS-DATA-HORA-DECISAO TO DATA-HORA-DECISAO-ALTERACAO
           REWRITE REG-ALTERACAO-PENDENTE
           IF NOT ARQ-ALTERACOES-OK
               PERFORM 9800-ABEND-ALTERACOES
                   THRU 9800-ABEND-ALTERACOES-EXIT
           END-IF.
       GRAVAR-DECISAO-EXIT.
           EXIT.

      ******************************************************************
      * APLICAR-FUNCIONARIO
      *   Regrava o cadastro com a imagem depois, se ele ainda esta
      *   igual a imagem antes; em seguida pos-imagem, movimento e
      *   lancamento de remuneracao, com o autor da alteracao como
      *   operador (o aprovador fica registrado na alteracao).
      ******************************************************************
       APLICAR-FUNCIONARIO.
           OPEN I-O ARQ-FUNCIONARIOS
           IF NOT ARQ-FUNCIONARIOS-OK
               DISPLAY "Cadastro de funcionarios indisponivel "
                       "(FUNCIONARIOS.DAT, STATUS "
                       STATUS-ARQ-FUNCIONARIOS ")."
               GO TO APLICAR-FUNCIONARIO-EXIT
           END-IF
           MOVE CHAVE-ALTERACAO(1:5) TO CHAVE-FUNCIONARIO
           READ ARQ-FUNCIONARIOS
               KEY IS CHAVE-FUNCIONARIO
               INVALID KEY
                   SET APLICACAO-CONFLITO TO TRUE
                   MOVE "MATRICULA NAO CADASTRADA" TO MOTIVO-CONFLITO
                   CLOSE ARQ-FUNCIONARIOS
                   GO TO APLICAR-FUNCIONARIO-EXIT
           END-READ
           IF REG-FUNCIONARIO NOT = IMAGEM-ANTES-ALTERACAO(1:59)
               SET APLICACAO-CONFLITO TO TRUE
               MOVE "CADASTRO MUDOU DESDE A ALTERACAO"
                   TO MOTIVO-CONFLITO
               CLOSE ARQ-FUNCIONARIOS
               GO TO APLICAR-FUNCIONARIO-EXIT
           END-IF
           MOVE GRAU-SALARIAL-FUNCIONARIO TO GRAU-ANTERIOR-CADASTRO
           MOVE SALARIO-BASE-FUNCIONARIO  TO SALARIO-ANTERIOR-CADASTRO
           MOVE IMAGEM-DEPOIS-ALTERACAO(1:59) TO REG-FUNCIONARIO
      *--- O departamento pode ter sido excluido entre a alteracao e a
      *--- aprovacao: troca de departamento ou funcionario ativo exigem
      *--- o codigo ainda na tabela, como na entrada direta.
           IF DEPTO-FUNCIONARIO NOT = IMAGEM-ANTES-ALTERACAO(36:4)
              OR FUNCIONARIO-ATIVO
               PERFORM CONFERIR-DEPTO-FUNCIONARIO
                   THRU CONFERIR-DEPTO-FUNCIONARIO-EXIT
               IF DEPTO-DEPOIS-INDISPONIVEL
                   CLOSE ARQ-FUNCIONARIOS
                   GO TO APLICAR-FUNCIONARIO-EXIT
               END-IF
               IF DEPTO-DEPOIS-AUSENTE
                   SET APLICACAO-CONFLITO TO TRUE
                   MOVE "DEPARTAMENTO NAO CADASTRADO"
                       TO MOTIVO-CONFLITO
                   CLOSE ARQ-FUNCIONARIOS
                   GO TO APLICAR-FUNCIONARIO-EXIT
               END-IF
           END-IF
           REWRITE REG-FUNCIONARIO
           IF NOT ARQ-FUNCIONARIOS-OK
               PERFORM 9800-ABEND-FUNCIONARIOS
                   THRU 9800-ABEND-FUNCIONARIOS-EXIT
           END-IF
           PERFORM GRAVAR-POS-IMAGEM THRU GRAVAR-POS-IMAGEM-EXIT
           MOVE CHAVE-FUNCIONARIO         TO MATRICULA-REMUNERADA
           MOVE GRAU-SALARIAL-FUNCIONARIO TO GRAU-NOVO-CADASTRO
           MOVE SALARIO-BASE-FUNCIONARIO  TO SALARIO-NOVO-CADASTRO
           CLOSE ARQ-FUNCIONARIOS
           IF TIPO-MOV-ALTERACAO NOT = SPACES
               PERFORM GRAVAR-MOVIMENTO THRU GRAVAR-MOVIMENTO-EXIT
           END-IF
           IF VIGENCIA-REMUN-ALTERACAO NOT = 0
               PERFORM GRAVAR-REMUNERACAO
                   THRU GRAVAR-REMUNERACAO-EXIT
           END-IF
           SET APLICACAO-APLICADA TO TRUE.
       APLICAR-FUNCIONARIO-EXIT.
           EXIT.

      * --- Departamento da imagem depois na tabela de referencia -----
      * --- (tabela indisponivel deixa a alteracao pendente).
       CONFERIR-DEPTO-FUNCIONARIO.
           SET DEPTO-DEPOIS-AUSENTE TO TRUE
           OPEN INPUT ARQ-DEPARTAMENTOS
           IF NOT ARQ-DEPARTAMENTOS-OK
               DISPLAY "Tabela de departamentos indisponivel "
                       "(DEPARTAMENTOS.DAT, STATUS "
                       STATUS-ARQ-DEPARTAMENTOS ")."
               SET DEPTO-DEPOIS-INDISPONIVEL TO TRUE
               GO TO CONFERIR-DEPTO-FUNCIONARIO-EXIT
           END-IF
           MOVE DEPTO-FUNCIONARIO TO CODIGO-DEPARTAMENTO
           READ ARQ-DEPARTAMENTOS
               KEY IS CODIGO-DEPARTAMENTO
               INVALID KEY
                   DISPLAY "Departamento nao cadastrado: "
                           DEPTO-FUNCIONARIO
               NOT INVALID KEY
                   SET DEPTO-DEPOIS-VALIDO TO TRUE
           END-READ
           CLOSE ARQ-DEPARTAMENTOS.
       CONFERIR-DEPTO-FUNCIONARIO-EXIT.
           EXIT.

      * --- Pos-imagem no jornal de recuperacao (roll-forward) --------
       GRAVAR-POS-IMAGEM.
           MOVE "FUNCIONARIOS" TO ARQUIVO-PARA-JORNAL
           MOVE SPACES TO CHAVE-PARA-JORNAL
           MOVE CHAVE-FUNCIONARIO TO CHAVE-PARA-JORNAL(1:5)
           MOVE SPACES TO IMAGEM-PARA-JORNAL
           MOVE REG-FUNCIONARIO TO IMAGEM-PARA-JORNAL
           CALL "REGISTRA-POS-IMAGEM" USING ARQUIVO-PARA-JORNAL
                                            PROGRAMA-PARA-JORNAL
                                            CHAVE-PARA-JORNAL
                                            IMAGEM-PARA-JORNAL.
       GRAVAR-POS-IMAGEM-EXIT.
           EXIT.

      * --- Movimento de funcionario (DEPTO, DESLIG, READM) -----------
       GRAVAR-MOVIMENTO.
           OPEN I-O ARQ-MOVIMENTOS
           IF NOT ARQ-MOVIMENTOS-OK
               OPEN OUTPUT ARQ-MOVIMENTOS
               CLOSE ARQ-MOVIMENTOS
               OPEN I-O ARQ-MOVIMENTOS
               IF NOT ARQ-MOVIMENTOS-OK
                   PERFORM 9800-ABEND-MOVIMENTOS
                       THRU 9800-ABEND-MOVIMENTOS-EXIT
               END-IF
           END-IF
           MOVE SPACES TO REG-MOVIMENTO-FUNCIONARIO
           MOVE CHAVE-ALTERACAO(1:5)     TO MATRICULA-MOVIMENTO
           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA-MOVIMENTO
           MOVE TIPO-MOV-ALTERACAO       TO TIPO-MOVIMENTO
           MOVE VALOR-ANT-MOV-ALTERACAO  TO VALOR-ANTERIOR-MOVIMENTO
           MOVE VALOR-NOVO-MOV-ALTERACAO TO VALOR-NOVO-MOVIMENTO
           MOVE OPERADOR-CRIADOR-ALTERACAO TO OPERADOR-MOVIMENTO
           WRITE REG-MOVIMENTO-FUNCIONARIO
           IF NOT ARQ-MOVIMENTOS-OK
               PERFORM 9800-ABEND-MOVIMENTOS
                   THRU 9800-ABEND-MOVIMENTOS-EXIT
           END-IF
           CLOSE ARQ-MOVIMENTOS.
       GRAVAR-MOVIMENTO-EXIT.
           EXIT.

      * --- Lancamento de remuneracao: valores anteriores do cadastro -
      * --- lido, novos do cadastro regravado (copias guardadas antes
      * --- do CLOSE).
       GRAVAR-REMUNERACAO.
           OPEN I-O ARQ-REMUNERACOES
           IF NOT ARQ-REMUNERACOES-OK
               OPEN OUTPUT ARQ-REMUNERACOES
               CLOSE ARQ-REMUNERACOES
               OPEN I-O ARQ-REMUNERACOES
               IF NOT ARQ-REMUNERACOES-OK
                   PERFORM 9800-ABEND-REMUNERACOES
                       THRU 9800-ABEND-REMUNERACOES-EXIT
               END-IF
           END-IF
           MOVE SPACES TO REG-REMUNERACAO-FUNCIONARIO
           MOVE MATRICULA-REMUNERADA     TO MATRICULA-REMUNERACAO
           MOVE VIGENCIA-REMUN-ALTERACAO TO VIGENCIA-REMUNERACAO
           MOVE FUNCTION CURRENT-DATE    TO DATA-HORA-REMUNERACAO
           MOVE GRAU-NOVO-CADASTRO       TO GRAU-NOVO-REMUNERACAO
           MOVE SALARIO-NOVO-CADASTRO    TO SALARIO-NOVO-REMUNERACAO
           MOVE GRAU-ANTERIOR-CADASTRO   TO GRAU-ANTERIOR-REMUNERACAO
           MOVE SALARIO-ANTERIOR-CADASTRO
               TO SALARIO-ANTERIOR-REMUNERACAO
           MOVE OPERADOR-CRIADOR-ALTERACAO TO OPERADOR-REMUNERACAO
           MOVE MOTIVO-REMUN-ALTERACAO   TO MOTIVO-REMUNERACAO
           WRITE REG-REMUNERACAO-FUNCIONARIO
           IF NOT ARQ-REMUNERACOES-OK
               PERFORM 9800-ABEND-REMUNERACOES
                   THRU 9800-ABEND-REMUNERACOES-EXIT
           END-IF
           CLOSE ARQ-REMUNERACOES.
       GRAVAR-REMUNERACAO-EXIT.
           EXIT.

      ******************************************************************
      * APLICAR-DEPARTAMENTO
      *   Inclusao grava o codigo se ainda nao existe; alteracao e
      *   exclusao exigem a tabela igual a imagem antes. Superior
      *   informado tem de continuar cadastrado e a subida a partir
      *   dele, na tabela viva, nao pode chegar ao proprio
      *   departamento (outra pendente ja aprovada pode ter fechado o
      *   ciclo); exclusao tem os impedimentos conferidos de novo.
      ******************************************************************
       APLICAR-DEPARTAMENTO.
           OPEN I-O ARQ-DEPARTAMENTOS
           IF NOT ARQ-DEPARTAMENTOS-OK
               DISPLAY "Tabela de departamentos indisponivel "
                       "(DEPARTAMENTOS.DAT, STATUS "
                       STATUS-ARQ-DEPARTAMENTOS ")."
               GO TO APLICAR-DEPARTAMENTO-EXIT
           END-IF
           IF NOT OPERACAO-EXCLUSAO
              AND IMAGEM-DEPOIS-ALTERACAO(35:4) NOT = SPACES
               MOVE IMAGEM-DEPOIS-ALTERACAO(35:4)
                   TO CODIGO-DEPARTAMENTO
               READ ARQ-DEPARTAMENTOS
                   KEY IS CODIGO-DEPARTAMENTO
                   INVALID KEY
                       SET APLICACAO-CONFLITO TO TRUE
                       MOVE "SUPERIOR NAO CADASTRADO"
                           TO MOTIVO-CONFLITO
                       CLOSE ARQ-DEPARTAMENTOS
                       GO TO APLICAR-DEPARTAMENTO-EXIT
               END-READ
               SET CADEIA-EM-ANDAMENTO TO TRUE
               MOVE CODIGO-DEPARTAMENTO TO CODIGO-NA-CADEIA
               MOVE 0 TO PASSOS-NA-CADEIA
               PERFORM SUBIR-NA-CADEIA THRU SUBIR-NA-CADEIA-EXIT
                   UNTIL NOT CADEIA-EM-ANDAMENTO
               IF CADEIA-COM-CICLO
                   SET APLICACAO-CONFLITO TO TRUE
                   MOVE "HIERARQUIA FORMARIA CICLO"
                       TO MOTIVO-CONFLITO
                   CLOSE ARQ-DEPARTAMENTOS
                   GO TO APLICAR-DEPARTAMENTO-EXIT
               END-IF
           END-IF
           MOVE CHAVE-ALTERACAO(1:4) TO CODIGO-DEPARTAMENTO
           READ ARQ-DEPARTAMENTOS
               KEY IS CODIGO-DEPARTAMENTO
               INVALID KEY
                   IF NOT OPERACAO-INCLUSAO
                       SET APLICACAO-CONFLITO TO TRUE
                       MOVE "DEPARTAMENTO NAO CADASTRADO"
                           TO MOTIVO-CONFLITO
                       CLOSE ARQ-DEPARTAMENTOS
                       GO TO APLICAR-DEPARTAMENTO-EXIT
                   END-IF
               NOT INVALID KEY
                   IF OPERACAO-INCLUSAO
                      OR REG-DEPARTAMENTO
                         NOT = IMAGEM-ANTES-ALTERACAO(1:44)
                       SET APLICACAO-CONFLITO TO TRUE
                       MOVE "TABELA MUDOU DESDE A ALTERACAO"
                           TO MOTIVO-CONFLITO
                       CLOSE ARQ-DEPARTAMENTOS
                       GO TO APLICAR-DEPARTAMENTO-EXIT
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN OPERACAO-INCLUSAO
                   MOVE IMAGEM-DEPOIS-ALTERACAO(1:44)
                       TO REG-DEPARTAMENTO
                   WRITE REG-DEPARTAMENTO
               WHEN OPERACAO-ALTERACAO-MESTRE
                   MOVE IMAGEM-DEPOIS-ALTERACAO(1:44)
                       TO REG-DEPARTAMENTO
                   REWRITE REG-DEPARTAMENTO
               WHEN OPERACAO-EXCLUSAO
                   MOVE CHAVE-ALTERACAO(1:4) TO CODIGO-A-EXCLUIR
                   PERFORM CONTAR-IMPEDIMENTOS
                       THRU CONTAR-IMPEDIMENTOS-EXIT
                   IF CONTADOR-SUBORDINADOS > 0
                      OR CONTADOR-EQUIPES > 0
                      OR CONTADOR-ATIVOS-DEPTO > 0
                       SET APLICACAO-CONFLITO TO TRUE
                       MOVE "EXCLUSAO IMPEDIDA POR REFERENCIAS"
                           TO MOTIVO-CONFLITO
                       DISPLAY "  departamentos subordinados.: "
                               CONTADOR-SUBORDINADOS
                       DISPLAY "  equipes submissoras........: "
                               CONTADOR-EQUIPES
                       DISPLAY "  funcionarios ativos........: "
                               CONTADOR-ATIVOS-DEPTO
                       CLOSE ARQ-DEPARTAMENTOS
                       GO TO APLICAR-DEPARTAMENTO-EXIT
                   END-IF
                   MOVE CODIGO-A-EXCLUIR TO CODIGO-DEPARTAMENTO
                   DELETE ARQ-DEPARTAMENTOS RECORD
           END-EVALUATE
           IF NOT ARQ-DEPARTAMENTOS-OK
               PERFORM 9800-ABEND-DEPARTAMENTOS
                   THRU 9800-ABEND-DEPARTAMENTOS-EXIT
           END-IF
           CLOSE ARQ-DEPARTAMENTOS
           SET APLICACAO-APLICADA TO TRUE.
       APLICAR-DEPARTAMENTO-EXIT.
           EXIT.

      *--- Sobe pela tabela viva a partir do novo superior; chegar ao
      *--- departamento da alteracao, ou passar de 99 niveis (tabela
      *--- ja corrompida), e ciclo.
       SUBIR-NA-CADEIA.
           IF CODIGO-NA-CADEIA = SPACES
               SET CADEIA-ENCERRADA TO TRUE
               GO TO SUBIR-NA-CADEIA-EXIT
           END-IF
           ADD 1 TO PASSOS-NA-CADEIA
           IF CODIGO-NA-CADEIA = CHAVE-ALTERACAO(1:4)
              OR PASSOS-NA-CADEIA > 99
               DISPLAY "Superior " IMAGEM-DEPOIS-ALTERACAO(35:4)
                       " ja esta subordinado a " CHAVE-ALTERACAO(1:4)
                       "; a hierarquia formaria um ciclo."
               SET CADEIA-COM-CICLO TO TRUE
               GO TO SUBIR-NA-CADEIA-EXIT
           END-IF
           MOVE CODIGO-NA-CADEIA TO CODIGO-DEPARTAMENTO
           READ ARQ-DEPARTAMENTOS
               KEY IS CODIGO-DEPARTAMENTO
               INVALID KEY
                   SET CADEIA-ENCERRADA TO TRUE
                   GO TO SUBIR-NA-CADEIA-EXIT
           END-READ
           MOVE DEPTO-SUPERIOR-DEPARTAMENTO TO CODIGO-NA-CADEIA.
       SUBIR-NA-CADEIA-EXIT.
           EXIT.

      *--- Conta o que ainda aponta para CODIGO-A-EXCLUIR: filhos na
      *--- propria tabela, equipes em SUBMISSORES.DAT e ativos em
      *--- FUNCIONARIOS.DAT (arquivo inexistente nao tem referencia).
       CONTAR-IMPEDIMENTOS.
           MOVE 0 TO CONTADOR-SUBORDINADOS
           MOVE 0 TO CONTADOR-EQUIPES
           MOVE 0 TO CONTADOR-ATIVOS-DEPTO

           MOVE SPACES TO CODIGO-DEPARTAMENTO
           MOVE 'N' TO FLAG-FIM-TABELA
           START ARQ-DEPARTAMENTOS
               KEY IS NOT LESS THAN CODIGO-DEPARTAMENTO
               INVALID KEY
                   SET FIM-TABELA TO TRUE
           END-START
           PERFORM CONTAR-SUBORDINADO THRU CONTAR-SUBORDINADO-EXIT
               UNTIL FIM-TABELA

           OPEN INPUT ARQ-SUBMISSORES
           IF ARQ-SUBMISSORES-OK
               MOVE 'N' TO FLAG-FIM-SUBMISSORES
               PERFORM CONTAR-EQUIPE-DO-DEPTO
                   THRU CONTAR-EQUIPE-DO-DEPTO-EXIT
                   UNTIL FIM-SUBMISSORES
               CLOSE ARQ-SUBMISSORES
           END-IF

           OPEN INPUT ARQ-FUNCIONARIOS
           IF ARQ-FUNCIONARIOS-OK
               MOVE 'N' TO FLAG-FIM-CADASTRO
               PERFORM CONTAR-ATIVO-DO-DEPTO
                   THRU CONTAR-ATIVO-DO-DEPTO-EXIT
                   UNTIL FIM-CADASTRO
               CLOSE ARQ-FUNCIONARIOS
           END-IF.
       CONTAR-IMPEDIMENTOS-EXIT.
           EXIT.

       CONTAR-SUBORDINADO.
           READ ARQ-DEPARTAMENTOS NEXT RECORD
               AT END
                   SET FIM-TABELA TO TRUE
                   GO TO CONTAR-SUBORDINADO-EXIT
           END-READ
           IF DEPTO-SUPERIOR-DEPARTAMENTO = CODIGO-A-EXCLUIR
               ADD 1 TO CONTADOR-SUBORDINADOS
           END-IF.
       CONTAR-SUBORDINADO-EXIT.
           EXIT.

       CONTAR-EQUIPE-DO-DEPTO.
           READ ARQ-SUBMISSORES NEXT RECORD
               AT END
                   SET FIM-SUBMISSORES TO TRUE
                   GO TO CONTAR-EQUIPE-DO-DEPTO-EXIT
           END-READ
           IF DEPTO-SUBMISSOR = CODIGO-A-EXCLUIR
               ADD 1 TO CONTADOR-EQUIPES
           END-IF.
       CONTAR-EQUIPE-DO-DEPTO-EXIT.
           EXIT.

       CONTAR-ATIVO-DO-DEPTO.
           READ ARQ-FUNCIONARIOS NEXT RECORD
               AT END
                   SET FIM-CADASTRO TO TRUE
                   GO TO CONTAR-ATIVO-DO-DEPTO-EXIT
           END-READ
           IF FUNCIONARIO-ATIVO
              AND DEPTO-FUNCIONARIO = CODIGO-A-EXCLUIR
               ADD 1 TO CONTADOR-ATIVOS-DEPTO
           END-IF.
       CONTAR-ATIVO-DO-DEPTO-EXIT.
           EXIT.

      ******************************************************************
      * APLICAR-SUBMISSOR
      *   Inclusao grava a equipe se o codigo ainda nao existe;
      *   alteracao, inativacao e reativacao exigem o cadastro igual a
      *   imagem antes. Equipe que fica ativa tem o departamento dono
      *   e o contato conferidos de novo na tabela e no cadastro
      *   vivos (podem ter sido excluido ou desligado depois da
      *   alteracao); a situacao do contato e refeita como na
      *   conferencia noturna (CONFERE-CONTATOS-SUBMISSORES).
      ******************************************************************
       APLICAR-SUBMISSOR.
           OPEN I-O ARQ-SUBMISSORES
           IF NOT ARQ-SUBMISSORES-OK
               DISPLAY "Cadastro de submissores indisponivel "
                       "(SUBMISSORES.DAT, STATUS "
                       STATUS-ARQ-SUBMISSORES ")."
               GO TO APLICAR-SUBMISSOR-EXIT
           END-IF
           MOVE CHAVE-ALTERACAO(1:8) TO CHAVE-SUBMISSOR
           READ ARQ-SUBMISSORES
               KEY IS CHAVE-SUBMISSOR
               INVALID KEY
                   IF NOT OPERACAO-INCLUSAO
                       SET APLICACAO-CONFLITO TO TRUE
                       MOVE "EQUIPE NAO CADASTRADA" TO MOTIVO-CONFLITO
                       CLOSE ARQ-SUBMISSORES
                       GO TO APLICAR-SUBMISSOR-EXIT
                   END-IF
               NOT INVALID KEY
                   IF OPERACAO-INCLUSAO
                      OR REG-SUBMISSOR
                         NOT = IMAGEM-ANTES-ALTERACAO(1:83)
                       SET APLICACAO-CONFLITO TO TRUE
                       MOVE "CADASTRO MUDOU DESDE A ALTERACAO"
                           TO MOTIVO-CONFLITO
                       CLOSE ARQ-SUBMISSORES
                       GO TO APLICAR-SUBMISSOR-EXIT
                   END-IF
           END-READ
           MOVE IMAGEM-DEPOIS-ALTERACAO(1:83) TO REG-SUBMISSOR
           IF SUBMISSOR-ATIVO
               PERFORM CONFERIR-REFERENCIAS-EQUIPE
                   THRU CONFERIR-REFERENCIAS-EQUIPE-EXIT
               IF REFERENCIAS-EQUIPE-INDISPONIVEIS
                   CLOSE ARQ-SUBMISSORES
                   GO TO APLICAR-SUBMISSOR-EXIT
               END-IF
               IF REFERENCIAS-EQUIPE-INVALIDAS
                   SET APLICACAO-CONFLITO TO TRUE
                   CLOSE ARQ-SUBMISSORES
                   GO TO APLICAR-SUBMISSOR-EXIT
               END-IF
           END-IF
           IF OPERACAO-INCLUSAO
               WRITE REG-SUBMISSOR
           ELSE
               REWRITE REG-SUBMISSOR
           END-IF
           IF NOT ARQ-SUBMISSORES-OK
               PERFORM 9800-ABEND-SUBMISSORES
                   THRU 9800-ABEND-SUBMISSORES-EXIT
           END-IF
           CLOSE ARQ-SUBMISSORES
           SET APLICACAO-APLICADA TO TRUE.
       APLICAR-SUBMISSOR-EXIT.
           EXIT.

      * --- Departamento dono na tabela e contato no cadastro de ------
      * --- funcionarios: ausente ou desligado rejeita (MOTIVO-
      * --- CONFLITO); contato lotado fora do departamento dono e
      * --- aceito com situacao 'F'. Tabela ou cadastro indisponivel
      * --- deixa a alteracao pendente.
       CONFERIR-REFERENCIAS-EQUIPE.
           SET REFERENCIAS-EQUIPE-INVALIDAS TO TRUE
           OPEN INPUT ARQ-DEPARTAMENTOS
           IF NOT ARQ-DEPARTAMENTOS-OK
               DISPLAY "Tabela de departamentos indisponivel "
                       "(DEPARTAMENTOS.DAT, STATUS "
                       STATUS-ARQ-DEPARTAMENTOS ")."
               SET REFERENCIAS-EQUIPE-INDISPONIVEIS TO TRUE
               GO TO CONFERIR-REFERENCIAS-EQUIPE-EXIT
           END-IF
           MOVE DEPTO-SUBMISSOR TO CODIGO-DEPARTAMENTO
           READ ARQ-DEPARTAMENTOS
               KEY IS CODIGO-DEPARTAMENTO
               INVALID KEY
                   MOVE "DEPARTAMENTO NAO CADASTRADO"
                       TO MOTIVO-CONFLITO
                   CLOSE ARQ-DEPARTAMENTOS
                   GO TO CONFERIR-REFERENCIAS-EQUIPE-EXIT
           END-READ
           CLOSE ARQ-DEPARTAMENTOS
           IF MATRICULA-CONTATO-SUBMISSOR NOT NUMERIC
               MOVE "CONTATO NAO E MATRICULA" TO MOTIVO-CONFLITO
               GO TO CONFERIR-REFERENCIAS-EQUIPE-EXIT
           END-IF
           OPEN INPUT ARQ-FUNCIONARIOS
           IF NOT ARQ-FUNCIONARIOS-OK
               DISPLAY "Cadastro de funcionarios indisponivel "
                       "(FUNCIONARIOS.DAT, STATUS "
                       STATUS-ARQ-FUNCIONARIOS ")."
               SET REFERENCIAS-EQUIPE-INDISPONIVEIS TO TRUE
               GO TO CONFERIR-REFERENCIAS-EQUIPE-EXIT
           END-IF
           MOVE MATRICULA-CONTATO-SUBMISSOR TO CHAVE-FUNCIONARIO
           READ ARQ-FUNCIONARIOS
               KEY IS CHAVE-FUNCIONARIO
               INVALID KEY
                   MOVE "CONTATO NAO CADASTRADO" TO MOTIVO-CONFLITO
                   CLOSE ARQ-FUNCIONARIOS
                   GO TO CONFERIR-REFERENCIAS-EQUIPE-EXIT
           END-READ
           IF NOT FUNCIONARIO-ATIVO
               MOVE "CONTATO DESLIGADO" TO MOTIVO-CONFLITO
               CLOSE ARQ-FUNCIONARIOS
               GO TO CONFERIR-REFERENCIAS-EQUIPE-EXIT
           END-IF
           IF DEPTO-FUNCIONARIO = DEPTO-SUBMISSOR
               SET CONTATO-REGULAR TO TRUE
           ELSE
               SET CONTATO-FORA-DO-DEPTO TO TRUE
           END-IF
           CLOSE ARQ-FUNCIONARIOS
           SET REFERENCIAS-EQUIPE-VALIDAS TO TRUE.
       CONFERIR-REFERENCIAS-EQUIPE-EXIT.
           EXIT.

      ******************************************************************
      * EXIBIR-ALTERACAO
      *   Cabecalho da alteracao e as duas imagens campo a campo, no
      *   leiaute do cadastro de origem.
      ******************************************************************
       EXIBIR-ALTERACAO.
           EVALUATE TRUE
               WHEN ALTERACAO-PENDENTE
                   MOVE "PENDENTE"  TO SITUACAO-LISTADA
               WHEN ALTERACAO-APROVADA
                   MOVE "APROVADA"  TO SITUACAO-LISTADA
               WHEN ALTERACAO-REJEITADA
                   MOVE "REJEITADA" TO SITUACAO-LISTADA
               WHEN OTHER
                   MOVE "?"         TO SITUACAO-LISTADA
           END-EVALUATE
           EVALUATE TRUE
               WHEN OPERACAO-INCLUSAO
                   MOVE "INCLUSAO"  TO OPERACAO-LISTADA
               WHEN OPERACAO-EXCLUSAO
                   MOVE "EXCLUSAO"  TO OPERACAO-LISTADA
               WHEN OTHER
                   MOVE "ALTERACAO" TO OPERACAO-LISTADA
           END-EVALUATE
           DISPLAY "Alteracao...: " NUMERO-ALTERACAO " "
                   SITUACAO-LISTADA
           DISPLAY "Cadastro....: " CADASTRO-ALTERACAO " CHAVE "
                   CHAVE-ALTERACAO
           DISPLAY "Operacao....: " OPERACAO-LISTADA " - "
                   DESCRICAO-ALTERACAO
           DISPLAY "Feita por...: " OPERADOR-CRIADOR-ALTERACAO
                   " em " DATA-HORA-CRIACAO-ALTERACAO(1:8)
                   " " DATA-HORA-CRIACAO-ALTERACAO(9:4)
           IF OPERACAO-INCLUSAO
               DISPLAY "ANTES : (registro novo)"
           ELSE
               MOVE "ANTES :" TO ROTULO-IMAGEM
               PERFORM EXIBIR-IMAGEM-ANTES
                   THRU EXIBIR-IMAGEM-ANTES-EXIT
           END-IF
           IF OPERACAO-EXCLUSAO
               DISPLAY "DEPOIS: (registro excluido)"
           ELSE
               MOVE "DEPOIS:" TO ROTULO-IMAGEM
               PERFORM EXIBIR-IMAGEM-DEPOIS
                   THRU EXIBIR-IMAGEM-DEPOIS-EXIT
           END-IF
           IF TIPO-MOV-ALTERACAO NOT = SPACES
               DISPLAY "Movimento...: " TIPO-MOV-ALTERACAO " "
                       VALOR-ANT-MOV-ALTERACAO " -> "
                       VALOR-NOVO-MOV-ALTERACAO
           END-IF
           IF VIGENCIA-REMUN-ALTERACAO NOT = 0
               DISPLAY "Vigencia....: " VIGENCIA-REMUN-ALTERACAO
                       " MOTIVO: " MOTIVO-REMUN-ALTERACAO
           END-IF.
       EXIBIR-ALTERACAO-EXIT.
           EXIT.

       EXIBIR-IMAGEM-ANTES.
           EVALUATE TRUE
               WHEN ALTERACAO-FUNCIONARIOS
                   MOVE IMAGEM-ANTES-ALTERACAO(1:59) TO REG-FUNCIONARIO
                   PERFORM EXIBIR-FUNCIONARIO
                       THRU EXIBIR-FUNCIONARIO-EXIT
               WHEN ALTERACAO-DEPARTAMENTOS
                   MOVE IMAGEM-ANTES-ALTERACAO(1:44)
                       TO REG-DEPARTAMENTO
                   PERFORM EXIBIR-DEPARTAMENTO
                       THRU EXIBIR-DEPARTAMENTO-EXIT
               WHEN ALTERACAO-SUBMISSORES
                   MOVE IMAGEM-ANTES-ALTERACAO(1:83) TO REG-SUBMISSOR
                   PERFORM EXIBIR-SUBMISSOR
                       THRU EXIBIR-SUBMISSOR-EXIT
           END-EVALUATE.
       EXIBIR-IMAGEM-ANTES-EXIT.
           EXIT.

       EXIBIR-IMAGEM-DEPOIS.
           EVALUATE TRUE
               WHEN ALTERACAO-FUNCIONARIOS
                   MOVE IMAGEM-DEPOIS-ALTERACAO(1:59)
                       TO REG-FUNCIONARIO
                   PERFORM EXIBIR-FUNCIONARIO
                       THRU EXIBIR-FUNCIONARIO-EXIT
               WHEN ALTERACAO-DEPARTAMENTOS
                   MOVE IMAGEM-DEPOIS-ALTERACAO(1:44)
                       TO REG-DEPARTAMENTO
                   PERFORM EXIBIR-DEPARTAMENTO
                       THRU EXIBIR-DEPARTAMENTO-EXIT
               WHEN ALTERACAO-SUBMISSORES
                   MOVE IMAGEM-DEPOIS-ALTERACAO(1:83)
                       TO REG-SUBMISSOR
                   PERFORM EXIBIR-SUBMISSOR
                       THRU EXIBIR-SUBMISSOR-EXIT
           END-EVALUATE.
       EXIBIR-IMAGEM-DEPOIS-EXIT.
           EXIT.

       EXIBIR-FUNCIONARIO.
           MOVE SALARIO-BASE-FUNCIONARIO TO SALARIO-EDITADO
           DISPLAY ROTULO-IMAGEM " " NOME-FUNCIONARIO
                   " IDADE " IDADE-FUNCIONARIO
                   " ADMISSAO " DATA-ADMISSAO-FUNCIONARIO
                   " DEPTO " DEPTO-FUNCIONARIO
           DISPLAY "        SITUACAO " SITUACAO-FUNCIONARIO
                   " DESLIGAMENTO " DATA-DESLIGAMENTO-FUNCIONARIO
                   " GRAU " GRAU-SALARIAL-FUNCIONARIO
                   " SALARIO " SALARIO-EDITADO.
       EXIBIR-FUNCIONARIO-EXIT.
           EXIT.

       EXIBIR-DEPARTAMENTO.
           DISPLAY ROTULO-IMAGEM " " DESCRICAO-DEPARTAMENTO
                   " SUPERIOR " DEPTO-SUPERIOR-DEPARTAMENTO
                   " CENTRO DE CUSTO " CENTRO-CUSTO-DEPARTAMENTO.
       EXIBIR-DEPARTAMENTO-EXIT.
           EXIT.

       EXIBIR-SUBMISSOR.
           DISPLAY ROTULO-IMAGEM " " NOME-EQUIPE-SUBMISSOR
                   " DEPTO " DEPTO-SUBMISSOR
                   " CONTATO " MATRICULA-CONTATO-SUBMISSOR
                   " SITUACAO " SITUACAO-SUBMISSOR.
       EXIBIR-SUBMISSOR-EXIT.
           EXIT.

      ******************************************************************
      * PARAGRAFOS PADRAO DE ABORT POR ERRO FATAL DE ARQUIVO (ABENDFIL)
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-ALTERACOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-ALTERACOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-ALTERACOES==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de alteracoes pendentes"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-FUNCIONARIOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-FUNCIONARIOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-FUNCIONARIOS==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de funcionarios"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-DEPARTAMENTOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-DEPARTAMENTOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-DEPARTAMENTOS==
                     ==TEXTO-ABEND==         BY
                         =="tabela de departamentos"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-SUBMISSORES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-SUBMISSORES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-SUBMISSORES==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de cadastro de submissores"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-MOVIMENTOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-MOVIMENTOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-MOVIMENTOS==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de movimentacoes"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-REMUNERACOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-REMUNERACOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-REMUNERACOES==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de historico de remuneracao"==.
