      *               arquivo de nomes e pelos avisos por submissor
      *               para enderecar cada aviso:
      *                 1 - incluir ou alterar uma equipe (departamento
      *                     dono validado contra DEPARTAMENTOS.DAT e
      *                     contato validado como funcionario ativo em
      *                     FUNCIONARIOS.DAT);
      *                 2 - inativar uma equipe (exclusao logica);
      *                 3 - reativar uma equipe inativada;
      *                 4 - listar o cadastro.
      *               As opcoes 1, 2 e 3 nao gravam o cadastro:
      *               registram a alteracao pendente, que so vale
      *               depois de aprovada por outro operador em
      *               APROVA-ALTERACOES-PENDENTES.
      *
      * MODIFICATION HISTORY.
      *   2026-09-02  R-SILVA   Criacao.
      *   2026-10-15  R-SILVA   Contato da equipe passa a ser a
      *                         matricula de um funcionario ativo
      *                         (antes texto livre); contato lotado
      *                         fora do departamento dono e aceito com
      *                         aviso e fica marcado ate ser corrigido.
      *   2026-10-15  R-SILVA   Dupla custodia: inclusao, alteracao,
      *                         inativacao e reativacao deixam de
      *                         gravar o cadastro e passam a registrar
      *                         uma alteracao pendente (imagem antes,
      *                         imagem depois e operador, identificado
      *                         na partida) em ALTERACOES-PENDENTES.DAT,
      *                         aplicada so na aprovacao por outro
      *                         operador (APROVA-ALTERACOES-PENDENTES).
      *   2026-10-15  R-SILVA   Operador identificado pelo
      *                         CONTROLE-ACESSO (cadastro de operadores
      *                         e tabela de autorizacoes) em vez de
      *                         digitado; cada opcao do menu e
      *                         conferida na autorizacao do operador.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS CODIGO-DEPARTAMENTO
               FILE STATUS IS STATUS-ARQ-DEPARTAMENTOS.

           SELECT ARQ-FUNCIONARIOS
               ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-FUNCIONARIO
               FILE STATUS IS STATUS-ARQ-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SUBMISSORES.
       FD  ARQ-DEPARTAMENTOS.
       COPY DEPTREC.

       FD  ARQ-FUNCIONARIOS.
       COPY FUNCREC.

       WORKING-STORAGE SECTION.

       COPY FILESTAT
                         ==ARQ-DEPARTAMENTOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-DEPARTAMENTOS-ERRO-OUTRO==.
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

      * --- Menu principal --------------------------------------------
       01 OPCAO-CADASTRO         PIC 9 VALUE 9.
           88 OPCAO-LISTAR                VALUE 4.

      * --- Campos de dialogo -----------------------------------------
       01 OPERADOR-INFORMADO     PIC X(20) VALUE SPACES.
       01 CODIGO-INFORMADO       PIC X(8) VALUE SPACES.
       01 EQUIPE-INFORMADA       PIC X(30) VALUE SPACES.
       01 CONTATO-INFORMADO      PIC X(5) VALUE SPACES.
       01 DEPTO-INFORMADO        PIC X(4) VALUE SPACES.
       01 FLAG-DEPTO-VALIDO      PIC X VALUE 'N'.
           88 DEPTO-VALIDO                VALUE 'Y'.
           88 DEPTO-INVALIDO              VALUE 'N'.
       01 FLAG-CONTATO-VALIDO    PIC X VALUE 'N'.
           88 CONTATO-VALIDO              VALUE 'Y'.
           88 CONTATO-INVALIDO            VALUE 'N'.
       01 MATRICULA-CONTATO      PIC 9(5) VALUE 0.
       01 SITUACAO-CONTATO-APURADA PIC X VALUE SPACE.
       01 FLAG-REGISTRO-LIDO     PIC X VALUE 'N'.
           88 REGISTRO-LIDO               VALUE 'Y'.
           88 REGISTRO-NAO-LIDO           VALUE 'N'.
       01 FLAG-FIM-CADASTRO      PIC X VALUE 'N'.
           88 FIM-CADASTRO                VALUE 'Y'.

      * --- Identificacao e autorizacao -------------------------------
       COPY ACESREC.

      * --- Alteracao pendente de aprovacao (dupla custodia) ----------
       COPY PENDMREC.
       01 RESULTADO-ALTERACAO    PIC X VALUE SPACE.
           88 ALTERACAO-REGISTRADA        VALUE 'S'.
           88 ALTERACAO-JA-PENDENTE       VALUE 'D'.

       PROCEDURE DIVISION.

      ******************************************************************
           DISPLAY "   MANUTENCAO DO CADASTRO DE SUBMISSORES".
           DISPLAY "========================================".

           MOVE "MANUTENCAO-SUBMISSORES" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               STOP RUN
           END-IF
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.
           PERFORM ABRIR-CADASTRO THRU ABRIR-CADASTRO-EXIT.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT OPCAO-CADASTRO
               PERFORM AUTORIZAR-OPCAO THRU AUTORIZAR-OPCAO-EXIT
               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN OPCAO-INCLUIR-ALTERAR
                       PERFORM INCLUIR-ALTERAR-SUBMISSOR
                           THRU INCLUIR-ALTERAR-SUBMISSOR-EXIT
           DISPLAY "0 - Sair".
           DISPLAY "Escolha uma opcao: ".

      * --- Opcao escolhida conferida na autorizacao do operador ------
       AUTORIZAR-OPCAO.
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE OPCAO-CADASTRO TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO.
       AUTORIZAR-OPCAO-EXIT.
           EXIT.

       ABRIR-CADASTRO.
           OPEN I-O ARQ-SUBMISSORES
           IF NOT ARQ-SUBMISSORES-OK

      ******************************************************************
      * INCLUIR-ALTERAR-SUBMISSOR
      *   A equipe sob o codigo informado vai para aprovacao como
      *   inclusao, ou como alteracao de nome, contato e departamento
      *   quando o codigo ja existe. A inclusao entra ATIVA; a
      *   situacao so muda pelas opcoes 2 e 3.
      ******************************************************************
       INCLUIR-ALTERAR-SUBMISSOR.
           DISPLAY "Codigo da equipe (8 posicoes): "
               DISPLAY "Nome da equipe nao pode ser branco."
               GO TO INCLUIR-ALTERAR-SUBMISSOR-EXIT
           END-IF
           DISPLAY "Departamento dono (4 posicoes): "
           ACCEPT DEPTO-INFORMADO
           PERFORM VALIDAR-DEPARTAMENTO
               DISPLAY "Equipe nao gravada."
               GO TO INCLUIR-ALTERAR-SUBMISSOR-EXIT
           END-IF
           DISPLAY "Matricula do funcionario de contato (5 digitos): "
           ACCEPT CONTATO-INFORMADO
           PERFORM VALIDAR-CONTATO
               THRU VALIDAR-CONTATO-EXIT
           IF CONTATO-INVALIDO
               DISPLAY "Equipe nao gravada."
               GO TO INCLUIR-ALTERAR-SUBMISSOR-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(CODIGO-INFORMADO)
               TO CHAVE-SUBMISSOR
           PERFORM PREPARAR-ALTERACAO THRU PREPARAR-ALTERACAO-EXIT
      *--- Alteracao preserva a situacao corrente do registro
           READ ARQ-SUBMISSORES
               KEY IS CHAVE-SUBMISSOR
               INVALID KEY
                   SET OPERACAO-INCLUSAO TO TRUE
                   MOVE "INCLUSAO DE EQUIPE SUBMISSORA"
                       TO DESCRICAO-ALTERACAO
                   MOVE SPACES TO REG-SUBMISSOR
                   MOVE CHAVE-ALTERACAO TO CHAVE-SUBMISSOR
                   SET SUBMISSOR-ATIVO TO TRUE
               NOT INVALID KEY
                   MOVE "ALTERACAO DE EQUIPE SUBMISSORA"
                       TO DESCRICAO-ALTERACAO
                   MOVE REG-SUBMISSOR TO IMAGEM-ANTES-ALTERACAO
           END-READ
           MOVE EQUIPE-INFORMADA  TO NOME-EQUIPE-SUBMISSOR
           PERFORM MOVER-CONTATO THRU MOVER-CONTATO-EXIT
           MOVE DEPTO-INFORMADO   TO DEPTO-SUBMISSOR
           IF OPERACAO-ALTERACAO-MESTRE
              AND REG-SUBMISSOR = IMAGEM-ANTES-ALTERACAO(1:83)
               DISPLAY "Nenhum dado alterado; nada a registrar."
               GO TO INCLUIR-ALTERAR-SUBMISSOR-EXIT
           END-IF
           PERFORM REGISTRAR-ALTERACAO THRU REGISTRAR-ALTERACAO-EXIT.
       INCLUIR-ALTERAR-SUBMISSOR-EXIT.
           EXIT.

      * --- Contato apurado para o registro corrente ------------------
       MOVER-CONTATO.
           MOVE SPACES TO CONTATO-SUBMISSOR
           MOVE MATRICULA-CONTATO        TO MATRICULA-CONTATO-SUBMISSOR
           MOVE SITUACAO-CONTATO-APURADA TO SITUACAO-CONTATO-SUBMISSOR.
       MOVER-CONTATO-EXIT.
           EXIT.

      * --- Le o registro do codigo informado -------------------------

      ******************************************************************
      * INATIVAR-SUBMISSOR
      *   Exclusao logica: marca a situacao 'I'; o registro permanece
      *   no cadastro para rastreio de rejeicoes antigas. Vale depois
      *   da aprovacao da alteracao pendente.
      ******************************************************************
       INATIVAR-SUBMISSOR.
           PERFORM LER-SUBMISSOR-POR-CODIGO
               DISPLAY "Equipe ja esta inativa."
               GO TO INATIVAR-SUBMISSOR-EXIT
           END-IF
           PERFORM PREPARAR-ALTERACAO THRU PREPARAR-ALTERACAO-EXIT
           MOVE REG-SUBMISSOR TO IMAGEM-ANTES-ALTERACAO
           MOVE "INATIVACAO DE EQUIPE SUBMISSORA"
               TO DESCRICAO-ALTERACAO
           SET SUBMISSOR-INATIVO TO TRUE
           PERFORM REGISTRAR-ALTERACAO THRU REGISTRAR-ALTERACAO-EXIT.
       INATIVAR-SUBMISSOR-EXIT.
           EXIT.

      ******************************************************************
      * REATIVAR-SUBMISSOR
      *   Reverte a exclusao logica (situacao volta a 'A'), depois da
      *   aprovacao da alteracao pendente.
      ******************************************************************
       REATIVAR-SUBMISSOR.
           PERFORM LER-SUBMISSOR-POR-CODIGO
               DISPLAY "Equipe ja esta ativa."
               GO TO REATIVAR-SUBMISSOR-EXIT
           END-IF
           PERFORM PREPARAR-ALTERACAO THRU PREPARAR-ALTERACAO-EXIT
           MOVE REG-SUBMISSOR TO IMAGEM-ANTES-ALTERACAO
           MOVE "REATIVACAO DE EQUIPE SUBMISSORA"
               TO DESCRICAO-ALTERACAO
           SET SUBMISSOR-ATIVO TO TRUE
           PERFORM REGISTRAR-ALTERACAO THRU REGISTRAR-ALTERACAO-EXIT.
       REATIVAR-SUBMISSOR-EXIT.
           EXIT.

       VALIDAR-DEPARTAMENTO-EXIT.
           EXIT.

      * --- Confere o contato: matricula de funcionario ativo; lotado
      * --- fora do departamento dono e aceito, mas fica marcado 'F'
      * --- (sai destacado nos avisos ate a correcao).
       VALIDAR-CONTATO.
           SET CONTATO-INVALIDO TO TRUE
           IF CONTATO-INFORMADO NOT NUMERIC
               DISPLAY "Matricula invalida: " CONTATO-INFORMADO
               GO TO VALIDAR-CONTATO-EXIT
           END-IF
           MOVE CONTATO-INFORMADO TO MATRICULA-CONTATO
           OPEN INPUT ARQ-FUNCIONARIOS
           IF NOT ARQ-FUNCIONARIOS-OK
               DISPLAY "Cadastro de funcionarios indisponivel "
                       "(FUNCIONARIOS.DAT)."
               GO TO VALIDAR-CONTATO-EXIT
           END-IF
           MOVE MATRICULA-CONTATO TO CHAVE-FUNCIONARIO
           READ ARQ-FUNCIONARIOS
               KEY IS CHAVE-FUNCIONARIO
               INVALID KEY
                   DISPLAY "Matricula nao cadastrada: "
                           MATRICULA-CONTATO
                   CLOSE ARQ-FUNCIONARIOS
                   GO TO VALIDAR-CONTATO-EXIT
           END-READ
           CLOSE ARQ-FUNCIONARIOS
           IF NOT FUNCIONARIO-ATIVO
               DISPLAY "Funcionario desligado nao pode ser contato: "
                       MATRICULA-CONTATO
               GO TO VALIDAR-CONTATO-EXIT
           END-IF
           SET CONTATO-VALIDO TO TRUE
           IF DEPTO-FUNCIONARIO = DEPTO-INFORMADO
               MOVE 'R' TO SITUACAO-CONTATO-APURADA
           ELSE
               MOVE 'F' TO SITUACAO-CONTATO-APURADA
               DISPLAY "AVISO: contato " NOME-FUNCIONARIO
                       " esta lotado em " DEPTO-FUNCIONARIO
                       ", fora do departamento dono."
           END-IF.
       VALIDAR-CONTATO-EXIT.
           EXIT.

      * --- Alteracao pendente da equipe corrente, com o operador da --
      * --- partida como autor; a imagem antes fica com o chamador.
       PREPARAR-ALTERACAO.
           MOVE SPACES TO REG-ALTERACAO-PENDENTE
           MOVE 0 TO NUMERO-ALTERACAO
           MOVE 0 TO VIGENCIA-REMUN-ALTERACAO
           SET ALTERACAO-SUBMISSORES TO TRUE
           MOVE CHAVE-SUBMISSOR TO CHAVE-ALTERACAO
           SET OPERACAO-ALTERACAO-MESTRE TO TRUE
           MOVE OPERADOR-INFORMADO TO OPERADOR-CRIADOR-ALTERACAO.
       PREPARAR-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
      * REGISTRAR-ALTERACAO
      *   O registro como ficou no dialogo segue como imagem depois
      *   para ALTERACOES-PENDENTES.DAT; o cadastro nao e regravado
      *   aqui. Equipe que ja tem alteracao pendente nao recebe outra
      *   ate a decisao da primeira.
      ******************************************************************
       REGISTRAR-ALTERACAO.
           MOVE REG-SUBMISSOR TO IMAGEM-DEPOIS-ALTERACAO
           CALL "REGISTRA-ALTERACAO-PENDENTE"
               USING REG-ALTERACAO-PENDENTE
                     RESULTADO-ALTERACAO
           EVALUATE TRUE
               WHEN ALTERACAO-REGISTRADA
                   DISPLAY "Alteracao " NUMERO-ALTERACAO
                           " registrada para a equipe "
                           CHAVE-SUBMISSOR "; aguarda aprovacao "
                           "de outro operador."
               WHEN ALTERACAO-JA-PENDENTE
                   DISPLAY "Equipe ja tem a alteracao "
                           NUMERO-ALTERACAO " pendente de aprovacao;"
                           " nada registrado."
               WHEN OTHER
                   DISPLAY "Alteracao nao registrada."
           END-EVALUATE.
       REGISTRAR-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
               DISPLAY CHAVE-SUBMISSOR " " NOME-EQUIPE-SUBMISSOR
                       " DEPTO " DEPTO-SUBMISSOR " (INATIVA)"
           ELSE
               IF CONTATO-REGULAR
                   DISPLAY CHAVE-SUBMISSOR " " NOME-EQUIPE-SUBMISSOR
                           " DEPTO " DEPTO-SUBMISSOR
                           " CONTATO " MATRICULA-CONTATO-SUBMISSOR
               ELSE
                   DISPLAY CHAVE-SUBMISSOR " " NOME-EQUIPE-SUBMISSOR
                           " DEPTO " DEPTO-SUBMISSOR
                           " CONTATO " MATRICULA-CONTATO-SUBMISSOR
                           " (CONTATO IRREGULAR)"
               END-IF
           END-IF.
       EXIBIR-PROXIMO-SUBMISSOR-EXIT.
           EXIT.
