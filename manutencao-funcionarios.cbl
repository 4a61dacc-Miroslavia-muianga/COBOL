      *                 6 - consultar as movimentacoes de um
      *                     funcionario;
      *                 7 - relatorio de movimentacoes por
      *                     departamento;
      *                 8 - lancar reajuste ou reenquadramento
      *                     salarial (com data de vigencia);
      *                 9 - consultar o historico de remuneracao de
      *                     um funcionario.
      *               As opcoes 1, 2, 3 e 8 nao gravam o cadastro:
      *               registram a alteracao pendente, que so vale
      *               depois de aprovada por outro operador em
      *               APROVA-ALTERACOES-PENDENTES.
      *
      * MODIFICATION HISTORY.
      *   2026-08-12  R-SILVA   Criacao.
      *                         pos-imagem no jornal de recuperacao
      *                         (REGISTRA-POS-IMAGEM), para o
      *                         roll-forward de RECUPERA-INDEXADOS.
      *   2026-10-15  R-SILVA   Grau salarial e salario base no
      *                         cadastro; novas opcoes 8 (reajuste ou
      *                         reenquadramento com vigencia, gravado
      *                         em REMUNERACOES-FUNCIONARIOS.DAT com
      *                         valor anterior, novo, operador e
      *                         motivo) e 9 (historico de remuneracao).
      *                         Desligamento passa a guardar a data da
      *                         saida, que a readmissao zera.
      *   2026-10-15  R-SILVA   Dupla custodia: alteracao, desligamento,
      *                         readmissao e reajuste deixam de gravar
      *                         o cadastro e passam a registrar uma
      *                         alteracao pendente (imagem antes,
      *                         imagem depois e operador) em
      *                         ALTERACOES-PENDENTES.DAT; o movimento,
      *                         o lancamento de remuneracao e a
      *                         pos-imagem so sao gravados na
      *                         aprovacao por outro operador
      *                         (APROVA-ALTERACOES-PENDENTES).
      *                         Identificacao do operador obrigatoria.
      *   2026-10-15  R-SILVA   Operador identificado pelo
      *                         CONTROLE-ACESSO (cadastro de operadores
      *                         e tabela de autorizacoes) em vez de
      *                         digitado; cada opcao do menu e
      *                         conferida na autorizacao do operador.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-MOVIMENTOS.

           SELECT ARQ-REMUNERACOES
               ASSIGN TO "REMUNERACOES-FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-REMUNERACAO
               FILE STATUS IS STATUS-ARQ-REMUNERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
       FD  ARQ-RELATORIO-MOVIMENTOS.
       01  REG-LINHA-MOVIMENTOS     PIC X(100).

       FD  ARQ-REMUNERACOES.
       COPY REMUREC.

       WORKING-STORAGE SECTION.

       COPY FILESTAT
                         ==ARQ-RELATORIO-MOVIMENTOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-MOVIMENTOS-ERRO-OUTRO==.
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
       01 OPCAO-MANUTENCAO       PIC 9 VALUE 9.
           88 OPCAO-RELATORIO-QUADRO      VALUE 5.
           88 OPCAO-CONSULTAR-MOVIMENTOS  VALUE 6.
           88 OPCAO-RELATORIO-MOVIMENTOS  VALUE 7.
           88 OPCAO-LANCAR-REAJUSTE       VALUE 8.
           88 OPCAO-CONSULTAR-REMUNERACAO VALUE 9.

      * --- Registro de movimentacoes ---------------------------------
       01 OPERADOR-INFORMADO     PIC X(20) VALUE SPACES.
       01 CONTADOR-MOVS-RELATADOS PIC 9(5) VALUE 0.
       01 LINHA-MOVS-EDICAO      PIC X(100) VALUE SPACES.

      * --- Reajuste e historico de remuneracao -----------------------
       01 GRAU-INFORMADO         PIC X(2) VALUE SPACES.
       01 SALARIO-INFORMADO      PIC X(12) VALUE SPACES.
       01 VIGENCIA-INFORMADA     PIC X(8) VALUE SPACES.
       01 MOTIVO-REAJUSTE        PIC X(40) VALUE SPACES.
       01 GRAU-NOVO-A-GRAVAR     PIC X(2) VALUE SPACES.
       01 SALARIO-NOVO-A-GRAVAR  PIC 9(7)V99 VALUE 0.
       01 VIGENCIA-A-GRAVAR      PIC 9(8) VALUE 0.
       01 ULTIMA-VIGENCIA        PIC 9(8) VALUE 0.
       01 WS-DATA-HORA-REMUNERACAO PIC X(21).
       01 WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01 SALARIO-EDITADO        PIC Z,ZZZ,ZZ9.99.
       01 SALARIO-ANT-EDITADO    PIC Z,ZZZ,ZZ9.99.
       01 FLAG-FIM-REMUNERACOES  PIC X VALUE 'N'.
           88 FIM-REMUNERACOES            VALUE 'Y'.
       01 FLAG-REAJUSTE-VALIDO   PIC X VALUE 'N'.
           88 REAJUSTE-VALIDO             VALUE 'Y'.
           88 REAJUSTE-INVALIDO           VALUE 'N'.
       01 CONTADOR-REMUNERACOES  PIC 9(4) VALUE 0.

      * --- Campos de dialogo com o usuario ---------------------------
       01 CHAVE-INFORMADA        PIC 9(5) VALUE 0.
       01 NOME-INFORMADO         PIC X(20) VALUE SPACES.
       01 FLAG-FIM-CONSULTA      PIC X VALUE 'N'.
           88 FIM-CONSULTA                VALUE 'Y'.

      * --- Identificacao e autorizacao -------------------------------
       COPY ACESREC.

      * --- Alteracao pendente de aprovacao (dupla custodia) ----------
       COPY PENDMREC.
       01 RESULTADO-ALTERACAO    PIC X VALUE SPACE.
           88 ALTERACAO-REGISTRADA        VALUE 'S'.
           88 ALTERACAO-JA-PENDENTE       VALUE 'D'.

      * --- Relatorio do quadro de ativos -----------------------------
       01 CONTADOR-ATIVOS-QUADRO    PIC 9(5) VALUE 0.
           DISPLAY "     MANUTENCAO DO CADASTRO DE PESSOAL  ".
           DISPLAY "========================================".

           MOVE "MANUTENCAO-FUNCIONARIOS" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               STOP RUN
           END-IF
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.
           PERFORM ABRIR-CADASTRO THRU ABRIR-CADASTRO-EXIT.
           PERFORM ABRIR-MOVIMENTOS THRU ABRIR-MOVIMENTOS-EXIT.
           PERFORM ABRIR-REMUNERACOES THRU ABRIR-REMUNERACOES-EXIT.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT OPCAO-MANUTENCAO
               PERFORM AUTORIZAR-OPCAO THRU AUTORIZAR-OPCAO-EXIT
               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN OPCAO-ALTERAR
                       PERFORM ALTERAR-FUNCIONARIO
                           THRU ALTERAR-FUNCIONARIO-EXIT
                   WHEN OPCAO-RELATORIO-MOVIMENTOS
                       PERFORM GERAR-RELATORIO-MOVIMENTOS
                           THRU GERAR-RELATORIO-MOVIMENTOS-EXIT
                   WHEN OPCAO-LANCAR-REAJUSTE
                       PERFORM LANCAR-REAJUSTE
                           THRU LANCAR-REAJUSTE-EXIT
                   WHEN OPCAO-CONSULTAR-REMUNERACAO
                       PERFORM CONSULTAR-REMUNERACOES
                           THRU CONSULTAR-REMUNERACOES-EXIT
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER

           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-MOVIMENTOS.
           CLOSE ARQ-REMUNERACOES.
           DISPLAY "FIM DO PROGRAMA.".
           STOP RUN.

           DISPLAY "5 - Relatorio do quadro de ativos".
           DISPLAY "6 - Consultar movimentacoes de um funcionario".
           DISPLAY "7 - Relatorio de movimentacoes por departamento".
           DISPLAY "8 - Lancar reajuste ou reenquadramento salarial".
           DISPLAY "9 - Consultar historico de remuneracao".
           DISPLAY "0 - Sair".
           DISPLAY "Escolha uma opcao: ".

      * --- Opcao escolhida conferida na autorizacao do operador ------
       AUTORIZAR-OPCAO.
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE OPCAO-MANUTENCAO TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO.
       AUTORIZAR-OPCAO-EXIT.
           EXIT.

      * --- Abre o cadastro em I-O, criando-o vazio se nao existir ----
       ABRIR-CADASTRO.
           OPEN I-O ARQ-FUNCIONARIOS
       ABRIR-MOVIMENTOS-EXIT.
           EXIT.

      * --- Abre o historico de remuneracao, criando-o se nao existir -
       ABRIR-REMUNERACOES.
           OPEN I-O ARQ-REMUNERACOES
           IF NOT ARQ-REMUNERACOES-OK
               OPEN OUTPUT ARQ-REMUNERACOES
               CLOSE ARQ-REMUNERACOES
               OPEN I-O ARQ-REMUNERACOES
               IF NOT ARQ-REMUNERACOES-OK
                   PERFORM 9800-ABEND-REMUNERACOES
                       THRU 9800-ABEND-REMUNERACOES-EXIT
               END-IF
           END-IF.
       ABRIR-REMUNERACOES-EXIT.
           EXIT.

      * --- Le o registro da matricula informada ----------------------
       LER-FUNCIONARIO-POR-CHAVE.
           SET REGISTRO-NAO-LIDO TO TRUE
      * ALTERAR-FUNCIONARIO
      *   Mostra os dados atuais e aceita os novos; resposta em branco
      *   (ou zero, nos campos numericos) mantem o valor atual, para
      *   que se corrija um campo sem redigitar os demais. O registro
      *   alterado vai para aprovacao como alteracao pendente.
      ******************************************************************
       ALTERAR-FUNCIONARIO.
           PERFORM LER-FUNCIONARIO-POR-CHAVE
           IF REGISTRO-NAO-LIDO
               GO TO ALTERAR-FUNCIONARIO-EXIT
           END-IF
           PERFORM PREPARAR-ALTERACAO THRU PREPARAR-ALTERACAO-EXIT

           DISPLAY "NOME ATUAL............: " NOME-FUNCIONARIO
           DISPLAY "NOVO NOME (branco mantem): "
                       MOVE "DEPTO" TO TIPO-MOV-A-GRAVAR
                       MOVE DEPTO-FUNCIONARIO TO VALOR-ANT-A-GRAVAR
                       MOVE DEPTO-INFORMADO   TO VALOR-NOVO-A-GRAVAR
                   END-IF
                   MOVE DEPTO-INFORMADO TO DEPTO-FUNCIONARIO
               ELSE
               END-IF
           END-IF

           IF REG-FUNCIONARIO = IMAGEM-ANTES-ALTERACAO(1:59)
               DISPLAY "Nenhum dado alterado; nada a registrar."
               GO TO ALTERAR-FUNCIONARIO-EXIT
           END-IF
           IF TIPO-MOV-A-GRAVAR = SPACES
               MOVE "ALTERACAO CADASTRAL" TO DESCRICAO-ALTERACAO
           ELSE
               MOVE "ALTERACAO CADASTRAL COM TROCA DE DEPARTAMENTO"
                   TO DESCRICAO-ALTERACAO
           END-IF
           PERFORM REGISTRAR-ALTERACAO THRU REGISTRAR-ALTERACAO-EXIT.
       ALTERAR-FUNCIONARIO-EXIT.
           EXIT.

      ******************************************************************
      * EXCLUIR-FUNCIONARIO
      *   Exclusao logica: marca a situacao 'D'; o registro permanece
      *   no arquivo para consulta e eventual readmissao. Vale depois
      *   da aprovacao da alteracao pendente.
      ******************************************************************
       EXCLUIR-FUNCIONARIO.
           PERFORM LER-FUNCIONARIO-POR-CHAVE
               DISPLAY "Funcionario ja esta desligado."
               GO TO EXCLUIR-FUNCIONARIO-EXIT
           END-IF
           PERFORM PREPARAR-ALTERACAO THRU PREPARAR-ALTERACAO-EXIT
           SET FUNCIONARIO-DESLIGADO TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-MOVIMENTO
           MOVE WS-DATA-HORA-MOVIMENTO(1:8)
               TO DATA-DESLIGAMENTO-FUNCIONARIO
           MOVE "DESLIG" TO TIPO-MOV-A-GRAVAR
           MOVE "A"      TO VALOR-ANT-A-GRAVAR
           MOVE "D"      TO VALOR-NOVO-A-GRAVAR
           MOVE "DESLIGAMENTO" TO DESCRICAO-ALTERACAO
           PERFORM REGISTRAR-ALTERACAO THRU REGISTRAR-ALTERACAO-EXIT.
       EXCLUIR-FUNCIONARIO-EXIT.
           EXIT.

      ******************************************************************
      * READMITIR-FUNCIONARIO
      *   Reverte a exclusao logica (situacao volta a 'A'), depois da
      *   aprovacao da alteracao pendente.
      ******************************************************************
       READMITIR-FUNCIONARIO.
           PERFORM LER-FUNCIONARIO-POR-CHAVE
               DISPLAY "Funcionario ja esta ativo."
               GO TO READMITIR-FUNCIONARIO-EXIT
           END-IF
           PERFORM PREPARAR-ALTERACAO THRU PREPARAR-ALTERACAO-EXIT
           SET FUNCIONARIO-ATIVO TO TRUE
           MOVE 0 TO DATA-DESLIGAMENTO-FUNCIONARIO
           MOVE "READM" TO TIPO-MOV-A-GRAVAR
           MOVE "D"     TO VALOR-ANT-A-GRAVAR
           MOVE "A"     TO VALOR-NOVO-A-GRAVAR
           MOVE "READMISSAO" TO DESCRICAO-ALTERACAO
           PERFORM REGISTRAR-ALTERACAO THRU REGISTRAR-ALTERACAO-EXIT.
       READMITIR-FUNCIONARIO-EXIT.
           EXIT.

       VALIDAR-DEPARTAMENTO-EXIT.
           EXIT.

      * --- Imagem antes: o registro recem-lido, antes de qualquer ----
      * --- mudanca; operador da partida como autor da alteracao.
       PREPARAR-ALTERACAO.
           MOVE SPACES TO REG-ALTERACAO-PENDENTE
           MOVE 0 TO NUMERO-ALTERACAO
           MOVE 0 TO VIGENCIA-REMUN-ALTERACAO
           SET ALTERACAO-FUNCIONARIOS TO TRUE
           MOVE CHAVE-FUNCIONARIO TO CHAVE-ALTERACAO(1:5)
           SET OPERACAO-ALTERACAO-MESTRE TO TRUE
           MOVE REG-FUNCIONARIO TO IMAGEM-ANTES-ALTERACAO
           MOVE OPERADOR-INFORMADO TO OPERADOR-CRIADOR-ALTERACAO
           MOVE SPACES TO TIPO-MOV-A-GRAVAR
           MOVE SPACES TO VALOR-ANT-A-GRAVAR
           MOVE SPACES TO VALOR-NOVO-A-GRAVAR.
       PREPARAR-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
      * REGISTRAR-ALTERACAO
      *   Imagem depois (o registro como ficou no dialogo) e dados do
      *   movimento seguem para ALTERACOES-PENDENTES.DAT; o cadastro
      *   nao e regravado aqui. Matricula que ja tem alteracao
      *   pendente nao recebe outra ate a decisao da primeira.
      ******************************************************************
       REGISTRAR-ALTERACAO.
           MOVE REG-FUNCIONARIO     TO IMAGEM-DEPOIS-ALTERACAO
           MOVE TIPO-MOV-A-GRAVAR   TO TIPO-MOV-ALTERACAO
           MOVE VALOR-ANT-A-GRAVAR  TO VALOR-ANT-MOV-ALTERACAO
           MOVE VALOR-NOVO-A-GRAVAR TO VALOR-NOVO-MOV-ALTERACAO
           CALL "REGISTRA-ALTERACAO-PENDENTE"
               USING REG-ALTERACAO-PENDENTE
                     RESULTADO-ALTERACAO
           EVALUATE TRUE
               WHEN ALTERACAO-REGISTRADA
                   DISPLAY "Alteracao " NUMERO-ALTERACAO
                           " registrada para a matricula "
                           CHAVE-FUNCIONARIO "; aguarda aprovacao "
                           "de outro operador."
               WHEN ALTERACAO-JA-PENDENTE
                   DISPLAY "Matricula ja tem a alteracao "
                           NUMERO-ALTERACAO " pendente de aprovacao;"
                           " nada registrado."
               WHEN OTHER
                   DISPLAY "Alteracao nao registrada."
           END-EVALUATE.
       REGISTRAR-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
       GRAVAR-LINHA-QUADRO-EXIT.
           EXIT.

      ******************************************************************
      * CONSULTAR-MOVIMENTOS
      *   Exibe as movimentacoes de uma matricula em ordem de
       GRAVAR-TOTAL-DEPTO-MOVS-EXIT.
           EXIT.

      ******************************************************************
      * LANCAR-REAJUSTE
      *   Reajuste (novo salario base) e/ou reenquadramento (novo grau)
      *   de um funcionario ativo, com data de vigencia. O reajuste
      *   fica pendente de aprovacao; aprovado, o lancamento vai para
      *   o historico de remuneracao com os valores anterior e novo, o
      *   operador e o motivo, e o cadastro passa a guardar o valor
      *   novo. Vigencia futura nao e aceita (o cadastro guarda o
      *   valor em vigor), nem vigencia anterior ao ultimo lancamento
      *   da matricula (o cadastro ficaria com um valor ja superado);
      *   branco em grau ou salario mantem o valor atual.
      ******************************************************************
       LANCAR-REAJUSTE.
           PERFORM LER-FUNCIONARIO-POR-CHAVE
               THRU LER-FUNCIONARIO-POR-CHAVE-EXIT
           IF REGISTRO-NAO-LIDO
               GO TO LANCAR-REAJUSTE-EXIT
           END-IF
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "Funcionario desligado; reajuste nao lancado."
               GO TO LANCAR-REAJUSTE-EXIT
           END-IF
           PERFORM PREPARAR-ALTERACAO THRU PREPARAR-ALTERACAO-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-REMUNERACAO
           MOVE WS-DATA-HORA-REMUNERACAO(1:8) TO WS-DATA-HOJE
           SET REAJUSTE-INVALIDO TO TRUE

           MOVE SALARIO-BASE-FUNCIONARIO TO SALARIO-EDITADO
           DISPLAY "GRAU SALARIAL ATUAL...: " GRAU-SALARIAL-FUNCIONARIO
           DISPLAY "SALARIO BASE ATUAL....: " SALARIO-EDITADO
           DISPLAY "NOVO GRAU (branco mantem): "
           MOVE SPACES TO GRAU-INFORMADO
           ACCEPT GRAU-INFORMADO
           IF GRAU-INFORMADO = SPACES
               MOVE GRAU-SALARIAL-FUNCIONARIO TO GRAU-NOVO-A-GRAVAR
           ELSE
               MOVE FUNCTION UPPER-CASE(GRAU-INFORMADO)
                   TO GRAU-NOVO-A-GRAVAR
           END-IF

           DISPLAY "NOVO SALARIO BASE (branco mantem): "
           MOVE SPACES TO SALARIO-INFORMADO
           ACCEPT SALARIO-INFORMADO
           IF SALARIO-INFORMADO = SPACES
               MOVE SALARIO-BASE-FUNCIONARIO TO SALARIO-NOVO-A-GRAVAR
           ELSE
               IF FUNCTION TEST-NUMVAL(SALARIO-INFORMADO) NOT = 0
                   DISPLAY "Salario invalido: " SALARIO-INFORMADO
                   GO TO LANCAR-REAJUSTE-EXIT
               END-IF
               COMPUTE SALARIO-NOVO-A-GRAVAR =
                   FUNCTION NUMVAL(SALARIO-INFORMADO)
                   ON SIZE ERROR
                       DISPLAY "Salario fora da faixa do cadastro."
                       GO TO LANCAR-REAJUSTE-EXIT
               END-COMPUTE
               IF SALARIO-NOVO-A-GRAVAR = 0
                   DISPLAY "Salario base nao pode ser zero."
                   GO TO LANCAR-REAJUSTE-EXIT
               END-IF
           END-IF

           IF GRAU-NOVO-A-GRAVAR = GRAU-SALARIAL-FUNCIONARIO
              AND SALARIO-NOVO-A-GRAVAR = SALARIO-BASE-FUNCIONARIO
               DISPLAY "Grau e salario inalterados; nada a lancar."
               GO TO LANCAR-REAJUSTE-EXIT
           END-IF

           DISPLAY "VIGENCIA AAAAMMDD (branco = hoje): "
           MOVE SPACES TO VIGENCIA-INFORMADA
           ACCEPT VIGENCIA-INFORMADA
           IF VIGENCIA-INFORMADA = SPACES
               MOVE WS-DATA-HOJE TO VIGENCIA-A-GRAVAR
           ELSE
               IF VIGENCIA-INFORMADA NOT NUMERIC
                   DISPLAY "Vigencia invalida; informe AAAAMMDD."
                   GO TO LANCAR-REAJUSTE-EXIT
               END-IF
               MOVE VIGENCIA-INFORMADA TO VIGENCIA-A-GRAVAR
               IF FUNCTION TEST-DATE-YYYYMMDD(VIGENCIA-A-GRAVAR)
                      NOT = 0
                   DISPLAY "Vigencia invalida; informe AAAAMMDD."
                   GO TO LANCAR-REAJUSTE-EXIT
               END-IF
           END-IF
           IF VIGENCIA-A-GRAVAR > WS-DATA-HOJE
               DISPLAY "Vigencia futura nao aceita; lance o reajuste "
                       "na data em que entrar em vigor."
               GO TO LANCAR-REAJUSTE-EXIT
           END-IF
           IF VIGENCIA-A-GRAVAR < DATA-ADMISSAO-FUNCIONARIO
               DISPLAY "Vigencia anterior a admissao ("
                       DATA-ADMISSAO-FUNCIONARIO ")."
               GO TO LANCAR-REAJUSTE-EXIT
           END-IF
           PERFORM APURAR-ULTIMA-VIGENCIA
               THRU APURAR-ULTIMA-VIGENCIA-EXIT
           IF VIGENCIA-A-GRAVAR < ULTIMA-VIGENCIA
               DISPLAY "Vigencia anterior ao ultimo lancamento da "
                       "matricula (" ULTIMA-VIGENCIA ")."
               GO TO LANCAR-REAJUSTE-EXIT
           END-IF

           DISPLAY "MOTIVO DO REAJUSTE: "
           MOVE SPACES TO MOTIVO-REAJUSTE
           ACCEPT MOTIVO-REAJUSTE
           IF MOTIVO-REAJUSTE = SPACES
               DISPLAY "Motivo nao pode ser branco."
               GO TO LANCAR-REAJUSTE-EXIT
           END-IF

           MOVE GRAU-NOVO-A-GRAVAR    TO GRAU-SALARIAL-FUNCIONARIO
           MOVE SALARIO-NOVO-A-GRAVAR TO SALARIO-BASE-FUNCIONARIO
           MOVE VIGENCIA-A-GRAVAR     TO VIGENCIA-REMUN-ALTERACAO
           MOVE MOTIVO-REAJUSTE       TO MOTIVO-REMUN-ALTERACAO
           MOVE "REAJUSTE OU REENQUADRAMENTO SALARIAL"
               TO DESCRICAO-ALTERACAO
           SET REAJUSTE-VALIDO TO TRUE
           MOVE SALARIO-BASE-FUNCIONARIO TO SALARIO-EDITADO
           DISPLAY "Reajuste: matricula " CHAVE-FUNCIONARIO
                   " GRAU " GRAU-SALARIAL-FUNCIONARIO
                   " SALARIO " SALARIO-EDITADO
                   " VIGENCIA " VIGENCIA-A-GRAVAR
           PERFORM REGISTRAR-ALTERACAO THRU REGISTRAR-ALTERACAO-EXIT.
       LANCAR-REAJUSTE-EXIT.
           EXIT.

      *--- A ultima vigencia lancada para a matricula corrente (zero
      *--- quando ainda nao ha lancamento); a chave composta ja
      *--- entrega os lancamentos em ordem de vigencia.
       APURAR-ULTIMA-VIGENCIA.
           MOVE 0 TO ULTIMA-VIGENCIA
           MOVE 'N' TO FLAG-FIM-REMUNERACOES
           MOVE CHAVE-FUNCIONARIO TO MATRICULA-REMUNERACAO
           MOVE 0 TO VIGENCIA-REMUNERACAO
           MOVE SPACES TO DATA-HORA-REMUNERACAO
           START ARQ-REMUNERACOES
               KEY IS NOT LESS THAN CHAVE-REMUNERACAO
               INVALID KEY
                   SET FIM-REMUNERACOES TO TRUE
           END-START
           PERFORM LER-PROXIMA-VIGENCIA
               THRU LER-PROXIMA-VIGENCIA-EXIT
               UNTIL FIM-REMUNERACOES.
       APURAR-ULTIMA-VIGENCIA-EXIT.
           EXIT.

       LER-PROXIMA-VIGENCIA.
           READ ARQ-REMUNERACOES NEXT RECORD
               AT END
                   SET FIM-REMUNERACOES TO TRUE
                   GO TO LER-PROXIMA-VIGENCIA-EXIT
           END-READ
           IF MATRICULA-REMUNERACAO NOT = CHAVE-FUNCIONARIO
               SET FIM-REMUNERACOES TO TRUE
               GO TO LER-PROXIMA-VIGENCIA-EXIT
           END-IF
           MOVE VIGENCIA-REMUNERACAO TO ULTIMA-VIGENCIA.
       LER-PROXIMA-VIGENCIA-EXIT.
           EXIT.

      ******************************************************************
      * CONSULTAR-REMUNERACOES
      *   Exibe os lancamentos de remuneracao de uma matricula em ordem
      *   de vigencia.
      ******************************************************************
       CONSULTAR-REMUNERACOES.
           DISPLAY "Matricula a consultar: "
           ACCEPT CHAVE-INFORMADA
           MOVE 0 TO CONTADOR-REMUNERACOES
           MOVE 'N' TO FLAG-FIM-REMUNERACOES
           MOVE CHAVE-INFORMADA TO MATRICULA-REMUNERACAO
           MOVE 0 TO VIGENCIA-REMUNERACAO
           MOVE SPACES TO DATA-HORA-REMUNERACAO
           START ARQ-REMUNERACOES
               KEY IS NOT LESS THAN CHAVE-REMUNERACAO
               INVALID KEY
                   SET FIM-REMUNERACOES TO TRUE
           END-START
           PERFORM EXIBIR-PROXIMA-REMUNERACAO
               THRU EXIBIR-PROXIMA-REMUNERACAO-EXIT
               UNTIL FIM-REMUNERACOES
           IF CONTADOR-REMUNERACOES = 0
               DISPLAY "Nenhum lancamento de remuneracao para "
                       CHAVE-INFORMADA
           ELSE
               DISPLAY "Lancamentos exibidos: " CONTADOR-REMUNERACOES
           END-IF.
       CONSULTAR-REMUNERACOES-EXIT.
           EXIT.

       EXIBIR-PROXIMA-REMUNERACAO.
           READ ARQ-REMUNERACOES NEXT RECORD
               AT END
                   SET FIM-REMUNERACOES TO TRUE
                   GO TO EXIBIR-PROXIMA-REMUNERACAO-EXIT
           END-READ
           IF MATRICULA-REMUNERACAO NOT = CHAVE-INFORMADA
               SET FIM-REMUNERACOES TO TRUE
               GO TO EXIBIR-PROXIMA-REMUNERACAO-EXIT
           END-IF
           ADD 1 TO CONTADOR-REMUNERACOES
           MOVE SALARIO-ANTERIOR-REMUNERACAO TO SALARIO-ANT-EDITADO
           MOVE SALARIO-NOVO-REMUNERACAO     TO SALARIO-EDITADO
           DISPLAY VIGENCIA-REMUNERACAO " GRAU "
                   GRAU-ANTERIOR-REMUNERACAO " -> "
                   GRAU-NOVO-REMUNERACAO " SALARIO "
                   SALARIO-ANT-EDITADO " -> " SALARIO-EDITADO
           DISPLAY "         POR " OPERADOR-REMUNERACAO
                   " MOTIVO: " MOTIVO-REMUNERACAO.
       EXIBIR-PROXIMA-REMUNERACAO-EXIT.
           EXIT.

      ******************************************************************
      * 9800-ABEND-FUNCIONARIOS / 9800-ABEND-RELATORIO-QUADRO
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
                         ==STATUS-ARQ-RELATORIO-MOVIMENTOS==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de relatorio de movimentacoes"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-REMUNERACOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-REMUNERACOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-REMUNERACOES==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de historico de remuneracao"==.
