      *                 3 - listar a tabela;
      *                 4 - relatorio de headcount por departamento
      *                     (ativos do cadastro de funcionarios).
      *               Cada departamento aponta o departamento superior
      *               (branco no topo: divisao) e o centro de custo; a
      *               tabela nunca aceita pai inexistente nem ciclo, e
      *               o departamento so e excluido sem subordinados,
      *               sem equipes submissoras e sem ativos lotados.
      *               As opcoes 1 e 2 nao gravam a tabela: registram a
      *               alteracao pendente, que so vale depois de
      *               aprovada por outro operador em
      *               APROVA-ALTERACOES-PENDENTES.
      *
      * MODIFICATION HISTORY.
      *   2026-08-13  R-SILVA   Criacao.
      *   2026-10-15  R-SILVA   Hierarquia de departamentos (superior e
      *                         centro de custo), com recusa de ciclo e
      *                         de pai nao cadastrado; headcount passa a
      *                         acumular os ativos por todos os niveis,
      *                         com subtotal por divisao e por centro de
      *                         custo; exclusao barrada por
      *                         subordinados, equipes submissoras
      *                         (DEPTO-SUBMISSOR) ou ativos lotados.
      *   2026-10-15  R-SILVA   Dupla custodia: inclusao, alteracao e
      *                         exclusao deixam de gravar a tabela e
      *                         passam a registrar uma alteracao
      *                         pendente (imagem antes, imagem depois e
      *                         operador, identificado na partida) em
      *                         ALTERACOES-PENDENTES.DAT, aplicada so
      *                         na aprovacao por outro operador
      *                         (APROVA-ALTERACOES-PENDENTES).
      *   2026-10-15  R-SILVA   Operador identificado pelo
      *                         CONTROLE-ACESSO (cadastro de operadores
      *                         e tabela de autorizacoes) em vez de
      *                         digitado; cada opcao do menu e
      *                         conferida na autorizacao do operador.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS CHAVE-FUNCIONARIO
               FILE STATUS IS STATUS-ARQ-FUNCIONARIOS.

           SELECT ARQ-SUBMISSORES
               ASSIGN TO "SUBMISSORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-SUBMISSOR
               FILE STATUS IS STATUS-ARQ-SUBMISSORES.

           SELECT ARQ-RELATORIO-HEADCOUNT
               ASSIGN TO "RELATORIO-HEADCOUNT-DEPTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCREC.

       FD  ARQ-SUBMISSORES.
       COPY SUBMREC.

       FD  ARQ-RELATORIO-HEADCOUNT.
       01  REG-LINHA-HEADCOUNT      PIC X(80).

                         ==ARQ-FUNCIONARIOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-FUNCIONARIOS-ERRO-OUTRO==.
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
                         ==STATUS-ARQ-RELATORIO-HEADCOUNT==
           88 OPCAO-HEADCOUNT             VALUE 4.

      * --- Campos de dialogo -----------------------------------------
       01 OPERADOR-INFORMADO     PIC X(20) VALUE SPACES.
       01 CODIGO-INFORMADO       PIC X(4) VALUE SPACES.
       01 DESCRICAO-INFORMADA    PIC X(30) VALUE SPACES.
       01 SUPERIOR-INFORMADO     PIC X(4) VALUE SPACES.
       01 CENTRO-CUSTO-INFORMADO PIC X(6) VALUE SPACES.
       01 FLAG-FIM-TABELA        PIC X VALUE 'N'.
           88 FIM-TABELA                  VALUE 'Y'.
       01 FLAG-FIM-CADASTRO      PIC X VALUE 'N'.
           88 FIM-CADASTRO                VALUE 'Y'.
       01 FLAG-FIM-SUBMISSORES   PIC X VALUE 'N'.
           88 FIM-SUBMISSORES             VALUE 'Y'.

      * --- Identificacao e autorizacao -------------------------------
       COPY ACESREC.

      * --- Alteracao pendente de aprovacao (dupla custodia) ----------
       COPY PENDMREC.
       01 RESULTADO-ALTERACAO    PIC X VALUE SPACE.
           88 ALTERACAO-REGISTRADA        VALUE 'S'.
           88 ALTERACAO-JA-PENDENTE       VALUE 'D'.

      * --- Conferencia da cadeia de superiores ------------------------
       01 CODIGO-NA-CADEIA       PIC X(4) VALUE SPACES.
       01 PASSOS-NA-CADEIA       PIC 9(3) VALUE 0.
       01 FLAG-CADEIA            PIC X VALUE 'A'.
           88 CADEIA-EM-ANDAMENTO         VALUE 'A'.
           88 CADEIA-ENCERRADA            VALUE 'E'.
           88 CADEIA-COM-CICLO            VALUE 'C'.

      * --- Impedimentos a exclusao ------------------------------------
       01 CONTADOR-SUBORDINADOS  PIC 9(5) VALUE 0.
       01 CONTADOR-EQUIPES       PIC 9(5) VALUE 0.
       01 CONTADOR-ATIVOS-DEPTO  PIC 9(5) VALUE 0.

      * --- Acumulacao do headcount por departamento -------------------
      *--- HEAD-ATIVOS conta os lotados no proprio departamento;
      *--- HEAD-TOTAL acumula tambem os de todos os subordinados.
      *--- HEAD-CAMINHO e a cadeia de codigos desde a divisao (topo),
      *--- que ordena a impressao em forma de arvore.
       01 TABELA-HEADCOUNT.
           05 HEADCOUNT-DEPTO OCCURS 50 TIMES
                              INDEXED BY IDX-HEADCOUNT IDX-COMPARADO.
               10 HEAD-CODIGO        PIC X(4).
               10 HEAD-DESCRICAO     PIC X(30).
               10 HEAD-ATIVOS        PIC 9(5).
               10 HEAD-SUPERIOR      PIC X(4).
               10 HEAD-CENTRO-CUSTO  PIC X(6).
               10 HEAD-TOTAL         PIC 9(5).
               10 HEAD-NIVEL         PIC 9(2).
               10 HEAD-DIVISAO       PIC X(4).
               10 HEAD-CAMINHO       PIC X(40).
       01 HEADCOUNT-TROCA        PIC X(100) VALUE SPACES.
       01 TOTAL-DEPTOS-HEADCOUNT PIC 9(2) VALUE 0.

      *--- Ascendentes do departamento em montagem (ate 10 niveis)
       01 CADEIA-ASCENDENTES.
           05 ASC-POSICAO OCCURS 10 TIMES
                          INDEXED BY IDX-ASCENDENTE
                                     PIC 9(2).
       01 TOTAL-ASCENDENTES      PIC 9(2) VALUE 0.
       01 POSICAO-CORRENTE       PIC 9(2) VALUE 0.
       01 POSICAO-NO-CAMINHO     PIC 9(2) VALUE 0.
       01 FLAG-HIERARQUIA-FUNDA  PIC X VALUE 'N'.
           88 HIERARQUIA-FUNDA            VALUE 'Y'.

      *--- Quebra por divisao na impressao
       01 DIVISAO-CORRENTE       PIC X(4) VALUE SPACES.
       01 SUBTOTAL-DIVISAO       PIC 9(5) VALUE 0.
       01 PONTEIRO-LINHA         PIC 9(3) VALUE 1.

      *--- Subtotais por centro de custo
       01 TABELA-CENTROS-CUSTO.
           05 CENTRO-CUSTO-HEAD OCCURS 50 TIMES
                                INDEXED BY IDX-CENTRO-CUSTO.
               10 CC-CODIGO          PIC X(6).
               10 CC-DEPTOS          PIC 9(3).
               10 CC-ATIVOS          PIC 9(5).
       01 TOTAL-CENTROS-CUSTO    PIC 9(2) VALUE 0.
       01 FLAG-CENTRO-ACHADO     PIC X VALUE 'N'.
           88 CENTRO-ACHADO               VALUE 'Y'.
           88 CENTRO-NAO-ACHADO           VALUE 'N'.
       01 CONTADOR-SEM-DEPTO     PIC 9(5) VALUE 0.
       01 CONTADOR-TOTAL-ATIVOS  PIC 9(5) VALUE 0.
       01 FLAG-DEPTO-ACHADO      PIC X VALUE 'N'.
           DISPLAY "   MANUTENCAO DA TABELA DE DEPARTAMENTOS".
           DISPLAY "========================================".

           MOVE "MANUTENCAO-DEPARTAMENTOS" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               STOP RUN
           END-IF
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.
           PERFORM ABRIR-TABELA THRU ABRIR-TABELA-EXIT.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT OPCAO-TABELA
               PERFORM AUTORIZAR-OPCAO THRU AUTORIZAR-OPCAO-EXIT
               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN OPCAO-INCLUIR-ALTERAR
                       PERFORM INCLUIR-ALTERAR-DEPTO
                           THRU INCLUIR-ALTERAR-DEPTO-EXIT
           DISPLAY "0 - Sair".
           DISPLAY "Escolha uma opcao: ".

      * --- Opcao escolhida conferida na autorizacao do operador ------
       AUTORIZAR-OPCAO.
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE OPCAO-TABELA TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO.
       AUTORIZAR-OPCAO-EXIT.
           EXIT.

       ABRIR-TABELA.
           OPEN I-O ARQ-DEPARTAMENTOS
           IF NOT ARQ-DEPARTAMENTOS-OK

      ******************************************************************
      * INCLUIR-ALTERAR-DEPTO
      *   Descricao, superior e centro de custo sob o codigo
      *   informado vao para aprovacao como inclusao, ou como
      *   alteracao quando o codigo ja existe. O superior tem de estar
      *   cadastrado e a cadeia de superiores a partir dele nao pode
      *   voltar ao proprio codigo (ciclo).
      ******************************************************************
       INCLUIR-ALTERAR-DEPTO.
           DISPLAY "Codigo do departamento (4 posicoes): "
               DISPLAY "Descricao nao pode ser branca."
               GO TO INCLUIR-ALTERAR-DEPTO-EXIT
           END-IF
           DISPLAY "Departamento superior (branco = divisao, no topo): "
           MOVE SPACES TO SUPERIOR-INFORMADO
           ACCEPT SUPERIOR-INFORMADO
           DISPLAY "Centro de custo (branco = o do superior): "
           MOVE SPACES TO CENTRO-CUSTO-INFORMADO
           ACCEPT CENTRO-CUSTO-INFORMADO

           IF SUPERIOR-INFORMADO NOT = SPACES
               PERFORM VALIDAR-SUPERIOR THRU VALIDAR-SUPERIOR-EXIT
               IF CADEIA-COM-CICLO
                   GO TO INCLUIR-ALTERAR-DEPTO-EXIT
               END-IF
           END-IF
           IF CENTRO-CUSTO-INFORMADO = SPACES
               DISPLAY "Centro de custo obrigatorio para divisao."
               GO TO INCLUIR-ALTERAR-DEPTO-EXIT
           END-IF

           PERFORM PREPARAR-ALTERACAO THRU PREPARAR-ALTERACAO-EXIT
           MOVE CODIGO-INFORMADO TO CODIGO-DEPARTAMENTO
           READ ARQ-DEPARTAMENTOS
               KEY IS CODIGO-DEPARTAMENTO
               INVALID KEY
                   SET OPERACAO-INCLUSAO TO TRUE
                   MOVE "INCLUSAO DE DEPARTAMENTO"
                       TO DESCRICAO-ALTERACAO
               NOT INVALID KEY
                   SET OPERACAO-ALTERACAO-MESTRE TO TRUE
                   MOVE "ALTERACAO DE DEPARTAMENTO"
                       TO DESCRICAO-ALTERACAO
                   MOVE REG-DEPARTAMENTO TO IMAGEM-ANTES-ALTERACAO
           END-READ
           MOVE CODIGO-INFORMADO       TO CODIGO-DEPARTAMENTO
           MOVE DESCRICAO-INFORMADA    TO DESCRICAO-DEPARTAMENTO
           MOVE SUPERIOR-INFORMADO     TO DEPTO-SUPERIOR-DEPARTAMENTO
           MOVE CENTRO-CUSTO-INFORMADO TO CENTRO-CUSTO-DEPARTAMENTO
           IF OPERACAO-ALTERACAO-MESTRE
              AND REG-DEPARTAMENTO = IMAGEM-ANTES-ALTERACAO(1:44)
               DISPLAY "Nenhum dado alterado; nada a registrar."
               GO TO INCLUIR-ALTERAR-DEPTO-EXIT
           END-IF
           MOVE REG-DEPARTAMENTO TO IMAGEM-DEPOIS-ALTERACAO
           PERFORM REGISTRAR-ALTERACAO THRU REGISTRAR-ALTERACAO-EXIT.
       INCLUIR-ALTERAR-DEPTO-EXIT.
           EXIT.

      *--- Superior cadastrado (sem orfaos) e cadeia sem ciclo: sobe
      *--- de pai em pai ate o topo; encontrar o proprio codigo no
      *--- caminho, ou passar de 99 niveis (tabela ja corrompida),
      *--- recusa a gravacao. Centro de custo em branco herda o do
      *--- superior. Qualquer recusa volta com CADEIA-COM-CICLO.
       VALIDAR-SUPERIOR.
           SET CADEIA-EM-ANDAMENTO TO TRUE
           IF SUPERIOR-INFORMADO = CODIGO-INFORMADO
               DISPLAY "Departamento nao pode ser superior de si mesmo."
               SET CADEIA-COM-CICLO TO TRUE
               GO TO VALIDAR-SUPERIOR-EXIT
           END-IF
           MOVE SUPERIOR-INFORMADO TO CODIGO-DEPARTAMENTO
           READ ARQ-DEPARTAMENTOS
               KEY IS CODIGO-DEPARTAMENTO
               INVALID KEY
                   DISPLAY "Departamento superior nao cadastrado: "
                           SUPERIOR-INFORMADO
                   SET CADEIA-COM-CICLO TO TRUE
                   GO TO VALIDAR-SUPERIOR-EXIT
           END-READ
           IF CENTRO-CUSTO-INFORMADO = SPACES
               MOVE CENTRO-CUSTO-DEPARTAMENTO TO CENTRO-CUSTO-INFORMADO
           END-IF
           MOVE DEPTO-SUPERIOR-DEPARTAMENTO TO CODIGO-NA-CADEIA
           MOVE 0 TO PASSOS-NA-CADEIA
           PERFORM SUBIR-NA-CADEIA THRU SUBIR-NA-CADEIA-EXIT
               UNTIL NOT CADEIA-EM-ANDAMENTO.
       VALIDAR-SUPERIOR-EXIT.
           EXIT.

       SUBIR-NA-CADEIA.
           IF CODIGO-NA-CADEIA = SPACES
               SET CADEIA-ENCERRADA TO TRUE
               GO TO SUBIR-NA-CADEIA-EXIT
           END-IF
           ADD 1 TO PASSOS-NA-CADEIA
           IF CODIGO-NA-CADEIA = CODIGO-INFORMADO
              OR PASSOS-NA-CADEIA > 99
               DISPLAY "Superior " SUPERIOR-INFORMADO
                       " ja esta subordinado a " CODIGO-INFORMADO
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

      ******************************************************************
      * EXCLUIR-DEPTO
      *   Remove o codigo da tabela de referencia, depois da aprovacao
      *   da alteracao pendente. A exclusao e fisica:
      *   a tabela e so referencia, o historico mora no cadastro de
      *   funcionarios. Departamento com subordinados, com equipe
      *   submissora (ativa ou nao) ou com funcionario ativo lotado nao
      *   e excluido: essas referencias ficariam penduradas.
      ******************************************************************
       EXCLUIR-DEPTO.
           DISPLAY "Codigo do departamento a excluir: "
           ACCEPT CODIGO-INFORMADO
           MOVE CODIGO-INFORMADO TO CODIGO-DEPARTAMENTO
           READ ARQ-DEPARTAMENTOS
               KEY IS CODIGO-DEPARTAMENTO
               INVALID KEY
                   DISPLAY "Codigo nao cadastrado: " CODIGO-INFORMADO
                   GO TO EXCLUIR-DEPTO-EXIT
           END-READ

           PERFORM CONTAR-IMPEDIMENTOS THRU CONTAR-IMPEDIMENTOS-EXIT
           IF CONTADOR-SUBORDINADOS > 0
              OR CONTADOR-EQUIPES > 0
              OR CONTADOR-ATIVOS-DEPTO > 0
               DISPLAY "Departamento " CODIGO-INFORMADO
                       " nao excluido:"
               DISPLAY "  departamentos subordinados.: "
                       CONTADOR-SUBORDINADOS
               DISPLAY "  equipes submissoras........: "
                       CONTADOR-EQUIPES
               DISPLAY "  funcionarios ativos........: "
                       CONTADOR-ATIVOS-DEPTO
               GO TO EXCLUIR-DEPTO-EXIT
           END-IF

      *--- A contagem percorreu a tabela: o registro e relido para a
      *--- imagem antes.
           MOVE CODIGO-INFORMADO TO CODIGO-DEPARTAMENTO
           READ ARQ-DEPARTAMENTOS
               KEY IS CODIGO-DEPARTAMENTO
               INVALID KEY
                   DISPLAY "Codigo nao cadastrado: " CODIGO-INFORMADO
                   GO TO EXCLUIR-DEPTO-EXIT
           END-READ
           PERFORM PREPARAR-ALTERACAO THRU PREPARAR-ALTERACAO-EXIT
           SET OPERACAO-EXCLUSAO TO TRUE
           MOVE "EXCLUSAO DE DEPARTAMENTO" TO DESCRICAO-ALTERACAO
           MOVE REG-DEPARTAMENTO TO IMAGEM-ANTES-ALTERACAO
           PERFORM REGISTRAR-ALTERACAO THRU REGISTRAR-ALTERACAO-EXIT.
       EXCLUIR-DEPTO-EXIT.
           EXIT.

      * --- Alteracao pendente do codigo informado, com o operador ----
      * --- da partida como autor; imagens montadas pelo chamador.
       PREPARAR-ALTERACAO.
           MOVE SPACES TO REG-ALTERACAO-PENDENTE
           MOVE 0 TO NUMERO-ALTERACAO
           MOVE 0 TO VIGENCIA-REMUN-ALTERACAO
           SET ALTERACAO-DEPARTAMENTOS TO TRUE
           MOVE CODIGO-INFORMADO TO CHAVE-ALTERACAO
           MOVE OPERADOR-INFORMADO TO OPERADOR-CRIADOR-ALTERACAO.
       PREPARAR-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
      * REGISTRAR-ALTERACAO
      *   Grava a alteracao pendente em ALTERACOES-PENDENTES.DAT; a
      *   tabela nao e tocada aqui. Codigo que ja tem alteracao
      *   pendente nao recebe outra ate a decisao da primeira.
      ******************************************************************
       REGISTRAR-ALTERACAO.
           CALL "REGISTRA-ALTERACAO-PENDENTE"
               USING REG-ALTERACAO-PENDENTE
                     RESULTADO-ALTERACAO
           EVALUATE TRUE
               WHEN ALTERACAO-REGISTRADA
                   DISPLAY "Alteracao " NUMERO-ALTERACAO
                           " registrada para o departamento "
                           CODIGO-INFORMADO "; aguarda aprovacao "
                           "de outro operador."
               WHEN ALTERACAO-JA-PENDENTE
                   DISPLAY "Departamento ja tem a alteracao "
                           NUMERO-ALTERACAO " pendente de aprovacao;"
                           " nada registrado."
               WHEN OTHER
                   DISPLAY "Alteracao nao registrada."
           END-EVALUATE.
       REGISTRAR-ALTERACAO-EXIT.
           EXIT.

      *--- Conta o que ainda aponta para CODIGO-INFORMADO: filhos na
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
           IF DEPTO-SUPERIOR-DEPARTAMENTO = CODIGO-INFORMADO
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
           IF DEPTO-SUBMISSOR = CODIGO-INFORMADO
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
              AND DEPTO-FUNCIONARIO = CODIGO-INFORMADO
               ADD 1 TO CONTADOR-ATIVOS-DEPTO
           END-IF.
       CONTAR-ATIVO-DO-DEPTO-EXIT.
           EXIT.

      ******************************************************************
      * LISTAR-TABELA
      *   Percorre a tabela em ordem de codigo e exibe cada entrada.
                   SET FIM-TABELA TO TRUE
                   GO TO EXIBIR-PROXIMO-DEPTO-EXIT
           END-READ
           DISPLAY CODIGO-DEPARTAMENTO " " DESCRICAO-DEPARTAMENTO
                   " SUPERIOR " DEPTO-SUPERIOR-DEPARTAMENTO
                   " C.CUSTO " CENTRO-CUSTO-DEPARTAMENTO.
       EXIBIR-PROXIMO-DEPTO-EXIT.
           EXIT.

      * GERAR-RELATORIO-HEADCOUNT
      *   Carrega a tabela de departamentos em memoria, percorre o
      *   cadastro de funcionarios contando os ativos por lotacao
      *   (lotacao em branco ou nao cadastrada cai numa faixa propria),
      *   acumula cada contagem em todos os niveis acima do
      *   departamento e imprime o relatorio em forma de arvore, com
      *   subtotal por divisao e quadro por centro de custo.
      ******************************************************************
       GERAR-RELATORIO-HEADCOUNT.
           MOVE SPACES TO TABELA-HEADCOUNT
           MOVE 0 TO TOTAL-DEPTOS-HEADCOUNT
           MOVE 0 TO CONTADOR-SEM-DEPTO
           MOVE 0 TO CONTADOR-TOTAL-ATIVOS
           MOVE 'N' TO FLAG-HIERARQUIA-FUNDA

           MOVE SPACES TO CODIGO-DEPARTAMENTO
           MOVE 'N' TO FLAG-FIM-TABELA
               UNTIL FIM-CADASTRO
           CLOSE ARQ-FUNCIONARIOS

           IF TOTAL-DEPTOS-HEADCOUNT > 0
               PERFORM MONTAR-CAMINHO-DEPTO
                   THRU MONTAR-CAMINHO-DEPTO-EXIT
                   VARYING IDX-HEADCOUNT FROM 1 BY 1
                       UNTIL IDX-HEADCOUNT > TOTAL-DEPTOS-HEADCOUNT
               PERFORM ORDENAR-POR-CAMINHO
                   THRU ORDENAR-POR-CAMINHO-EXIT
                   VARYING IDX-HEADCOUNT FROM 1 BY 1
                       UNTIL IDX-HEADCOUNT >= TOTAL-DEPTOS-HEADCOUNT
                   AFTER IDX-COMPARADO FROM 1 BY 1
                       UNTIL IDX-COMPARADO > TOTAL-DEPTOS-HEADCOUNT
           END-IF
           IF HIERARQUIA-FUNDA
               DISPLAY "AVISO: hierarquia com mais de 10 niveis; "
                       "acumulo limitado aos 10 primeiros."
           END-IF

           PERFORM IMPRIMIR-HEADCOUNT THRU IMPRIMIR-HEADCOUNT-EXIT.
       GERAR-RELATORIO-HEADCOUNT-EXIT.
           EXIT.
           SET IDX-HEADCOUNT TO TOTAL-DEPTOS-HEADCOUNT
           MOVE CODIGO-DEPARTAMENTO    TO HEAD-CODIGO(IDX-HEADCOUNT)
           MOVE DESCRICAO-DEPARTAMENTO TO HEAD-DESCRICAO(IDX-HEADCOUNT)
           MOVE DEPTO-SUPERIOR-DEPARTAMENTO
               TO HEAD-SUPERIOR(IDX-HEADCOUNT)
           MOVE CENTRO-CUSTO-DEPARTAMENTO
               TO HEAD-CENTRO-CUSTO(IDX-HEADCOUNT)
           MOVE 0 TO HEAD-ATIVOS(IDX-HEADCOUNT)
           MOVE 0 TO HEAD-TOTAL(IDX-HEADCOUNT)
           MOVE 0 TO HEAD-NIVEL(IDX-HEADCOUNT).
       CARREGAR-DEPTO-HEADCOUNT-EXIT.
           EXIT.

       CONTAR-FUNCIONARIO-ATIVO-EXIT.
           EXIT.

      *--- Sobe do departamento IDX-HEADCOUNT ate a divisao, somando os
      *--- ativos dele no HEAD-TOTAL de cada nivel do caminho (inclusive
      *--- o proprio) e montando HEAD-CAMINHO (codigos desde o topo).
      *--- Superior fora da tabela encerra a subida: o departamento
      *--- passa a ser tratado como divisao.
       MONTAR-CAMINHO-DEPTO.
           MOVE 0 TO TOTAL-ASCENDENTES
           SET POSICAO-CORRENTE TO IDX-HEADCOUNT
           SET CADEIA-EM-ANDAMENTO TO TRUE
           PERFORM SUBIR-UM-NIVEL THRU SUBIR-UM-NIVEL-EXIT
               UNTIL NOT CADEIA-EM-ANDAMENTO
           MOVE TOTAL-ASCENDENTES TO HEAD-NIVEL(IDX-HEADCOUNT)
           SET IDX-ASCENDENTE TO TOTAL-ASCENDENTES
           MOVE HEAD-CODIGO(ASC-POSICAO(IDX-ASCENDENTE))
               TO HEAD-DIVISAO(IDX-HEADCOUNT)
           MOVE SPACES TO HEAD-CAMINHO(IDX-HEADCOUNT)
           PERFORM COMPOR-CAMINHO THRU COMPOR-CAMINHO-EXIT
               VARYING IDX-ASCENDENTE FROM TOTAL-ASCENDENTES BY -1
                   UNTIL IDX-ASCENDENTE < 1.
       MONTAR-CAMINHO-DEPTO-EXIT.
           EXIT.

       SUBIR-UM-NIVEL.
           ADD 1 TO TOTAL-ASCENDENTES
           SET IDX-ASCENDENTE TO TOTAL-ASCENDENTES
           MOVE POSICAO-CORRENTE TO ASC-POSICAO(IDX-ASCENDENTE)
           ADD HEAD-ATIVOS(IDX-HEADCOUNT)
               TO HEAD-TOTAL(POSICAO-CORRENTE)
           IF HEAD-SUPERIOR(POSICAO-CORRENTE) = SPACES
               SET CADEIA-ENCERRADA TO TRUE
               GO TO SUBIR-UM-NIVEL-EXIT
           END-IF
           IF TOTAL-ASCENDENTES >= 10
               SET HIERARQUIA-FUNDA TO TRUE
               SET CADEIA-ENCERRADA TO TRUE
               GO TO SUBIR-UM-NIVEL-EXIT
           END-IF
           SET DEPTO-NAO-ACHADO TO TRUE
           PERFORM VARYING IDX-COMPARADO FROM 1 BY 1
               UNTIL IDX-COMPARADO > TOTAL-DEPTOS-HEADCOUNT
                  OR DEPTO-ACHADO
               IF HEAD-CODIGO(IDX-COMPARADO)
                      = HEAD-SUPERIOR(POSICAO-CORRENTE)
                   SET DEPTO-ACHADO TO TRUE
                   SET POSICAO-CORRENTE TO IDX-COMPARADO
               END-IF
           END-PERFORM
           IF DEPTO-NAO-ACHADO
               SET CADEIA-ENCERRADA TO TRUE
           END-IF.
       SUBIR-UM-NIVEL-EXIT.
           EXIT.

       COMPOR-CAMINHO.
           COMPUTE POSICAO-NO-CAMINHO =
               (TOTAL-ASCENDENTES - IDX-ASCENDENTE) * 4 + 1
           MOVE HEAD-CODIGO(ASC-POSICAO(IDX-ASCENDENTE))
               TO HEAD-CAMINHO(IDX-HEADCOUNT)(POSICAO-NO-CAMINHO:4).
       COMPOR-CAMINHO-EXIT.
           EXIT.

      *--- Ordenacao por troca: depois dela cada divisao vem seguida de
      *--- seus subordinados, nivel a nivel.
       ORDENAR-POR-CAMINHO.
           IF IDX-COMPARADO > IDX-HEADCOUNT
              AND HEAD-CAMINHO(IDX-COMPARADO)
                      < HEAD-CAMINHO(IDX-HEADCOUNT)
               MOVE HEADCOUNT-DEPTO(IDX-HEADCOUNT) TO HEADCOUNT-TROCA
               MOVE HEADCOUNT-DEPTO(IDX-COMPARADO)
                   TO HEADCOUNT-DEPTO(IDX-HEADCOUNT)
               MOVE HEADCOUNT-TROCA TO HEADCOUNT-DEPTO(IDX-COMPARADO)
           END-IF.
       ORDENAR-POR-CAMINHO-EXIT.
           EXIT.

       IMPRIMIR-HEADCOUNT.
           OPEN OUTPUT ARQ-RELATORIO-HEADCOUNT
           IF NOT ARQ-RELATORIO-HEADCOUNT-OK
               INTO LINHA-HEAD-EDICAO
           MOVE LINHA-HEAD-EDICAO TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT
           MOVE SPACES TO LINHA-HEAD-EDICAO
           MOVE "DEPTO  DESCRICAO (RECUO = NIVEL)"
               TO LINHA-HEAD-EDICAO(1:32)
           MOVE "C.CUSTO"  TO LINHA-HEAD-EDICAO(55:7)
           MOVE "ATIVOS"   TO LINHA-HEAD-EDICAO(63:6)
           MOVE "C/SUBORD" TO LINHA-HEAD-EDICAO(71:8)
           MOVE LINHA-HEAD-EDICAO TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT
           MOVE ALL "-" TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT

           MOVE SPACES TO TABELA-CENTROS-CUSTO
           MOVE 0 TO TOTAL-CENTROS-CUSTO
           MOVE SPACES TO DIVISAO-CORRENTE
           MOVE 0 TO SUBTOTAL-DIVISAO
           IF TOTAL-DEPTOS-HEADCOUNT > 0
               PERFORM IMPRIMIR-LINHA-DEPTO
                   THRU IMPRIMIR-LINHA-DEPTO-EXIT
                   VARYING IDX-HEADCOUNT FROM 1 BY 1
                       UNTIL IDX-HEADCOUNT > TOTAL-DEPTOS-HEADCOUNT
               PERFORM IMPRIMIR-SUBTOTAL-DIVISAO
                   THRU IMPRIMIR-SUBTOTAL-DIVISAO-EXIT
           END-IF

           MOVE SPACES TO LINHA-HEAD-EDICAO
           MOVE LINHA-HEAD-EDICAO TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT

           PERFORM IMPRIMIR-CENTROS-CUSTO
               THRU IMPRIMIR-CENTROS-CUSTO-EXIT

           MOVE ALL "-" TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT
           MOVE SPACES TO LINHA-HEAD-EDICAO
       IMPRIMIR-HEADCOUNT-EXIT.
           EXIT.

      *--- Uma linha por departamento, recuada dois espacos por nivel;
      *--- na troca de divisao sai o subtotal da divisao anterior.
       IMPRIMIR-LINHA-DEPTO.
           IF HEAD-DIVISAO(IDX-HEADCOUNT) NOT = DIVISAO-CORRENTE
               IF IDX-HEADCOUNT > 1
                   PERFORM IMPRIMIR-SUBTOTAL-DIVISAO
                       THRU IMPRIMIR-SUBTOTAL-DIVISAO-EXIT
               END-IF
               MOVE HEAD-DIVISAO(IDX-HEADCOUNT) TO DIVISAO-CORRENTE
               MOVE HEAD-TOTAL(IDX-HEADCOUNT) TO SUBTOTAL-DIVISAO
           END-IF
           MOVE SPACES TO LINHA-HEAD-EDICAO
           COMPUTE PONTEIRO-LINHA =
               (HEAD-NIVEL(IDX-HEADCOUNT) - 1) * 2 + 1
           STRING HEAD-CODIGO(IDX-HEADCOUNT)    DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  HEAD-DESCRICAO(IDX-HEADCOUNT) DELIMITED BY SIZE
               INTO LINHA-HEAD-EDICAO
               WITH POINTER PONTEIRO-LINHA
           MOVE HEAD-CENTRO-CUSTO(IDX-HEADCOUNT)
               TO LINHA-HEAD-EDICAO(55:6)
           MOVE HEAD-ATIVOS(IDX-HEADCOUNT) TO LINHA-HEAD-EDICAO(64:5)
           MOVE HEAD-TOTAL(IDX-HEADCOUNT)  TO LINHA-HEAD-EDICAO(74:5)
           MOVE LINHA-HEAD-EDICAO TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT
           PERFORM ACUMULAR-CENTRO-CUSTO
               THRU ACUMULAR-CENTRO-CUSTO-EXIT.
       IMPRIMIR-LINHA-DEPTO-EXIT.
           EXIT.

       IMPRIMIR-SUBTOTAL-DIVISAO.
           MOVE SPACES TO LINHA-HEAD-EDICAO
           STRING "  SUBTOTAL DA DIVISAO "      DELIMITED BY SIZE
                  DIVISAO-CORRENTE              DELIMITED BY SIZE
                  "................: "          DELIMITED BY SIZE
                  SUBTOTAL-DIVISAO              DELIMITED BY SIZE
               INTO LINHA-HEAD-EDICAO
           MOVE LINHA-HEAD-EDICAO TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT
           MOVE SPACES TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT.
       IMPRIMIR-SUBTOTAL-DIVISAO-EXIT.
           EXIT.

      *--- Centro de custo soma os lotados diretamente em cada
      *--- departamento dele (sem dupla contagem pela hierarquia).
       ACUMULAR-CENTRO-CUSTO.
           SET CENTRO-NAO-ACHADO TO TRUE
           PERFORM VARYING IDX-CENTRO-CUSTO FROM 1 BY 1
               UNTIL IDX-CENTRO-CUSTO > TOTAL-CENTROS-CUSTO
                  OR CENTRO-ACHADO
               IF CC-CODIGO(IDX-CENTRO-CUSTO)
                      = HEAD-CENTRO-CUSTO(IDX-HEADCOUNT)
                   SET CENTRO-ACHADO TO TRUE
                   ADD 1 TO CC-DEPTOS(IDX-CENTRO-CUSTO)
                   ADD HEAD-ATIVOS(IDX-HEADCOUNT)
                       TO CC-ATIVOS(IDX-CENTRO-CUSTO)
               END-IF
           END-PERFORM
           IF CENTRO-NAO-ACHADO
              AND TOTAL-CENTROS-CUSTO < 50
               ADD 1 TO TOTAL-CENTROS-CUSTO
               SET IDX-CENTRO-CUSTO TO TOTAL-CENTROS-CUSTO
               MOVE HEAD-CENTRO-CUSTO(IDX-HEADCOUNT)
                   TO CC-CODIGO(IDX-CENTRO-CUSTO)
               MOVE 1 TO CC-DEPTOS(IDX-CENTRO-CUSTO)
               MOVE HEAD-ATIVOS(IDX-HEADCOUNT)
                   TO CC-ATIVOS(IDX-CENTRO-CUSTO)
           END-IF.
       ACUMULAR-CENTRO-CUSTO-EXIT.
           EXIT.

       IMPRIMIR-CENTROS-CUSTO.
           MOVE SPACES TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT
           MOVE "SUBTOTAL POR CENTRO DE CUSTO   C.CUSTO  DEPTOS  ATIVOS"
               TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT
           MOVE ALL "-" TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT
           IF TOTAL-CENTROS-CUSTO > 0
               PERFORM IMPRIMIR-LINHA-CENTRO-CUSTO
                   THRU IMPRIMIR-LINHA-CENTRO-CUSTO-EXIT
                   VARYING IDX-CENTRO-CUSTO FROM 1 BY 1
                       UNTIL IDX-CENTRO-CUSTO > TOTAL-CENTROS-CUSTO
           END-IF.
       IMPRIMIR-CENTROS-CUSTO-EXIT.
           EXIT.

       IMPRIMIR-LINHA-CENTRO-CUSTO.
           MOVE SPACES TO LINHA-HEAD-EDICAO
           MOVE CC-CODIGO(IDX-CENTRO-CUSTO) TO LINHA-HEAD-EDICAO(32:6)
           MOVE CC-DEPTOS(IDX-CENTRO-CUSTO) TO LINHA-HEAD-EDICAO(42:3)
           MOVE CC-ATIVOS(IDX-CENTRO-CUSTO) TO LINHA-HEAD-EDICAO(49:5)
           MOVE LINHA-HEAD-EDICAO TO REG-LINHA-HEADCOUNT
           WRITE REG-LINHA-HEADCOUNT.
       IMPRIMIR-LINHA-CENTRO-CUSTO-EXIT.
           EXIT.

      ******************************************************************
      * PARAGRAFOS PADRAO DE ABORT POR ERRO FATAL DE ARQUIVO (ABENDFIL)
      ******************************************************************
