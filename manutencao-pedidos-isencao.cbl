      ******************************************************************
      * PROGRAM-ID.   MANUTENCAO-PEDIDOS-ISENCAO.
      * AUTHOR.       R-SILVA.
      * INSTALLATION. CPD.
      * DATE-WRITTEN. 2026-10-15.
      * DATE-COMPILED.
      * PURPOSE.      Registro dos pedidos de isencao de nomenclatura
      *               (PEDIDOS-ISENCAO.DAT) que a equipe submete ao
      *               comite, em vez do pedido por e-mail:
      *                 1 - registrar um pedido (equipe conferida no
      *                     cadastro de submissores; numero atribuido
      *                     em sequencia; um so pedido pendente por
      *                     identificador);
      *                 2 - consultar um pedido pelo numero;
      *                 3 - listar os pedidos pendentes de decisao.
      *               A decisao nao e tomada aqui: PAUTA-COMITE-
      *               ISENCOES imprime a pauta e APLICA-DECISOES-COMITE
      *               aplica as decisoes da reuniao.
      *
      * MODIFICATION HISTORY.
      *   2026-10-15  R-SILVA   Criacao.
      *   2026-10-15  R-SILVA   Operador identificado pelo
      *                         CONTROLE-ACESSO (cadastro de operadores
      *                         e tabela de autorizacoes); cada opcao
      *                         do menu e conferida na autorizacao do
      *                         operador.
      *   2026-10-15  R-SILVA   Validade informada conferida com
      *                         TEST-DATE-YYYYMMDD (mes ou dia
      *                         inexistente era aceito e depois
      *                         quebrava o INTEGER-OF-DATE dos
      *                         relatorios e das contas de dias uteis).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-PEDIDOS-ISENCAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS-ISENCAO
               ASSIGN TO "PEDIDOS-ISENCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PEDIDO
               FILE STATUS IS STATUS-ARQ-PEDIDOS-ISENCAO.

           SELECT ARQ-SUBMISSORES
               ASSIGN TO "SUBMISSORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-SUBMISSOR
               FILE STATUS IS STATUS-ARQ-SUBMISSORES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS-ISENCAO.
       COPY PEDIREC.

       FD  ARQ-SUBMISSORES.
       COPY SUBMREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-PEDIDOS-ISENCAO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-PEDIDOS-ISENCAO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-PEDIDOS-ISENCAO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-PEDIDOS-ISENCAO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-PEDIDOS-ISENCAO-ERRO-OUTRO==.
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

      * --- Menu principal --------------------------------------------
       01 OPCAO-PEDIDO           PIC 9 VALUE 9.
           88 OPCAO-SAIR                  VALUE 0.
           88 OPCAO-REGISTRAR             VALUE 1.
           88 OPCAO-CONSULTAR             VALUE 2.
           88 OPCAO-LISTAR                VALUE 3.

      * --- Campos de dialogo -----------------------------------------
       01 EQUIPE-INFORMADA        PIC X(8) VALUE SPACES.
       01 IDENTIFICADOR-INFORMADO PIC X(30) VALUE SPACES.
       01 JUSTIFICATIVA-INFORMADA PIC X(40) VALUE SPACES.
       01 VALIDADE-INFORMADA      PIC X(8) VALUE SPACES.
       01 VALIDADE-INFORMADA-NUM REDEFINES VALIDADE-INFORMADA
                                  PIC 9(8).
       01 NUMERO-INFORMADO        PIC X(6) VALUE SPACES.
       01 IDENTIFICADOR-MAIUSCULO PIC X(30) VALUE SPACES.
       01 PROXIMO-NUMERO-PEDIDO   PIC 9(6) VALUE 0.
       01 CONTADOR-PENDENTES      PIC 9(5) VALUE 0.
       01 FLAG-FIM-LISTAGEM       PIC X VALUE 'N'.
           88 FIM-LISTAGEM                VALUE 'Y'.
       01 FLAG-PEDIDO-DUPLICADO   PIC X VALUE 'N'.
           88 PEDIDO-DUPLICADO            VALUE 'S'.
           88 PEDIDO-NAO-DUPLICADO        VALUE 'N'.
       01 NUMERO-PEDIDO-DUPLICADO PIC 9(6) VALUE 0.
       01 FLAG-SUBMISSORES-DISPONIVEIS PIC X VALUE 'N'.
           88 SUBMISSORES-DISPONIVEIS     VALUE 'S'.
           88 SUBMISSORES-INDISPONIVEIS   VALUE 'N'.
       01 SITUACAO-LISTADA        PIC X(20) VALUE SPACES.
       01 WS-DATA-HORA-CORRENTE   PIC X(21).
       01 WS-DATA-HOJE            PIC 9(8) VALUE 0.

      * --- Identificacao e autorizacao -------------------------------
       COPY ACESREC.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-PROGRAM
      *   Abre o cadastro de pedidos (criando-o vazio se nao existir)
      *   e, so para consulta, o cadastro de submissores; apura o
      *   proximo numero de pedido e exibe o menu ate a saida.
      ******************************************************************
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "   PEDIDOS DE ISENCAO DE NOMENCLATURA".
           DISPLAY "========================================".

           MOVE "MANUTENCAO-PEDIDOS-ISENCAO" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-CORRENTE
           MOVE WS-DATA-HORA-CORRENTE(1:8) TO WS-DATA-HOJE

           PERFORM ABRIR-ARQUIVOS THRU ABRIR-ARQUIVOS-EXIT.
           PERFORM APURAR-PROXIMO-NUMERO
               THRU APURAR-PROXIMO-NUMERO-EXIT.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT OPCAO-PEDIDO
               PERFORM AUTORIZAR-OPCAO THRU AUTORIZAR-OPCAO-EXIT
               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN OPCAO-REGISTRAR
                       PERFORM REGISTRAR-PEDIDO
                           THRU REGISTRAR-PEDIDO-EXIT
                   WHEN OPCAO-CONSULTAR
                       PERFORM CONSULTAR-PEDIDO
                           THRU CONSULTAR-PEDIDO-EXIT
                   WHEN OPCAO-LISTAR
                       PERFORM LISTAR-PENDENTES
                           THRU LISTAR-PENDENTES-EXIT
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           CLOSE ARQ-PEDIDOS-ISENCAO.
           IF SUBMISSORES-DISPONIVEIS
               CLOSE ARQ-SUBMISSORES
           END-IF
           DISPLAY "FIM DO PROGRAMA.".
           STOP RUN.

      * =========================
      * MENU PRINCIPAL
       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "1 - Registrar um pedido de isencao".
           DISPLAY "2 - Consultar um pedido".
           DISPLAY "3 - Listar os pedidos pendentes".
           DISPLAY "0 - Sair".
           DISPLAY "Escolha uma opcao: ".

      * --- Opcao escolhida conferida na autorizacao do operador ------
       AUTORIZAR-OPCAO.
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE OPCAO-PEDIDO TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO.
       AUTORIZAR-OPCAO-EXIT.
           EXIT.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-PEDIDOS-ISENCAO
           IF NOT ARQ-PEDIDOS-ISENCAO-OK
               OPEN OUTPUT ARQ-PEDIDOS-ISENCAO
               CLOSE ARQ-PEDIDOS-ISENCAO
               OPEN I-O ARQ-PEDIDOS-ISENCAO
               IF NOT ARQ-PEDIDOS-ISENCAO-OK
                   PERFORM 9800-ABEND-PEDIDOS-ISENCAO
                       THRU 9800-ABEND-PEDIDOS-ISENCAO-EXIT
               END-IF
           END-IF
      *--- Sem o cadastro de submissores a equipe nao e conferida
      *--- (mesmo tratamento do ciclo diario).
           OPEN INPUT ARQ-SUBMISSORES
           IF ARQ-SUBMISSORES-OK
               SET SUBMISSORES-DISPONIVEIS TO TRUE
           ELSE
               SET SUBMISSORES-INDISPONIVEIS TO TRUE
               DISPLAY "AVISO: cadastro de submissores indisponivel; "
                       "equipe nao conferida."
           END-IF.
       ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *--- O numero do pedido continua do maior ja gravado (mesmo
      *--- criterio das ordens de renomeacao).
       APURAR-PROXIMO-NUMERO.
           MOVE 0 TO PROXIMO-NUMERO-PEDIDO
           MOVE 'N' TO FLAG-FIM-LISTAGEM
           MOVE 0 TO NUMERO-PEDIDO
           START ARQ-PEDIDOS-ISENCAO
               KEY IS NOT LESS THAN NUMERO-PEDIDO
               INVALID KEY
                   SET FIM-LISTAGEM TO TRUE
           END-START
           PERFORM LER-MAIOR-NUMERO THRU LER-MAIOR-NUMERO-EXIT
               UNTIL FIM-LISTAGEM
           ADD 1 TO PROXIMO-NUMERO-PEDIDO.
       APURAR-PROXIMO-NUMERO-EXIT.
           EXIT.

       LER-MAIOR-NUMERO.
           READ ARQ-PEDIDOS-ISENCAO NEXT RECORD
               AT END
                   SET FIM-LISTAGEM TO TRUE
                   GO TO LER-MAIOR-NUMERO-EXIT
           END-READ
           IF NUMERO-PEDIDO > PROXIMO-NUMERO-PEDIDO
               MOVE NUMERO-PEDIDO TO PROXIMO-NUMERO-PEDIDO
           END-IF.
       LER-MAIOR-NUMERO-EXIT.
           EXIT.

      ******************************************************************
      * REGISTRAR-PEDIDO
      *   Aceita o pedido so de equipe ativa, com justificativa e
      *   validade futura. Identificador que ja tem pedido pendente
      *   nao recebe outro (o comite decide um de cada vez).
      ******************************************************************
       REGISTRAR-PEDIDO.
           DISPLAY "Equipe submissora (codigo): "
           ACCEPT EQUIPE-INFORMADA
           MOVE FUNCTION UPPER-CASE(EQUIPE-INFORMADA)
               TO EQUIPE-INFORMADA
           IF EQUIPE-INFORMADA = SPACES
               DISPLAY "Equipe nao pode ser branco."
               GO TO REGISTRAR-PEDIDO-EXIT
           END-IF
           IF SUBMISSORES-DISPONIVEIS
               MOVE EQUIPE-INFORMADA TO CHAVE-SUBMISSOR
               READ ARQ-SUBMISSORES
                   KEY IS CHAVE-SUBMISSOR
                   INVALID KEY
                       DISPLAY "Equipe nao cadastrada: "
                               EQUIPE-INFORMADA
                       GO TO REGISTRAR-PEDIDO-EXIT
               END-READ
               IF SUBMISSOR-INATIVO
                   DISPLAY "Equipe inativa: " EQUIPE-INFORMADA
                   GO TO REGISTRAR-PEDIDO-EXIT
               END-IF
           END-IF

           DISPLAY "Identificador a isentar: "
           ACCEPT IDENTIFICADOR-INFORMADO
           IF IDENTIFICADOR-INFORMADO = SPACES
               DISPLAY "Identificador nao pode ser branco."
               GO TO REGISTRAR-PEDIDO-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(IDENTIFICADOR-INFORMADO)
               TO IDENTIFICADOR-MAIUSCULO
           PERFORM PROCURAR-PEDIDO-PENDENTE
               THRU PROCURAR-PEDIDO-PENDENTE-EXIT
           IF PEDIDO-DUPLICADO
               DISPLAY "Pedido recusado: identificador ja tem o "
                       "pedido " NUMERO-PEDIDO-DUPLICADO
                       " pendente de decisao."
               GO TO REGISTRAR-PEDIDO-EXIT
           END-IF

           DISPLAY "Justificativa: "
           ACCEPT JUSTIFICATIVA-INFORMADA
           IF JUSTIFICATIVA-INFORMADA = SPACES
               DISPLAY "Justificativa nao pode ser branco."
               GO TO REGISTRAR-PEDIDO-EXIT
           END-IF
           DISPLAY "Validade solicitada (AAAAMMDD): "
           ACCEPT VALIDADE-INFORMADA
           IF VALIDADE-INFORMADA NOT NUMERIC
               DISPLAY "Validade invalida; informe AAAAMMDD."
               GO TO REGISTRAR-PEDIDO-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(VALIDADE-INFORMADA-NUM)
              NOT = 0
               DISPLAY "Data inexistente: " VALIDADE-INFORMADA
               GO TO REGISTRAR-PEDIDO-EXIT
           END-IF
           IF VALIDADE-INFORMADA NOT > WS-DATA-HOJE
               DISPLAY "Validade deve ser posterior a hoje."
               GO TO REGISTRAR-PEDIDO-EXIT
           END-IF

           MOVE PROXIMO-NUMERO-PEDIDO   TO NUMERO-PEDIDO
           MOVE EQUIPE-INFORMADA        TO SUBMISSOR-PEDIDO
           MOVE IDENTIFICADOR-MAIUSCULO TO IDENTIFICADOR-PEDIDO
           MOVE JUSTIFICATIVA-INFORMADA TO JUSTIFICATIVA-PEDIDO
           MOVE VALIDADE-INFORMADA      TO VALIDADE-SOLICITADA-PEDIDO
           MOVE WS-DATA-HOJE            TO DATA-PEDIDO
           SET PEDIDO-PENDENTE TO TRUE
           MOVE 0 TO DATA-DECISAO-PEDIDO
           MOVE 0 TO VALIDADE-CONCEDIDA-PEDIDO
           WRITE REG-PEDIDO-ISENCAO
           IF NOT ARQ-PEDIDOS-ISENCAO-OK
               PERFORM 9800-ABEND-PEDIDOS-ISENCAO
                   THRU 9800-ABEND-PEDIDOS-ISENCAO-EXIT
           END-IF
           ADD 1 TO PROXIMO-NUMERO-PEDIDO
           DISPLAY "Pedido registrado: " NUMERO-PEDIDO
                   " - " IDENTIFICADOR-PEDIDO.
       REGISTRAR-PEDIDO-EXIT.
           EXIT.

      *--- Varre o cadastro atras de pedido pendente para o mesmo
      *--- identificador.
       PROCURAR-PEDIDO-PENDENTE.
           SET PEDIDO-NAO-DUPLICADO TO TRUE
           MOVE 'N' TO FLAG-FIM-LISTAGEM
           MOVE 0 TO NUMERO-PEDIDO
           START ARQ-PEDIDOS-ISENCAO
               KEY IS NOT LESS THAN NUMERO-PEDIDO
               INVALID KEY
                   SET FIM-LISTAGEM TO TRUE
           END-START
           PERFORM CONFERIR-PEDIDO-PENDENTE
               THRU CONFERIR-PEDIDO-PENDENTE-EXIT
               UNTIL FIM-LISTAGEM OR PEDIDO-DUPLICADO.
       PROCURAR-PEDIDO-PENDENTE-EXIT.
           EXIT.

       CONFERIR-PEDIDO-PENDENTE.
           READ ARQ-PEDIDOS-ISENCAO NEXT RECORD
               AT END
                   SET FIM-LISTAGEM TO TRUE
                   GO TO CONFERIR-PEDIDO-PENDENTE-EXIT
           END-READ
           IF PEDIDO-PENDENTE
              AND IDENTIFICADOR-PEDIDO = IDENTIFICADOR-MAIUSCULO
               SET PEDIDO-DUPLICADO TO TRUE
               MOVE NUMERO-PEDIDO TO NUMERO-PEDIDO-DUPLICADO
           END-IF.
       CONFERIR-PEDIDO-PENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * CONSULTAR-PEDIDO
      *   Mostra o pedido e, quando ja decidido, a decisao do comite.
      ******************************************************************
       CONSULTAR-PEDIDO.
           DISPLAY "Numero do pedido: "
           ACCEPT NUMERO-INFORMADO
           IF NUMERO-INFORMADO NOT NUMERIC
               DISPLAY "Numero invalido."
               GO TO CONSULTAR-PEDIDO-EXIT
           END-IF
           MOVE NUMERO-INFORMADO TO NUMERO-PEDIDO
           READ ARQ-PEDIDOS-ISENCAO
               KEY IS NUMERO-PEDIDO
               INVALID KEY
                   DISPLAY "Pedido nao encontrado: " NUMERO-INFORMADO
                   GO TO CONSULTAR-PEDIDO-EXIT
           END-READ
           PERFORM APURAR-SITUACAO-LISTADA
               THRU APURAR-SITUACAO-LISTADA-EXIT
           DISPLAY "Pedido......: " NUMERO-PEDIDO " de " DATA-PEDIDO
           DISPLAY "Equipe......: " SUBMISSOR-PEDIDO
           DISPLAY "Identificador " IDENTIFICADOR-PEDIDO
           DISPLAY "Justificativa " JUSTIFICATIVA-PEDIDO
           DISPLAY "Validade....: " VALIDADE-SOLICITADA-PEDIDO
           DISPLAY "Situacao....: " SITUACAO-LISTADA
           IF NOT PEDIDO-PENDENTE
               DISPLAY "Decidido em.: " DATA-DECISAO-PEDIDO
               IF NOT PEDIDO-NEGADO
                   DISPLAY "Concedida ate "
                           VALIDADE-CONCEDIDA-PEDIDO
               END-IF
           END-IF.
       CONSULTAR-PEDIDO-EXIT.
           EXIT.

       APURAR-SITUACAO-LISTADA.
           EVALUATE TRUE
               WHEN PEDIDO-PENDENTE
                   MOVE "PENDENTE"             TO SITUACAO-LISTADA
               WHEN PEDIDO-APROVADO
                   MOVE "APROVADO"             TO SITUACAO-LISTADA
               WHEN PEDIDO-APROVADO-PRAZO-MENOR
                   MOVE "APROVADO PRAZO MENOR" TO SITUACAO-LISTADA
               WHEN PEDIDO-NEGADO
                   MOVE "NEGADO"               TO SITUACAO-LISTADA
               WHEN OTHER
                   MOVE "?"                    TO SITUACAO-LISTADA
           END-EVALUATE.
       APURAR-SITUACAO-LISTADA-EXIT.
           EXIT.

      ******************************************************************
      * LISTAR-PENDENTES
      *   Percorre o cadastro em ordem de numero, mostrando so os
      *   pedidos que aguardam o comite.
      ******************************************************************
       LISTAR-PENDENTES.
           MOVE 0 TO CONTADOR-PENDENTES
           MOVE 'N' TO FLAG-FIM-LISTAGEM
           MOVE 0 TO NUMERO-PEDIDO
           START ARQ-PEDIDOS-ISENCAO
               KEY IS NOT LESS THAN NUMERO-PEDIDO
               INVALID KEY
                   SET FIM-LISTAGEM TO TRUE
           END-START
           PERFORM EXIBIR-PROXIMO-PENDENTE
               THRU EXIBIR-PROXIMO-PENDENTE-EXIT
               UNTIL FIM-LISTAGEM
           IF CONTADOR-PENDENTES = 0
               DISPLAY "Nenhum pedido pendente."
           END-IF.
       LISTAR-PENDENTES-EXIT.
           EXIT.

       EXIBIR-PROXIMO-PENDENTE.
           READ ARQ-PEDIDOS-ISENCAO NEXT RECORD
               AT END
                   SET FIM-LISTAGEM TO TRUE
                   GO TO EXIBIR-PROXIMO-PENDENTE-EXIT
           END-READ
           IF NOT PEDIDO-PENDENTE
               GO TO EXIBIR-PROXIMO-PENDENTE-EXIT
           END-IF
           ADD 1 TO CONTADOR-PENDENTES
           DISPLAY NUMERO-PEDIDO " " SUBMISSOR-PEDIDO " "
                   IDENTIFICADOR-PEDIDO " ATE "
                   VALIDADE-SOLICITADA-PEDIDO.
       EXIBIR-PROXIMO-PENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * 9800-ABEND-PEDIDOS-ISENCAO
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-PEDIDOS-ISENCAO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-PEDIDOS-ISENCAO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-PEDIDOS-ISENCAO==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de pedidos de isencao"==.
