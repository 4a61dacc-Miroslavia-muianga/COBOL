      ******************************************************************
      * PROGRAM-ID.   MANUTENCAO-RESERVAS.
      * AUTHOR.       R-SILVA.
      * INSTALLATION. CPD.
      * DATE-WRITTEN. 2026-10-15.
      * DATE-COMPILED.
      * PURPOSE.      Manutencao do cadastro de reservas de nomes
      *               (RESERVAS-NOMES.DAT), para que a equipe garanta
      *               um nome novo antes de comecar a codificar e o
      *               ciclo diario advirta quem submeter o mesmo nome:
      *                 1 - reservar um nome (equipe conferida no
      *                     cadastro de submissores, nome aprovado
      *                     pelo motor de regras na classe informada,
      *                     nome ainda nao aprovado no historico nem
      *                     reservado por outra equipe);
      *                 2 - cancelar uma reserva da propria equipe;
      *                 3 - listar as reservas (marcando as vencidas).
      *               Validade em branco vale 30 dias a partir de hoje.
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
       PROGRAM-ID. MANUTENCAO-RESERVAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESERVAS
               ASSIGN TO "RESERVAS-NOMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-RESERVA
               FILE STATUS IS STATUS-ARQ-RESERVAS.

           SELECT ARQ-SUBMISSORES
               ASSIGN TO "SUBMISSORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-SUBMISSOR
               FILE STATUS IS STATUS-ARQ-SUBMISSORES.

           SELECT ARQ-HISTORICO-VALIDACAO
               ASSIGN TO "HISTORICO-VALIDACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HISTORICO-VALIDACAO
               FILE STATUS IS STATUS-ARQ-HISTORICO-VALIDACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESERVAS.
       COPY RESVREC.

       FD  ARQ-SUBMISSORES.
       COPY SUBMREC.

       FD  ARQ-HISTORICO-VALIDACAO.
       COPY HISTREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RESERVAS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RESERVAS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RESERVAS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RESERVAS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RESERVAS-ERRO-OUTRO==.
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
                         ==STATUS-ARQ-HISTORICO-VALIDACAO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-HISTORICO-VALIDACAO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-HISTORICO-VALIDACAO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-HISTORICO-VALIDACAO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-HISTORICO-VALIDACAO-ERRO-OUTRO==.

      * --- Menu principal --------------------------------------------
       01 OPCAO-RESERVA          PIC 9 VALUE 9.
           88 OPCAO-SAIR                  VALUE 0.
           88 OPCAO-RESERVAR              VALUE 1.
           88 OPCAO-CANCELAR              VALUE 2.
           88 OPCAO-LISTAR                VALUE 3.

      * --- Campos de dialogo -----------------------------------------
       01 IDENTIFICADOR-INFORMADO PIC X(30) VALUE SPACES.
       01 EQUIPE-INFORMADA        PIC X(8) VALUE SPACES.
       01 CLASSE-INFORMADA        PIC X VALUE SPACE.
           88 CLASSE-INFORMADA-VALIDA     VALUES 'D' 'P' 'I' 'A'.
       01 VALIDADE-INFORMADA      PIC X(8) VALUE SPACES.
       01 VALIDADE-INFORMADA-NUM REDEFINES VALIDADE-INFORMADA
                                  PIC 9(8).
       01 VALIDADE-APURADA        PIC 9(8) VALUE 0.
       01 FLAG-FIM-LISTAGEM       PIC X VALUE 'N'.
           88 FIM-LISTAGEM                VALUE 'Y'.
       01 FLAG-SUBMISSORES-DISPONIVEIS PIC X VALUE 'N'.
           88 SUBMISSORES-DISPONIVEIS     VALUE 'S'.
           88 SUBMISSORES-INDISPONIVEIS   VALUE 'N'.
       01 FLAG-HISTORICO-DISPONIVEL PIC X VALUE 'N'.
           88 HISTORICO-DISPONIVEL        VALUE 'S'.
           88 HISTORICO-INDISPONIVEL      VALUE 'N'.
       01 FLAG-RESERVA-EXISTENTE  PIC X VALUE 'N'.
           88 RESERVA-EXISTENTE           VALUE 'S'.
           88 RESERVA-INEXISTENTE         VALUE 'N'.
       01 SITUACAO-LISTADA        PIC X(10) VALUE SPACES.
       01 WS-DATA-HORA-CORRENTE   PIC X(21).
       01 WS-DATA-HOJE            PIC 9(8) VALUE 0.
       01 WS-DIAS-INTEIROS        PIC 9(8) VALUE 0.
       01 DIAS-VALIDADE-PADRAO    PIC 9(3) VALUE 30.

      * --- Identificacao e autorizacao -------------------------------
       COPY ACESREC.

      * --- Interface com o motor de regras ---------------------------
       COPY PARAMREC.
       01 NOME-IDENTIFICADOR       PIC X(30).
       01 CLASSE-IDENTIFICADOR     PIC X VALUE 'D'.
       01 STATUS-VALIDACAO         PIC X VALUE 'S'.
           88 IDENTIFICADOR-E-VALIDO      VALUE 'S'.
           88 IDENTIFICADOR-E-INVALIDO    VALUE 'N'.
       01 MENSAGEM-DE-ERRO         PIC X(60) VALUE SPACES.
       01 INDICADOR-REGRA-VIOLADA  PIC 9 VALUE 0.
       01 INDICADOR-AVISO          PIC X VALUE 'N'.
           88 HOUVE-AVISO                 VALUE 'S'.
       01 MENSAGEM-DE-AVISO        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-PROGRAM
      *   Abre o cadastro de reservas (criando-o vazio se nao
      *   existir) e, so para consulta, o cadastro de submissores e o
      *   historico de validacao; exibe o menu ate a opcao de saida.
      ******************************************************************
       MAIN-PROGRAM.
           DISPLAY "========================================".
           DISPLAY "   MANUTENCAO DE RESERVAS DE NOMES".
           DISPLAY "========================================".

           MOVE "MANUTENCAO-RESERVAS" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               STOP RUN
           END-IF

           CALL "CARREGA-PARAMETROS" USING PARAMETROS-EFETIVOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-CORRENTE
           MOVE WS-DATA-HORA-CORRENTE(1:8) TO WS-DATA-HOJE

           PERFORM ABRIR-ARQUIVOS THRU ABRIR-ARQUIVOS-EXIT.

           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBIR-MENU
               ACCEPT OPCAO-RESERVA
               PERFORM AUTORIZAR-OPCAO THRU AUTORIZAR-OPCAO-EXIT
               EVALUATE TRUE
                   WHEN ACS-RECUSADO
                       CONTINUE
                   WHEN OPCAO-RESERVAR
                       PERFORM RESERVAR-NOME
                           THRU RESERVAR-NOME-EXIT
                   WHEN OPCAO-CANCELAR
                       PERFORM CANCELAR-RESERVA
                           THRU CANCELAR-RESERVA-EXIT
                   WHEN OPCAO-LISTAR
                       PERFORM LISTAR-RESERVAS
                           THRU LISTAR-RESERVAS-EXIT
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           CLOSE ARQ-RESERVAS.
           IF SUBMISSORES-DISPONIVEIS
               CLOSE ARQ-SUBMISSORES
           END-IF
           IF HISTORICO-DISPONIVEL
               CLOSE ARQ-HISTORICO-VALIDACAO
           END-IF
           DISPLAY "FIM DO PROGRAMA.".
           STOP RUN.

      * =========================
      * MENU PRINCIPAL
       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "1 - Reservar um nome".
           DISPLAY "2 - Cancelar uma reserva".
           DISPLAY "3 - Listar as reservas".
           DISPLAY "0 - Sair".
           DISPLAY "Escolha uma opcao: ".

      * --- Opcao escolhida conferida na autorizacao do operador ------
       AUTORIZAR-OPCAO.
           SET ACS-FUNCAO-OPCAO TO TRUE
           MOVE OPCAO-RESERVA TO ACS-OPCAO
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO.
       AUTORIZAR-OPCAO-EXIT.
           EXIT.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-RESERVAS
           IF NOT ARQ-RESERVAS-OK
               OPEN OUTPUT ARQ-RESERVAS
               CLOSE ARQ-RESERVAS
               OPEN I-O ARQ-RESERVAS
               IF NOT ARQ-RESERVAS-OK
                   PERFORM 9800-ABEND-RESERVAS
                       THRU 9800-ABEND-RESERVAS-EXIT
               END-IF
           END-IF
      *--- Sem o cadastro de submissores a equipe nao e conferida
      *--- (mesmo tratamento do ciclo diario); sem o historico, o
      *--- nome ja aprovado nao e detectado na reserva.
           OPEN INPUT ARQ-SUBMISSORES
           IF ARQ-SUBMISSORES-OK
               SET SUBMISSORES-DISPONIVEIS TO TRUE
           ELSE
               SET SUBMISSORES-INDISPONIVEIS TO TRUE
               DISPLAY "AVISO: cadastro de submissores indisponivel; "
                       "equipe nao conferida."
           END-IF
           OPEN INPUT ARQ-HISTORICO-VALIDACAO
           IF ARQ-HISTORICO-VALIDACAO-OK
               SET HISTORICO-DISPONIVEL TO TRUE
           ELSE
               SET HISTORICO-INDISPONIVEL TO TRUE
           END-IF.
       ABRIR-ARQUIVOS-EXIT.
           EXIT.

      ******************************************************************
      * RESERVAR-NOME
      *   Aceita a reserva so de equipe ativa e de nome que o motor de
      *   regras aprova na classe informada. Nome ja aprovado no
      *   historico nao se reserva (ja esta em uso); reserva ativa e
      *   vigente de outra equipe bloqueia o nome. A propria equipe
      *   pode renovar a validade; reserva vencida, liberada ou
      *   cancelada e substituida pela nova.
      ******************************************************************
       RESERVAR-NOME.
           DISPLAY "Equipe submissora (codigo): "
           ACCEPT EQUIPE-INFORMADA
           MOVE FUNCTION UPPER-CASE(EQUIPE-INFORMADA)
               TO EQUIPE-INFORMADA
           IF EQUIPE-INFORMADA = SPACES
               DISPLAY "Equipe nao pode ser branco."
               GO TO RESERVAR-NOME-EXIT
           END-IF
           IF SUBMISSORES-DISPONIVEIS
               MOVE EQUIPE-INFORMADA TO CHAVE-SUBMISSOR
               READ ARQ-SUBMISSORES
                   KEY IS CHAVE-SUBMISSOR
                   INVALID KEY
                       DISPLAY "Equipe nao cadastrada: "
                               EQUIPE-INFORMADA
                       GO TO RESERVAR-NOME-EXIT
               END-READ
               IF SUBMISSOR-INATIVO
                   DISPLAY "Equipe inativa: " EQUIPE-INFORMADA
                   GO TO RESERVAR-NOME-EXIT
               END-IF
           END-IF

           DISPLAY "Nome a reservar: "
           ACCEPT IDENTIFICADOR-INFORMADO
           IF IDENTIFICADOR-INFORMADO = SPACES
               DISPLAY "Nome nao pode ser branco."
               GO TO RESERVAR-NOME-EXIT
           END-IF
           DISPLAY "Classe (D data-name, P paragrafo, I program-id, "
                   "A arquivo): "
           ACCEPT CLASSE-INFORMADA
           MOVE FUNCTION UPPER-CASE(CLASSE-INFORMADA)
               TO CLASSE-INFORMADA
           IF CLASSE-INFORMADA = SPACE
               MOVE 'D' TO CLASSE-INFORMADA
           END-IF
           IF NOT CLASSE-INFORMADA-VALIDA
               DISPLAY "Classe invalida; informe D, P, I ou A."
               GO TO RESERVAR-NOME-EXIT
           END-IF
           DISPLAY "Validade (AAAAMMDD, branco = 30 dias): "
           ACCEPT VALIDADE-INFORMADA
           PERFORM APURAR-VALIDADE THRU APURAR-VALIDADE-EXIT
           IF VALIDADE-APURADA = 0
               GO TO RESERVAR-NOME-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(IDENTIFICADOR-INFORMADO)
               TO NOME-IDENTIFICADOR
           MOVE CLASSE-INFORMADA TO CLASSE-IDENTIFICADOR
           CALL "REGRAS-NOMENCLATURA" USING NOME-IDENTIFICADOR
                                             CLASSE-IDENTIFICADOR
                                             STATUS-VALIDACAO
                                             MENSAGEM-DE-ERRO
                                             INDICADOR-REGRA-VIOLADA
                                             INDICADOR-AVISO
                                             MENSAGEM-DE-AVISO
                                             PARAMETROS-EFETIVOS
           IF IDENTIFICADOR-E-INVALIDO
               DISPLAY "Reserva recusada: " MENSAGEM-DE-ERRO
               GO TO RESERVAR-NOME-EXIT
           END-IF
           IF HOUVE-AVISO
               DISPLAY MENSAGEM-DE-AVISO
           END-IF

           IF HISTORICO-DISPONIVEL
               MOVE NOME-IDENTIFICADOR TO CHAVE-HISTORICO-VALIDACAO
               READ ARQ-HISTORICO-VALIDACAO
                   KEY IS CHAVE-HISTORICO-VALIDACAO
                   INVALID KEY
                       MOVE SPACES TO STATUS-HISTORICO-VALIDACAO
               END-READ
               IF STATUS-HISTORICO-VALIDACAO = "VALIDO"
                   DISPLAY "Reserva recusada: nome ja aprovado no "
                           "historico de validacao."
                   GO TO RESERVAR-NOME-EXIT
               END-IF
           END-IF

           SET RESERVA-INEXISTENTE TO TRUE
           MOVE NOME-IDENTIFICADOR TO NOME-RESERVA
           READ ARQ-RESERVAS
               KEY IS NOME-RESERVA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RESERVA-EXISTENTE TO TRUE
           END-READ
           IF RESERVA-EXISTENTE
              AND RESERVA-ATIVA
              AND VALIDADE-RESERVA >= WS-DATA-HOJE
              AND EQUIPE-RESERVA NOT = EQUIPE-INFORMADA
               DISPLAY "Reserva recusada: nome reservado pela equipe "
                       EQUIPE-RESERVA " ate " VALIDADE-RESERVA
               GO TO RESERVAR-NOME-EXIT
           END-IF

           MOVE NOME-IDENTIFICADOR TO NOME-RESERVA
           MOVE EQUIPE-INFORMADA   TO EQUIPE-RESERVA
           MOVE CLASSE-INFORMADA   TO CLASSE-RESERVA
           MOVE WS-DATA-HOJE       TO DATA-RESERVA
           MOVE VALIDADE-APURADA   TO VALIDADE-RESERVA
           SET RESERVA-ATIVA TO TRUE
           MOVE 0 TO DATA-LIBERACAO-RESERVA
           IF RESERVA-EXISTENTE
               REWRITE REG-RESERVA-NOME
           ELSE
               WRITE REG-RESERVA-NOME
           END-IF
           IF NOT ARQ-RESERVAS-OK
               PERFORM 9800-ABEND-RESERVAS
                   THRU 9800-ABEND-RESERVAS-EXIT
           END-IF
           DISPLAY "Nome reservado: " NOME-RESERVA
                   " para " EQUIPE-RESERVA " ate " VALIDADE-RESERVA.
       RESERVAR-NOME-EXIT.
           EXIT.

      *--- Validade informada deve ser data AAAAMMDD existente, nao
      *--- anterior a hoje; em branco vale o prazo padrao. Devolve zero
      *--- quando a validade e recusada.
       APURAR-VALIDADE.
           MOVE 0 TO VALIDADE-APURADA
           IF VALIDADE-INFORMADA = SPACES
               COMPUTE WS-DIAS-INTEIROS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + DIAS-VALIDADE-PADRAO
               COMPUTE VALIDADE-APURADA =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS)
               GO TO APURAR-VALIDADE-EXIT
           END-IF
           IF VALIDADE-INFORMADA NOT NUMERIC
               DISPLAY "Validade invalida; informe AAAAMMDD."
               GO TO APURAR-VALIDADE-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(VALIDADE-INFORMADA-NUM)
              NOT = 0
               DISPLAY "Data inexistente: " VALIDADE-INFORMADA
               GO TO APURAR-VALIDADE-EXIT
           END-IF
           IF VALIDADE-INFORMADA < WS-DATA-HOJE
               DISPLAY "Validade ja passou; informe data futura."
               GO TO APURAR-VALIDADE-EXIT
           END-IF
           MOVE VALIDADE-INFORMADA TO VALIDADE-APURADA.
       APURAR-VALIDADE-EXIT.
           EXIT.

      ******************************************************************
      * CANCELAR-RESERVA
      *   Exclusao logica: so a equipe dona cancela, e so reserva
      *   ainda ativa.
      ******************************************************************
       CANCELAR-RESERVA.
           DISPLAY "Nome cuja reserva sera cancelada: "
           ACCEPT IDENTIFICADOR-INFORMADO
           DISPLAY "Equipe dona da reserva: "
           ACCEPT EQUIPE-INFORMADA
           MOVE FUNCTION UPPER-CASE(EQUIPE-INFORMADA)
               TO EQUIPE-INFORMADA
           MOVE FUNCTION UPPER-CASE(IDENTIFICADOR-INFORMADO)
               TO NOME-RESERVA
           READ ARQ-RESERVAS
               KEY IS NOME-RESERVA
               INVALID KEY
                   DISPLAY "Nome sem reserva cadastrada."
                   GO TO CANCELAR-RESERVA-EXIT
           END-READ
           IF NOT RESERVA-ATIVA
               DISPLAY "Reserva ja liberada ou cancelada."
               GO TO CANCELAR-RESERVA-EXIT
           END-IF
           IF EQUIPE-RESERVA NOT = EQUIPE-INFORMADA
               DISPLAY "Reserva pertence a equipe " EQUIPE-RESERVA
                       "; cancelamento recusado."
               GO TO CANCELAR-RESERVA-EXIT
           END-IF
           SET RESERVA-CANCELADA TO TRUE
           MOVE WS-DATA-HOJE TO DATA-LIBERACAO-RESERVA
           REWRITE REG-RESERVA-NOME
           IF NOT ARQ-RESERVAS-OK
               PERFORM 9800-ABEND-RESERVAS
                   THRU 9800-ABEND-RESERVAS-EXIT
           END-IF
           DISPLAY "Reserva cancelada: " NOME-RESERVA.
       CANCELAR-RESERVA-EXIT.
           EXIT.

      ******************************************************************
      * LISTAR-RESERVAS
      *   Percorre o cadastro em ordem de nome, com a situacao de cada
      *   reserva (ativa vencida aparece como VENCIDA).
      ******************************************************************
       LISTAR-RESERVAS.
           MOVE SPACES TO NOME-RESERVA
           MOVE 'N' TO FLAG-FIM-LISTAGEM
           START ARQ-RESERVAS
               KEY IS NOT LESS THAN NOME-RESERVA
               INVALID KEY
                   SET FIM-LISTAGEM TO TRUE
           END-START
           IF FIM-LISTAGEM
               DISPLAY "Nenhuma reserva cadastrada."
               GO TO LISTAR-RESERVAS-EXIT
           END-IF
           PERFORM EXIBIR-PROXIMA-RESERVA
               THRU EXIBIR-PROXIMA-RESERVA-EXIT
               UNTIL FIM-LISTAGEM.
       LISTAR-RESERVAS-EXIT.
           EXIT.

       EXIBIR-PROXIMA-RESERVA.
           READ ARQ-RESERVAS NEXT RECORD
               AT END
                   SET FIM-LISTAGEM TO TRUE
                   GO TO EXIBIR-PROXIMA-RESERVA-EXIT
           END-READ
           EVALUATE TRUE
               WHEN RESERVA-LIBERADA
                   MOVE "LIBERADA" TO SITUACAO-LISTADA
               WHEN RESERVA-CANCELADA
                   MOVE "CANCELADA" TO SITUACAO-LISTADA
               WHEN VALIDADE-RESERVA < WS-DATA-HOJE
                   MOVE "VENCIDA" TO SITUACAO-LISTADA
               WHEN OTHER
                   MOVE "ATIVA" TO SITUACAO-LISTADA
           END-EVALUATE
           DISPLAY NOME-RESERVA " " EQUIPE-RESERVA " " CLASSE-RESERVA
                   " DE " DATA-RESERVA " ATE " VALIDADE-RESERVA
                   " " SITUACAO-LISTADA.
       EXIBIR-PROXIMA-RESERVA-EXIT.
           EXIT.

      ******************************************************************
      * 9800-ABEND-RESERVAS
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RESERVAS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RESERVAS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RESERVAS==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de reservas de nomes"==.
