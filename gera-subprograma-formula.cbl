      ******************************************************************
      * PROGRAM-ID.   GERA_SUBPROGRAMA_FORMULA.
      * AUTHOR.       R-SILVA.
      * INSTALLATION. CPD.
      * DATE-WRITTEN. 2026-10-15.
      * DATE-COMPILED.
      * PURPOSE.      Gera, a partir de uma formula gravada na
      *               biblioteca indexada de expressoes (BIBLIOTECA-
      *               EXPRESSOES.DAT, BIBLREC), o fonte de um
      *               subprograma COBOL chamavel que faz o mesmo
      *               calculo: uma instrucao por quadrupla guardada
      *               (inclusive as atribuicoes "=" do modo programa),
      *               LINKAGE com as variaveis de entrada, os
      *               resultados e uma situacao de retorno para
      *               divisao por zero e overflow. O cabecalho do
      *               membro gerado leva o nome da formula e a data de
      *               gravacao na biblioteca, para que qualquer copia
      *               em producao seja rastreada ate a formula
      *               validada - em vez de cada equipe recodificar o
      *               calculo a mao.
      *
      *               O membro e gravado em FORMULA-<NOME>.CBL, com
      *               PROGRAM-ID FORMULA-<NOME>. Nomes de variaveis
      *               viram VAR-<NOME>, temporarios TMP-<NOME>; o
      *               resultado de uma expressao sem atribuicao (modos
      *               de expressao do conversor) e devolvido em
      *               RESULTADO-EXPR-<NUMERO> (RESULTADO-FORMULA
      *               quando a formula nao tem cabecalhos "EX").
      *
      * MODIFICATION HISTORY.
      *   2026-10-15  R-SILVA   Criacao.
      *   2026-10-15  R-SILVA   Conferencia do nome da formula e
      *                         montagem do PROGRAM-ID num campo
      *                         de 12 posicoes (o do operando tem
      *                         10 e cortava os nomes longos).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA_SUBPROGRAMA_FORMULA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BIBLIOTECA-EXPRESSOES
               ASSIGN TO "BIBLIOTECA-EXPRESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-BIBLIOTECA
               FILE STATUS IS STATUS-ARQ-BIBLIOTECA-EXPRESSOES.

           SELECT ARQ-MEMBRO-GERADO
               ASSIGN DYNAMIC NOME-ARQUIVO-MEMBRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-MEMBRO-GERADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-BIBLIOTECA-EXPRESSOES.
       COPY BIBLREC.

       FD  ARQ-MEMBRO-GERADO.
       01  REG-LINHA-MEMBRO           PIC X(80).

       WORKING-STORAGE SECTION.

      * --- Biblioteca de expressoes ------------------------------------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-BIBLIOTECA-EXPRESSOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-BIBLIOTECA-EXPRESSOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-BIBLIOTECA-EXPRESSOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-BIBLIOTECA-EXPRESSOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-BIBLIOTECA-EXPRESSOES-ERRO-OUTRO==.

      * --- Membro fonte gerado -----------------------------------------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-MEMBRO-GERADO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-MEMBRO-GERADO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-MEMBRO-GERADO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-MEMBRO-GERADO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-MEMBRO-GERADO-ERRO-OUTRO==.

       01 NOME-FORMULA-PEDIDO        PIC X(12) VALUE SPACES.
       01 DATA-GRAVACAO-FORMULA      PIC X(8) VALUE SPACES.
       01 DATA-GRAVACAO-EDICAO       PIC X(10) VALUE SPACES.
       01 NOME-PROGRAMA-GERADO       PIC X(20) VALUE SPACES.
       01 NOME-ARQUIVO-MEMBRO        PIC X(40) VALUE SPACES.
       01 TAMANHO-NOME-FORMULA       PIC 9(2) VALUE 0.
       01 NOME-FORMULA-PROGRAMA      PIC X(12) VALUE SPACES.

       01 FLAG-FIM-FORMULA           PIC X VALUE 'N'.
           88 FIM-FORMULA                 VALUE 'Y'.
      * --- Recusa da geracao: a formula tem algo que nao se traduz ----
       01 FLAG-GERACAO-RECUSADA      PIC X VALUE 'N'.
           88 GERACAO-RECUSADA            VALUE 'Y'.
           88 GERACAO-VIAVEL              VALUE 'N'.
       01 MOTIVO-RECUSA              PIC X(60) VALUE SPACES.
       01 SEQ-RECUSA                 PIC 9(6) VALUE 0.

      * --- Quadruplas da formula, na ordem gravada ---------------------
       01 TABELA-QUADRUPLAS.
           05 ENTRADA-QUADRUPLA OCCURS 2000 TIMES
                                INDEXED BY IDX-QUADRUPLA.
               10 SEQ-QUADRUPLA          PIC 9(6).
               10 OPERADOR-QUADRUPLA     PIC X(2).
               10 OPERANDO-1-QUADRUPLA   PIC X(10).
               10 OPERANDO-2-QUADRUPLA   PIC X(10).
               10 RESULTADO-QUADRUPLA    PIC X(10).
       01 TOTAL-QUADRUPLAS           PIC 9(4) VALUE 0.

      * --- Grupos de expressao ("EX"); sem cabecalho, grupo unico ------
      * O resultado de um grupo sem atribuicao "=" e o temporario da
      * ultima quadrupla; ele vai para a LINKAGE sob NOME-RESULTADO-
      * GRUPO em vez de ficar na WORKING-STORAGE do membro.
       01 TABELA-GRUPOS.
           05 ENTRADA-GRUPO OCCURS 999 TIMES
                            INDEXED BY IDX-GRUPO.
               10 NUMERO-EXPRESSAO-GRUPO PIC X(6).
               10 PRIMEIRA-QUADRUPLA-GRUPO PIC 9(4).
               10 ULTIMA-QUADRUPLA-GRUPO PIC 9(4).
               10 FLAG-ATRIBUICAO-GRUPO  PIC X.
                   88 GRUPO-COM-ATRIBUICAO    VALUE 'S'.
               10 NOME-RESULTADO-GRUPO   PIC X(30).
       01 TOTAL-GRUPOS               PIC 9(3) VALUE 0.
       01 NUMERO-PARAGRAFO-GRUPO     PIC 9(4) VALUE 0.

      * --- Simbolos: variaveis (V) e temporarios (T) -------------------
      * LIDO-ANTES marca a variavel usada como operando antes de
      * receber valor na formula: e uma entrada. ATRIBUIDO marca o
      * alvo de alguma quadrupla: e um resultado. As duas marcas
      * juntas fazem uma entrada atualizada pela formula.
       01 TABELA-SIMBOLOS.
           05 ENTRADA-SIMBOLO OCCURS 200 TIMES
                              INDEXED BY IDX-SIMBOLO.
               10 NOME-SIMBOLO           PIC X(10).
               10 CLASSE-SIMBOLO         PIC X.
                   88 SIMBOLO-VARIAVEL        VALUE 'V'.
                   88 SIMBOLO-TEMPORARIO      VALUE 'T'.
               10 FLAG-LIDO-ANTES        PIC X.
                   88 SIMBOLO-LIDO-ANTES      VALUE 'S'.
               10 FLAG-ATRIBUIDO         PIC X.
                   88 SIMBOLO-ATRIBUIDO       VALUE 'S'.
       01 TOTAL-SIMBOLOS             PIC 9(3) VALUE 0.
       01 CONTADOR-ENTRADAS          PIC 9(3) VALUE 0.
       01 CONTADOR-RESULTADOS        PIC 9(3) VALUE 0.
       01 CONTADOR-TEMPORARIOS       PIC 9(3) VALUE 0.

      * --- Analise de um operando --------------------------------------
       01 OPERANDO-ANALISADO         PIC X(10) VALUE SPACES.
       01 CLASSE-OPERANDO            PIC X VALUE SPACE.
           88 OPERANDO-LITERAL            VALUE 'L'.
           88 OPERANDO-TEMPORARIO         VALUE 'T'.
           88 OPERANDO-VARIAVEL           VALUE 'V'.
           88 OPERANDO-INVALIDO           VALUE 'I'.
       01 TAMANHO-OPERANDO           PIC 9(2) VALUE 0.
       01 POSICAO-OPERANDO           PIC 9(2) VALUE 0.
       01 TEXTO-OPERANDO             PIC X(30) VALUE SPACES.
       01 TEXTO-OPERANDO-1           PIC X(30) VALUE SPACES.
       01 TEXTO-OPERANDO-2           PIC X(30) VALUE SPACES.
       01 TEXTO-ALVO                 PIC X(30) VALUE SPACES.
       01 VALOR-DIVISOR-LITERAL      PIC S9(18) VALUE 0.

      * --- Montagem das linhas do membro -------------------------------
       01 LINHA-MEMBRO               PIC X(80) VALUE SPACES.
       01 CONTADOR-LINHAS-MEMBRO     PIC 9(5) VALUE 0.
       01 WS-DATA-HORA-GERACAO       PIC X(21).
       01 WS-DATA-GERACAO-EDICAO     PIC X(10) VALUE SPACES.
       01 SEQ-EDICAO                 PIC 9(6) VALUE 0.
      * Ponto final na ultima instrucao de cada paragrafo gerado.
       01 PONTO-FINAL                PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== Geracao de Subprograma da Biblioteca ==="
           PERFORM 1000-LOCALIZAR-FORMULA THRU 1000-EXIT
           PERFORM 2000-CARREGAR-QUADRUPLAS THRU 2000-EXIT
           CLOSE ARQ-BIBLIOTECA-EXPRESSOES
           IF GERACAO-VIAVEL AND TOTAL-QUADRUPLAS = 0
               SET GERACAO-RECUSADA TO TRUE
               MOVE "FORMULA SEM QUADRUPLAS DE CALCULO" TO MOTIVO-RECUSA
           END-IF
           IF GERACAO-RECUSADA
               DISPLAY "Geracao recusada: " FUNCTION TRIM(MOTIVO-RECUSA)
               IF SEQ-RECUSA > 0
                   DISPLAY "  Quadrupla da biblioteca: " SEQ-RECUSA
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-DEFINIR-RESULTADOS THRU 3000-EXIT
           PERFORM 4000-GRAVAR-MEMBRO THRU 4000-EXIT
           PERFORM 9999-FINALIZAR THRU 9999-EXIT
           STOP RUN.

      * =========================
      * LOCALIZA A FORMULA PEDIDA E CONFERE O NOME DO MEMBRO A GERAR
       1000-LOCALIZAR-FORMULA.
           DISPLAY "Nome da formula a gerar: "
           ACCEPT NOME-FORMULA-PEDIDO
           MOVE FUNCTION UPPER-CASE(NOME-FORMULA-PEDIDO)
               TO NOME-FORMULA-PEDIDO
           IF NOME-FORMULA-PEDIDO = SPACES
               DISPLAY "Nome da formula nao pode ser branco."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *--- O nome vira parte do PROGRAM-ID: espacos internos passam a
      *--- hifen e o resto tem de ser letra, digito, hifen ou "_".
           MOVE FUNCTION TRIM(NOME-FORMULA-PEDIDO)
               TO NOME-FORMULA-PEDIDO
           MOVE 0 TO TAMANHO-NOME-FORMULA
           INSPECT FUNCTION REVERSE(NOME-FORMULA-PEDIDO)
               TALLYING TAMANHO-NOME-FORMULA FOR LEADING SPACE
           COMPUTE TAMANHO-NOME-FORMULA = 12 - TAMANHO-NOME-FORMULA
           MOVE NOME-FORMULA-PEDIDO TO NOME-FORMULA-PROGRAMA
           INSPECT NOME-FORMULA-PROGRAMA(1:TAMANHO-NOME-FORMULA)
               REPLACING ALL SPACE BY "-"
           SET OPERANDO-VARIAVEL TO TRUE
           PERFORM 1100-CONFERIR-CARACTER-NOME THRU 1100-EXIT
               VARYING POSICAO-OPERANDO FROM 1 BY 1
                   UNTIL POSICAO-OPERANDO > TAMANHO-NOME-FORMULA
           IF OPERANDO-INVALIDO
              OR NOME-FORMULA-PROGRAMA(TAMANHO-NOME-FORMULA:1) = "-"
              OR NOME-FORMULA-PROGRAMA(TAMANHO-NOME-FORMULA:1) = "_"
               DISPLAY "Nome de formula nao serve como nome de "
                       "programa: " FUNCTION TRIM(NOME-FORMULA-PEDIDO)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "FORMULA-"                  DELIMITED BY SIZE
                  NOME-FORMULA-PROGRAMA(1:TAMANHO-NOME-FORMULA)
                                              DELIMITED BY SIZE
               INTO NOME-PROGRAMA-GERADO
           STRING FUNCTION TRIM(NOME-PROGRAMA-GERADO)
                                              DELIMITED BY SIZE
                  ".CBL"                      DELIMITED BY SIZE
               INTO NOME-ARQUIVO-MEMBRO

           OPEN INPUT ARQ-BIBLIOTECA-EXPRESSOES
           IF ARQ-BIBLIOTECA-EXPRESSOES-NAO-ENCONTRADO
               DISPLAY "Biblioteca de expressoes ausente; grave uma "
                       "formula antes (CONVERTE_TRES_ENDERECOS modo 5)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT ARQ-BIBLIOTECA-EXPRESSOES-OK
               PERFORM 9800-ABEND-BIBLIOTECA-EXPRESSOES
                   THRU 9800-ABEND-BIBLIOTECA-EXPRESSOES-EXIT
           END-IF
           MOVE NOME-FORMULA-PEDIDO TO NOME-FORMULA-BIBLIOTECA
           MOVE 0 TO SEQ-FORMULA-BIBLIOTECA
           READ ARQ-BIBLIOTECA-EXPRESSOES
               KEY IS CHAVE-BIBLIOTECA
               INVALID KEY
                   DISPLAY "Formula nao encontrada na biblioteca: "
                           FUNCTION TRIM(NOME-FORMULA-PEDIDO)
                   CLOSE ARQ-BIBLIOTECA-EXPRESSOES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE OPERANDO-1-BIBLIOTECA(1:8) TO DATA-GRAVACAO-FORMULA
           STRING DATA-GRAVACAO-FORMULA(1:4) DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  DATA-GRAVACAO-FORMULA(5:2) DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  DATA-GRAVACAO-FORMULA(7:2) DELIMITED BY SIZE
               INTO DATA-GRAVACAO-EDICAO
           DISPLAY "Formula " FUNCTION TRIM(NOME-FORMULA-PEDIDO)
                   " gravada em " DATA-GRAVACAO-FORMULA.
       1000-EXIT.
           EXIT.

       1100-CONFERIR-CARACTER-NOME.
           IF NOME-FORMULA-PROGRAMA(POSICAO-OPERANDO:1) = "-"
              OR NOME-FORMULA-PROGRAMA(POSICAO-OPERANDO:1) = "_"
               GO TO 1100-EXIT
           END-IF
           IF (NOME-FORMULA-PROGRAMA(POSICAO-OPERANDO:1) < "A" OR
               NOME-FORMULA-PROGRAMA(POSICAO-OPERANDO:1) > "Z") AND
              (NOME-FORMULA-PROGRAMA(POSICAO-OPERANDO:1) < "0" OR
               NOME-FORMULA-PROGRAMA(POSICAO-OPERANDO:1) > "9")
               SET OPERANDO-INVALIDO TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      * =========================
      * CARGA DAS QUADRUPLAS DA FORMULA E CLASSIFICACAO DOS SIMBOLOS
       2000-CARREGAR-QUADRUPLAS.
           MOVE SPACES TO TABELA-SIMBOLOS
           PERFORM 2100-LER-QUADRUPLA THRU 2100-EXIT
               UNTIL FIM-FORMULA OR GERACAO-RECUSADA.
       2000-EXIT.
           EXIT.

       2100-LER-QUADRUPLA.
           READ ARQ-BIBLIOTECA-EXPRESSOES NEXT RECORD
               AT END
                   SET FIM-FORMULA TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOME-FORMULA-BIBLIOTECA NOT = NOME-FORMULA-PEDIDO
               SET FIM-FORMULA TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF OPERADOR-BIBLIOTECA = "CB"
               GO TO 2100-EXIT
           END-IF
           MOVE SEQ-FORMULA-BIBLIOTECA TO SEQ-RECUSA
      *--- Cabecalho de expressao: abre um grupo novo.
           IF OPERADOR-BIBLIOTECA = "EX"
               PERFORM 2200-ABRIR-GRUPO THRU 2200-EXIT
               IF GERACAO-VIAVEL
                   MOVE OPERANDO-1-BIBLIOTECA(1:6)
                       TO NUMERO-EXPRESSAO-GRUPO(TOTAL-GRUPOS)
               END-IF
               GO TO 2100-EXIT
           END-IF
      *--- Formula sem cabecalhos "EX": grupo unico implicito.
           IF TOTAL-GRUPOS = 0
               PERFORM 2200-ABRIR-GRUPO THRU 2200-EXIT
               IF GERACAO-RECUSADA
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF OPERADOR-BIBLIOTECA NOT = "+" AND NOT = "-"
              AND NOT = "*" AND NOT = "/" AND NOT = "="
               SET GERACAO-RECUSADA TO TRUE
               STRING "OPERADOR NAO RECONHECIDO: "  DELIMITED BY SIZE
                      OPERADOR-BIBLIOTECA           DELIMITED BY SIZE
                   INTO MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           IF TOTAL-QUADRUPLAS >= 2000
               SET GERACAO-RECUSADA TO TRUE
               MOVE "FORMULA EXCEDE 2000 QUADRUPLAS" TO MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO TOTAL-QUADRUPLAS
           SET IDX-QUADRUPLA TO TOTAL-QUADRUPLAS
           MOVE SEQ-FORMULA-BIBLIOTECA
               TO SEQ-QUADRUPLA(IDX-QUADRUPLA)
           MOVE OPERADOR-BIBLIOTECA
               TO OPERADOR-QUADRUPLA(IDX-QUADRUPLA)
           MOVE OPERANDO-1-BIBLIOTECA
               TO OPERANDO-1-QUADRUPLA(IDX-QUADRUPLA)
           MOVE OPERANDO-2-BIBLIOTECA
               TO OPERANDO-2-QUADRUPLA(IDX-QUADRUPLA)
           MOVE RESULTADO-BIBLIOTECA
               TO RESULTADO-QUADRUPLA(IDX-QUADRUPLA)
           SET IDX-GRUPO TO TOTAL-GRUPOS
           IF PRIMEIRA-QUADRUPLA-GRUPO(IDX-GRUPO) = 0
               MOVE TOTAL-QUADRUPLAS
                   TO PRIMEIRA-QUADRUPLA-GRUPO(IDX-GRUPO)
           END-IF
           MOVE TOTAL-QUADRUPLAS TO ULTIMA-QUADRUPLA-GRUPO(IDX-GRUPO)
           IF OPERADOR-BIBLIOTECA = "="
               MOVE 'S' TO FLAG-ATRIBUICAO-GRUPO(IDX-GRUPO)
           END-IF

      *--- Operandos lidos: o segundo so existe fora da atribuicao.
           MOVE OPERANDO-1-BIBLIOTECA TO OPERANDO-ANALISADO
           PERFORM 2400-REGISTRAR-OPERANDO THRU 2400-EXIT
           IF GERACAO-RECUSADA
               GO TO 2100-EXIT
           END-IF
           IF OPERADOR-BIBLIOTECA NOT = "="
               MOVE OPERANDO-2-BIBLIOTECA TO OPERANDO-ANALISADO
               PERFORM 2400-REGISTRAR-OPERANDO THRU 2400-EXIT
               IF GERACAO-RECUSADA
                   GO TO 2100-EXIT
               END-IF
           END-IF
      *--- Alvo: variavel ou temporario, nunca literal.
           MOVE RESULTADO-BIBLIOTECA TO OPERANDO-ANALISADO
           PERFORM 2500-CLASSIFICAR-OPERANDO THRU 2500-EXIT
           IF OPERANDO-INVALIDO OR OPERANDO-LITERAL
               SET GERACAO-RECUSADA TO TRUE
               STRING "ALVO INVALIDO: "             DELIMITED BY SIZE
                      RESULTADO-BIBLIOTECA          DELIMITED BY SIZE
                   INTO MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           PERFORM 2600-LOCALIZAR-SIMBOLO THRU 2600-EXIT
           IF GERACAO-VIAVEL
               MOVE 'S' TO FLAG-ATRIBUIDO(IDX-SIMBOLO)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ABRIR-GRUPO.
           IF TOTAL-GRUPOS >= 999
               SET GERACAO-RECUSADA TO TRUE
               MOVE "FORMULA EXCEDE 999 EXPRESSOES" TO MOTIVO-RECUSA
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO TOTAL-GRUPOS
           SET IDX-GRUPO TO TOTAL-GRUPOS
           MOVE SPACES TO NUMERO-EXPRESSAO-GRUPO(IDX-GRUPO)
                          FLAG-ATRIBUICAO-GRUPO(IDX-GRUPO)
                          NOME-RESULTADO-GRUPO(IDX-GRUPO)
           MOVE 0 TO PRIMEIRA-QUADRUPLA-GRUPO(IDX-GRUPO)
                     ULTIMA-QUADRUPLA-GRUPO(IDX-GRUPO).
       2200-EXIT.
           EXIT.

      *--- Operando lido: literal passa direto; variavel ainda sem
      *--- valor atribuido na formula e uma entrada do subprograma.
       2400-REGISTRAR-OPERANDO.
           PERFORM 2500-CLASSIFICAR-OPERANDO THRU 2500-EXIT
           IF OPERANDO-INVALIDO
               SET GERACAO-RECUSADA TO TRUE
               STRING "OPERANDO INVALIDO: "         DELIMITED BY SIZE
                      OPERANDO-ANALISADO            DELIMITED BY SIZE
                   INTO MOTIVO-RECUSA
               GO TO 2400-EXIT
           END-IF
           IF OPERANDO-LITERAL
               GO TO 2400-EXIT
           END-IF
           PERFORM 2600-LOCALIZAR-SIMBOLO THRU 2600-EXIT
           IF GERACAO-RECUSADA
               GO TO 2400-EXIT
           END-IF
           IF SIMBOLO-VARIAVEL(IDX-SIMBOLO)
              AND NOT SIMBOLO-ATRIBUIDO(IDX-SIMBOLO)
               MOVE 'S' TO FLAG-LIDO-ANTES(IDX-SIMBOLO)
           END-IF.
       2400-EXIT.
           EXIT.

      *--- Literal: digitos, com ou sem sinal. Temporario: "T" seguido
      *--- de digitos (T1, T2, ... do conversor). Variavel: qualquer
      *--- outro nome de letras e digitos comecando por letra.
       2500-CLASSIFICAR-OPERANDO.
           SET OPERANDO-INVALIDO TO TRUE
           MOVE 0 TO TAMANHO-OPERANDO
           INSPECT OPERANDO-ANALISADO TALLYING TAMANHO-OPERANDO
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF TAMANHO-OPERANDO = 0
               GO TO 2500-EXIT
           END-IF
           IF TAMANHO-OPERANDO < 10
               IF OPERANDO-ANALISADO(TAMANHO-OPERANDO + 1:) NOT = SPACES
                   GO TO 2500-EXIT
               END-IF
           END-IF
           IF OPERANDO-ANALISADO(1:1) = "+" OR
              OPERANDO-ANALISADO(1:1) = "-"
               IF TAMANHO-OPERANDO > 1
                   IF OPERANDO-ANALISADO(2:TAMANHO-OPERANDO - 1)
                       IS NUMERIC
                       SET OPERANDO-LITERAL TO TRUE
                   END-IF
               END-IF
               GO TO 2500-EXIT
           END-IF
           IF OPERANDO-ANALISADO(1:TAMANHO-OPERANDO) IS NUMERIC
               SET OPERANDO-LITERAL TO TRUE
               GO TO 2500-EXIT
           END-IF
           IF OPERANDO-ANALISADO(1:1) < "A" OR
              OPERANDO-ANALISADO(1:1) > "Z"
               GO TO 2500-EXIT
           END-IF
           SET OPERANDO-VARIAVEL TO TRUE
           PERFORM 2510-CONFERIR-CARACTER THRU 2510-EXIT
               VARYING POSICAO-OPERANDO FROM 2 BY 1
                   UNTIL POSICAO-OPERANDO > TAMANHO-OPERANDO
           IF OPERANDO-INVALIDO
               GO TO 2500-EXIT
           END-IF
           IF OPERANDO-ANALISADO(1:1) = "T" AND TAMANHO-OPERANDO > 1
               IF OPERANDO-ANALISADO(2:TAMANHO-OPERANDO - 1)
                   IS NUMERIC
                   SET OPERANDO-TEMPORARIO TO TRUE
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CONFERIR-CARACTER.
           IF (OPERANDO-ANALISADO(POSICAO-OPERANDO:1) < "A" OR
               OPERANDO-ANALISADO(POSICAO-OPERANDO:1) > "Z") AND
              (OPERANDO-ANALISADO(POSICAO-OPERANDO:1) < "0" OR
               OPERANDO-ANALISADO(POSICAO-OPERANDO:1) > "9")
               SET OPERANDO-INVALIDO TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *--- Procura o simbolo ja classificado; se novo, inclui na ordem
      *--- de primeira aparicao (a ordem dos campos na LINKAGE).
       2600-LOCALIZAR-SIMBOLO.
           SET IDX-SIMBOLO TO 1
           SEARCH ENTRADA-SIMBOLO
               AT END
                   IF TOTAL-SIMBOLOS >= 200
                       SET GERACAO-RECUSADA TO TRUE
                       MOVE "FORMULA EXCEDE 200 VARIAVEIS E TEMPORARIOS"
                           TO MOTIVO-RECUSA
                   ELSE
                       ADD 1 TO TOTAL-SIMBOLOS
                       SET IDX-SIMBOLO TO TOTAL-SIMBOLOS
                       MOVE OPERANDO-ANALISADO
                           TO NOME-SIMBOLO(IDX-SIMBOLO)
                       MOVE CLASSE-OPERANDO
                           TO CLASSE-SIMBOLO(IDX-SIMBOLO)
                       MOVE 'N' TO FLAG-LIDO-ANTES(IDX-SIMBOLO)
                                   FLAG-ATRIBUIDO(IDX-SIMBOLO)
                   END-IF
               WHEN NOME-SIMBOLO(IDX-SIMBOLO) = OPERANDO-ANALISADO
                   CONTINUE
           END-SEARCH.
       2600-EXIT.
           EXIT.

      * =========================
      * RESULTADOS DEVOLVIDOS: VARIAVEIS ATRIBUIDAS E, NOS GRUPOS SEM
      * ATRIBUICAO, O TEMPORARIO DA ULTIMA QUADRUPLA
       3000-DEFINIR-RESULTADOS.
           PERFORM 3100-DEFINIR-RESULTADO-GRUPO THRU 3100-EXIT
               VARYING IDX-GRUPO FROM 1 BY 1
                   UNTIL IDX-GRUPO > TOTAL-GRUPOS
           PERFORM 3200-CONTAR-SIMBOLO THRU 3200-EXIT
               VARYING IDX-SIMBOLO FROM 1 BY 1
                   UNTIL IDX-SIMBOLO > TOTAL-SIMBOLOS.
       3000-EXIT.
           EXIT.

       3100-DEFINIR-RESULTADO-GRUPO.
           IF ULTIMA-QUADRUPLA-GRUPO(IDX-GRUPO) = 0
              OR GRUPO-COM-ATRIBUICAO(IDX-GRUPO)
               GO TO 3100-EXIT
           END-IF
           SET IDX-QUADRUPLA TO ULTIMA-QUADRUPLA-GRUPO(IDX-GRUPO)
           MOVE RESULTADO-QUADRUPLA(IDX-QUADRUPLA) TO OPERANDO-ANALISADO
           PERFORM 2500-CLASSIFICAR-OPERANDO THRU 2500-EXIT
           IF NOT OPERANDO-TEMPORARIO
               GO TO 3100-EXIT
           END-IF
           IF NUMERO-EXPRESSAO-GRUPO(IDX-GRUPO) = SPACES
               MOVE "RESULTADO-FORMULA"
                   TO NOME-RESULTADO-GRUPO(IDX-GRUPO)
           ELSE
               STRING "RESULTADO-EXPR-"           DELIMITED BY SIZE
                      NUMERO-EXPRESSAO-GRUPO(IDX-GRUPO)
                                                  DELIMITED BY SIZE
                   INTO NOME-RESULTADO-GRUPO(IDX-GRUPO)
           END-IF
           ADD 1 TO CONTADOR-RESULTADOS.
       3100-EXIT.
           EXIT.

       3200-CONTAR-SIMBOLO.
           IF SIMBOLO-TEMPORARIO(IDX-SIMBOLO)
               ADD 1 TO CONTADOR-TEMPORARIOS
               GO TO 3200-EXIT
           END-IF
           IF SIMBOLO-LIDO-ANTES(IDX-SIMBOLO)
               ADD 1 TO CONTADOR-ENTRADAS
           ELSE
               ADD 1 TO CONTADOR-RESULTADOS
           END-IF.
       3200-EXIT.
           EXIT.

      * =========================
      * GRAVACAO DO MEMBRO FONTE
       4000-GRAVAR-MEMBRO.
           OPEN OUTPUT ARQ-MEMBRO-GERADO
           IF NOT ARQ-MEMBRO-GERADO-OK
               PERFORM 9800-ABEND-MEMBRO-GERADO
                   THRU 9800-ABEND-MEMBRO-GERADO-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-GERACAO
           STRING WS-DATA-HORA-GERACAO(1:4) DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-DATA-HORA-GERACAO(5:2) DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-DATA-HORA-GERACAO(7:2) DELIMITED BY SIZE
               INTO WS-DATA-GERACAO-EDICAO
           PERFORM 4100-GRAVAR-CABECALHO THRU 4100-EXIT
           PERFORM 4200-GRAVAR-DADOS THRU 4200-EXIT
           PERFORM 4300-GRAVAR-LINKAGE THRU 4300-EXIT
           PERFORM 4400-GRAVAR-PRINCIPAL THRU 4400-EXIT
           PERFORM 4500-GRAVAR-GRUPO THRU 4500-EXIT
               VARYING IDX-GRUPO FROM 1 BY 1
                   UNTIL IDX-GRUPO > TOTAL-GRUPOS
           PERFORM 4700-GRAVAR-ROTINAS-FALHA THRU 4700-EXIT
           CLOSE ARQ-MEMBRO-GERADO.
       4000-EXIT.
           EXIT.

      *--- Bloco de cabecalho no padrao da casa, com a formula de
      *--- origem e a data de gravacao na biblioteca para rastreio.
       4100-GRAVAR-CABECALHO.
           PERFORM 8100-GRAVAR-LINHA-ASTERISCOS THRU 8100-EXIT
           STRING "* PROGRAM-ID.   "            DELIMITED BY SIZE
                  FUNCTION TRIM(NOME-PROGRAMA-GERADO)
                                                DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
               INTO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* AUTHOR.       GERA_SUBPROGRAMA_FORMULA."
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* INSTALLATION. CPD." TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "* DATE-WRITTEN. "            DELIMITED BY SIZE
                  WS-DATA-GERACAO-EDICAO        DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
               INTO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* DATE-COMPILED." TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "* PURPOSE.      Calculo da formula "
                                                DELIMITED BY SIZE
                  FUNCTION TRIM(NOME-FORMULA-PEDIDO)
                                                DELIMITED BY SIZE
                  " da biblioteca"              DELIMITED BY SIZE
               INTO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "*               de expressoes, uma instrucao por"
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "*               quadrupla guardada. Membro gerado:"
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "*               nao alterar a mao - regerar a partir"
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "*               da biblioteca."
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "*" TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "* FORMULA DE ORIGEM....: "   DELIMITED BY SIZE
                  NOME-FORMULA-PEDIDO           DELIMITED BY SIZE
               INTO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* BIBLIOTECA...........: BIBLIOTECA-EXPRESSOES.DAT"
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "* GRAVADA NA BIBLIOTECA: "   DELIMITED BY SIZE
                  DATA-GRAVACAO-EDICAO          DELIMITED BY SIZE
               INTO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "* QUADRUPLAS...........: "   DELIMITED BY SIZE
                  TOTAL-QUADRUPLAS              DELIMITED BY SIZE
               INTO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "*" TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "* CHAMADA: CALL """          DELIMITED BY SIZE
                  FUNCTION TRIM(NOME-PROGRAMA-GERADO)
                                                DELIMITED BY SIZE
                  """ USING AREA-FORMULA."      DELIMITED BY SIZE
               INTO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* SITUACAO-FORMULA: 00 CALCULADA, 10 DIVISAO POR ZERO,"
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* 20 OVERFLOW; QUADRUPLA-FALHA-FORMULA TRAZ A SEQ."
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* DA PRIMEIRA QUADRUPLA QUE FALHOU. A FALHA ENCERRA"
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* SO A EXPRESSAO (""EX"") EM QUE OCORREU; AS OUTRAS"
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* SAO CALCULADAS, COMO EM EXECUTA_TRES_ENDERECOS."
               TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           PERFORM 8100-GRAVAR-LINHA-ASTERISCOS THRU 8100-EXIT
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "IDENTIFICATION DIVISION." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "PROGRAM-ID. "                DELIMITED BY SIZE
                  FUNCTION TRIM(NOME-PROGRAMA-GERADO)
                                                DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
               INTO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

      *--- Identificacao da origem em tempo de execucao, controles da
      *--- falha e os temporarios da formula.
       4200-GRAVAR-DADOS.
           MOVE "DATA DIVISION." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "WORKING-STORAGE SECTION." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "01 NOME-FORMULA-ORIGEM" TO LINHA-MEMBRO(8:)
           STRING "PIC X(12) VALUE """          DELIMITED BY SIZE
                  FUNCTION TRIM(NOME-FORMULA-PEDIDO)
                                                DELIMITED BY SIZE
                  """."                         DELIMITED BY SIZE
               INTO LINHA-MEMBRO(41:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "01 DATA-GRAVACAO-ORIGEM" TO LINHA-MEMBRO(8:)
           STRING "PIC X(8) VALUE """           DELIMITED BY SIZE
                  DATA-GRAVACAO-FORMULA         DELIMITED BY SIZE
                  """."                         DELIMITED BY SIZE
               INTO LINHA-MEMBRO(41:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "01 QUADRUPLA-CORRENTE" TO LINHA-MEMBRO(8:)
           MOVE "PIC 9(6) VALUE 0." TO LINHA-MEMBRO(41:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "01 CODIGO-FALHA-CORRENTE" TO LINHA-MEMBRO(8:)
           MOVE "PIC 9(2) VALUE 0." TO LINHA-MEMBRO(41:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           IF CONTADOR-TEMPORARIOS > 0
               MOVE "01 TEMPORARIOS-FORMULA." TO LINHA-MEMBRO(8:)
               PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
               PERFORM 4210-GRAVAR-TEMPORARIO THRU 4210-EXIT
                   VARYING IDX-SIMBOLO FROM 1 BY 1
                       UNTIL IDX-SIMBOLO > TOTAL-SIMBOLOS
           END-IF
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

       4210-GRAVAR-TEMPORARIO.
           IF NOT SIMBOLO-TEMPORARIO(IDX-SIMBOLO)
               GO TO 4210-EXIT
           END-IF
           STRING "05 TMP-"                     DELIMITED BY SIZE
                  NOME-SIMBOLO(IDX-SIMBOLO)     DELIMITED BY SPACE
               INTO LINHA-MEMBRO(12:)
           MOVE "PIC S9(18)." TO LINHA-MEMBRO(41:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4210-EXIT.
           EXIT.

      *--- Area unica de chamada: entradas, entradas que a formula
      *--- atualiza, resultados e a situacao do calculo.
       4300-GRAVAR-LINKAGE.
           MOVE "LINKAGE SECTION." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "01 AREA-FORMULA." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           IF CONTADOR-ENTRADAS > 0
               MOVE "*--- Entradas"
                   TO LINHA-MEMBRO(7:)
               PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
               PERFORM 4310-GRAVAR-ENTRADA THRU 4310-EXIT
                   VARYING IDX-SIMBOLO FROM 1 BY 1
                       UNTIL IDX-SIMBOLO > TOTAL-SIMBOLOS
           END-IF
           IF CONTADOR-RESULTADOS > 0
               MOVE "*--- Resultados" TO LINHA-MEMBRO(7:)
               PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
               PERFORM 4320-GRAVAR-RESULTADO THRU 4320-EXIT
                   VARYING IDX-SIMBOLO FROM 1 BY 1
                       UNTIL IDX-SIMBOLO > TOTAL-SIMBOLOS
               PERFORM 4330-GRAVAR-RESULTADO-GRUPO THRU 4330-EXIT
                   VARYING IDX-GRUPO FROM 1 BY 1
                       UNTIL IDX-GRUPO > TOTAL-GRUPOS
           END-IF
           MOVE "*--- Situacao do calculo" TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "05 SITUACAO-FORMULA" TO LINHA-MEMBRO(12:)
           MOVE "PIC 9(2)." TO LINHA-MEMBRO(41:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "88 FORMULA-CALCULADA" TO LINHA-MEMBRO(16:)
           MOVE "VALUE 0." TO LINHA-MEMBRO(45:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "88 FORMULA-DIVISAO-POR-ZERO" TO LINHA-MEMBRO(16:)
           MOVE "VALUE 10." TO LINHA-MEMBRO(45:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "88 FORMULA-OVERFLOW" TO LINHA-MEMBRO(16:)
           MOVE "VALUE 20." TO LINHA-MEMBRO(45:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "05 QUADRUPLA-FALHA-FORMULA" TO LINHA-MEMBRO(12:)
           MOVE "PIC 9(6)." TO LINHA-MEMBRO(41:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

       4310-GRAVAR-ENTRADA.
           IF NOT SIMBOLO-VARIAVEL(IDX-SIMBOLO)
              OR NOT SIMBOLO-LIDO-ANTES(IDX-SIMBOLO)
               GO TO 4310-EXIT
           END-IF
           IF SIMBOLO-ATRIBUIDO(IDX-SIMBOLO)
               STRING "*    VAR-"                 DELIMITED BY SIZE
                      NOME-SIMBOLO(IDX-SIMBOLO)   DELIMITED BY SPACE
                      ": tambem atualizada pela formula"
                                                  DELIMITED BY SIZE
                   INTO LINHA-MEMBRO(7:)
               PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           END-IF
           STRING "05 VAR-"                     DELIMITED BY SIZE
                  NOME-SIMBOLO(IDX-SIMBOLO)     DELIMITED BY SPACE
               INTO LINHA-MEMBRO(12:)
           MOVE "PIC S9(18)." TO LINHA-MEMBRO(41:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4310-EXIT.
           EXIT.

       4320-GRAVAR-RESULTADO.
           IF NOT SIMBOLO-VARIAVEL(IDX-SIMBOLO)
              OR SIMBOLO-LIDO-ANTES(IDX-SIMBOLO)
               GO TO 4320-EXIT
           END-IF
           STRING "05 VAR-"                     DELIMITED BY SIZE
                  NOME-SIMBOLO(IDX-SIMBOLO)     DELIMITED BY SPACE
               INTO LINHA-MEMBRO(12:)
           MOVE "PIC S9(18)." TO LINHA-MEMBRO(41:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4320-EXIT.
           EXIT.

       4330-GRAVAR-RESULTADO-GRUPO.
           IF NOME-RESULTADO-GRUPO(IDX-GRUPO) = SPACES
               GO TO 4330-EXIT
           END-IF
           STRING "05 "                         DELIMITED BY SIZE
                  NOME-RESULTADO-GRUPO(IDX-GRUPO)
                                                DELIMITED BY SPACE
               INTO LINHA-MEMBRO(12:)
           MOVE "PIC S9(18)." TO LINHA-MEMBRO(41:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4330-EXIT.
           EXIT.

      *--- Paragrafo principal: zera a situacao e os resultados puros,
      *--- executa as expressoes na ordem gravada e devolve o controle.
       4400-GRAVAR-PRINCIPAL.
           MOVE "PROCEDURE DIVISION USING AREA-FORMULA."
               TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "0000-CALCULAR-FORMULA." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "MOVE 0 TO SITUACAO-FORMULA QUADRUPLA-FALHA-FORMULA"
               TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           IF CONTADOR-TEMPORARIOS > 0
               MOVE "INITIALIZE TEMPORARIOS-FORMULA"
                   TO LINHA-MEMBRO(12:)
               PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           END-IF
           PERFORM 4410-ZERAR-RESULTADO THRU 4410-EXIT
               VARYING IDX-SIMBOLO FROM 1 BY 1
                   UNTIL IDX-SIMBOLO > TOTAL-SIMBOLOS
           PERFORM 4420-ZERAR-RESULTADO-GRUPO THRU 4420-EXIT
               VARYING IDX-GRUPO FROM 1 BY 1
                   UNTIL IDX-GRUPO > TOTAL-GRUPOS
           PERFORM 4430-CHAMAR-GRUPO THRU 4430-EXIT
               VARYING IDX-GRUPO FROM 1 BY 1
                   UNTIL IDX-GRUPO > TOTAL-GRUPOS
           MOVE "GOBACK." TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4400-EXIT.
           EXIT.

       4410-ZERAR-RESULTADO.
           IF NOT SIMBOLO-VARIAVEL(IDX-SIMBOLO)
              OR SIMBOLO-LIDO-ANTES(IDX-SIMBOLO)
               GO TO 4410-EXIT
           END-IF
           STRING "MOVE 0 TO VAR-"              DELIMITED BY SIZE
                  NOME-SIMBOLO(IDX-SIMBOLO)     DELIMITED BY SPACE
               INTO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4410-EXIT.
           EXIT.

       4420-ZERAR-RESULTADO-GRUPO.
           IF NOME-RESULTADO-GRUPO(IDX-GRUPO) = SPACES
               GO TO 4420-EXIT
           END-IF
           STRING "MOVE 0 TO "                  DELIMITED BY SIZE
                  NOME-RESULTADO-GRUPO(IDX-GRUPO)
                                                DELIMITED BY SPACE
               INTO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4420-EXIT.
           EXIT.

       4430-CHAMAR-GRUPO.
           IF ULTIMA-QUADRUPLA-GRUPO(IDX-GRUPO) = 0
               GO TO 4430-EXIT
           END-IF
           SET NUMERO-PARAGRAFO-GRUPO TO IDX-GRUPO
           ADD 1000 TO NUMERO-PARAGRAFO-GRUPO
           STRING "PERFORM "                    DELIMITED BY SIZE
                  NUMERO-PARAGRAFO-GRUPO        DELIMITED BY SIZE
                  "-EXPRESSAO THRU "            DELIMITED BY SIZE
                  NUMERO-PARAGRAFO-GRUPO        DELIMITED BY SIZE
                  "-EXIT"                       DELIMITED BY SIZE
               INTO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4430-EXIT.
           EXIT.

      *--- Um paragrafo por expressao; uma instrucao por quadrupla.
      *--- Grupo sem quadruplas (cabecalho "EX" vazio) nao gera nada.
       4500-GRAVAR-GRUPO.
           IF ULTIMA-QUADRUPLA-GRUPO(IDX-GRUPO) = 0
               GO TO 4500-EXIT
           END-IF
           SET NUMERO-PARAGRAFO-GRUPO TO IDX-GRUPO
           ADD 1000 TO NUMERO-PARAGRAFO-GRUPO
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* =========================" TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           IF NUMERO-EXPRESSAO-GRUPO(IDX-GRUPO) = SPACES
               MOVE "* FORMULA (EXPRESSAO UNICA)" TO LINHA-MEMBRO(7:)
           ELSE
               STRING "* EXPRESSAO "            DELIMITED BY SIZE
                      NUMERO-EXPRESSAO-GRUPO(IDX-GRUPO)
                                                DELIMITED BY SIZE
                   INTO LINHA-MEMBRO(7:)
           END-IF
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING NUMERO-PARAGRAFO-GRUPO        DELIMITED BY SIZE
                  "-EXPRESSAO."                 DELIMITED BY SIZE
               INTO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           PERFORM 4600-GRAVAR-QUADRUPLA THRU 4600-EXIT
               VARYING IDX-QUADRUPLA
                   FROM PRIMEIRA-QUADRUPLA-GRUPO(IDX-GRUPO) BY 1
                   UNTIL IDX-QUADRUPLA >
                         ULTIMA-QUADRUPLA-GRUPO(IDX-GRUPO)
           STRING NUMERO-PARAGRAFO-GRUPO        DELIMITED BY SIZE
                  "-EXIT."                      DELIMITED BY SIZE
               INTO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "EXIT." TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4500-EXIT.
           EXIT.

       4600-GRAVAR-QUADRUPLA.
           MOVE SPACE TO PONTO-FINAL
           IF IDX-QUADRUPLA = ULTIMA-QUADRUPLA-GRUPO(IDX-GRUPO)
               MOVE "." TO PONTO-FINAL
           END-IF
      *--- Comentario com a quadrupla original, como na listagem.
           MOVE SEQ-QUADRUPLA(IDX-QUADRUPLA) TO SEQ-EDICAO
           IF OPERADOR-QUADRUPLA(IDX-QUADRUPLA) = "="
               STRING "*--- "                   DELIMITED BY SIZE
                      SEQ-EDICAO                DELIMITED BY SIZE
                      "  "                      DELIMITED BY SIZE
                      RESULTADO-QUADRUPLA(IDX-QUADRUPLA)
                                                DELIMITED BY SPACE
                      " = "                     DELIMITED BY SIZE
                      OPERANDO-1-QUADRUPLA(IDX-QUADRUPLA)
                                                DELIMITED BY SPACE
                   INTO LINHA-MEMBRO(7:)
           ELSE
               STRING "*--- "                   DELIMITED BY SIZE
                      SEQ-EDICAO                DELIMITED BY SIZE
                      "  "                      DELIMITED BY SIZE
                      RESULTADO-QUADRUPLA(IDX-QUADRUPLA)
                                                DELIMITED BY SPACE
                      " = "                     DELIMITED BY SIZE
                      OPERANDO-1-QUADRUPLA(IDX-QUADRUPLA)
                                                DELIMITED BY SPACE
                      " "                       DELIMITED BY SIZE
                      OPERADOR-QUADRUPLA(IDX-QUADRUPLA)(1:1)
                                                DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      OPERANDO-2-QUADRUPLA(IDX-QUADRUPLA)
                                                DELIMITED BY SPACE
                   INTO LINHA-MEMBRO(7:)
           END-IF
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT

           MOVE OPERANDO-1-QUADRUPLA(IDX-QUADRUPLA)
               TO OPERANDO-ANALISADO
           PERFORM 4800-TRADUZIR-OPERANDO THRU 4800-EXIT
           MOVE TEXTO-OPERANDO TO TEXTO-OPERANDO-1
           MOVE OPERANDO-2-QUADRUPLA(IDX-QUADRUPLA)
               TO OPERANDO-ANALISADO
           PERFORM 4800-TRADUZIR-OPERANDO THRU 4800-EXIT
           MOVE TEXTO-OPERANDO TO TEXTO-OPERANDO-2
      *--- Alvo: o temporario final de grupo sem atribuicao vai direto
      *--- para o resultado da expressao na LINKAGE.
           IF IDX-QUADRUPLA = ULTIMA-QUADRUPLA-GRUPO(IDX-GRUPO)
              AND NOME-RESULTADO-GRUPO(IDX-GRUPO) NOT = SPACES
               MOVE NOME-RESULTADO-GRUPO(IDX-GRUPO) TO TEXTO-ALVO
           ELSE
               MOVE RESULTADO-QUADRUPLA(IDX-QUADRUPLA)
                   TO OPERANDO-ANALISADO
               PERFORM 4800-TRADUZIR-OPERANDO THRU 4800-EXIT
               MOVE TEXTO-OPERANDO TO TEXTO-ALVO
           END-IF

           IF OPERADOR-QUADRUPLA(IDX-QUADRUPLA) = "="
               STRING "MOVE "                   DELIMITED BY SIZE
                      TEXTO-OPERANDO-1          DELIMITED BY SPACE
                      " TO "                    DELIMITED BY SIZE
                      TEXTO-ALVO                DELIMITED BY SPACE
                      PONTO-FINAL               DELIMITED BY SPACE
                   INTO LINHA-MEMBRO(12:)
               PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
               GO TO 4600-EXIT
           END-IF

      *--- Divisao: divisor zero falha a expressao, como no executor.
      *--- Divisor literal e conferido aqui mesmo.
           IF OPERADOR-QUADRUPLA(IDX-QUADRUPLA) = "/"
               MOVE OPERANDO-2-QUADRUPLA(IDX-QUADRUPLA)
                   TO OPERANDO-ANALISADO
               PERFORM 2500-CLASSIFICAR-OPERANDO THRU 2500-EXIT
               IF OPERANDO-LITERAL
                   COMPUTE VALOR-DIVISOR-LITERAL =
                       FUNCTION NUMVAL(OPERANDO-ANALISADO)
                   IF VALOR-DIVISOR-LITERAL = 0
                       PERFORM 4610-GRAVAR-FALHA-DIVISAO THRU 4610-EXIT
                       GO TO 4600-EXIT
                   END-IF
               ELSE
                   STRING "IF "                 DELIMITED BY SIZE
                          TEXTO-OPERANDO-2      DELIMITED BY SPACE
                          " = 0"                DELIMITED BY SIZE
                       INTO LINHA-MEMBRO(12:)
                   PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
                   PERFORM 4610-GRAVAR-FALHA-DIVISAO THRU 4610-EXIT
                   MOVE "END-IF" TO LINHA-MEMBRO(12:)
                   PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
               END-IF
           END-IF

           STRING "COMPUTE "                    DELIMITED BY SIZE
                  TEXTO-ALVO                    DELIMITED BY SPACE
                  " ="                          DELIMITED BY SIZE
               INTO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING TEXTO-OPERANDO-1              DELIMITED BY SPACE
                  " "                           DELIMITED BY SIZE
                  OPERADOR-QUADRUPLA(IDX-QUADRUPLA)(1:1)
                                                DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  TEXTO-OPERANDO-2              DELIMITED BY SPACE
               INTO LINHA-MEMBRO(16:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "ON SIZE ERROR" TO LINHA-MEMBRO(16:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "MOVE "                       DELIMITED BY SIZE
                  SEQ-EDICAO                    DELIMITED BY SIZE
                  " TO QUADRUPLA-CORRENTE"      DELIMITED BY SIZE
               INTO LINHA-MEMBRO(20:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "PERFORM 9100-FALHAR-POR-OVERFLOW THRU 9100-EXIT"
               TO LINHA-MEMBRO(20:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "GO TO "                      DELIMITED BY SIZE
                  NUMERO-PARAGRAFO-GRUPO        DELIMITED BY SIZE
                  "-EXIT"                       DELIMITED BY SIZE
               INTO LINHA-MEMBRO(20:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "END-COMPUTE"                 DELIMITED BY SIZE
                  PONTO-FINAL                   DELIMITED BY SPACE
               INTO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4600-EXIT.
           EXIT.

      *--- Ramo de divisao por zero: dentro do IF do divisor variavel
      *--- (recuo de IF) ou direto, quando o divisor literal e zero.
       4610-GRAVAR-FALHA-DIVISAO.
           MOVE 16 TO POSICAO-OPERANDO
           IF OPERANDO-LITERAL
               MOVE 12 TO POSICAO-OPERANDO
           END-IF
           STRING "MOVE "                       DELIMITED BY SIZE
                  SEQ-EDICAO                    DELIMITED BY SIZE
                  " TO QUADRUPLA-CORRENTE"      DELIMITED BY SIZE
               INTO LINHA-MEMBRO(POSICAO-OPERANDO:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "PERFORM 9000-FALHAR-POR-DIVISAO-ZERO"
               TO LINHA-MEMBRO(POSICAO-OPERANDO:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "THRU 9000-EXIT" TO LINHA-MEMBRO(POSICAO-OPERANDO + 4:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           IF OPERANDO-LITERAL
               STRING "GO TO "                  DELIMITED BY SIZE
                      NUMERO-PARAGRAFO-GRUPO    DELIMITED BY SIZE
                      "-EXIT"                   DELIMITED BY SIZE
                      PONTO-FINAL               DELIMITED BY SPACE
                   INTO LINHA-MEMBRO(POSICAO-OPERANDO:)
           ELSE
               STRING "GO TO "                  DELIMITED BY SIZE
                      NUMERO-PARAGRAFO-GRUPO    DELIMITED BY SIZE
                      "-EXIT"                   DELIMITED BY SIZE
                   INTO LINHA-MEMBRO(POSICAO-OPERANDO:)
           END-IF
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4610-EXIT.
           EXIT.

      *--- Rotinas comuns de falha: so a primeira falha da chamada fica
      *--- registrada na area de retorno.
       4700-GRAVAR-ROTINAS-FALHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* =========================" TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "* FALHAS DO CALCULO" TO LINHA-MEMBRO(7:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "9000-FALHAR-POR-DIVISAO-ZERO." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "MOVE 10 TO CODIGO-FALHA-CORRENTE" TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "PERFORM 9200-REGISTRAR-FALHA THRU 9200-EXIT."
               TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "9000-EXIT." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "EXIT." TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "9100-FALHAR-POR-OVERFLOW." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "MOVE 20 TO CODIGO-FALHA-CORRENTE" TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "PERFORM 9200-REGISTRAR-FALHA THRU 9200-EXIT."
               TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "9100-EXIT." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "EXIT." TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "9200-REGISTRAR-FALHA." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "IF FORMULA-CALCULADA" TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "MOVE CODIGO-FALHA-CORRENTE TO SITUACAO-FORMULA"
               TO LINHA-MEMBRO(16:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "MOVE QUADRUPLA-CORRENTE TO QUADRUPLA-FALHA-FORMULA"
               TO LINHA-MEMBRO(16:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "END-IF." TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "9200-EXIT." TO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           MOVE "EXIT." TO LINHA-MEMBRO(12:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           STRING "END PROGRAM "                DELIMITED BY SIZE
                  FUNCTION TRIM(NOME-PROGRAMA-GERADO)
                                                DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
               INTO LINHA-MEMBRO(8:)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4700-EXIT.
           EXIT.

      *--- Nome COBOL de um operando: literal como esta (com sinal,
      *--- entre parenteses), temporario TMP-, variavel VAR-.
       4800-TRADUZIR-OPERANDO.
           MOVE SPACES TO TEXTO-OPERANDO
           PERFORM 2500-CLASSIFICAR-OPERANDO THRU 2500-EXIT
           EVALUATE TRUE
               WHEN OPERANDO-LITERAL
                   IF OPERANDO-ANALISADO(1:1) = "+" OR
                      OPERANDO-ANALISADO(1:1) = "-"
                       STRING "("                DELIMITED BY SIZE
                              OPERANDO-ANALISADO DELIMITED BY SPACE
                              ")"                DELIMITED BY SIZE
                           INTO TEXTO-OPERANDO
                   ELSE
                       MOVE OPERANDO-ANALISADO TO TEXTO-OPERANDO
                   END-IF
               WHEN OPERANDO-TEMPORARIO
                   STRING "TMP-"                 DELIMITED BY SIZE
                          OPERANDO-ANALISADO     DELIMITED BY SPACE
                       INTO TEXTO-OPERANDO
               WHEN OPERANDO-VARIAVEL
                   STRING "VAR-"                 DELIMITED BY SIZE
                          OPERANDO-ANALISADO     DELIMITED BY SPACE
                       INTO TEXTO-OPERANDO
           END-EVALUATE.
       4800-EXIT.
           EXIT.

      * =========================
      * GRAVACAO DE UMA LINHA DO MEMBRO
       8000-GRAVAR-LINHA.
           MOVE LINHA-MEMBRO TO REG-LINHA-MEMBRO
           WRITE REG-LINHA-MEMBRO
           IF NOT ARQ-MEMBRO-GERADO-OK
               PERFORM 9800-ABEND-MEMBRO-GERADO
                   THRU 9800-ABEND-MEMBRO-GERADO-EXIT
           END-IF
           ADD 1 TO CONTADOR-LINHAS-MEMBRO
           MOVE SPACES TO LINHA-MEMBRO.
       8000-EXIT.
           EXIT.

       8100-GRAVAR-LINHA-ASTERISCOS.
           MOVE ALL "*" TO LINHA-MEMBRO(7:66)
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       8100-EXIT.
           EXIT.

      * =========================
       9999-FINALIZAR.
           DISPLAY "Quadruplas traduzidas: " TOTAL-QUADRUPLAS
           DISPLAY "Entradas na LINKAGE..: " CONTADOR-ENTRADAS
           DISPLAY "Resultados na LINKAGE: " CONTADOR-RESULTADOS
           DISPLAY "Linhas do membro.....: " CONTADOR-LINHAS-MEMBRO
           DISPLAY "Membro " FUNCTION TRIM(NOME-PROGRAMA-GERADO)
                   " gravado em " FUNCTION TRIM(NOME-ARQUIVO-MEMBRO).
       9999-EXIT.
           EXIT.

      ******************************************************************
      * 9800-ABEND-BIBLIOTECA-EXPRESSOES
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-BIBLIOTECA-EXPRESSOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-BIBLIOTECA-EXPRESSOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-BIBLIOTECA-EXPRESSOES==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de biblioteca de expressoes"==.

      ******************************************************************
      * 9800-ABEND-MEMBRO-GERADO
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-MEMBRO-GERADO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-MEMBRO-GERADO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-MEMBRO-GERADO==
                     ==TEXTO-ABEND==         BY
                         =="membro fonte gerado"==.

       END PROGRAM GERA_SUBPROGRAMA_FORMULA.
