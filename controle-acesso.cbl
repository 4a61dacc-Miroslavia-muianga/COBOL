       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-ACESSO.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * IDENTIFICACAO DO OPERADOR E CONFERENCIA DE AUTORIZACAO DOS
      * PROGRAMAS INTERATIVOS (VALIDADOR-DETALHADO, EXEMPLO-COMANDOS-
      * OTIMIZADO, CONSULTA-360, OS MANUTENCAO-* E APROVA-ALTERACOES-
      * PENDENTES). CHAMADO COM O BLOCO ACESREC:
      *   FUNCAO E - PEDE O ID NO TERMINAL, CONFERE NO CADASTRO DE
      *              OPERADORES (OPERREC) QUE ELE EXISTE E ESTA ATIVO
      *              E, NA TABELA DE AUTORIZACOES (AUTOREC), QUE PODE
      *              EXECUTAR O PROGRAMA. O ID DEVOLVIDO E O QUE O
      *              CHAMADOR GRAVA ONDE REGISTRA OPERADOR.
      *   FUNCAO O - CONFERE A OPCAO DE MENU ESCOLHIDA (1 A 9) NA
      *              MASCARA DE OPCOES DA AUTORIZACAO.
      * TODA RECUSA E ANUNCIADA NO TERMINAL E GRAVADA NO LOG DE
      * VIOLACOES DE ACESSO (VIOLREC), RESUMIDO TODA SEMANA POR
      * RESUMO-VIOLACOES-ACESSO.
      *
      * CARGA INICIAL: ENQUANTO O CADASTRO DE OPERADORES NAO EXISTE OU
      * ESTA VAZIO, SO MANUTENCAO-OPERADORES ENTRA, COM QUALQUER ID E
      * TODAS AS OPCOES, PARA CADASTRAR O PRIMEIRO OPERADOR E SUAS
      * AUTORIZACOES. OS DEMAIS PROGRAMAS FICAM FECHADOS ATE LA.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      * 2026-10-15 RMS    CARGA INICIAL SO QUANDO OPERADORES.DAT NAO
      *                   EXISTE (STATUS 35); QUALQUER OUTRA FALHA NA
      *                   ABERTURA RECUSA COM "CI".
      ******************************************************************

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

           SELECT ARQ-VIOLACOES
               ASSIGN TO "VIOLACOES-ACESSO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-VIOLACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OPERADORES.
       COPY OPERREC.

       FD  ARQ-AUTORIZACOES.
       COPY AUTOREC.

       FD  ARQ-VIOLACOES.
       COPY VIOLREC.

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
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-VIOLACOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-VIOLACOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-VIOLACOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-VIOLACOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-VIOLACOES-ERRO-OUTRO==.

      *--- Guardado entre as chamadas da mesma execucao: a entrada em
      *--- carga inicial libera tambem as opcoes.
       01  FLAG-CARGA-INICIAL           PIC X VALUE 'N'.
           88 EM-CARGA-INICIAL               VALUE 'S'.
           88 FORA-DE-CARGA-INICIAL          VALUE 'N'.
       01  PROGRAMA-CARGA-INICIAL       PIC X(30)
               VALUE "MANUTENCAO-OPERADORES".
       01  CODIGO-RECUSA                PIC X(2) VALUE SPACES.
       01  MENSAGEM-RECUSA              PIC X(40) VALUE SPACES.
       01  POSICAO-OPCAO                PIC 9 VALUE 0.
       01  WS-DATA-HORA-VIOLACAO        PIC X(21).

       LINKAGE SECTION.
       COPY ACESREC.

       PROCEDURE DIVISION USING BLOCO-ACESSO.
       0000-MAINLINE.
           SET ACS-RECUSADO TO TRUE
           MOVE SPACES TO CODIGO-RECUSA
           MOVE SPACES TO MENSAGEM-RECUSA
           EVALUATE TRUE
               WHEN ACS-FUNCAO-ENTRADA
                   PERFORM 1000-IDENTIFICAR-OPERADOR THRU 1000-EXIT
               WHEN ACS-FUNCAO-OPCAO
                   PERFORM 2000-CONFERIR-OPCAO THRU 2000-EXIT
           END-EVALUATE
           IF ACS-RECUSADO
               DISPLAY "ACESSO RECUSADO: " MENSAGEM-RECUSA
               PERFORM 8000-GRAVAR-VIOLACAO THRU 8000-EXIT
           END-IF
           GOBACK.

      * =========================
      * IDENTIFICACAO: OPERADOR CADASTRADO, ATIVO E AUTORIZADO NO
      * PROGRAMA CHAMADOR
       1000-IDENTIFICAR-OPERADOR.
           SET FORA-DE-CARGA-INICIAL TO TRUE
           MOVE SPACES TO ACS-OPERADOR
           MOVE SPACES TO ACS-NOME-OPERADOR
           MOVE SPACE  TO ACS-OPCAO
           DISPLAY "Identificacao do operador: "
           ACCEPT ACS-OPERADOR
           MOVE FUNCTION UPPER-CASE(ACS-OPERADOR) TO ACS-OPERADOR
           IF ACS-OPERADOR = SPACES
               MOVE "OD" TO CODIGO-RECUSA
               MOVE "IDENTIFICACAO EM BRANCO" TO MENSAGEM-RECUSA
               GO TO 1000-EXIT
           END-IF

      *--- So o cadastro inexistente (STATUS 35) abre a carga
      *--- inicial; bloqueio, permissao ou indice danificado recusam
      *--- como indisponivel, para qualquer programa.
           OPEN INPUT ARQ-OPERADORES
           IF NOT ARQ-OPERADORES-OK
               IF ARQ-OPERADORES-NAO-ENCONTRADO
                  AND ACS-PROGRAMA = PROGRAMA-CARGA-INICIAL
                   PERFORM 1100-ENTRAR-CARGA-INICIAL THRU 1100-EXIT
               ELSE
                   MOVE "CI" TO CODIGO-RECUSA
                   MOVE "CADASTRO DE OPERADORES INDISPONIVEL"
                       TO MENSAGEM-RECUSA
               END-IF
               GO TO 1000-EXIT
           END-IF
           MOVE ACS-OPERADOR TO ID-OPERADOR
           READ ARQ-OPERADORES
               KEY IS ID-OPERADOR
               INVALID KEY
                   MOVE "OD" TO CODIGO-RECUSA
                   MOVE "OPERADOR NAO CADASTRADO" TO MENSAGEM-RECUSA
           END-READ
           IF CODIGO-RECUSA NOT = SPACES
              AND ACS-PROGRAMA = PROGRAMA-CARGA-INICIAL
               MOVE LOW-VALUES TO ID-OPERADOR
               START ARQ-OPERADORES
                   KEY IS NOT LESS THAN ID-OPERADOR
                   INVALID KEY
                       MOVE SPACES TO CODIGO-RECUSA
               END-START
               IF CODIGO-RECUSA = SPACES
                   CLOSE ARQ-OPERADORES
                   PERFORM 1100-ENTRAR-CARGA-INICIAL THRU 1100-EXIT
                   GO TO 1000-EXIT
               END-IF
           END-IF
           CLOSE ARQ-OPERADORES
           IF CODIGO-RECUSA NOT = SPACES
               GO TO 1000-EXIT
           END-IF
           IF NOT OPERADOR-ATIVO
               MOVE "OI" TO CODIGO-RECUSA
               MOVE "OPERADOR INATIVO" TO MENSAGEM-RECUSA
               GO TO 1000-EXIT
           END-IF
           MOVE NOME-OPERADOR TO ACS-NOME-OPERADOR

           PERFORM 3000-LER-AUTORIZACAO THRU 3000-EXIT
           IF CODIGO-RECUSA NOT = SPACES
               GO TO 1000-EXIT
           END-IF
           SET ACS-PERMITIDO TO TRUE
           DISPLAY "Operador: " ACS-OPERADOR " - " ACS-NOME-OPERADOR.
       1000-EXIT.
           EXIT.

       1100-ENTRAR-CARGA-INICIAL.
           SET EM-CARGA-INICIAL TO TRUE
           SET ACS-PERMITIDO TO TRUE
           MOVE "CARGA INICIAL" TO ACS-NOME-OPERADOR
           DISPLAY "ATENCAO: cadastro de operadores vazio; entrada "
                   "liberada para a carga inicial."
           DISPLAY "Cadastre o primeiro operador e suas "
                   "autorizacoes antes de sair.".
       1100-EXIT.
           EXIT.

      * =========================
      * OPCAO DE MENU: 0 E VALORES FORA DE 1-9 NAO SAO CONFERIDOS (O
      * PROPRIO MENU TRATA OPCAO INVALIDA)
       2000-CONFERIR-OPCAO.
           IF ACS-OPCAO NOT NUMERIC
              OR ACS-OPCAO = '0'
               SET ACS-PERMITIDO TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF EM-CARGA-INICIAL
              AND ACS-PROGRAMA = PROGRAMA-CARGA-INICIAL
               SET ACS-PERMITIDO TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-LER-AUTORIZACAO THRU 3000-EXIT
           IF CODIGO-RECUSA NOT = SPACES
               GO TO 2000-EXIT
           END-IF
           MOVE ACS-OPCAO TO POSICAO-OPCAO
           IF OPCOES-AUTORIZACAO(POSICAO-OPCAO:1) = 'S'
               SET ACS-PERMITIDO TO TRUE
           ELSE
               MOVE "ON" TO CODIGO-RECUSA
               MOVE "OPCAO NAO AUTORIZADA PARA O OPERADOR"
                   TO MENSAGEM-RECUSA
           END-IF.
       2000-EXIT.
           EXIT.

      * =========================
      * AUTORIZACAO DO PAR OPERADOR + PROGRAMA
       3000-LER-AUTORIZACAO.
           OPEN INPUT ARQ-AUTORIZACOES
           IF NOT ARQ-AUTORIZACOES-OK
               MOVE "CI" TO CODIGO-RECUSA
               MOVE "TABELA DE AUTORIZACOES INDISPONIVEL"
                   TO MENSAGEM-RECUSA
               GO TO 3000-EXIT
           END-IF
           MOVE ACS-OPERADOR TO OPERADOR-AUTORIZACAO
           MOVE ACS-PROGRAMA TO PROGRAMA-AUTORIZACAO
           READ ARQ-AUTORIZACOES
               KEY IS CHAVE-AUTORIZACAO
               INVALID KEY
                   MOVE "PN" TO CODIGO-RECUSA
                   MOVE "PROGRAMA NAO AUTORIZADO PARA O OPERADOR"
                       TO MENSAGEM-RECUSA
           END-READ
           CLOSE ARQ-AUTORIZACOES.
       3000-EXIT.
           EXIT.

      * =========================
      * LOG DE VIOLACOES: FALHA AO GRAVAR E ANUNCIADA, MAS A RECUSA
      * VALE DO MESMO JEITO
       8000-GRAVAR-VIOLACAO.
           OPEN EXTEND ARQ-VIOLACOES
           IF NOT ARQ-VIOLACOES-OK
               OPEN OUTPUT ARQ-VIOLACOES
               CLOSE ARQ-VIOLACOES
               OPEN EXTEND ARQ-VIOLACOES
           END-IF
           IF NOT ARQ-VIOLACOES-OK
               DISPLAY "ATENCAO: log de violacoes de acesso "
                       "indisponivel (VIOLACOES-ACESSO.LOG, STATUS "
                       STATUS-ARQ-VIOLACOES ")."
               GO TO 8000-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-VIOLACAO
           MOVE SPACES TO REG-VIOLACAO-ACESSO
           MOVE WS-DATA-HORA-VIOLACAO(1:14) TO DATA-HORA-VIOLACAO
           MOVE ACS-OPERADOR    TO OPERADOR-VIOLACAO
           MOVE ACS-PROGRAMA    TO PROGRAMA-VIOLACAO
           MOVE ACS-OPCAO       TO OPCAO-VIOLACAO
           MOVE CODIGO-RECUSA   TO CODIGO-VIOLACAO
           MOVE MENSAGEM-RECUSA TO MENSAGEM-VIOLACAO
           WRITE REG-VIOLACAO-ACESSO
           IF NOT ARQ-VIOLACOES-OK
               DISPLAY "ATENCAO: falha ao gravar violacao de acesso "
                       "(STATUS " STATUS-ARQ-VIOLACOES ")."
           END-IF
           CLOSE ARQ-VIOLACOES.
       8000-EXIT.
           EXIT.

       END PROGRAM CONTROLE-ACESSO.
