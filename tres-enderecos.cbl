      *                         anterior do mesmo nome. Uma formula
      *                         validada roda de novo direto da
      *                         biblioteca, sem reconversao.
      *   2026-10-15  R-SILVA   Novo modo 6 (correcao de exercicios
      *                         de treinamento): le o gabarito do
      *                         instrutor (GABARITO-EXERCICIOS.TXT,
      *                         expressao correta e valores por
      *                         exercicio) e as submissoes dos alunos
      *                         (SUBMISSOES-EXERCICIOS.TXT); converte e
      *                         executa a resposta correta, compara com
      *                         as quadruplas e/ou o resultado
      *                         informados e classifica cada exercicio
      *                         em correto, resultado errado ou
      *                         sequencia errada (com a primeira
      *                         quadrupla divergente). Grava folha de
      *                         notas por aluno e resumo da turma por
      *                         exercicio em RELATORIO-CORRECAO-
      *                         EXERCICIOS.TXT. Nao toca na listagem.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS CHAVE-BIBLIOTECA
               FILE STATUS IS STATUS-ARQ-BIBLIOTECA-EXPRESSOES.

           SELECT ARQ-GABARITO-EXERCICIOS
               ASSIGN TO "GABARITO-EXERCICIOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-GABARITO-EXERCICIOS.

           SELECT ARQ-SUBMISSOES-EXERCICIOS
               ASSIGN TO "SUBMISSOES-EXERCICIOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-SUBMISSOES-EXERCICIOS.

           SELECT ARQ-RELATORIO-CORRECAO
               ASSIGN TO "RELATORIO-CORRECAO-EXERCICIOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-CORRECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LISTAGEM-TAC.
       FD  ARQ-BIBLIOTECA-EXPRESSOES.
       COPY BIBLREC.

      *--- Gabarito do instrutor, uma linha por registro:
      *---   E nnn expressao          expressao correta do exercicio
      *---   V nnn NOME=VALOR ...     valores das variaveis (uma ou
      *---                            mais linhas por exercicio)
       FD  ARQ-GABARITO-EXERCICIOS.
       01  REG-GABARITO-EXERCICIO     PIC X(80).

      *--- Submissoes dos alunos: um cabecalho S seguido das linhas de
      *--- resposta do aluno para aquele exercicio:
      *---   S aluno nnn expressao    aluno, exercicio, expressao
      *---   Q Tnn = X op Y           quadrupla esperada (em ordem)
      *---   R valor                  resultado esperado
       FD  ARQ-SUBMISSOES-EXERCICIOS.
       01  REG-SUBMISSAO-EXERCICIO    PIC X(80).

       FD  ARQ-RELATORIO-CORRECAO.
       01  REG-LINHA-CORRECAO         PIC X(110).

       WORKING-STORAGE SECTION.

      * --- Arquivo de listagem do codigo de tres enderecos -------------
           88 OPCAO-LOTE-EXPRESSOES   VALUE 3.
           88 OPCAO-PROGRAMA-EXPRESSOES VALUE 4.
           88 OPCAO-GRAVAR-BIBLIOTECA VALUE 5.
           88 OPCAO-CORRIGIR-EXERCICIOS VALUE 6.

      * --- Biblioteca de expressoes (modo 5) ---------------------------
       COPY FILESTAT
       01 WS-OPERANDO-DIREITO    PIC X(10).
       01 LINHA-TAC-EDICAO       PIC X(40).

      * --- Correcao de exercicios de treinamento (modo 6) -------------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-GABARITO-EXERCICIOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-GABARITO-EXERCICIOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-GABARITO-EXERCICIOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-GABARITO-EXERCICIOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-GABARITO-EXERCICIOS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-SUBMISSOES-EXERCICIOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-SUBMISSOES-EXERCICIOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-SUBMISSOES-EXERCICIOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-SUBMISSOES-EXERCICIOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-SUBMISSOES-EXERCICIOS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-CORRECAO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-CORRECAO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-CORRECAO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-CORRECAO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-CORRECAO-ERRO-OUTRO==.
       01 FLAG-CORRIGINDO-EXERCICIOS PIC X VALUE 'N'.
           88 CORRIGINDO-EXERCICIOS   VALUE 'S'.
           88 FORA-DA-CORRECAO        VALUE 'N'.
       01 FLAG-FIM-GABARITO      PIC X VALUE 'N'.
           88 FIM-GABARITO            VALUE 'Y'.
       01 FLAG-FIM-SUBMISSOES    PIC X VALUE 'N'.
           88 FIM-SUBMISSOES          VALUE 'Y'.
       01 SEVERIDADE-CORRECAO    PIC 9(2) VALUE 0.

      *--- Linha lida (gabarito ou submissao) e seus campos
       01 LINHA-CORRECAO-TRABALHO PIC X(80) VALUE SPACES.
       01 PONTEIRO-LINHA-CORRECAO PIC 9(3) VALUE 0.
       01 TIPO-LINHA-CORRECAO    PIC X(10) VALUE SPACES.
       01 CAMPO-LINHA-CORRECAO   PIC X(20) VALUE SPACES.
       01 RESTO-LINHA-CORRECAO   PIC X(80) VALUE SPACES.
       01 NUMERO-EXERCICIO-LIDO  PIC 9(3) VALUE 0.
       01 NUMERO-EXERCICIO-CALCULADO PIC S9(4) VALUE 0.
       01 CONTADOR-LINHAS-IGNORADAS PIC 9(6) VALUE 0.

      *--- Gabarito carregado: expressao correta, valores das
      *--- variaveis e totais da turma por exercicio
       01 TABELA-GABARITO.
           05 EXERCICIO-GABARITO OCCURS 100 TIMES
                                 INDEXED BY IDX-GABARITO.
               10 NUMERO-EXERCICIO-GAB  PIC 9(3).
               10 EXPRESSAO-GAB         PIC X(60).
               10 VALORES-GAB           PIC X(240).
               10 PONTEIRO-VALORES-GAB  PIC 9(3).
               10 SUBMETIDOS-GAB        PIC 9(4).
               10 CORRETOS-GAB          PIC 9(4).
               10 RESULTADO-ERRADO-GAB  PIC 9(4).
               10 SEQUENCIA-ERRADA-GAB  PIC 9(4).
               10 NAO-CORRIGIDOS-GAB    PIC 9(4).
       01 TOTAL-EXERCICIOS-GABARITO PIC 9(3) VALUE 0.
       01 FLAG-EXERCICIO-ACHADO  PIC X VALUE 'N'.
           88 EXERCICIO-ACHADO        VALUE 'S'.
           88 EXERCICIO-NAO-ACHADO    VALUE 'N'.

      *--- Submissao corrente: cabecalho e resposta do aluno
       01 FLAG-SUBMISSAO-ABERTA  PIC X VALUE 'N'.
           88 SUBMISSAO-ABERTA        VALUE 'S'.
           88 SEM-SUBMISSAO-ABERTA    VALUE 'N'.
       01 ALUNO-SUBMISSAO        PIC X(10) VALUE SPACES.
       01 EXERCICIO-SUBMISSAO    PIC 9(3) VALUE 0.
       01 EXPRESSAO-SUBMISSAO    PIC X(60) VALUE SPACES.
       01 TABELA-QUADRUPLAS-ALUNO.
           05 QUADRUPLA-ALUNO OCCURS 30 TIMES.
               10 OPERADOR-QUAD-ALUNO   PIC X(2).
               10 OPERANDO-1-QUAD-ALUNO PIC X(10).
               10 OPERANDO-2-QUAD-ALUNO PIC X(10).
               10 RESULTADO-QUAD-ALUNO  PIC X(10).
               10 TEXTO-QUAD-ALUNO      PIC X(40).
       01 TOTAL-QUADRUPLAS-ALUNO PIC 9(3) VALUE 0.
       01 PARTE-RESULTADO-LIDA   PIC X(10) VALUE SPACES.
       01 SINAL-IGUAL-LIDO       PIC X(10) VALUE SPACES.
       01 PARTE-OPERANDO-1-LIDA  PIC X(10) VALUE SPACES.
       01 PARTE-OPERADOR-LIDA    PIC X(10) VALUE SPACES.
       01 PARTE-OPERANDO-2-LIDA  PIC X(10) VALUE SPACES.
       01 FLAG-RESULTADO-INFORMADO PIC X VALUE 'N'.
           88 RESULTADO-INFORMADO     VALUE 'S'.
           88 RESULTADO-NAO-INFORMADO VALUE 'N'.
       01 TEXTO-RESULTADO-ALUNO  PIC X(20) VALUE SPACES.
       01 VALOR-RESULTADO-ALUNO  PIC S9(18) VALUE 0.

      *--- Normalizacao de temporarios (T1 e T01 sao o mesmo nome) e
      *--- comparacao das expressoes sem espacos
       01 OPERANDO-NORMALIZADO   PIC X(10) VALUE SPACES.
       01 SUFIXO-TEMPORARIO      PIC X(9) VALUE SPACES.
       01 TAMANHO-SUFIXO-TEMP    PIC 9(2) VALUE 0.
       01 NUMERO-TEMPORARIO-LIDO PIC 9(3) VALUE 0.
       01 NUMERO-TEMPORARIO-NORMAL PIC 9(2) VALUE 0.
       01 TEXTO-A-COMPACTAR      PIC X(60) VALUE SPACES.
       01 TEXTO-COMPACTADO       PIC X(60) VALUE SPACES.
       01 TAMANHO-COMPACTADO     PIC 9(2) VALUE 0.
       01 POSICAO-COMPACTAR      PIC 9(2) VALUE 0.
       01 EXPRESSAO-GAB-COMPACTA PIC X(60) VALUE SPACES.

      *--- Resposta correta: quadruplas geradas pela conversao da
      *--- expressao do gabarito e execucao com os valores dados
       01 TABELA-QUADRUPLAS-GABARITO.
           05 QUADRUPLA-GABARITO OCCURS 30 TIMES.
               10 OPERADOR-QUAD-GAB     PIC X(2).
               10 OPERANDO-1-QUAD-GAB   PIC X(10).
               10 OPERANDO-2-QUAD-GAB   PIC X(10).
               10 RESULTADO-QUAD-GAB    PIC X(10).
       01 TOTAL-QUADRUPLAS-GABARITO PIC 9(2) VALUE 0.
       01 IDX-QUADRUPLA-CORRECAO PIC 9(3) VALUE 0.
       01 MAIOR-TOTAL-QUADRUPLAS PIC 9(3) VALUE 0.
       01 OPERANDO-FINAL-GABARITO PIC X(10) VALUE SPACES.
       01 SITUACAO-GABARITO      PIC X VALUE 'O'.
           88 GABARITO-EXECUTOU       VALUE 'O'.
           88 GABARITO-FALHOU         VALUE 'E'.
       01 MOTIVO-FALHA-GABARITO  PIC X(60) VALUE SPACES.
       01 MOTIVO-BASE-FALHA      PIC X(30) VALUE SPACES.
       01 RESULTADO-GABARITO     PIC S9(18) VALUE 0.
       01 TOKEN-VALOR-GABARITO   PIC X(30) VALUE SPACES.
       01 TOKEN-VALOR-ORIGINAL   PIC X(30) VALUE SPACES.
       01 PONTEIRO-VALORES-CORRECAO PIC 9(3) VALUE 0.
       01 NOME-VARIAVEL-LIDA     PIC X(10) VALUE SPACES.
       01 TEXTO-VALOR-LIDO       PIC X(20) VALUE SPACES.

      *--- Execucao das quadruplas do gabarito (mesma aritmetica de
      *--- EXECUTA_TRES_ENDERECOS e VERIFICA_TAC_DIFERENCIAL)
       01 TABELA-VARIAVEIS-CORRECAO.
           05 ENTRADA-VARIAVEL-CORRECAO OCCURS 90 TIMES
                                        INDEXED BY IDX-VARIAVEL.
               10 NOME-VARIAVEL-CORRECAO  PIC X(10).
               10 VALOR-VARIAVEL-CORRECAO PIC S9(18).
       01 TOTAL-VARIAVEIS-CORRECAO PIC 9(2) VALUE 0.
       01 INSTR-OPERADOR         PIC X(2)  VALUE SPACES.
       01 INSTR-OPERANDO-1       PIC X(10) VALUE SPACES.
       01 INSTR-OPERANDO-2       PIC X(10) VALUE SPACES.
       01 INSTR-RESULTADO        PIC X(10) VALUE SPACES.
       01 OPERANDO-CONSULTADO    PIC X(10) VALUE SPACES.
       01 VALOR-OPERANDO-1       PIC S9(18) VALUE 0.
       01 VALOR-OPERANDO-2       PIC S9(18) VALUE 0.
       01 VALOR-RESULTADO        PIC S9(18) VALUE 0.
       01 VALOR-OPERANDO-OBTIDO  PIC S9(18) VALUE 0.
       01 FLAG-OPERANDO-RESOLVIDO PIC X VALUE 'N'.
           88 OPERANDO-RESOLVIDO      VALUE 'Y'.
           88 OPERANDO-NAO-RESOLVIDO  VALUE 'N'.

      *--- Correcao de cada submissao, guardada para as folhas de notas
       01 SITUACAO-CORRECAO      PIC X VALUE SPACES.
           88 CORRECAO-CORRETA        VALUE 'C'.
           88 CORRECAO-RESULTADO-ERRADO VALUE 'R'.
           88 CORRECAO-SEQUENCIA-ERRADA VALUE 'S'.
           88 CORRECAO-NAO-CORRIGIDA  VALUE 'N'.
       01 DETALHE-CORRECAO       PIC X(100) VALUE SPACES.
       01 TEXTO-SITUACAO-CORRECAO PIC X(20) VALUE SPACES.
       01 FLAG-EXPRESSAO-DIVERGENTE PIC X VALUE 'N'.
           88 EXPRESSAO-DIVERGENTE    VALUE 'S'.
           88 EXPRESSAO-CONFERE       VALUE 'N'.
       01 TEXTO-QUAD-GABARITO    PIC X(40) VALUE SPACES.
       01 TEXTO-QUAD-COMPARADA   PIC X(40) VALUE SPACES.
       01 NUMERO-QUADRUPLA-EDITADO PIC Z9.
       01 TABELA-CORRECOES.
           05 CORRECAO-SUBMISSAO OCCURS 500 TIMES.
               10 ALUNO-CORRECAO        PIC X(10).
               10 EXERCICIO-CORRECAO    PIC 9(3).
               10 SITUACAO-CORRECAO-TAB PIC X.
               10 DETALHE-CORRECAO-TAB  PIC X(100).
               10 DIVERGENCIA-CORRECAO-TAB PIC X.
               10 FOLHA-IMPRESSA-TAB    PIC X.
       01 TOTAL-CORRECOES        PIC 9(3) VALUE 0.
       01 IDX-CORRECAO           PIC 9(3) VALUE 0.
       01 IDX-CORRECAO-ALUNO     PIC 9(3) VALUE 0.
       01 ALUNO-FOLHA-CORRENTE   PIC X(10) VALUE SPACES.

      *--- Totais da correcao
       01 CONTADOR-SUBMISSOES    PIC 9(6) VALUE 0.
       01 CONTADOR-CORRETAS      PIC 9(6) VALUE 0.
       01 CONTADOR-RESULTADO-ERRADO PIC 9(6) VALUE 0.
       01 CONTADOR-SEQUENCIA-ERRADA PIC 9(6) VALUE 0.
       01 CONTADOR-NAO-CORRIGIDAS PIC 9(6) VALUE 0.
       01 CONTADOR-FORA-GABARITO PIC 9(6) VALUE 0.
       01 CONTADOR-EXCEDENTES    PIC 9(6) VALUE 0.
       01 CONTADOR-ALUNOS        PIC 9(4) VALUE 0.
       01 ACERTOS-ALUNO          PIC 9(4) VALUE 0.
       01 CORRIGIDOS-ALUNO       PIC 9(4) VALUE 0.
       01 NAO-CORRIGIDOS-ALUNO   PIC 9(4) VALUE 0.
       01 PERCENTUAL-ACERTO      PIC 9(3) VALUE 0.
       01 CORRIGIDOS-EXERCICIO   PIC 9(4) VALUE 0.

      *--- Edicao do relatorio de correcao
       01 LINHA-CORRECAO-EDICAO  PIC X(110) VALUE SPACES.
       01 VALOR-EDITADO-GABARITO PIC -(18)9.
       01 VALOR-EDITADO-ALUNO    PIC -(18)9.
       01 PERCENTUAL-EDITADO     PIC ZZ9.
       01 LINHA-RESUMO-TURMA.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 EXERCICIO-TURMA        PIC 9(3).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 SUBMETIDOS-TURMA       PIC ZZZ9.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 CORRETOS-TURMA         PIC ZZZ9.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 RESULTADO-ERRADO-TURMA PIC ZZZ9.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 SEQUENCIA-ERRADA-TURMA PIC ZZZ9.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 NAO-CORRIGIDOS-TURMA   PIC ZZZ9.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 PERCENTUAL-TURMA       PIC ZZ9.
           05 FILLER                 PIC X(1)  VALUE "%".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "INICIO"   TO EVENTO-PARA-CONTROLE
           DISPLAY "4 - Programa de atribuicoes (EXPRESSOES.TXT, uma "
                   "atribuicao X = EXPR por linha)".
           DISPLAY "5 - Gravar conversao na biblioteca de expressoes".
           DISPLAY "6 - Corrigir exercicios de treinamento "
                   "(gabarito x submissoes dos alunos)".
           DISPLAY "Escolha o modo de conversao: ".
           ACCEPT OPCAO-CONVERSAO.

      *--- A correcao nao gera listagem: a LISTAGEM-TRES-ENDERECOS.TXT
      *--- da ultima conversao fica intacta.
           IF NOT OPCAO-CORRIGIR-EXERCICIOS
               OPEN OUTPUT ARQ-LISTAGEM-TAC
               IF NOT ARQ-LISTAGEM-TAC-OK
                   PERFORM 9800-ABEND-LISTAGEM-TAC
                       THRU 9800-ABEND-LISTAGEM-TAC-EXIT
               END-IF
           END-IF
           MOVE 0 TO WS-SEQUENCIA-LISTAGEM-TAC

                   PERFORM 4000-PROGRAMA-EXPRESSOES THRU 4000-EXIT
               WHEN OPCAO-GRAVAR-BIBLIOTECA
                   PERFORM 5000-GRAVAR-NA-BIBLIOTECA THRU 5000-EXIT
               WHEN OPCAO-CORRIGIR-EXERCICIOS
                   PERFORM 6000-CORRIGIR-EXERCICIOS THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.

           IF NOT OPCAO-CORRIGIR-EXERCICIOS
               CLOSE ARQ-LISTAGEM-TAC
           END-IF.

           DISPLAY " ".
           IF OPCAO-FORMULA-CLASSICA OR OPCAO-EXPRESSAO-GERAL
           DISPLAY "Programa finalizado.".

           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           IF OPCAO-CORRIGIR-EXERCICIOS
               PERFORM 6950-TOTAIS-PARA-CONTROLE THRU 6950-EXIT
           ELSE
               MOVE CONTADOR-EXPRESSOES  TO REGISTROS-PARA-CONTROLE
               MOVE CONTADOR-CONVERTIDAS TO VALIDOS-PARA-CONTROLE
               MOVE CONTADOR-REJEITADAS  TO INVALIDOS-PARA-CONTROLE
               IF CONTADOR-REJEITADAS > 0
                   MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
               ELSE
                   MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
               END-IF
           END-IF
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT.
      *--- A chamada ao controle de execucoes zera o RETURN-CODE; a
      *--- severidade da correcao e aplicada depois dela.
           IF SEVERIDADE-CORRECAO > 0
               MOVE SEVERIDADE-CORRECAO TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
           IF FORA-MODO-PROGRAMA
               MOVE 0 TO CONTADOR-TEMPORARIOS
           END-IF
           IF FORA-DA-CORRECAO
               DISPLAY " "
               DISPLAY "Codigo de tres enderecos gerado:"
           END-IF

           PERFORM 2310-PROCESSAR-TOKEN-POSFIXO THRU 2310-EXIT
               VARYING IDX-POSFIXA FROM 1 BY 1
                   UNTIL IDX-POSFIXA > TOTAL-POSFIXA

           IF TOPO-PILHA-AVALIACAO > 0 AND FORA-DA-CORRECAO
               DISPLAY "Resultado final: x = "
                       PILHA-AVAL-TEXTO(TOPO-PILHA-AVALIACAO)
           END-IF.
                  " " DELIMITED BY SIZE
                  WS-OPERANDO-DIREITO DELIMITED BY SPACE
               INTO LINHA-TAC-EDICAO
           IF FORA-DA-CORRECAO
               DISPLAY LINHA-TAC-EDICAO
           END-IF

           ADD 1 TO TOPO-PILHA-AVALIACAO
           MOVE NOME-TEMPORARIO
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CORRIGIR-EXERCICIOS
      *   Modo 6, correcao dos exercicios de treinamento de alunos e
      *   revisores: carrega o gabarito do instrutor, le as submissoes
      *   e corrige cada uma contra a resposta correta, obtida pela
      *   mesma cadeia tokenizar/posfixa/gerar dos outros modos e
      *   executada com os valores de variaveis do gabarito. Cada
      *   exercicio sai CORRETO, RESULTADO ERRADO (o resultado
      *   informado nao confere) ou SEQUENCIA ERRADA (as quadruplas
      *   informadas divergem; a primeira divergente e mostrada ao
      *   lado da correta). Com quadruplas e resultado na mesma
      *   submissao a sequencia e conferida primeiro. Exercicio fora
      *   do gabarito, gabarito que nao converte ou nao executa e
      *   submissao sem resposta ficam NAO CORRIGIDOS, com o motivo.
      *   Ao final grava a folha de notas de cada aluno e o resumo da
      *   turma por exercicio. RETURN-CODE 8 sem gabarito ou sem
      *   submissoes; 4 quando algo ficou sem corrigir.
      ******************************************************************
       6000-CORRIGIR-EXERCICIOS.
           SET CORRIGINDO-EXERCICIOS TO TRUE
           PERFORM 6100-CARREGAR-GABARITO THRU 6100-EXIT
           IF SEVERIDADE-CORRECAO > 0
               GO TO 6000-EXIT
           END-IF
           OPEN INPUT ARQ-SUBMISSOES-EXERCICIOS
           IF ARQ-SUBMISSOES-EXERCICIOS-NAO-ENCONTRADO
               DISPLAY "ERRO: nao foi possivel abrir "
                       "SUBMISSOES-EXERCICIOS.TXT."
               MOVE 8 TO SEVERIDADE-CORRECAO
               GO TO 6000-EXIT
           END-IF
           IF NOT ARQ-SUBMISSOES-EXERCICIOS-OK
               PERFORM 9800-ABEND-SUBMISSOES-EXERCICIOS
                   THRU 9800-ABEND-SUBMISSOES-EXERCICIOS-EXIT
           END-IF
           OPEN OUTPUT ARQ-RELATORIO-CORRECAO
           IF NOT ARQ-RELATORIO-CORRECAO-OK
               PERFORM 9800-ABEND-RELATORIO-CORRECAO
                   THRU 9800-ABEND-RELATORIO-CORRECAO-EXIT
           END-IF
           MOVE "CORRECAO DE EXERCICIOS DE TREINAMENTO - GABARITO X "
             & "SUBMISSOES" TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           MOVE ALL "-" TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT

           SET SEM-SUBMISSAO-ABERTA TO TRUE
           PERFORM 6200-LER-SUBMISSAO THRU 6200-EXIT
           PERFORM 6300-TRATAR-LINHA-SUBMISSAO THRU 6300-EXIT
               UNTIL FIM-SUBMISSOES
           IF SUBMISSAO-ABERTA
               PERFORM 6400-CORRIGIR-SUBMISSAO THRU 6400-EXIT
           END-IF
           CLOSE ARQ-SUBMISSOES-EXERCICIOS

           PERFORM 6800-IMPRIMIR-FOLHAS-ALUNOS THRU 6800-EXIT
           PERFORM 6850-IMPRIMIR-RESUMO-TURMA THRU 6850-EXIT
           CLOSE ARQ-RELATORIO-CORRECAO

           DISPLAY "Submissoes corrigidas.: " CONTADOR-SUBMISSOES
           DISPLAY "Corretas..............: " CONTADOR-CORRETAS
           DISPLAY "Resultado errado......: " CONTADOR-RESULTADO-ERRADO
           DISPLAY "Sequencia errada......: " CONTADOR-SEQUENCIA-ERRADA
           DISPLAY "Nao corrigidas........: " CONTADOR-NAO-CORRIGIDAS
           DISPLAY "Relatorio em RELATORIO-CORRECAO-EXERCICIOS.TXT".
       6000-EXIT.
           EXIT.

      *--- Gabarito: uma entrada por exercicio, com a expressao (linha
      *--- E) e os pares NOME=VALOR acumulados das linhas V.
       6100-CARREGAR-GABARITO.
           INITIALIZE TABELA-GABARITO
           MOVE 0 TO TOTAL-EXERCICIOS-GABARITO
           OPEN INPUT ARQ-GABARITO-EXERCICIOS
           IF ARQ-GABARITO-EXERCICIOS-NAO-ENCONTRADO
               DISPLAY "ERRO: nao foi possivel abrir "
                       "GABARITO-EXERCICIOS.TXT."
               MOVE 8 TO SEVERIDADE-CORRECAO
               GO TO 6100-EXIT
           END-IF
           IF NOT ARQ-GABARITO-EXERCICIOS-OK
               PERFORM 9800-ABEND-GABARITO-EXERCICIOS
                   THRU 9800-ABEND-GABARITO-EXERCICIOS-EXIT
           END-IF
           PERFORM 6110-LER-LINHA-GABARITO THRU 6110-EXIT
           PERFORM 6120-REGISTRAR-LINHA-GABARITO THRU 6120-EXIT
               UNTIL FIM-GABARITO
           CLOSE ARQ-GABARITO-EXERCICIOS
           IF TOTAL-EXERCICIOS-GABARITO = 0
               DISPLAY "ERRO: gabarito sem nenhum exercicio."
               MOVE 8 TO SEVERIDADE-CORRECAO
           END-IF.
       6100-EXIT.
           EXIT.

       6110-LER-LINHA-GABARITO.
           READ ARQ-GABARITO-EXERCICIOS
               AT END
                   SET FIM-GABARITO TO TRUE
           END-READ.
       6110-EXIT.
           EXIT.

       6120-REGISTRAR-LINHA-GABARITO.
           PERFORM 6125-INTERPRETAR-LINHA-GABARITO THRU 6125-EXIT
           PERFORM 6110-LER-LINHA-GABARITO THRU 6110-EXIT.
       6120-EXIT.
           EXIT.

       6125-INTERPRETAR-LINHA-GABARITO.
           IF REG-GABARITO-EXERCICIO = SPACES
               GO TO 6125-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(REG-GABARITO-EXERCICIO LEADING))
               TO LINHA-CORRECAO-TRABALHO
           MOVE 1 TO PONTEIRO-LINHA-CORRECAO
           PERFORM 6130-LER-CAMPO-LINHA THRU 6130-EXIT
           MOVE CAMPO-LINHA-CORRECAO TO TIPO-LINHA-CORRECAO
           PERFORM 6130-LER-CAMPO-LINHA THRU 6130-EXIT
           PERFORM 6132-CONVERTER-NUMERO-EXERCICIO THRU 6132-EXIT
           IF NUMERO-EXERCICIO-LIDO = 0
              OR (TIPO-LINHA-CORRECAO NOT = "E"
                  AND TIPO-LINHA-CORRECAO NOT = "V")
               ADD 1 TO CONTADOR-LINHAS-IGNORADAS
               DISPLAY "Aviso: linha do gabarito ignorada: "
                       FUNCTION TRIM(REG-GABARITO-EXERCICIO)
               GO TO 6125-EXIT
           END-IF
           PERFORM 6140-LOCALIZAR-EXERCICIO THRU 6140-EXIT
           IF EXERCICIO-NAO-ACHADO
               IF TOTAL-EXERCICIOS-GABARITO >= 100
                   ADD 1 TO CONTADOR-LINHAS-IGNORADAS
                   DISPLAY "Aviso: gabarito excede 100 exercicios; "
                           "linha ignorada."
                   GO TO 6125-EXIT
               END-IF
               ADD 1 TO TOTAL-EXERCICIOS-GABARITO
               SET IDX-GABARITO TO TOTAL-EXERCICIOS-GABARITO
               MOVE NUMERO-EXERCICIO-LIDO
                   TO NUMERO-EXERCICIO-GAB(IDX-GABARITO)
               MOVE 1 TO PONTEIRO-VALORES-GAB(IDX-GABARITO)
           END-IF
           PERFORM 6131-OBTER-RESTO-LINHA THRU 6131-EXIT
           IF TIPO-LINHA-CORRECAO = "E"
               MOVE RESTO-LINHA-CORRECAO TO EXPRESSAO-GAB(IDX-GABARITO)
               GO TO 6125-EXIT
           END-IF
           IF RESTO-LINHA-CORRECAO = SPACES
               GO TO 6125-EXIT
           END-IF
           STRING FUNCTION TRIM(RESTO-LINHA-CORRECAO)
                                              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
               INTO VALORES-GAB(IDX-GABARITO)
               WITH POINTER PONTEIRO-VALORES-GAB(IDX-GABARITO)
               ON OVERFLOW
                   ADD 1 TO CONTADOR-LINHAS-IGNORADAS
                   DISPLAY "Aviso: valores do exercicio "
                           NUMERO-EXERCICIO-LIDO
                           " excedem 240 posicoes; excesso ignorado."
           END-STRING.
       6125-EXIT.
           EXIT.

      *--- Proximo campo da linha em LINHA-CORRECAO-TRABALHO, a partir
      *--- de PONTEIRO-LINHA-CORRECAO, separado por espacos.
       6130-LER-CAMPO-LINHA.
           MOVE SPACES TO CAMPO-LINHA-CORRECAO
           IF PONTEIRO-LINHA-CORRECAO > 80
               GO TO 6130-EXIT
           END-IF
           UNSTRING LINHA-CORRECAO-TRABALHO DELIMITED BY ALL SPACE
               INTO CAMPO-LINHA-CORRECAO
               WITH POINTER PONTEIRO-LINHA-CORRECAO
           END-UNSTRING.
       6130-EXIT.
           EXIT.

       6131-OBTER-RESTO-LINHA.
           MOVE SPACES TO RESTO-LINHA-CORRECAO
           IF PONTEIRO-LINHA-CORRECAO <= 80
               MOVE LINHA-CORRECAO-TRABALHO(PONTEIRO-LINHA-CORRECAO:)
                   TO RESTO-LINHA-CORRECAO
           END-IF.
       6131-EXIT.
           EXIT.

      *--- Numero de exercicio de 1 a 999; qualquer outra coisa vira 0
      *--- (linha de gabarito ignorada, submissao fora do gabarito).
       6132-CONVERTER-NUMERO-EXERCICIO.
           MOVE 0 TO NUMERO-EXERCICIO-LIDO
           IF CAMPO-LINHA-CORRECAO = SPACES
              OR FUNCTION TEST-NUMVAL(
                     FUNCTION TRIM(CAMPO-LINHA-CORRECAO)) NOT = 0
               GO TO 6132-EXIT
           END-IF
           COMPUTE NUMERO-EXERCICIO-CALCULADO =
               FUNCTION NUMVAL(FUNCTION TRIM(CAMPO-LINHA-CORRECAO))
               ON SIZE ERROR
                   GO TO 6132-EXIT
           END-COMPUTE
           IF NUMERO-EXERCICIO-CALCULADO > 0
              AND NUMERO-EXERCICIO-CALCULADO < 1000
               MOVE NUMERO-EXERCICIO-CALCULADO TO NUMERO-EXERCICIO-LIDO
           END-IF.
       6132-EXIT.
           EXIT.

       6140-LOCALIZAR-EXERCICIO.
           SET EXERCICIO-NAO-ACHADO TO TRUE
           SET IDX-GABARITO TO 1
           SEARCH EXERCICIO-GABARITO
               AT END
                   CONTINUE
               WHEN NUMERO-EXERCICIO-GAB(IDX-GABARITO) =
                        NUMERO-EXERCICIO-LIDO
                   SET EXERCICIO-ACHADO TO TRUE
           END-SEARCH.
       6140-EXIT.
           EXIT.

      *--- Submissoes: o cabecalho S abre a submissao; as linhas Q e R
      *--- seguintes sao a resposta do aluno. O proximo S (ou o fim do
      *--- arquivo) fecha e corrige a submissao aberta.
       6200-LER-SUBMISSAO.
           READ ARQ-SUBMISSOES-EXERCICIOS
               AT END
                   SET FIM-SUBMISSOES TO TRUE
           END-READ.
       6200-EXIT.
           EXIT.

       6300-TRATAR-LINHA-SUBMISSAO.
           PERFORM 6310-INTERPRETAR-LINHA-SUBMISSAO THRU 6310-EXIT
           PERFORM 6200-LER-SUBMISSAO THRU 6200-EXIT.
       6300-EXIT.
           EXIT.

       6310-INTERPRETAR-LINHA-SUBMISSAO.
           IF REG-SUBMISSAO-EXERCICIO = SPACES
               GO TO 6310-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(REG-SUBMISSAO-EXERCICIO LEADING))
               TO LINHA-CORRECAO-TRABALHO
           MOVE 1 TO PONTEIRO-LINHA-CORRECAO
           PERFORM 6130-LER-CAMPO-LINHA THRU 6130-EXIT
           MOVE CAMPO-LINHA-CORRECAO TO TIPO-LINHA-CORRECAO
           EVALUATE TRUE
               WHEN TIPO-LINHA-CORRECAO = "S"
                   IF SUBMISSAO-ABERTA
                       PERFORM 6400-CORRIGIR-SUBMISSAO THRU 6400-EXIT
                   END-IF
                   PERFORM 6320-ABRIR-SUBMISSAO THRU 6320-EXIT
               WHEN TIPO-LINHA-CORRECAO = "Q" AND SUBMISSAO-ABERTA
                   PERFORM 6330-GUARDAR-QUADRUPLA-ALUNO THRU 6330-EXIT
               WHEN TIPO-LINHA-CORRECAO = "R" AND SUBMISSAO-ABERTA
                   PERFORM 6130-LER-CAMPO-LINHA THRU 6130-EXIT
                   MOVE CAMPO-LINHA-CORRECAO TO TEXTO-RESULTADO-ALUNO
                   SET RESULTADO-INFORMADO TO TRUE
               WHEN OTHER
                   ADD 1 TO CONTADOR-LINHAS-IGNORADAS
                   DISPLAY "Aviso: linha de submissao ignorada: "
                           FUNCTION TRIM(REG-SUBMISSAO-EXERCICIO)
           END-EVALUATE.
       6310-EXIT.
           EXIT.

       6320-ABRIR-SUBMISSAO.
           SET SUBMISSAO-ABERTA TO TRUE
           MOVE 0 TO TOTAL-QUADRUPLAS-ALUNO
           SET RESULTADO-NAO-INFORMADO TO TRUE
           MOVE SPACES TO TEXTO-RESULTADO-ALUNO
           PERFORM 6130-LER-CAMPO-LINHA THRU 6130-EXIT
           MOVE CAMPO-LINHA-CORRECAO TO ALUNO-SUBMISSAO
           IF ALUNO-SUBMISSAO = SPACES
               MOVE "(SEM ID)" TO ALUNO-SUBMISSAO
           END-IF
           PERFORM 6130-LER-CAMPO-LINHA THRU 6130-EXIT
           PERFORM 6132-CONVERTER-NUMERO-EXERCICIO THRU 6132-EXIT
           MOVE NUMERO-EXERCICIO-LIDO TO EXERCICIO-SUBMISSAO
           PERFORM 6131-OBTER-RESTO-LINHA THRU 6131-EXIT
           MOVE RESTO-LINHA-CORRECAO TO EXPRESSAO-SUBMISSAO.
       6320-EXIT.
           EXIT.

      *--- Quadrupla do aluno na forma do console do conversor:
      *--- "Tnn = X op Y". O texto lido e guardado como veio, para a
      *--- folha de notas; os temporarios sao normalizados (T1 = T01).
       6330-GUARDAR-QUADRUPLA-ALUNO.
           ADD 1 TO TOTAL-QUADRUPLAS-ALUNO
           IF TOTAL-QUADRUPLAS-ALUNO > 30
               GO TO 6330-EXIT
           END-IF
           PERFORM 6131-OBTER-RESTO-LINHA THRU 6131-EXIT
           MOVE RESTO-LINHA-CORRECAO
               TO TEXTO-QUAD-ALUNO(TOTAL-QUADRUPLAS-ALUNO)
           MOVE SPACES TO PARTE-RESULTADO-LIDA SINAL-IGUAL-LIDO
                          PARTE-OPERANDO-1-LIDA PARTE-OPERADOR-LIDA
                          PARTE-OPERANDO-2-LIDA
           UNSTRING RESTO-LINHA-CORRECAO DELIMITED BY ALL SPACE
               INTO PARTE-RESULTADO-LIDA SINAL-IGUAL-LIDO
                    PARTE-OPERANDO-1-LIDA PARTE-OPERADOR-LIDA
                    PARTE-OPERANDO-2-LIDA
           END-UNSTRING
           MOVE PARTE-OPERADOR-LIDA
               TO OPERADOR-QUAD-ALUNO(TOTAL-QUADRUPLAS-ALUNO)
           MOVE PARTE-RESULTADO-LIDA TO OPERANDO-NORMALIZADO
           PERFORM 6340-NORMALIZAR-OPERANDO THRU 6340-EXIT
           MOVE OPERANDO-NORMALIZADO
               TO RESULTADO-QUAD-ALUNO(TOTAL-QUADRUPLAS-ALUNO)
           MOVE PARTE-OPERANDO-1-LIDA TO OPERANDO-NORMALIZADO
           PERFORM 6340-NORMALIZAR-OPERANDO THRU 6340-EXIT
           MOVE OPERANDO-NORMALIZADO
               TO OPERANDO-1-QUAD-ALUNO(TOTAL-QUADRUPLAS-ALUNO)
           MOVE PARTE-OPERANDO-2-LIDA TO OPERANDO-NORMALIZADO
           PERFORM 6340-NORMALIZAR-OPERANDO THRU 6340-EXIT
           MOVE OPERANDO-NORMALIZADO
               TO OPERANDO-2-QUAD-ALUNO(TOTAL-QUADRUPLAS-ALUNO)
      *--- Sem o sinal de igual a linha nao e uma quadrupla: o operador
      *--- fica em branco e ela nunca confere com o gabarito.
           IF SINAL-IGUAL-LIDO NOT = "="
               MOVE SPACES
                   TO OPERADOR-QUAD-ALUNO(TOTAL-QUADRUPLAS-ALUNO)
           END-IF.
       6330-EXIT.
           EXIT.

       6340-NORMALIZAR-OPERANDO.
           IF OPERANDO-NORMALIZADO(1:1) NOT = "T"
              OR OPERANDO-NORMALIZADO(2:1) = SPACE
               GO TO 6340-EXIT
           END-IF
           MOVE OPERANDO-NORMALIZADO(2:9) TO SUFIXO-TEMPORARIO
           MOVE 0 TO TAMANHO-SUFIXO-TEMP
           INSPECT SUFIXO-TEMPORARIO TALLYING TAMANHO-SUFIXO-TEMP
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF TAMANHO-SUFIXO-TEMP > 3
               GO TO 6340-EXIT
           END-IF
           IF SUFIXO-TEMPORARIO(1:TAMANHO-SUFIXO-TEMP) NOT NUMERIC
               GO TO 6340-EXIT
           END-IF
           MOVE SUFIXO-TEMPORARIO(1:TAMANHO-SUFIXO-TEMP)
               TO NUMERO-TEMPORARIO-LIDO
           IF NUMERO-TEMPORARIO-LIDO > 99
               GO TO 6340-EXIT
           END-IF
           MOVE NUMERO-TEMPORARIO-LIDO TO NUMERO-TEMPORARIO-NORMAL
           MOVE SPACES TO OPERANDO-NORMALIZADO
           STRING "T"                       DELIMITED BY SIZE
                  NUMERO-TEMPORARIO-NORMAL  DELIMITED BY SIZE
               INTO OPERANDO-NORMALIZADO.
       6340-EXIT.
           EXIT.

      *--- Correcao de uma submissao; o resultado fica na tabela de
      *--- correcoes para as folhas de notas e soma nos totais.
       6400-CORRIGIR-SUBMISSAO.
           SET SEM-SUBMISSAO-ABERTA TO TRUE
           IF TOTAL-CORRECOES >= 500
               ADD 1 TO CONTADOR-EXCEDENTES
               IF CONTADOR-EXCEDENTES = 1
                   DISPLAY "Aviso: mais de 500 submissoes; as "
                           "excedentes nao foram corrigidas."
               END-IF
               GO TO 6400-EXIT
           END-IF
           ADD 1 TO CONTADOR-SUBMISSOES
           MOVE SPACE  TO SITUACAO-CORRECAO
           MOVE SPACES TO DETALHE-CORRECAO
           SET EXPRESSAO-CONFERE TO TRUE
           PERFORM 6410-AVALIAR-SUBMISSAO THRU 6410-EXIT
           PERFORM 6450-REGISTRAR-CORRECAO THRU 6450-EXIT.
       6400-EXIT.
           EXIT.

       6410-AVALIAR-SUBMISSAO.
           MOVE EXERCICIO-SUBMISSAO TO NUMERO-EXERCICIO-LIDO
           SET EXERCICIO-NAO-ACHADO TO TRUE
           IF NUMERO-EXERCICIO-LIDO > 0
               PERFORM 6140-LOCALIZAR-EXERCICIO THRU 6140-EXIT
           END-IF
           IF EXERCICIO-NAO-ACHADO
               SET CORRECAO-NAO-CORRIGIDA TO TRUE
               MOVE "EXERCICIO FORA DO GABARITO" TO DETALHE-CORRECAO
               ADD 1 TO CONTADOR-FORA-GABARITO
               GO TO 6410-EXIT
           END-IF
           PERFORM 6420-CONFERIR-EXPRESSAO THRU 6420-EXIT
           PERFORM 6500-PREPARAR-GABARITO THRU 6500-EXIT
           IF GABARITO-FALHOU
               SET CORRECAO-NAO-CORRIGIDA TO TRUE
               STRING "GABARITO NAO PROCESSADO: " DELIMITED BY SIZE
                      FUNCTION TRIM(MOTIVO-FALHA-GABARITO)
                                                  DELIMITED BY SIZE
                   INTO DETALHE-CORRECAO
               GO TO 6410-EXIT
           END-IF
           IF TOTAL-QUADRUPLAS-ALUNO = 0 AND RESULTADO-NAO-INFORMADO
               SET CORRECAO-NAO-CORRIGIDA TO TRUE
               MOVE "SUBMISSAO SEM QUADRUPLAS NEM RESULTADO"
                   TO DETALHE-CORRECAO
               GO TO 6410-EXIT
           END-IF
           IF TOTAL-QUADRUPLAS-ALUNO > 0
               PERFORM 6600-COMPARAR-SEQUENCIA THRU 6600-EXIT
               IF CORRECAO-SEQUENCIA-ERRADA
                   GO TO 6410-EXIT
               END-IF
           END-IF
           IF RESULTADO-INFORMADO
               PERFORM 6650-COMPARAR-RESULTADO THRU 6650-EXIT
               IF CORRECAO-RESULTADO-ERRADO
                   GO TO 6410-EXIT
               END-IF
           END-IF
           SET CORRECAO-CORRETA TO TRUE.
       6410-EXIT.
           EXIT.

      *--- A expressao copiada pelo aluno e so conferida (sem espacos)
      *--- contra a do gabarito: a correcao vale sempre o gabarito, a
      *--- divergencia sai como aviso na folha de notas.
       6420-CONFERIR-EXPRESSAO.
           IF EXPRESSAO-SUBMISSAO = SPACES
               GO TO 6420-EXIT
           END-IF
           MOVE EXPRESSAO-GAB(IDX-GABARITO) TO TEXTO-A-COMPACTAR
           PERFORM 6430-COMPACTAR-TEXTO THRU 6430-EXIT
           MOVE TEXTO-COMPACTADO TO EXPRESSAO-GAB-COMPACTA
           MOVE EXPRESSAO-SUBMISSAO TO TEXTO-A-COMPACTAR
           PERFORM 6430-COMPACTAR-TEXTO THRU 6430-EXIT
           IF TEXTO-COMPACTADO NOT = EXPRESSAO-GAB-COMPACTA
               SET EXPRESSAO-DIVERGENTE TO TRUE
           END-IF.
       6420-EXIT.
           EXIT.

       6430-COMPACTAR-TEXTO.
           MOVE SPACES TO TEXTO-COMPACTADO
           MOVE 0 TO TAMANHO-COMPACTADO
           PERFORM 6431-COPIAR-CARACTERE THRU 6431-EXIT
               VARYING POSICAO-COMPACTAR FROM 1 BY 1
                   UNTIL POSICAO-COMPACTAR > 60.
       6430-EXIT.
           EXIT.

       6431-COPIAR-CARACTERE.
           IF TEXTO-A-COMPACTAR(POSICAO-COMPACTAR:1) NOT = SPACE
               ADD 1 TO TAMANHO-COMPACTADO
               MOVE TEXTO-A-COMPACTAR(POSICAO-COMPACTAR:1)
                   TO TEXTO-COMPACTADO(TAMANHO-COMPACTADO:1)
           END-IF.
       6431-EXIT.
           EXIT.

       6450-REGISTRAR-CORRECAO.
           ADD 1 TO TOTAL-CORRECOES
           MOVE ALUNO-SUBMISSAO
               TO ALUNO-CORRECAO(TOTAL-CORRECOES)
           MOVE EXERCICIO-SUBMISSAO
               TO EXERCICIO-CORRECAO(TOTAL-CORRECOES)
           MOVE SITUACAO-CORRECAO
               TO SITUACAO-CORRECAO-TAB(TOTAL-CORRECOES)
           MOVE DETALHE-CORRECAO
               TO DETALHE-CORRECAO-TAB(TOTAL-CORRECOES)
           MOVE FLAG-EXPRESSAO-DIVERGENTE
               TO DIVERGENCIA-CORRECAO-TAB(TOTAL-CORRECOES)
           MOVE "N" TO FOLHA-IMPRESSA-TAB(TOTAL-CORRECOES)
           EVALUATE TRUE
               WHEN CORRECAO-CORRETA
                   ADD 1 TO CONTADOR-CORRETAS
               WHEN CORRECAO-RESULTADO-ERRADO
                   ADD 1 TO CONTADOR-RESULTADO-ERRADO
               WHEN CORRECAO-SEQUENCIA-ERRADA
                   ADD 1 TO CONTADOR-SEQUENCIA-ERRADA
               WHEN OTHER
                   ADD 1 TO CONTADOR-NAO-CORRIGIDAS
           END-EVALUATE
           IF EXERCICIO-NAO-ACHADO
               GO TO 6450-EXIT
           END-IF
           ADD 1 TO SUBMETIDOS-GAB(IDX-GABARITO)
           EVALUATE TRUE
               WHEN CORRECAO-CORRETA
                   ADD 1 TO CORRETOS-GAB(IDX-GABARITO)
               WHEN CORRECAO-RESULTADO-ERRADO
                   ADD 1 TO RESULTADO-ERRADO-GAB(IDX-GABARITO)
               WHEN CORRECAO-SEQUENCIA-ERRADA
                   ADD 1 TO SEQUENCIA-ERRADA-GAB(IDX-GABARITO)
               WHEN OTHER
                   ADD 1 TO NAO-CORRIGIDOS-GAB(IDX-GABARITO)
           END-EVALUATE.
       6450-EXIT.
           EXIT.

      *--- Resposta correta do exercicio IDX-GABARITO: converte a
      *--- expressao do gabarito (as quadruplas vem para a tabela por
      *--- 9000, ver 6540) e executa com os valores do gabarito. O
      *--- resultado e o valor do ultimo operando da pilha: o ultimo
      *--- temporario, ou a propria variavel ou literal quando a
      *--- expressao nao tem operador.
       6500-PREPARAR-GABARITO.
           SET GABARITO-EXECUTOU TO TRUE
           MOVE SPACES TO MOTIVO-FALHA-GABARITO
           MOVE 0 TO TOTAL-QUADRUPLAS-GABARITO RESULTADO-GABARITO
           IF EXPRESSAO-GAB(IDX-GABARITO) = SPACES
               SET GABARITO-FALHOU TO TRUE
               MOVE "EXERCICIO SEM EXPRESSAO (LINHA E)"
                   TO MOTIVO-FALHA-GABARITO
               GO TO 6500-EXIT
           END-IF
           MOVE SPACES TO EXPRESSAO-ENTRADA
           MOVE EXPRESSAO-GAB(IDX-GABARITO) TO EXPRESSAO-ENTRADA
           PERFORM 2100-TOKENIZAR THRU 2100-EXIT
           IF EXPRESSAO-INVALIDA
               SET GABARITO-FALHOU TO TRUE
               MOVE "CARACTERE NAO RECONHECIDO NA EXPRESSAO"
                   TO MOTIVO-FALHA-GABARITO
               GO TO 6500-EXIT
           END-IF
           IF LIMITE-TOKENS-EXCEDIDO
               SET GABARITO-FALHOU TO TRUE
               MOVE "EXPRESSAO EXCEDE O LIMITE DE 30 TOKENS"
                   TO MOTIVO-FALHA-GABARITO
               GO TO 6500-EXIT
           END-IF
           PERFORM 2200-CONVERTER-PARA-POSFIXA THRU 2200-EXIT
           IF EXPRESSAO-INVALIDA
               SET GABARITO-FALHOU TO TRUE
               MOVE "OPERANDOS E OPERADORES DESBALANCEADOS"
                   TO MOTIVO-FALHA-GABARITO
               GO TO 6500-EXIT
           END-IF
           PERFORM 2300-GERAR-CODIGO-TRES-ENDERECOS THRU 2300-EXIT
           MOVE PILHA-AVAL-TEXTO(TOPO-PILHA-AVALIACAO)
               TO OPERANDO-FINAL-GABARITO

           PERFORM 6510-CARREGAR-VALORES-GABARITO THRU 6510-EXIT
           IF GABARITO-FALHOU
               GO TO 6500-EXIT
           END-IF
           PERFORM 6520-EXECUTAR-QUADRUPLA-GABARITO THRU 6520-EXIT
               VARYING IDX-QUADRUPLA-CORRECAO FROM 1 BY 1
                   UNTIL IDX-QUADRUPLA-CORRECAO >
                             TOTAL-QUADRUPLAS-GABARITO
                      OR GABARITO-FALHOU
           IF GABARITO-FALHOU
               GO TO 6500-EXIT
           END-IF
           MOVE SPACES TO INSTR-OPERADOR INSTR-OPERANDO-1
                          INSTR-OPERANDO-2 INSTR-RESULTADO
           MOVE OPERANDO-FINAL-GABARITO TO OPERANDO-CONSULTADO
           PERFORM 6570-RESOLVER-OPERANDO THRU 6570-EXIT
           IF OPERANDO-RESOLVIDO
               MOVE VALOR-OPERANDO-OBTIDO TO RESULTADO-GABARITO
           END-IF.
       6500-EXIT.
           EXIT.

       6510-CARREGAR-VALORES-GABARITO.
           INITIALIZE TABELA-VARIAVEIS-CORRECAO
           MOVE 0 TO TOTAL-VARIAVEIS-CORRECAO
           MOVE 1 TO PONTEIRO-VALORES-CORRECAO
           PERFORM 6511-REGISTRAR-VALOR-GABARITO THRU 6511-EXIT
               UNTIL PONTEIRO-VALORES-CORRECAO > 240
                  OR GABARITO-FALHOU.
       6510-EXIT.
           EXIT.

      *--- Um par "NOME=VALOR" do gabarito; o mesmo nome repetido fica
      *--- com o ultimo valor. Valor nao numerico invalida o gabarito.
       6511-REGISTRAR-VALOR-GABARITO.
           MOVE SPACES TO TOKEN-VALOR-GABARITO
           UNSTRING VALORES-GAB(IDX-GABARITO) DELIMITED BY ALL SPACE
               INTO TOKEN-VALOR-GABARITO
               WITH POINTER PONTEIRO-VALORES-CORRECAO
           END-UNSTRING
           IF TOKEN-VALOR-GABARITO = SPACES
               GO TO 6511-EXIT
           END-IF
           MOVE TOKEN-VALOR-GABARITO TO TOKEN-VALOR-ORIGINAL
           INSPECT TOKEN-VALOR-GABARITO REPLACING FIRST "=" BY SPACE
           MOVE SPACES TO NOME-VARIAVEL-LIDA TEXTO-VALOR-LIDO
           UNSTRING TOKEN-VALOR-GABARITO DELIMITED BY ALL SPACE
               INTO NOME-VARIAVEL-LIDA TEXTO-VALOR-LIDO
           END-UNSTRING
           IF NOME-VARIAVEL-LIDA = SPACES
              OR TEXTO-VALOR-LIDO = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(TEXTO-VALOR-LIDO))
                 NOT = 0
               SET GABARITO-FALHOU TO TRUE
               STRING "VALOR INVALIDO NO GABARITO ("
                                              DELIMITED BY SIZE
                      FUNCTION TRIM(TOKEN-VALOR-ORIGINAL)
                                              DELIMITED BY SIZE
                      ")"                     DELIMITED BY SIZE
                   INTO MOTIVO-FALHA-GABARITO
               GO TO 6511-EXIT
           END-IF
           MOVE SPACES TO INSTR-OPERADOR
           MOVE NOME-VARIAVEL-LIDA TO INSTR-RESULTADO
           COMPUTE VALOR-RESULTADO =
               FUNCTION NUMVAL(FUNCTION TRIM(TEXTO-VALOR-LIDO))
           PERFORM 6580-ARMAZENAR-RESULTADO THRU 6580-EXIT.
       6511-EXIT.
           EXIT.

       6520-EXECUTAR-QUADRUPLA-GABARITO.
           MOVE OPERADOR-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
               TO INSTR-OPERADOR
           MOVE OPERANDO-1-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
               TO INSTR-OPERANDO-1
           MOVE OPERANDO-2-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
               TO INSTR-OPERANDO-2
           MOVE RESULTADO-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
               TO INSTR-RESULTADO
           PERFORM 6560-EXECUTAR-INSTRUCAO THRU 6560-EXIT.
       6520-EXIT.
           EXIT.

      *--- Chamado por 9000 durante a correcao: a quadrupla gerada vai
      *--- para a tabela da resposta correta.
       6540-GUARDAR-QUADRUPLA-GABARITO.
           IF TOTAL-QUADRUPLAS-GABARITO >= 30
               GO TO 6540-EXIT
           END-IF
           ADD 1 TO TOTAL-QUADRUPLAS-GABARITO
           MOVE WS-TAC-OPERADOR
               TO OPERADOR-QUAD-GAB(TOTAL-QUADRUPLAS-GABARITO)
           MOVE WS-TAC-OPERANDO-1
               TO OPERANDO-1-QUAD-GAB(TOTAL-QUADRUPLAS-GABARITO)
           MOVE WS-TAC-OPERANDO-2
               TO OPERANDO-2-QUAD-GAB(TOTAL-QUADRUPLAS-GABARITO)
           MOVE WS-TAC-RESULTADO
               TO RESULTADO-QUAD-GAB(TOTAL-QUADRUPLAS-GABARITO).
       6540-EXIT.
           EXIT.

      *--- Execucao de uma quadrupla do gabarito, com a aritmetica de
      *--- EXECUTA_TRES_ENDERECOS (S9(18), divisao por zero e estouro
      *--- tratados como falha).
       6560-EXECUTAR-INSTRUCAO.
           MOVE INSTR-OPERANDO-1 TO OPERANDO-CONSULTADO
           PERFORM 6570-RESOLVER-OPERANDO THRU 6570-EXIT
           IF OPERANDO-NAO-RESOLVIDO
               GO TO 6560-EXIT
           END-IF
           MOVE VALOR-OPERANDO-OBTIDO TO VALOR-OPERANDO-1
           MOVE INSTR-OPERANDO-2 TO OPERANDO-CONSULTADO
           PERFORM 6570-RESOLVER-OPERANDO THRU 6570-EXIT
           IF OPERANDO-NAO-RESOLVIDO
               GO TO 6560-EXIT
           END-IF
           MOVE VALOR-OPERANDO-OBTIDO TO VALOR-OPERANDO-2

           EVALUATE INSTR-OPERADOR(1:1)
               WHEN "+"
                   COMPUTE VALOR-RESULTADO =
                       VALOR-OPERANDO-1 + VALOR-OPERANDO-2
                       ON SIZE ERROR
                           MOVE "OVERFLOW" TO MOTIVO-BASE-FALHA
                           PERFORM 6565-MARCAR-FALHA-GABARITO
                               THRU 6565-EXIT
                   END-COMPUTE
               WHEN "-"
                   COMPUTE VALOR-RESULTADO =
                       VALOR-OPERANDO-1 - VALOR-OPERANDO-2
                       ON SIZE ERROR
                           MOVE "OVERFLOW" TO MOTIVO-BASE-FALHA
                           PERFORM 6565-MARCAR-FALHA-GABARITO
                               THRU 6565-EXIT
                   END-COMPUTE
               WHEN "*"
                   COMPUTE VALOR-RESULTADO =
                       VALOR-OPERANDO-1 * VALOR-OPERANDO-2
                       ON SIZE ERROR
                           MOVE "OVERFLOW" TO MOTIVO-BASE-FALHA
                           PERFORM 6565-MARCAR-FALHA-GABARITO
                               THRU 6565-EXIT
                   END-COMPUTE
               WHEN "/"
                   IF VALOR-OPERANDO-2 = 0
                       MOVE "DIVISAO POR ZERO" TO MOTIVO-BASE-FALHA
                       PERFORM 6565-MARCAR-FALHA-GABARITO
                           THRU 6565-EXIT
                   ELSE
                       COMPUTE VALOR-RESULTADO =
                           VALOR-OPERANDO-1 / VALOR-OPERANDO-2
                           ON SIZE ERROR
                               MOVE "OVERFLOW" TO MOTIVO-BASE-FALHA
                               PERFORM 6565-MARCAR-FALHA-GABARITO
                                   THRU 6565-EXIT
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   MOVE "OPERADOR DESCONHECIDO" TO MOTIVO-BASE-FALHA
                   PERFORM 6565-MARCAR-FALHA-GABARITO THRU 6565-EXIT
           END-EVALUATE
           IF GABARITO-FALHOU
               GO TO 6560-EXIT
           END-IF
           PERFORM 6580-ARMAZENAR-RESULTADO THRU 6580-EXIT.
       6560-EXIT.
           EXIT.

       6565-MARCAR-FALHA-GABARITO.
           SET GABARITO-FALHOU TO TRUE
           MOVE SPACES TO MOTIVO-FALHA-GABARITO
           IF INSTR-OPERADOR = SPACES
               MOVE MOTIVO-BASE-FALHA TO MOTIVO-FALHA-GABARITO
               GO TO 6565-EXIT
           END-IF
           PERFORM 6625-MONTAR-TEXTO-INSTRUCAO THRU 6625-EXIT
           STRING FUNCTION TRIM(MOTIVO-BASE-FALHA) DELIMITED BY SIZE
                  " EM "                           DELIMITED BY SIZE
                  FUNCTION TRIM(TEXTO-QUAD-GABARITO)
                                                   DELIMITED BY SIZE
               INTO MOTIVO-FALHA-GABARITO.
       6565-EXIT.
           EXIT.

       6570-RESOLVER-OPERANDO.
           SET OPERANDO-RESOLVIDO TO TRUE
           MOVE 0 TO VALOR-OPERANDO-OBTIDO
           IF OPERANDO-CONSULTADO(1:1) >= "0"
              AND OPERANDO-CONSULTADO(1:1) <= "9"
               COMPUTE VALOR-OPERANDO-OBTIDO =
                   FUNCTION NUMVAL(OPERANDO-CONSULTADO)
               GO TO 6570-EXIT
           END-IF
           SET IDX-VARIAVEL TO 1
           SEARCH ENTRADA-VARIAVEL-CORRECAO
               AT END
                   SET OPERANDO-NAO-RESOLVIDO TO TRUE
                   MOVE SPACES TO MOTIVO-BASE-FALHA
                   STRING "VARIAVEL SEM VALOR ("  DELIMITED BY SIZE
                          FUNCTION TRIM(OPERANDO-CONSULTADO)
                                                  DELIMITED BY SIZE
                          ")"                     DELIMITED BY SIZE
                       INTO MOTIVO-BASE-FALHA
                   PERFORM 6565-MARCAR-FALHA-GABARITO THRU 6565-EXIT
               WHEN NOME-VARIAVEL-CORRECAO(IDX-VARIAVEL) =
                        OPERANDO-CONSULTADO
                   MOVE VALOR-VARIAVEL-CORRECAO(IDX-VARIAVEL)
                       TO VALOR-OPERANDO-OBTIDO
           END-SEARCH.
       6570-EXIT.
           EXIT.

       6580-ARMAZENAR-RESULTADO.
           SET IDX-VARIAVEL TO 1
           SEARCH ENTRADA-VARIAVEL-CORRECAO
               AT END
                   IF TOTAL-VARIAVEIS-CORRECAO >= 90
                       MOVE "TABELA DE VARIAVEIS CHEIA"
                           TO MOTIVO-BASE-FALHA
                       PERFORM 6565-MARCAR-FALHA-GABARITO
                           THRU 6565-EXIT
                   ELSE
                       ADD 1 TO TOTAL-VARIAVEIS-CORRECAO
                       SET IDX-VARIAVEL TO TOTAL-VARIAVEIS-CORRECAO
                       MOVE INSTR-RESULTADO
                           TO NOME-VARIAVEL-CORRECAO(IDX-VARIAVEL)
                       MOVE VALOR-RESULTADO
                           TO VALOR-VARIAVEL-CORRECAO(IDX-VARIAVEL)
                   END-IF
               WHEN NOME-VARIAVEL-CORRECAO(IDX-VARIAVEL) =
                        INSTR-RESULTADO
                   MOVE VALOR-RESULTADO
                       TO VALOR-VARIAVEL-CORRECAO(IDX-VARIAVEL)
           END-SEARCH.
       6580-EXIT.
           EXIT.

      *--- Sequencia: quadrupla a quadrupla ate a primeira divergente
      *--- (inclusive a que falta ou sobra em uma das duas).
       6600-COMPARAR-SEQUENCIA.
           MOVE TOTAL-QUADRUPLAS-GABARITO TO MAIOR-TOTAL-QUADRUPLAS
           IF TOTAL-QUADRUPLAS-ALUNO > MAIOR-TOTAL-QUADRUPLAS
               MOVE TOTAL-QUADRUPLAS-ALUNO TO MAIOR-TOTAL-QUADRUPLAS
           END-IF
           PERFORM 6610-COMPARAR-UMA-QUADRUPLA THRU 6610-EXIT
               VARYING IDX-QUADRUPLA-CORRECAO FROM 1 BY 1
                   UNTIL IDX-QUADRUPLA-CORRECAO > MAIOR-TOTAL-QUADRUPLAS
                      OR IDX-QUADRUPLA-CORRECAO > 30
                      OR CORRECAO-SEQUENCIA-ERRADA.
       6600-EXIT.
           EXIT.

       6610-COMPARAR-UMA-QUADRUPLA.
           IF IDX-QUADRUPLA-CORRECAO > TOTAL-QUADRUPLAS-GABARITO
               MOVE "(NENHUMA)" TO TEXTO-QUAD-GABARITO
           ELSE
               PERFORM 6620-MONTAR-TEXTO-GABARITO THRU 6620-EXIT
           END-IF
           IF IDX-QUADRUPLA-CORRECAO > TOTAL-QUADRUPLAS-ALUNO
               MOVE "(NENHUMA)" TO TEXTO-QUAD-COMPARADA
           ELSE
               MOVE TEXTO-QUAD-ALUNO(IDX-QUADRUPLA-CORRECAO)
                   TO TEXTO-QUAD-COMPARADA
           END-IF
           IF IDX-QUADRUPLA-CORRECAO <= TOTAL-QUADRUPLAS-GABARITO
              AND IDX-QUADRUPLA-CORRECAO <= TOTAL-QUADRUPLAS-ALUNO
              AND OPERADOR-QUAD-ALUNO(IDX-QUADRUPLA-CORRECAO) =
                  OPERADOR-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
              AND OPERANDO-1-QUAD-ALUNO(IDX-QUADRUPLA-CORRECAO) =
                  OPERANDO-1-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
              AND OPERANDO-2-QUAD-ALUNO(IDX-QUADRUPLA-CORRECAO) =
                  OPERANDO-2-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
              AND RESULTADO-QUAD-ALUNO(IDX-QUADRUPLA-CORRECAO) =
                  RESULTADO-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
               GO TO 6610-EXIT
           END-IF
           SET CORRECAO-SEQUENCIA-ERRADA TO TRUE
           MOVE IDX-QUADRUPLA-CORRECAO TO NUMERO-QUADRUPLA-EDITADO
           MOVE SPACES TO DETALHE-CORRECAO
           STRING "QUADRUPLA "                   DELIMITED BY SIZE
                  FUNCTION TRIM(NUMERO-QUADRUPLA-EDITADO)
                                                 DELIMITED BY SIZE
                  " - GABARITO: "                DELIMITED BY SIZE
                  FUNCTION TRIM(TEXTO-QUAD-GABARITO)
                                                 DELIMITED BY SIZE
                  "   ALUNO: "                   DELIMITED BY SIZE
                  FUNCTION TRIM(TEXTO-QUAD-COMPARADA)
                                                 DELIMITED BY SIZE
               INTO DETALHE-CORRECAO.
       6610-EXIT.
           EXIT.

       6620-MONTAR-TEXTO-GABARITO.
           MOVE OPERADOR-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
               TO INSTR-OPERADOR
           MOVE OPERANDO-1-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
               TO INSTR-OPERANDO-1
           MOVE OPERANDO-2-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
               TO INSTR-OPERANDO-2
           MOVE RESULTADO-QUAD-GAB(IDX-QUADRUPLA-CORRECAO)
               TO INSTR-RESULTADO
           PERFORM 6625-MONTAR-TEXTO-INSTRUCAO THRU 6625-EXIT.
       6620-EXIT.
           EXIT.

       6625-MONTAR-TEXTO-INSTRUCAO.
           MOVE SPACES TO TEXTO-QUAD-GABARITO
           STRING FUNCTION TRIM(INSTR-RESULTADO)   DELIMITED BY SIZE
                  " = "                            DELIMITED BY SIZE
                  FUNCTION TRIM(INSTR-OPERANDO-1)  DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  INSTR-OPERADOR(1:1)              DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(INSTR-OPERANDO-2)  DELIMITED BY SIZE
               INTO TEXTO-QUAD-GABARITO.
       6625-EXIT.
           EXIT.

       6650-COMPARAR-RESULTADO.
           MOVE RESULTADO-GABARITO TO VALOR-EDITADO-GABARITO
           IF TEXTO-RESULTADO-ALUNO = SPACES
              OR FUNCTION TEST-NUMVAL(
                     FUNCTION TRIM(TEXTO-RESULTADO-ALUNO)) NOT = 0
               SET CORRECAO-RESULTADO-ERRADO TO TRUE
               STRING "RESULTADO - GABARITO: "   DELIMITED BY SIZE
                      FUNCTION TRIM(VALOR-EDITADO-GABARITO)
                                                 DELIMITED BY SIZE
                      "   ALUNO: "               DELIMITED BY SIZE
                      FUNCTION TRIM(TEXTO-RESULTADO-ALUNO)
                                                 DELIMITED BY SIZE
                      " (NAO NUMERICO)"          DELIMITED BY SIZE
                   INTO DETALHE-CORRECAO
               GO TO 6650-EXIT
           END-IF
           COMPUTE VALOR-RESULTADO-ALUNO =
               FUNCTION NUMVAL(FUNCTION TRIM(TEXTO-RESULTADO-ALUNO))
           IF VALOR-RESULTADO-ALUNO NOT = RESULTADO-GABARITO
               SET CORRECAO-RESULTADO-ERRADO TO TRUE
               MOVE VALOR-RESULTADO-ALUNO TO VALOR-EDITADO-ALUNO
               STRING "RESULTADO - GABARITO: "   DELIMITED BY SIZE
                      FUNCTION TRIM(VALOR-EDITADO-GABARITO)
                                                 DELIMITED BY SIZE
                      "   ALUNO: "               DELIMITED BY SIZE
                      FUNCTION TRIM(VALOR-EDITADO-ALUNO)
                                                 DELIMITED BY SIZE
                   INTO DETALHE-CORRECAO
           END-IF.
       6650-EXIT.
           EXIT.

      *--- Folha de notas: uma por aluno, na ordem da primeira
      *--- submissao de cada um, com todos os exercicios que ele
      *--- entregou (as submissoes nao precisam vir agrupadas).
       6800-IMPRIMIR-FOLHAS-ALUNOS.
           PERFORM 6810-IMPRIMIR-FOLHA-ALUNO THRU 6810-EXIT
               VARYING IDX-CORRECAO FROM 1 BY 1
                   UNTIL IDX-CORRECAO > TOTAL-CORRECOES.
       6800-EXIT.
           EXIT.

       6810-IMPRIMIR-FOLHA-ALUNO.
           IF FOLHA-IMPRESSA-TAB(IDX-CORRECAO) = "S"
               GO TO 6810-EXIT
           END-IF
           ADD 1 TO CONTADOR-ALUNOS
           MOVE ALUNO-CORRECAO(IDX-CORRECAO) TO ALUNO-FOLHA-CORRENTE
           MOVE 0 TO ACERTOS-ALUNO CORRIGIDOS-ALUNO NAO-CORRIGIDOS-ALUNO
           MOVE SPACES TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           MOVE SPACES TO LINHA-CORRECAO-EDICAO
           STRING "FOLHA DE NOTAS - ALUNO "       DELIMITED BY SIZE
                  FUNCTION TRIM(ALUNO-FOLHA-CORRENTE)
                                                  DELIMITED BY SIZE
               INTO LINHA-CORRECAO-EDICAO
           MOVE LINHA-CORRECAO-EDICAO TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT

           PERFORM 6820-IMPRIMIR-EXERCICIO-ALUNO THRU 6820-EXIT
               VARYING IDX-CORRECAO-ALUNO FROM IDX-CORRECAO BY 1
                   UNTIL IDX-CORRECAO-ALUNO > TOTAL-CORRECOES

           MOVE 0 TO PERCENTUAL-ACERTO
           IF CORRIGIDOS-ALUNO > 0
               COMPUTE PERCENTUAL-ACERTO ROUNDED =
                   ACERTOS-ALUNO * 100 / CORRIGIDOS-ALUNO
           END-IF
           MOVE PERCENTUAL-ACERTO TO PERCENTUAL-EDITADO
           MOVE SPACES TO LINHA-CORRECAO-EDICAO
           STRING "  NOTA: "                      DELIMITED BY SIZE
                  ACERTOS-ALUNO                   DELIMITED BY SIZE
                  " ACERTOS EM "                  DELIMITED BY SIZE
                  CORRIGIDOS-ALUNO                DELIMITED BY SIZE
                  " EXERCICIOS CORRIGIDOS ("      DELIMITED BY SIZE
                  FUNCTION TRIM(PERCENTUAL-EDITADO)
                                                  DELIMITED BY SIZE
                  "%)   NAO CORRIGIDOS: "         DELIMITED BY SIZE
                  NAO-CORRIGIDOS-ALUNO            DELIMITED BY SIZE
               INTO LINHA-CORRECAO-EDICAO
           MOVE LINHA-CORRECAO-EDICAO TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT.
       6810-EXIT.
           EXIT.

       6820-IMPRIMIR-EXERCICIO-ALUNO.
           IF ALUNO-CORRECAO(IDX-CORRECAO-ALUNO) NOT =
                  ALUNO-FOLHA-CORRENTE
               GO TO 6820-EXIT
           END-IF
           MOVE "S" TO FOLHA-IMPRESSA-TAB(IDX-CORRECAO-ALUNO)
           MOVE SITUACAO-CORRECAO-TAB(IDX-CORRECAO-ALUNO)
               TO SITUACAO-CORRECAO
           EVALUATE TRUE
               WHEN CORRECAO-CORRETA
                   MOVE "CORRETO" TO TEXTO-SITUACAO-CORRECAO
                   ADD 1 TO ACERTOS-ALUNO CORRIGIDOS-ALUNO
               WHEN CORRECAO-RESULTADO-ERRADO
                   MOVE "RESULTADO ERRADO" TO TEXTO-SITUACAO-CORRECAO
                   ADD 1 TO CORRIGIDOS-ALUNO
               WHEN CORRECAO-SEQUENCIA-ERRADA
                   MOVE "SEQUENCIA ERRADA" TO TEXTO-SITUACAO-CORRECAO
                   ADD 1 TO CORRIGIDOS-ALUNO
               WHEN OTHER
                   MOVE "NAO CORRIGIDO" TO TEXTO-SITUACAO-CORRECAO
                   ADD 1 TO NAO-CORRIGIDOS-ALUNO
           END-EVALUATE
           MOVE SPACES TO LINHA-CORRECAO-EDICAO
           STRING "  EXERCICIO "                  DELIMITED BY SIZE
                  EXERCICIO-CORRECAO(IDX-CORRECAO-ALUNO)
                                                  DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  TEXTO-SITUACAO-CORRECAO         DELIMITED BY SIZE
               INTO LINHA-CORRECAO-EDICAO
           MOVE LINHA-CORRECAO-EDICAO TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           IF DETALHE-CORRECAO-TAB(IDX-CORRECAO-ALUNO) NOT = SPACES
               MOVE SPACES TO LINHA-CORRECAO-EDICAO
               STRING "      "                    DELIMITED BY SIZE
                      DETALHE-CORRECAO-TAB(IDX-CORRECAO-ALUNO)
                                                  DELIMITED BY SIZE
                   INTO LINHA-CORRECAO-EDICAO
               MOVE LINHA-CORRECAO-EDICAO TO REG-LINHA-CORRECAO
               PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           END-IF
           IF DIVERGENCIA-CORRECAO-TAB(IDX-CORRECAO-ALUNO) = "S"
               MOVE "      ATENCAO: EXPRESSAO DA SUBMISSAO DIFERE DA "
                  & "DO GABARITO" TO REG-LINHA-CORRECAO
               PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           END-IF.
       6820-EXIT.
           EXIT.

      *--- Resumo da turma: uma linha por exercicio do gabarito, na
      *--- ordem do gabarito, e os totais gerais.
       6850-IMPRIMIR-RESUMO-TURMA.
           MOVE SPACES TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           MOVE "RESUMO DA TURMA POR EXERCICIO" TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           MOVE ALL "-" TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           MOVE SPACES TO LINHA-CORRECAO-EDICAO
           STRING "  EXE   SUBM.  CORRETOS  RES.ERR.  "
                                                  DELIMITED BY SIZE
                  "SEQ.ERR.   N.CORR.    ACERTO"  DELIMITED BY SIZE
               INTO LINHA-CORRECAO-EDICAO
           MOVE LINHA-CORRECAO-EDICAO TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           PERFORM 6860-IMPRIMIR-EXERCICIO-TURMA THRU 6860-EXIT
               VARYING IDX-GABARITO FROM 1 BY 1
                   UNTIL IDX-GABARITO > TOTAL-EXERCICIOS-GABARITO
           MOVE ALL "-" TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT

           MOVE SPACES TO LINHA-CORRECAO-EDICAO
           STRING "  SUBMISSOES: "                DELIMITED BY SIZE
                  CONTADOR-SUBMISSOES             DELIMITED BY SIZE
                  "   ALUNOS: "                   DELIMITED BY SIZE
                  CONTADOR-ALUNOS                 DELIMITED BY SIZE
                  "   CORRETAS: "                 DELIMITED BY SIZE
                  CONTADOR-CORRETAS               DELIMITED BY SIZE
               INTO LINHA-CORRECAO-EDICAO
           MOVE LINHA-CORRECAO-EDICAO TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           MOVE SPACES TO LINHA-CORRECAO-EDICAO
           STRING "  RESULTADO ERRADO: "          DELIMITED BY SIZE
                  CONTADOR-RESULTADO-ERRADO       DELIMITED BY SIZE
                  "   SEQUENCIA ERRADA: "         DELIMITED BY SIZE
                  CONTADOR-SEQUENCIA-ERRADA       DELIMITED BY SIZE
                  "   NAO CORRIGIDAS: "           DELIMITED BY SIZE
                  CONTADOR-NAO-CORRIGIDAS         DELIMITED BY SIZE
               INTO LINHA-CORRECAO-EDICAO
           MOVE LINHA-CORRECAO-EDICAO TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           IF CONTADOR-FORA-GABARITO > 0
               MOVE SPACES TO LINHA-CORRECAO-EDICAO
               STRING "  SUBMISSOES DE EXERCICIOS FORA DO GABARITO: "
                                                  DELIMITED BY SIZE
                      CONTADOR-FORA-GABARITO      DELIMITED BY SIZE
                   INTO LINHA-CORRECAO-EDICAO
               MOVE LINHA-CORRECAO-EDICAO TO REG-LINHA-CORRECAO
               PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           END-IF
           IF CONTADOR-LINHAS-IGNORADAS > 0
               MOVE SPACES TO LINHA-CORRECAO-EDICAO
               STRING "  LINHAS IGNORADAS (GABARITO E SUBMISSOES): "
                                                  DELIMITED BY SIZE
                      CONTADOR-LINHAS-IGNORADAS   DELIMITED BY SIZE
                   INTO LINHA-CORRECAO-EDICAO
               MOVE LINHA-CORRECAO-EDICAO TO REG-LINHA-CORRECAO
               PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           END-IF
           IF CONTADOR-EXCEDENTES > 0
               MOVE SPACES TO LINHA-CORRECAO-EDICAO
               STRING "  SUBMISSOES ALEM DE 500, NAO CORRIGIDAS: "
                                                  DELIMITED BY SIZE
                      CONTADOR-EXCEDENTES         DELIMITED BY SIZE
                   INTO LINHA-CORRECAO-EDICAO
               MOVE LINHA-CORRECAO-EDICAO TO REG-LINHA-CORRECAO
               PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT
           END-IF.
       6850-EXIT.
           EXIT.

       6860-IMPRIMIR-EXERCICIO-TURMA.
           MOVE NUMERO-EXERCICIO-GAB(IDX-GABARITO) TO EXERCICIO-TURMA
           MOVE SUBMETIDOS-GAB(IDX-GABARITO)       TO SUBMETIDOS-TURMA
           MOVE CORRETOS-GAB(IDX-GABARITO)         TO CORRETOS-TURMA
           MOVE RESULTADO-ERRADO-GAB(IDX-GABARITO)
               TO RESULTADO-ERRADO-TURMA
           MOVE SEQUENCIA-ERRADA-GAB(IDX-GABARITO)
               TO SEQUENCIA-ERRADA-TURMA
           MOVE NAO-CORRIGIDOS-GAB(IDX-GABARITO)
               TO NAO-CORRIGIDOS-TURMA
           COMPUTE CORRIGIDOS-EXERCICIO =
               SUBMETIDOS-GAB(IDX-GABARITO)
             - NAO-CORRIGIDOS-GAB(IDX-GABARITO)
           MOVE 0 TO PERCENTUAL-ACERTO
           IF CORRIGIDOS-EXERCICIO > 0
               COMPUTE PERCENTUAL-ACERTO ROUNDED =
                   CORRETOS-GAB(IDX-GABARITO) * 100
                       / CORRIGIDOS-EXERCICIO
           END-IF
           MOVE PERCENTUAL-ACERTO TO PERCENTUAL-TURMA
           MOVE LINHA-RESUMO-TURMA TO REG-LINHA-CORRECAO
           PERFORM 6900-GRAVAR-LINHA-CORRECAO THRU 6900-EXIT.
       6860-EXIT.
           EXIT.

       6900-GRAVAR-LINHA-CORRECAO.
           WRITE REG-LINHA-CORRECAO
           IF NOT ARQ-RELATORIO-CORRECAO-OK
               PERFORM 9800-ABEND-RELATORIO-CORRECAO
                   THRU 9800-ABEND-RELATORIO-CORRECAO-EXIT
           END-IF.
       6900-EXIT.
           EXIT.

      *--- Totais da correcao para o controle de execucoes: erros dos
      *--- alunos nao sao avisos do job; avisos sao exercicios que
      *--- ficaram sem corrigir e linhas que nao puderam ser lidas.
       6950-TOTAIS-PARA-CONTROLE.
           MOVE CONTADOR-SUBMISSOES TO REGISTROS-PARA-CONTROLE
           MOVE CONTADOR-CORRETAS   TO VALIDOS-PARA-CONTROLE
           COMPUTE INVALIDOS-PARA-CONTROLE =
               CONTADOR-SUBMISSOES - CONTADOR-CORRETAS
           IF SEVERIDADE-CORRECAO = 0
              AND (CONTADOR-NAO-CORRIGIDAS > 0
                   OR CONTADOR-LINHAS-IGNORADAS > 0
                   OR CONTADOR-EXCEDENTES > 0)
               MOVE 4 TO SEVERIDADE-CORRECAO
           END-IF
           EVALUATE SEVERIDADE-CORRECAO
               WHEN 0
                   MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
               WHEN 4
                   MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
               WHEN OTHER
                   MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
           END-EVALUATE.
       6950-EXIT.
           EXIT.

      ******************************************************************
      * 9000-GRAVAR-LINHA-LISTAGEM
      *   Grava uma instrucao de codigo de tres enderecos no arquivo de
      *   RESULTADO devem estar preenchidos pelo paragrafo chamador.
      ******************************************************************
       9000-GRAVAR-LINHA-LISTAGEM.
      *--- Na correcao de exercicios a quadrupla vai so para a tabela
      *--- da resposta correta; a listagem nem esta aberta.
           IF CORRIGINDO-EXERCICIOS
               PERFORM 6540-GUARDAR-QUADRUPLA-GABARITO THRU 6540-EXIT
               GO TO 9000-EXIT
           END-IF
           MOVE SPACES TO REG-LISTAGEM-TAC
           ADD 10 TO WS-SEQUENCIA-LISTAGEM-TAC
           MOVE WS-SEQUENCIA-LISTAGEM-TAC TO SEQ-LISTAGEM-TAC
                         ==STATUS-ARQ-BIBLIOTECA-EXPRESSOES==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de biblioteca de expressoes"==.

      ******************************************************************
      * 9800-ABEND-GABARITO-EXERCICIOS
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-GABARITO-EXERCICIOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-GABARITO-EXERCICIOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-GABARITO-EXERCICIOS==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de gabarito de exercicios"==.

      ******************************************************************
      * 9800-ABEND-SUBMISSOES-EXERCICIOS
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-SUBMISSOES-EXERCICIOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-SUBMISSOES-EXERCICIOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-SUBMISSOES-EXERCICIOS==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de submissoes de exercicios"==.

      ******************************************************************
      * 9800-ABEND-RELATORIO-CORRECAO
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RELATORIO-CORRECAO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-CORRECAO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-CORRECAO==
                     ==TEXTO-ABEND==         BY
                         =="relatorio de correcao de exercicios"==.
