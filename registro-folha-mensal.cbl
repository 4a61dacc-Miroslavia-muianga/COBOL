       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-FOLHA-MENSAL.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * REGISTRO MENSAL DE FOLHA POR DEPARTAMENTO: LISTA, PARA A
      * COMPETENCIA INFORMADA (AAAAMM, BRANCO = MES CORRENTE), CADA
      * FUNCIONARIO EM FOLHA COM GRAU SALARIAL E SALARIO BASE DO
      * CADASTRO, COM SUBTOTAL POR DEPARTAMENTO E TOTAL GERAL.
      *
      * ENTRA NA FOLHA QUEM FOI ADMITIDO ATE O ULTIMO DIA DA
      * COMPETENCIA E ESTA ATIVO; O DESLIGADO SAI DA FOLHA A PARTIR DO
      * MES DO DESLIGAMENTO (SO APARECE EM COMPETENCIA ANTERIOR A ELE).
      *
      * CONTROLE: PARA CADA FUNCIONARIO LISTADO, O ULTIMO LANCAMENTO DE
      * REMUNERACOES-FUNCIONARIOS.DAT COM VIGENCIA ATE O FIM DA
      * COMPETENCIA DA O SALARIO QUE O HISTORICO DIZ ESTAR EM VIGOR
      * (SEM LANCAMENTO, ZERO). A SOMA DESSES VALORES E CONFRONTADA COM
      * O TOTAL DO REGISTRO; CADA FUNCIONARIO DIVERGENTE E LISTADO E O
      * JOB TERMINA COM RC 4. UMA COMPETENCIA PASSADA REPROCESSADA
      * DEPOIS DE NOVOS REAJUSTES APONTA ESSES REAJUSTES COMO
      * DIVERGENCIA, POIS O CADASTRO SO GUARDA O VALOR EM VIGOR.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      * 2026-10-15 RMS    RETURN-CODE PASSA A SER ATRIBUIDO DEPOIS DO
      *                   REGISTRO NO CONTROLE DE EXECUCAO (A CHAMADA
      *                   AO REGISTRA-EXECUCAO ZERAVA A SEVERIDADE).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-REMUNERACOES
               ASSIGN TO "REMUNERACOES-FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-REMUNERACAO
               FILE STATUS IS STATUS-ARQ-REMUNERACOES.

           SELECT ARQ-RELATORIO-FOLHA
               ASSIGN TO "RELATORIO-FOLHA-MENSAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-FOLHA.

           SELECT ARQ-ORDENACAO-FOLHA
               ASSIGN TO "ORDENACAO-FOLHA.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCREC.

       FD  ARQ-DEPARTAMENTOS.
       COPY DEPTREC.

       FD  ARQ-REMUNERACOES.
       COPY REMUREC.

       FD  ARQ-RELATORIO-FOLHA.
       01  REG-LINHA-FOLHA             PIC X(100).

       SD  ARQ-ORDENACAO-FOLHA.
       01  REG-FOLHA-ORDENACAO.
           05 DEPTO-ORDENACAO          PIC X(4).
           05 MATRICULA-ORDENACAO      PIC 9(5).
           05 NOME-ORDENACAO           PIC X(20).
           05 GRAU-ORDENACAO           PIC X(2).
           05 SALARIO-ORDENACAO        PIC 9(7)V99.

       WORKING-STORAGE SECTION.
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
                         ==STATUS-ARQ-REMUNERACOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-REMUNERACOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-REMUNERACOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-REMUNERACOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-REMUNERACOES-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-FOLHA==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-FOLHA-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-FOLHA-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-FOLHA-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-FOLHA-ERRO-OUTRO==.

       01  FLAG-FIM-FUNCIONARIOS          PIC X VALUE 'N'.
           88 FIM-FUNCIONARIOS                 VALUE 'Y'.
       01  FLAG-FIM-ORDENACAO             PIC X VALUE 'N'.
           88 FIM-ORDENACAO                    VALUE 'Y'.
       01  FLAG-FIM-REMUNERACOES          PIC X VALUE 'N'.
           88 FIM-REMUNERACOES                 VALUE 'Y'.
       01  FLAG-DEPARTAMENTOS-DISPONIVEL  PIC X VALUE 'N'.
           88 DEPARTAMENTOS-DISPONIVEL         VALUE 'S'.
           88 DEPARTAMENTOS-INDISPONIVEL       VALUE 'N'.
       01  FLAG-REMUNERACOES-DISPONIVEL   PIC X VALUE 'N'.
           88 REMUNERACOES-DISPONIVEL          VALUE 'S'.
           88 REMUNERACOES-INDISPONIVEL        VALUE 'N'.
       01  FLAG-LANCAMENTO-ACHADO         PIC X VALUE 'N'.
           88 LANCAMENTO-ACHADO                VALUE 'S'.
           88 LANCAMENTO-NAO-ACHADO            VALUE 'N'.

      * --- Competencia e seus limites ---------------------------------
       01  COMPETENCIA-INFORMADA          PIC X(6) VALUE SPACES.
       01  WS-COMPETENCIA                 PIC 9(6) VALUE 0.
       01  WS-COMPETENCIA-CORRENTE        PIC 9(6) VALUE 0.
       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.
       01  WS-PRIMEIRO-DIA-MES            PIC 9(8) VALUE 0.
       01  WS-PRIMEIRO-DIA-SEGUINTE       PIC 9(8) VALUE 0.
       01  WS-ULTIMO-DIA-MES              PIC 9(8) VALUE 0.
       01  WS-ANO-SEGUINTE                PIC 9(4) VALUE 0.
       01  WS-MES-SEGUINTE                PIC 9(2) VALUE 0.
       01  WS-DIAS-INTEIROS               PIC 9(7) VALUE 0.

      * --- Quebra por departamento ------------------------------------
       01  DEPTO-CORRENTE                 PIC X(4) VALUE SPACES.
       01  DESCRICAO-DEPTO-CORRENTE       PIC X(30) VALUE SPACES.
       01  FLAG-PRIMEIRO-DEPTO            PIC X VALUE 'S'.
           88 PRIMEIRO-DEPTO                   VALUE 'S'.
           88 NAO-PRIMEIRO-DEPTO               VALUE 'N'.

      * --- Conferencia com o historico de remuneracao -----------------
       01  SALARIO-EM-VIGOR-HISTORICO     PIC 9(7)V99 VALUE 0.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-FUNCIONARIOS-LIDOS    PIC 9(7) VALUE 0.
       01  CONTADOR-FUNCIONARIOS-FOLHA    PIC 9(7) VALUE 0.
       01  CONTADOR-FUNCIONARIOS-DEPTO    PIC 9(5) VALUE 0.
       01  CONTADOR-DEPARTAMENTOS         PIC 9(5) VALUE 0.
       01  CONTADOR-DIVERGENCIAS          PIC 9(7) VALUE 0.
       01  TOTAL-SALARIOS-DEPTO           PIC 9(11)V99 VALUE 0.
       01  TOTAL-SALARIOS-FOLHA           PIC 9(11)V99 VALUE 0.
       01  TOTAL-SALARIOS-HISTORICO       PIC 9(11)V99 VALUE 0.
       01  SALARIO-EDITADO                PIC Z,ZZZ,ZZ9.99.
       01  SALARIO-HISTORICO-EDITADO      PIC Z,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-HISTORICO-EDITADO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  CONTADOR-EDITADO               PIC ZZZZ9.
       01  LINHA-FOLHA-EDICAO             PIC X(100) VALUE SPACES.

      * --- Divergencias guardadas para o quadro de controle -----------
       01  TABELA-DIVERGENCIAS.
           05 DIVERGENCIA OCCURS 200 TIMES INDEXED BY IDX-DIVERGENCIA.
               10 DIV-MATRICULA           PIC 9(5).
               10 DIV-DEPTO               PIC X(4).
               10 DIV-SALARIO-CADASTRO    PIC 9(7)V99.
               10 DIV-SALARIO-HISTORICO   PIC 9(7)V99.
               10 DIV-SEM-LANCAMENTO      PIC X.
       01  TOTAL-DIVERGENCIAS-GUARDADAS   PIC 9(3) VALUE 0.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "REGISTRO-FOLHA-MENSAL".
       01  EVENTO-PARA-CONTROLE           PIC X(6) VALUE SPACES.
       01  REGISTROS-PARA-CONTROLE        PIC 9(7) VALUE 0.
       01  VALIDOS-PARA-CONTROLE          PIC 9(7) VALUE 0.
       01  INVALIDOS-PARA-CONTROLE        PIC 9(7) VALUE 0.
       01  SITUACAO-PARA-CONTROLE         PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "Competencia da folha (AAAAMM; branco = mes atual): "
           ACCEPT COMPETENCIA-INFORMADA
           MOVE "INICIO"   TO EVENTO-PARA-CONTROLE
           MOVE "INICIADO" TO SITUACAO-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
           SORT ARQ-ORDENACAO-FOLHA
               ON ASCENDING KEY DEPTO-ORDENACAO
               ON ASCENDING KEY MATRICULA-ORDENACAO
               INPUT PROCEDURE IS 2000-ALIMENTAR-ORDENACAO
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-FOLHA
                   THRU 3000-EXIT
           PERFORM 4000-QUADRO-DE-CONTROLE THRU 4000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
       1000-ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-CORRENTE
           PERFORM 1200-CRITICAR-COMPETENCIA THRU 1200-EXIT

           OPEN INPUT ARQ-FUNCIONARIOS
           IF NOT ARQ-FUNCIONARIOS-OK
               PERFORM 9800-ABEND-FUNCIONARIOS
                   THRU 9800-ABEND-FUNCIONARIOS-EXIT
           END-IF
      *--- Sem a tabela de departamentos a folha sai sem a descricao;
      *--- sem o historico de remuneracao a conferencia acusa todo
      *--- salario diferente de zero como divergente.
           OPEN INPUT ARQ-DEPARTAMENTOS
           IF ARQ-DEPARTAMENTOS-OK
               SET DEPARTAMENTOS-DISPONIVEL TO TRUE
           ELSE
               SET DEPARTAMENTOS-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-REMUNERACOES
           IF ARQ-REMUNERACOES-OK
               SET REMUNERACOES-DISPONIVEL TO TRUE
           ELSE
               SET REMUNERACOES-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-RELATORIO-FOLHA
           IF NOT ARQ-RELATORIO-FOLHA-OK
               PERFORM 9800-ABEND-RELATORIO-FOLHA
                   THRU 9800-ABEND-RELATORIO-FOLHA-EXIT
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-GRAVAR-CABECALHO.
           MOVE "REGISTRO MENSAL DE FOLHA POR DEPARTAMENTO"
               TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           MOVE SPACES TO LINHA-FOLHA-EDICAO
           STRING "COMPETENCIA: "            DELIMITED BY SIZE
                  WS-COMPETENCIA             DELIMITED BY SIZE
                  " ("                       DELIMITED BY SIZE
                  WS-PRIMEIRO-DIA-MES        DELIMITED BY SIZE
                  " A "                      DELIMITED BY SIZE
                  WS-ULTIMO-DIA-MES          DELIMITED BY SIZE
                  ")   EMITIDO EM: "         DELIMITED BY SIZE
                  WS-DATA-HOJE               DELIMITED BY SIZE
               INTO LINHA-FOLHA-EDICAO
           MOVE LINHA-FOLHA-EDICAO TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           IF DEPARTAMENTOS-INDISPONIVEL
               MOVE "AVISO: TABELA DE DEPARTAMENTOS INDISPONIVEL."
                   TO REG-LINHA-FOLHA
               WRITE REG-LINHA-FOLHA
           END-IF
           IF REMUNERACOES-INDISPONIVEL
               MOVE "AVISO: HISTORICO DE REMUNERACAO INDISPONIVEL."
                   TO REG-LINHA-FOLHA
               WRITE REG-LINHA-FOLHA
           END-IF
           MOVE ALL "=" TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA.
       1100-EXIT.
           EXIT.

      *--- Competencia AAAAMM valida, nao futura; dela saem o primeiro
      *--- e o ultimo dia do mes.
       1200-CRITICAR-COMPETENCIA.
           IF COMPETENCIA-INFORMADA = SPACES
               MOVE WS-COMPETENCIA-CORRENTE TO WS-COMPETENCIA
           ELSE
               IF COMPETENCIA-INFORMADA NOT NUMERIC
                  OR COMPETENCIA-INFORMADA(5:2) < "01"
                  OR COMPETENCIA-INFORMADA(5:2) > "12"
                   DISPLAY "Competencia invalida: "
                           COMPETENCIA-INFORMADA
                   PERFORM 8000-ENCERRAR-COM-FALHA THRU 8000-EXIT
               END-IF
               MOVE COMPETENCIA-INFORMADA TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA > WS-COMPETENCIA-CORRENTE
               DISPLAY "Competencia futura nao aceita: " WS-COMPETENCIA
               PERFORM 8000-ENCERRAR-COM-FALHA THRU 8000-EXIT
           END-IF
           COMPUTE WS-PRIMEIRO-DIA-MES = WS-COMPETENCIA * 100 + 1
           MOVE WS-COMPETENCIA(1:4) TO WS-ANO-SEGUINTE
           MOVE WS-COMPETENCIA(5:2) TO WS-MES-SEGUINTE
           IF WS-MES-SEGUINTE = 12
               ADD 1 TO WS-ANO-SEGUINTE
               MOVE 1 TO WS-MES-SEGUINTE
           ELSE
               ADD 1 TO WS-MES-SEGUINTE
           END-IF
           COMPUTE WS-PRIMEIRO-DIA-SEGUINTE =
               WS-ANO-SEGUINTE * 10000 + WS-MES-SEGUINTE * 100 + 1
           COMPUTE WS-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA-SEGUINTE) - 1
           COMPUTE WS-ULTIMO-DIA-MES =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).
       1200-EXIT.
           EXIT.

      * =========================
      * ALIMENTA A CLASSIFICACAO COM OS FUNCIONARIOS EM FOLHA NA
      * COMPETENCIA
       2000-ALIMENTAR-ORDENACAO.
           MOVE 0 TO CHAVE-FUNCIONARIO
           START ARQ-FUNCIONARIOS
               KEY IS NOT LESS THAN CHAVE-FUNCIONARIO
               INVALID KEY
                   SET FIM-FUNCIONARIOS TO TRUE
           END-START
           PERFORM 2100-LIBERAR-PROXIMO-FUNCIONARIO THRU 2100-EXIT
               UNTIL FIM-FUNCIONARIOS.
       2000-EXIT.
           EXIT.

       2100-LIBERAR-PROXIMO-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS NEXT RECORD
               AT END
                   SET FIM-FUNCIONARIOS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO CONTADOR-FUNCIONARIOS-LIDOS
           IF DATA-ADMISSAO-FUNCIONARIO > WS-ULTIMO-DIA-MES
               GO TO 2100-EXIT
           END-IF
      *--- Desligado so conta em competencia anterior ao mes da saida;
      *--- desligamento sem data (anterior ao campo) nao entra.
           IF FUNCIONARIO-DESLIGADO
               IF DATA-DESLIGAMENTO-FUNCIONARIO = 0
                  OR DATA-DESLIGAMENTO-FUNCIONARIO(1:6)
                         <= WS-COMPETENCIA
                   GO TO 2100-EXIT
               END-IF
           END-IF
           MOVE DEPTO-FUNCIONARIO         TO DEPTO-ORDENACAO
           MOVE CHAVE-FUNCIONARIO         TO MATRICULA-ORDENACAO
           MOVE NOME-FUNCIONARIO          TO NOME-ORDENACAO
           MOVE GRAU-SALARIAL-FUNCIONARIO TO GRAU-ORDENACAO
           MOVE SALARIO-BASE-FUNCIONARIO  TO SALARIO-ORDENACAO
           RELEASE REG-FOLHA-ORDENACAO.
       2100-EXIT.
           EXIT.

      * =========================
      * RECEBE OS FUNCIONARIOS POR DEPARTAMENTO, IMPRIME A FOLHA COM
      * SUBTOTAL POR DEPARTAMENTO E CONFERE CADA SALARIO COM O
      * HISTORICO DE REMUNERACAO
       3000-IMPRIMIR-FOLHA.
           PERFORM 3100-PROCESSAR-FUNCIONARIO THRU 3100-EXIT
               UNTIL FIM-ORDENACAO
           IF CONTADOR-FUNCIONARIOS-FOLHA = 0
               MOVE "(NENHUM FUNCIONARIO EM FOLHA NA COMPETENCIA)"
                   TO REG-LINHA-FOLHA
               WRITE REG-LINHA-FOLHA
           ELSE
               PERFORM 3400-FECHAR-DEPARTAMENTO THRU 3400-EXIT
           END-IF
           MOVE ALL "=" TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           MOVE CONTADOR-FUNCIONARIOS-FOLHA TO CONTADOR-EDITADO
           MOVE TOTAL-SALARIOS-FOLHA TO TOTAL-EDITADO
           MOVE SPACES TO LINHA-FOLHA-EDICAO
           STRING "TOTAL GERAL DA FOLHA: "      DELIMITED BY SIZE
                  CONTADOR-EDITADO              DELIMITED BY SIZE
                  " FUNCIONARIO(S) EM "         DELIMITED BY SIZE
                  CONTADOR-DEPARTAMENTOS        DELIMITED BY SIZE
                  " DEPARTAMENTO(S)   "         DELIMITED BY SIZE
                  TOTAL-EDITADO                 DELIMITED BY SIZE
               INTO LINHA-FOLHA-EDICAO
           MOVE LINHA-FOLHA-EDICAO TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA.
       3000-EXIT.
           EXIT.

       3100-PROCESSAR-FUNCIONARIO.
           RETURN ARQ-ORDENACAO-FOLHA
               AT END
                   SET FIM-ORDENACAO TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF PRIMEIRO-DEPTO
              OR DEPTO-ORDENACAO NOT = DEPTO-CORRENTE
               IF NAO-PRIMEIRO-DEPTO
                   PERFORM 3400-FECHAR-DEPARTAMENTO THRU 3400-EXIT
               END-IF
               SET NAO-PRIMEIRO-DEPTO TO TRUE
               MOVE DEPTO-ORDENACAO TO DEPTO-CORRENTE
               ADD 1 TO CONTADOR-DEPARTAMENTOS
               PERFORM 3200-ABRIR-DEPARTAMENTO THRU 3200-EXIT
           END-IF
           ADD 1 TO CONTADOR-FUNCIONARIOS-FOLHA
           ADD 1 TO CONTADOR-FUNCIONARIOS-DEPTO
           ADD SALARIO-ORDENACAO TO TOTAL-SALARIOS-DEPTO
           ADD SALARIO-ORDENACAO TO TOTAL-SALARIOS-FOLHA
           MOVE SALARIO-ORDENACAO TO SALARIO-EDITADO
           MOVE SPACES TO LINHA-FOLHA-EDICAO
           STRING "  "                   DELIMITED BY SIZE
                  MATRICULA-ORDENACAO    DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  NOME-ORDENACAO         DELIMITED BY SIZE
                  "  GRAU "              DELIMITED BY SIZE
                  GRAU-ORDENACAO         DELIMITED BY SIZE
                  "  SALARIO BASE "      DELIMITED BY SIZE
                  SALARIO-EDITADO        DELIMITED BY SIZE
               INTO LINHA-FOLHA-EDICAO
           MOVE LINHA-FOLHA-EDICAO TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           PERFORM 3500-CONFERIR-REMUNERACAO THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

       3200-ABRIR-DEPARTAMENTO.
           MOVE 0 TO CONTADOR-FUNCIONARIOS-DEPTO
           MOVE 0 TO TOTAL-SALARIOS-DEPTO
           MOVE "(DESCRICAO INDISPONIVEL)" TO DESCRICAO-DEPTO-CORRENTE
           IF DEPARTAMENTOS-DISPONIVEL
               MOVE DEPTO-CORRENTE TO CODIGO-DEPARTAMENTO
               READ ARQ-DEPARTAMENTOS
                   KEY IS CODIGO-DEPARTAMENTO
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)"
                           TO DESCRICAO-DEPTO-CORRENTE
                   NOT INVALID KEY
                       MOVE DESCRICAO-DEPARTAMENTO
                           TO DESCRICAO-DEPTO-CORRENTE
               END-READ
           END-IF
           MOVE SPACES TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           MOVE SPACES TO LINHA-FOLHA-EDICAO
           STRING "DEPARTAMENTO: "           DELIMITED BY SIZE
                  DEPTO-CORRENTE             DELIMITED BY SIZE
                  " - "                      DELIMITED BY SIZE
                  DESCRICAO-DEPTO-CORRENTE   DELIMITED BY SIZE
               INTO LINHA-FOLHA-EDICAO
           MOVE LINHA-FOLHA-EDICAO TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           MOVE ALL "-" TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA.
       3200-EXIT.
           EXIT.

       3400-FECHAR-DEPARTAMENTO.
           MOVE CONTADOR-FUNCIONARIOS-DEPTO TO CONTADOR-EDITADO
           MOVE TOTAL-SALARIOS-DEPTO TO TOTAL-EDITADO
           MOVE SPACES TO LINHA-FOLHA-EDICAO
           STRING "  SUBTOTAL "              DELIMITED BY SIZE
                  DEPTO-CORRENTE             DELIMITED BY SIZE
                  ": "                       DELIMITED BY SIZE
                  CONTADOR-EDITADO           DELIMITED BY SIZE
                  " FUNCIONARIO(S)   "       DELIMITED BY SIZE
                  TOTAL-EDITADO              DELIMITED BY SIZE
               INTO LINHA-FOLHA-EDICAO
           MOVE LINHA-FOLHA-EDICAO TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA.
       3400-EXIT.
           EXIT.

      *--- Salario que o historico diz estar em vigor no fim da
      *--- competencia: o ultimo lancamento da matricula com vigencia
      *--- ate WS-ULTIMO-DIA-MES (a chave entrega por vigencia).
       3500-CONFERIR-REMUNERACAO.
           MOVE 0 TO SALARIO-EM-VIGOR-HISTORICO
           SET LANCAMENTO-NAO-ACHADO TO TRUE
           IF REMUNERACOES-DISPONIVEL
               MOVE 'N' TO FLAG-FIM-REMUNERACOES
               MOVE MATRICULA-ORDENACAO TO MATRICULA-REMUNERACAO
               MOVE 0 TO VIGENCIA-REMUNERACAO
               MOVE SPACES TO DATA-HORA-REMUNERACAO
               START ARQ-REMUNERACOES
                   KEY IS NOT LESS THAN CHAVE-REMUNERACAO
                   INVALID KEY
                       SET FIM-REMUNERACOES TO TRUE
               END-START
               PERFORM 3510-LER-LANCAMENTO THRU 3510-EXIT
                   UNTIL FIM-REMUNERACOES
           END-IF
           ADD SALARIO-EM-VIGOR-HISTORICO TO TOTAL-SALARIOS-HISTORICO
           IF SALARIO-EM-VIGOR-HISTORICO NOT = SALARIO-ORDENACAO
               ADD 1 TO CONTADOR-DIVERGENCIAS
               IF TOTAL-DIVERGENCIAS-GUARDADAS < 200
                   ADD 1 TO TOTAL-DIVERGENCIAS-GUARDADAS
                   SET IDX-DIVERGENCIA TO TOTAL-DIVERGENCIAS-GUARDADAS
                   MOVE MATRICULA-ORDENACAO
                       TO DIV-MATRICULA(IDX-DIVERGENCIA)
                   MOVE DEPTO-ORDENACAO
                       TO DIV-DEPTO(IDX-DIVERGENCIA)
                   MOVE SALARIO-ORDENACAO
                       TO DIV-SALARIO-CADASTRO(IDX-DIVERGENCIA)
                   MOVE SALARIO-EM-VIGOR-HISTORICO
                       TO DIV-SALARIO-HISTORICO(IDX-DIVERGENCIA)
                   IF LANCAMENTO-ACHADO
                       MOVE 'N' TO DIV-SEM-LANCAMENTO(IDX-DIVERGENCIA)
                   ELSE
                       MOVE 'S' TO DIV-SEM-LANCAMENTO(IDX-DIVERGENCIA)
                   END-IF
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

       3510-LER-LANCAMENTO.
           READ ARQ-REMUNERACOES NEXT RECORD
               AT END
                   SET FIM-REMUNERACOES TO TRUE
                   GO TO 3510-EXIT
           END-READ
           IF MATRICULA-REMUNERACAO NOT = MATRICULA-ORDENACAO
              OR VIGENCIA-REMUNERACAO > WS-ULTIMO-DIA-MES
               SET FIM-REMUNERACOES TO TRUE
               GO TO 3510-EXIT
           END-IF
           SET LANCAMENTO-ACHADO TO TRUE
           MOVE SALARIO-NOVO-REMUNERACAO TO SALARIO-EM-VIGOR-HISTORICO.
       3510-EXIT.
           EXIT.

      * =========================
      * QUADRO DE CONTROLE: TOTAL DO REGISTRO CONTRA A SOMA DO
      * HISTORICO DE REMUNERACAO, COM AS DIVERGENCIAS POR FUNCIONARIO
       4000-QUADRO-DE-CONTROLE.
           MOVE SPACES TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           MOVE "CONFERENCIA COM O HISTORICO DE REMUNERACAO"
               TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           MOVE ALL "-" TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           MOVE TOTAL-SALARIOS-FOLHA TO TOTAL-EDITADO
           MOVE TOTAL-SALARIOS-HISTORICO TO TOTAL-HISTORICO-EDITADO
           MOVE SPACES TO LINHA-FOLHA-EDICAO
           STRING "TOTAL DO REGISTRO......: " DELIMITED BY SIZE
                  TOTAL-EDITADO               DELIMITED BY SIZE
               INTO LINHA-FOLHA-EDICAO
           MOVE LINHA-FOLHA-EDICAO TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           MOVE SPACES TO LINHA-FOLHA-EDICAO
           STRING "SOMA DO HISTORICO......: " DELIMITED BY SIZE
                  TOTAL-HISTORICO-EDITADO     DELIMITED BY SIZE
               INTO LINHA-FOLHA-EDICAO
           MOVE LINHA-FOLHA-EDICAO TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           IF TOTAL-SALARIOS-FOLHA = TOTAL-SALARIOS-HISTORICO
              AND CONTADOR-DIVERGENCIAS = 0
               MOVE "SITUACAO...............: CONFERE"
                   TO REG-LINHA-FOLHA
               WRITE REG-LINHA-FOLHA
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO LINHA-FOLHA-EDICAO
           STRING "SITUACAO...............: DIVERGE ("
                                              DELIMITED BY SIZE
                  CONTADOR-DIVERGENCIAS       DELIMITED BY SIZE
                  " FUNCIONARIO(S))"          DELIMITED BY SIZE
               INTO LINHA-FOLHA-EDICAO
           MOVE LINHA-FOLHA-EDICAO TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA
           PERFORM 4100-LISTAR-DIVERGENCIA THRU 4100-EXIT
               VARYING IDX-DIVERGENCIA FROM 1 BY 1
               UNTIL IDX-DIVERGENCIA > TOTAL-DIVERGENCIAS-GUARDADAS
           IF CONTADOR-DIVERGENCIAS > TOTAL-DIVERGENCIAS-GUARDADAS
               MOVE "AVISO: mais de 200 divergencias; lista truncada."
                   TO REG-LINHA-FOLHA
               WRITE REG-LINHA-FOLHA
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LISTAR-DIVERGENCIA.
           MOVE DIV-SALARIO-CADASTRO(IDX-DIVERGENCIA) TO SALARIO-EDITADO
           MOVE DIV-SALARIO-HISTORICO(IDX-DIVERGENCIA)
               TO SALARIO-HISTORICO-EDITADO
           MOVE SPACES TO LINHA-FOLHA-EDICAO
           IF DIV-SEM-LANCAMENTO(IDX-DIVERGENCIA) = 'S'
               STRING "  MATRICULA "                 DELIMITED BY SIZE
                      DIV-MATRICULA(IDX-DIVERGENCIA) DELIMITED BY SIZE
                      " DEPTO "                      DELIMITED BY SIZE
                      DIV-DEPTO(IDX-DIVERGENCIA)     DELIMITED BY SIZE
                      "  CADASTRO "                  DELIMITED BY SIZE
                      SALARIO-EDITADO                DELIMITED BY SIZE
                      "  SEM LANCAMENTO NO HISTORICO"
                                                     DELIMITED BY SIZE
                   INTO LINHA-FOLHA-EDICAO
           ELSE
               STRING "  MATRICULA "                 DELIMITED BY SIZE
                      DIV-MATRICULA(IDX-DIVERGENCIA) DELIMITED BY SIZE
                      " DEPTO "                      DELIMITED BY SIZE
                      DIV-DEPTO(IDX-DIVERGENCIA)     DELIMITED BY SIZE
                      "  CADASTRO "                  DELIMITED BY SIZE
                      SALARIO-EDITADO                DELIMITED BY SIZE
                      "  HISTORICO "                 DELIMITED BY SIZE
                      SALARIO-HISTORICO-EDITADO      DELIMITED BY SIZE
                   INTO LINHA-FOLHA-EDICAO
           END-IF
           MOVE LINHA-FOLHA-EDICAO TO REG-LINHA-FOLHA
           WRITE REG-LINHA-FOLHA.
       4100-EXIT.
           EXIT.

      * =========================
      * COMPETENCIA INVALIDA: NADA FOI ABERTO, O JOB TERMINA COM RC 8
       8000-ENCERRAR-COM-FALHA.
           MOVE "FIM"    TO EVENTO-PARA-CONTROLE
           MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       8000-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           CLOSE ARQ-FUNCIONARIOS
           CLOSE ARQ-RELATORIO-FOLHA
           IF DEPARTAMENTOS-DISPONIVEL
               CLOSE ARQ-DEPARTAMENTOS
           END-IF
           IF REMUNERACOES-DISPONIVEL
               CLOSE ARQ-REMUNERACOES
           END-IF

           MOVE TOTAL-SALARIOS-FOLHA TO TOTAL-EDITADO
           MOVE TOTAL-SALARIOS-HISTORICO TO TOTAL-HISTORICO-EDITADO
           DISPLAY "Registro mensal de folha concluido."
           DISPLAY "Competencia..........: " WS-COMPETENCIA
           DISPLAY "Funcionarios lidos...: " CONTADOR-FUNCIONARIOS-LIDOS
           DISPLAY "Em folha.............: " CONTADOR-FUNCIONARIOS-FOLHA
           DISPLAY "Total do registro....: " TOTAL-EDITADO
           DISPLAY "Soma do historico....: " TOTAL-HISTORICO-EDITADO
           DISPLAY "Divergencias.........: " CONTADOR-DIVERGENCIAS
           DISPLAY "Folha em RELATORIO-FOLHA-MENSAL.TXT"

      *--- Severidade para o scheduler: 4 quando o registro nao bate
      *--- com o historico de remuneracao.
           IF CONTADOR-DIVERGENCIAS > 0
              OR TOTAL-SALARIOS-FOLHA NOT = TOTAL-SALARIOS-HISTORICO
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-FUNCIONARIOS-LIDOS TO REGISTROS-PARA-CONTROLE
           COMPUTE VALIDOS-PARA-CONTROLE =
               CONTADOR-FUNCIONARIOS-FOLHA - CONTADOR-DIVERGENCIAS
           MOVE CONTADOR-DIVERGENCIAS TO INVALIDOS-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
      *--- RETURN-CODE so depois do REGISTRA-EXECUCAO, cuja chamada o
      *--- zera.
           IF SITUACAO-PARA-CONTROLE = "AVISOS"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      * =========================
      * RASTRO NO CONTROLE CENTRAL DE EXECUCOES
       9100-GRAVAR-RUN-CONTROLE.
           CALL "REGISTRA-EXECUCAO" USING PROGRAMA-PARA-CONTROLE
                                          EVENTO-PARA-CONTROLE
                                          REGISTROS-PARA-CONTROLE
                                          VALIDOS-PARA-CONTROLE
                                          INVALIDOS-PARA-CONTROLE
                                          SITUACAO-PARA-CONTROLE.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * PARAGRAFOS PADRAO DE ABORT POR ERRO FATAL DE ARQUIVO (ABENDFIL)
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-FUNCIONARIOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-FUNCIONARIOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-FUNCIONARIOS==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de funcionarios"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RELATORIO-FOLHA==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-FOLHA-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-FOLHA==
                     ==TEXTO-ABEND==         BY
                         =="arquivo do registro de folha"==.

       END PROGRAM REGISTRO-FOLHA-MENSAL.
