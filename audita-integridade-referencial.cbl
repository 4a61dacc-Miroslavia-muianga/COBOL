       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-INTEGRIDADE-REFERENCIAL.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * AUDITORIA NOTURNA DA INTEGRIDADE REFERENCIAL ENTRE OS
      * CADASTROS: CADA PROGRAMA DE MANUTENCAO CONFERE AS REFERENCIAS
      * DO REGISTRO NA HORA DA DIGITACAO, MAS NADA CONFERE OS ARQUIVOS
      * ENTRE SI DEPOIS DISSO, E RESTAURACOES, RECUPERACOES E
      * EXCLUSOES LOGICAS DEIXAM CHAVES PENDURADAS. ESTE JOB PERCORRE
      * OS CADASTROS E LISTA CADA ELO QUEBRADO, AGRUPADO POR REGRA,
      * COM A CONTAGEM DE CADA REGRA:
      *   R01 FUNCIONARIO LOTADO EM DEPARTAMENTO INEXISTENTE
      *   R02 DEPARTAMENTO COM SUPERIOR INEXISTENTE
      *   R03 EQUIPE SUBMISSORA DE DEPARTAMENTO INEXISTENTE
      *   R04 PENDENCIA ABERTA DE EQUIPE INEXISTENTE
      *   R05 PENDENCIA ABERTA DE EQUIPE INATIVA
      *   R06 AVISO PENDENTE DE EQUIPE INEXISTENTE
      *   R07 AVISO PENDENTE DE EQUIPE INATIVA
      *   R08 MOVIMENTO DE MATRICULA INEXISTENTE
      *   R09 REMUNERACAO DE MATRICULA INEXISTENTE
      *   R10 ISENCAO DE NOME FORA DO HISTORICO E DO CATALOGO
      * CADA REGRA TEM SEVERIDADE 8 (CHAVE PENDURADA: O SCHEDULER
      * SEGURA O CICLO) OU 4 (PENDENCIA DE LIMPEZA). O RC DO JOB E A
      * MAIOR SEVERIDADE COM OCORRENCIA; REGRA QUE NAO PODE SER
      * AVALIADA (CADASTRO DE REFERENCIA AUSENTE) SAI ASSINALADA E
      * VALE RC 4. ARQUIVO QUE REFERENCIA E NAO EXISTE NAO TEM O QUE
      * QUEBRAR: A REGRA SAI SEM OCORRENCIA.
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

           SELECT ARQ-SUBMISSORES
               ASSIGN TO "SUBMISSORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-SUBMISSOR
               FILE STATUS IS STATUS-ARQ-SUBMISSORES.

           SELECT ARQ-PENDENCIAS
               ASSIGN TO "PENDENCIAS-REJEICAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PENDENCIA
               FILE STATUS IS STATUS-ARQ-PENDENCIAS.

           SELECT ARQ-AVISOS-EMITIDOS
               ASSIGN TO "AVISOS-EMITIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-AVISO
               FILE STATUS IS STATUS-ARQ-AVISOS-EMITIDOS.

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

           SELECT ARQ-ISENCOES
               ASSIGN TO "ISENCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-ISENCAO
               FILE STATUS IS STATUS-ARQ-ISENCOES.

           SELECT ARQ-HISTORICO-VALIDACAO
               ASSIGN TO "HISTORICO-VALIDACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HISTORICO-VALIDACAO
               FILE STATUS IS STATUS-ARQ-HISTORICO-VALIDACAO.

           SELECT ARQ-CATALOGO-ONDE-USADO
               ASSIGN TO "CATALOGO-ONDE-USADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CATALOGO
               FILE STATUS IS STATUS-ARQ-CATALOGO-ONDE-USADO.

           SELECT ARQ-RELATORIO-INTEGRIDADE
               ASSIGN TO "RELATORIO-INTEGRIDADE-REFERENCIAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-INTEGRIDADE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
       COPY FUNCREC.

       FD  ARQ-DEPARTAMENTOS.
       COPY DEPTREC.

       FD  ARQ-SUBMISSORES.
       COPY SUBMREC.

       FD  ARQ-PENDENCIAS.
       COPY PENDREC.

       FD  ARQ-AVISOS-EMITIDOS.
       COPY AVISREC.

       FD  ARQ-MOVIMENTOS.
       COPY MOVREC.

       FD  ARQ-REMUNERACOES.
       COPY REMUREC.

       FD  ARQ-ISENCOES.
       COPY ISENREC.

       FD  ARQ-HISTORICO-VALIDACAO.
       COPY HISTREC.

       FD  ARQ-CATALOGO-ONDE-USADO.
       COPY CATREC.

       FD  ARQ-RELATORIO-INTEGRIDADE.
       01  REG-LINHA-INTEGRIDADE       PIC X(110).

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
                         ==STATUS-ARQ-PENDENCIAS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-PENDENCIAS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-PENDENCIAS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-PENDENCIAS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-PENDENCIAS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-AVISOS-EMITIDOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-AVISOS-EMITIDOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-AVISOS-EMITIDOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-AVISOS-EMITIDOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-AVISOS-EMITIDOS-ERRO-OUTRO==.
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
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-ISENCOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-ISENCOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-ISENCOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-ISENCOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-ISENCOES-ERRO-OUTRO==.
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
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-CATALOGO-ONDE-USADO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-CATALOGO-ONDE-USADO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-CATALOGO-ONDE-USADO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-CATALOGO-ONDE-USADO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-CATALOGO-ONDE-USADO-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-INTEGRIDADE==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-INTEGRIDADE-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-INTEGRIDADE-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-INTEGRIDADE-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-INTEGRIDADE-ERRO-OUTRO==.

      * --- Disponibilidade dos cadastros de referencia ----------------
       01  FLAG-FUNCIONARIOS-DISPONIVEL   PIC X VALUE 'N'.
           88 FUNCIONARIOS-DISPONIVEL          VALUE 'S'.
       01  FLAG-DEPARTAMENTOS-DISPONIVEL  PIC X VALUE 'N'.
           88 DEPARTAMENTOS-DISPONIVEL         VALUE 'S'.
       01  FLAG-SUBMISSORES-DISPONIVEL    PIC X VALUE 'N'.
           88 SUBMISSORES-DISPONIVEL           VALUE 'S'.
       01  FLAG-HISTORICO-DISPONIVEL      PIC X VALUE 'N'.
           88 HISTORICO-DISPONIVEL             VALUE 'S'.
       01  FLAG-CATALOGO-DISPONIVEL       PIC X VALUE 'N'.
           88 CATALOGO-DISPONIVEL              VALUE 'S'.

       01  FLAG-FIM-VARREDURA             PIC X VALUE 'N'.
           88 FIM-VARREDURA                    VALUE 'Y'.
       01  FLAG-FIM-CATALOGO              PIC X VALUE 'N'.
           88 FIM-CATALOGO                     VALUE 'Y'.
       01  FLAG-REFERENCIA                PIC X VALUE 'N'.
           88 REFERENCIA-ENCONTRADA            VALUE 'S'.
           88 REFERENCIA-AUSENTE               VALUE 'N'.
       01  CODIGO-DEPTO-CORRENTE          PIC X(4) VALUE SPACES.
       01  SUPERIOR-PROCURADO             PIC X(4) VALUE SPACES.
       01  DESCRICAO-DEPTO-CORRENTE       PIC X(30) VALUE SPACES.
       01  SITUACAO-EQUIPE-APURADA        PIC X VALUE SPACE.
           88 EQUIPE-INEXISTENTE               VALUE 'X'.
           88 EQUIPE-INATIVA                   VALUE 'I'.
           88 EQUIPE-ATIVA                     VALUE 'A'.

      * --- Regras auditadas (codigo, severidade, descricao) -----------
       01  TABELA-REGRAS-LIT.
           05 FILLER PIC X(3)  VALUE "R01".
           05 FILLER PIC 9     VALUE 8.
           05 FILLER PIC X(50)
               VALUE "FUNCIONARIO LOTADO EM DEPARTAMENTO INEXISTENTE".
           05 FILLER PIC X(3)  VALUE "R02".
           05 FILLER PIC 9     VALUE 8.
           05 FILLER PIC X(50)
               VALUE "DEPARTAMENTO COM SUPERIOR INEXISTENTE".
           05 FILLER PIC X(3)  VALUE "R03".
           05 FILLER PIC 9     VALUE 8.
           05 FILLER PIC X(50)
               VALUE "EQUIPE SUBMISSORA DE DEPARTAMENTO INEXISTENTE".
           05 FILLER PIC X(3)  VALUE "R04".
           05 FILLER PIC 9     VALUE 8.
           05 FILLER PIC X(50)
               VALUE "PENDENCIA ABERTA DE EQUIPE INEXISTENTE".
           05 FILLER PIC X(3)  VALUE "R05".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(50)
               VALUE "PENDENCIA ABERTA DE EQUIPE INATIVA".
           05 FILLER PIC X(3)  VALUE "R06".
           05 FILLER PIC 9     VALUE 8.
           05 FILLER PIC X(50)
               VALUE "AVISO PENDENTE DE EQUIPE INEXISTENTE".
           05 FILLER PIC X(3)  VALUE "R07".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(50)
               VALUE "AVISO PENDENTE DE EQUIPE INATIVA".
           05 FILLER PIC X(3)  VALUE "R08".
           05 FILLER PIC 9     VALUE 8.
           05 FILLER PIC X(50)
               VALUE "MOVIMENTO DE MATRICULA INEXISTENTE".
           05 FILLER PIC X(3)  VALUE "R09".
           05 FILLER PIC 9     VALUE 8.
           05 FILLER PIC X(50)
               VALUE "REMUNERACAO DE MATRICULA INEXISTENTE".
           05 FILLER PIC X(3)  VALUE "R10".
           05 FILLER PIC 9     VALUE 4.
           05 FILLER PIC X(50)
               VALUE "ISENCAO DE NOME FORA DO HISTORICO E DO CATALOGO".
       01  TABELA-REGRAS REDEFINES TABELA-REGRAS-LIT.
           05 REGRA-AUDITADA OCCURS 10 TIMES.
               10 CODIGO-REGRA            PIC X(3).
               10 SEVERIDADE-REGRA        PIC 9.
               10 DESCRICAO-REGRA         PIC X(50).
       01  TABELA-APURACAO-REGRAS.
           05 APURACAO-REGRA OCCURS 10 TIMES.
               10 OCORRENCIAS-REGRA       PIC 9(7).
               10 FLAG-REGRA-AVALIADA     PIC X.
                   88 REGRA-AVALIADA           VALUE 'S'.
                   88 REGRA-NAO-AVALIADA       VALUE 'N'.
       01  IDX-REGRA                      PIC 9(2) VALUE 0.
       01  TOTAL-REGRAS                   PIC 9(2) VALUE 10.
       01  CADASTRO-AUSENTE               PIC X(30) VALUE SPACES.
       01  SEVERIDADE-APURADA             PIC 9 VALUE 0.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-REGISTROS-LIDOS       PIC 9(7) VALUE 0.
       01  CONTADOR-OCORRENCIAS           PIC 9(7) VALUE 0.
       01  CONTADOR-REGRAS-QUEBRADAS      PIC 9(2) VALUE 0.
       01  CONTADOR-REGRAS-NAO-AVALIADAS  PIC 9(2) VALUE 0.
       01  LINHA-INTEGRIDADE-EDICAO       PIC X(110) VALUE SPACES.
       01  DETALHE-OCORRENCIA             PIC X(100) VALUE SPACES.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "AUDITA-INTEGRIDADE-REFERENCIAL".
       01  EVENTO-PARA-CONTROLE           PIC X(6) VALUE SPACES.
       01  REGISTROS-PARA-CONTROLE        PIC 9(7) VALUE 0.
       01  VALIDOS-PARA-CONTROLE          PIC 9(7) VALUE 0.
       01  INVALIDOS-PARA-CONTROLE        PIC 9(7) VALUE 0.
       01  SITUACAO-PARA-CONTROLE         PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "INICIO"   TO EVENTO-PARA-CONTROLE
           MOVE "INICIADO" TO SITUACAO-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
           PERFORM 2000-AUDITAR-FUNCIONARIOS THRU 2000-EXIT
           PERFORM 2100-AUDITAR-DEPARTAMENTOS THRU 2100-EXIT
           PERFORM 2200-AUDITAR-SUBMISSORES THRU 2200-EXIT
           MOVE 4 TO IDX-REGRA
           PERFORM 2300-AUDITAR-PENDENCIAS THRU 2300-EXIT
           MOVE 5 TO IDX-REGRA
           PERFORM 2300-AUDITAR-PENDENCIAS THRU 2300-EXIT
           MOVE 6 TO IDX-REGRA
           PERFORM 2400-AUDITAR-AVISOS THRU 2400-EXIT
           MOVE 7 TO IDX-REGRA
           PERFORM 2400-AUDITAR-AVISOS THRU 2400-EXIT
           PERFORM 2500-AUDITAR-MOVIMENTOS THRU 2500-EXIT
           PERFORM 2600-AUDITAR-REMUNERACOES THRU 2600-EXIT
           PERFORM 2700-AUDITAR-ISENCOES THRU 2700-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
      * CADASTROS DE REFERENCIA FICAM ABERTOS O JOB INTEIRO; OS QUE SO
      * REFERENCIAM SAO ABERTOS NA PROPRIA REGRA
       1000-ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE
           PERFORM 1010-ZERAR-APURACAO THRU 1010-EXIT
               VARYING IDX-REGRA FROM 1 BY 1
               UNTIL IDX-REGRA > TOTAL-REGRAS

           OPEN INPUT ARQ-FUNCIONARIOS
           IF ARQ-FUNCIONARIOS-OK
               SET FUNCIONARIOS-DISPONIVEL TO TRUE
           ELSE
               IF NOT ARQ-FUNCIONARIOS-NAO-ENCONTRADO
                   PERFORM 9800-ABEND-FUNCIONARIOS
                       THRU 9800-ABEND-FUNCIONARIOS-EXIT
               END-IF
           END-IF
           OPEN INPUT ARQ-DEPARTAMENTOS
           IF ARQ-DEPARTAMENTOS-OK
               SET DEPARTAMENTOS-DISPONIVEL TO TRUE
           ELSE
               IF NOT ARQ-DEPARTAMENTOS-NAO-ENCONTRADO
                   PERFORM 9800-ABEND-DEPARTAMENTOS
                       THRU 9800-ABEND-DEPARTAMENTOS-EXIT
               END-IF
           END-IF
           OPEN INPUT ARQ-SUBMISSORES
           IF ARQ-SUBMISSORES-OK
               SET SUBMISSORES-DISPONIVEL TO TRUE
           ELSE
               IF NOT ARQ-SUBMISSORES-NAO-ENCONTRADO
                   PERFORM 9800-ABEND-SUBMISSORES
                       THRU 9800-ABEND-SUBMISSORES-EXIT
               END-IF
           END-IF
           OPEN INPUT ARQ-HISTORICO-VALIDACAO
           IF ARQ-HISTORICO-VALIDACAO-OK
               SET HISTORICO-DISPONIVEL TO TRUE
           ELSE
               IF NOT ARQ-HISTORICO-VALIDACAO-NAO-ENCONTRADO
                   PERFORM 9800-ABEND-HISTORICO
                       THRU 9800-ABEND-HISTORICO-EXIT
               END-IF
           END-IF
           OPEN INPUT ARQ-CATALOGO-ONDE-USADO
           IF ARQ-CATALOGO-ONDE-USADO-OK
               SET CATALOGO-DISPONIVEL TO TRUE
           ELSE
               IF NOT ARQ-CATALOGO-ONDE-USADO-NAO-ENCONTRADO
                   PERFORM 9800-ABEND-CATALOGO
                       THRU 9800-ABEND-CATALOGO-EXIT
               END-IF
           END-IF

           OPEN OUTPUT ARQ-RELATORIO-INTEGRIDADE
           IF NOT ARQ-RELATORIO-INTEGRIDADE-OK
               PERFORM 9800-ABEND-RELATORIO-INTEGRIDADE
                   THRU 9800-ABEND-RELATORIO-INTEGRIDADE-EXIT
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1010-ZERAR-APURACAO.
           MOVE 0 TO OCORRENCIAS-REGRA(IDX-REGRA)
           SET REGRA-AVALIADA(IDX-REGRA) TO TRUE.
       1010-EXIT.
           EXIT.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO LINHA-INTEGRIDADE-EDICAO
           STRING "AUDITORIA DE INTEGRIDADE REFERENCIAL DOS CADASTROS"
                                              DELIMITED BY SIZE
                  "   DATA: "                 DELIMITED BY SIZE
                  WS-DATA-HOJE                DELIMITED BY SIZE
               INTO LINHA-INTEGRIDADE-EDICAO
           MOVE LINHA-INTEGRIDADE-EDICAO TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE
           MOVE ALL "=" TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE.
       1100-EXIT.
           EXIT.

      * =========================
      * R01 - LOTACAO DE CADA FUNCIONARIO NA TABELA DE DEPARTAMENTOS
       2000-AUDITAR-FUNCIONARIOS.
           MOVE 1 TO IDX-REGRA
           PERFORM 8000-ABRIR-REGRA THRU 8000-EXIT
           IF NOT DEPARTAMENTOS-DISPONIVEL
               MOVE "DEPARTAMENTOS.DAT" TO CADASTRO-AUSENTE
               PERFORM 8300-REGRA-NAO-AVALIADA THRU 8300-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT FUNCIONARIOS-DISPONIVEL
               PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO FLAG-FIM-VARREDURA
           MOVE ZEROS TO CHAVE-FUNCIONARIO
           START ARQ-FUNCIONARIOS
               KEY IS NOT LESS THAN CHAVE-FUNCIONARIO
               INVALID KEY
                   SET FIM-VARREDURA TO TRUE
           END-START
           PERFORM 2010-CONFERIR-FUNCIONARIO THRU 2010-EXIT
               UNTIL FIM-VARREDURA
           PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT.
       2000-EXIT.
           EXIT.

       2010-CONFERIR-FUNCIONARIO.
           READ ARQ-FUNCIONARIOS NEXT RECORD
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 2010-EXIT
           END-READ
           ADD 1 TO CONTADOR-REGISTROS-LIDOS
           MOVE DEPTO-FUNCIONARIO TO CODIGO-DEPARTAMENTO
           PERFORM 8500-PROCURAR-DEPARTAMENTO THRU 8500-EXIT
           IF REFERENCIA-ENCONTRADA
               GO TO 2010-EXIT
           END-IF
           MOVE SPACES TO DETALHE-OCORRENCIA
           STRING "MATRICULA "              DELIMITED BY SIZE
                  CHAVE-FUNCIONARIO         DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  NOME-FUNCIONARIO          DELIMITED BY SIZE
                  " SITUACAO "              DELIMITED BY SIZE
                  SITUACAO-FUNCIONARIO      DELIMITED BY SIZE
                  "  DEPTO "                DELIMITED BY SIZE
                  DEPTO-FUNCIONARIO         DELIMITED BY SIZE
               INTO DETALHE-OCORRENCIA
           PERFORM 8100-GRAVAR-OCORRENCIA THRU 8100-EXIT.
       2010-EXIT.
           EXIT.

      * =========================
      * R02 - SUPERIOR DE CADA DEPARTAMENTO (BRANCO E DIVISAO, NAO TEM
      * SUPERIOR). A PROCURA DO SUPERIOR MUDA A POSICAO DA VARREDURA,
      * QUE E RETOMADA DEPOIS DA CHAVE CORRENTE.
       2100-AUDITAR-DEPARTAMENTOS.
           MOVE 2 TO IDX-REGRA
           PERFORM 8000-ABRIR-REGRA THRU 8000-EXIT
           IF NOT DEPARTAMENTOS-DISPONIVEL
               PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO FLAG-FIM-VARREDURA
           MOVE LOW-VALUES TO CODIGO-DEPARTAMENTO
           START ARQ-DEPARTAMENTOS
               KEY IS NOT LESS THAN CODIGO-DEPARTAMENTO
               INVALID KEY
                   SET FIM-VARREDURA TO TRUE
           END-START
           PERFORM 2110-CONFERIR-DEPARTAMENTO THRU 2110-EXIT
               UNTIL FIM-VARREDURA
           PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT.
       2100-EXIT.
           EXIT.

       2110-CONFERIR-DEPARTAMENTO.
           READ ARQ-DEPARTAMENTOS NEXT RECORD
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 2110-EXIT
           END-READ
           ADD 1 TO CONTADOR-REGISTROS-LIDOS
           IF DEPTO-SUPERIOR-DEPARTAMENTO = SPACES
               GO TO 2110-EXIT
           END-IF
           MOVE CODIGO-DEPARTAMENTO         TO CODIGO-DEPTO-CORRENTE
           MOVE DESCRICAO-DEPARTAMENTO      TO DESCRICAO-DEPTO-CORRENTE
           MOVE DEPTO-SUPERIOR-DEPARTAMENTO TO SUPERIOR-PROCURADO
           MOVE SUPERIOR-PROCURADO          TO CODIGO-DEPARTAMENTO
           PERFORM 8500-PROCURAR-DEPARTAMENTO THRU 8500-EXIT
           MOVE CODIGO-DEPTO-CORRENTE TO CODIGO-DEPARTAMENTO
           START ARQ-DEPARTAMENTOS
               KEY IS GREATER THAN CODIGO-DEPARTAMENTO
               INVALID KEY
                   SET FIM-VARREDURA TO TRUE
           END-START
           IF REFERENCIA-ENCONTRADA
               GO TO 2110-EXIT
           END-IF
           MOVE SPACES TO DETALHE-OCORRENCIA
           STRING "DEPTO "                  DELIMITED BY SIZE
                  CODIGO-DEPTO-CORRENTE     DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  DESCRICAO-DEPTO-CORRENTE  DELIMITED BY SIZE
                  "  SUPERIOR "             DELIMITED BY SIZE
                  SUPERIOR-PROCURADO        DELIMITED BY SIZE
               INTO DETALHE-OCORRENCIA
           PERFORM 8100-GRAVAR-OCORRENCIA THRU 8100-EXIT.
       2110-EXIT.
           EXIT.

      * =========================
      * R03 - DEPARTAMENTO DONO DE CADA EQUIPE SUBMISSORA
       2200-AUDITAR-SUBMISSORES.
           MOVE 3 TO IDX-REGRA
           PERFORM 8000-ABRIR-REGRA THRU 8000-EXIT
           IF NOT DEPARTAMENTOS-DISPONIVEL
               MOVE "DEPARTAMENTOS.DAT" TO CADASTRO-AUSENTE
               PERFORM 8300-REGRA-NAO-AVALIADA THRU 8300-EXIT
               GO TO 2200-EXIT
           END-IF
           IF NOT SUBMISSORES-DISPONIVEL
               PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO FLAG-FIM-VARREDURA
           MOVE LOW-VALUES TO CHAVE-SUBMISSOR
           START ARQ-SUBMISSORES
               KEY IS NOT LESS THAN CHAVE-SUBMISSOR
               INVALID KEY
                   SET FIM-VARREDURA TO TRUE
           END-START
           PERFORM 2210-CONFERIR-SUBMISSOR THRU 2210-EXIT
               UNTIL FIM-VARREDURA
           PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

       2210-CONFERIR-SUBMISSOR.
           READ ARQ-SUBMISSORES NEXT RECORD
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 2210-EXIT
           END-READ
           ADD 1 TO CONTADOR-REGISTROS-LIDOS
           MOVE DEPTO-SUBMISSOR TO CODIGO-DEPARTAMENTO
           PERFORM 8500-PROCURAR-DEPARTAMENTO THRU 8500-EXIT
           IF REFERENCIA-ENCONTRADA
               GO TO 2210-EXIT
           END-IF
           MOVE SPACES TO DETALHE-OCORRENCIA
           STRING "EQUIPE "                 DELIMITED BY SIZE
                  CHAVE-SUBMISSOR           DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  NOME-EQUIPE-SUBMISSOR     DELIMITED BY SIZE
                  " SITUACAO "              DELIMITED BY SIZE
                  SITUACAO-SUBMISSOR        DELIMITED BY SIZE
                  "  DEPTO "                DELIMITED BY SIZE
                  DEPTO-SUBMISSOR           DELIMITED BY SIZE
               INTO DETALHE-OCORRENCIA
           PERFORM 8100-GRAVAR-OCORRENCIA THRU 8100-EXIT.
       2210-EXIT.
           EXIT.

      * =========================
      * R04/R05 - EQUIPE DE CADA PENDENCIA ABERTA. UMA VARREDURA POR
      * REGRA (IDX-REGRA 4 INEXISTENTE, 5 INATIVA), PARA O RELATORIO
      * SAIR AGRUPADO.
       2300-AUDITAR-PENDENCIAS.
           PERFORM 8000-ABRIR-REGRA THRU 8000-EXIT
           IF NOT SUBMISSORES-DISPONIVEL
               MOVE "SUBMISSORES.DAT" TO CADASTRO-AUSENTE
               PERFORM 8300-REGRA-NAO-AVALIADA THRU 8300-EXIT
               GO TO 2300-EXIT
           END-IF
           OPEN INPUT ARQ-PENDENCIAS
           IF ARQ-PENDENCIAS-NAO-ENCONTRADO
               PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT
               GO TO 2300-EXIT
           END-IF
           IF NOT ARQ-PENDENCIAS-OK
               PERFORM 9800-ABEND-PENDENCIAS
                   THRU 9800-ABEND-PENDENCIAS-EXIT
           END-IF
           MOVE 'N' TO FLAG-FIM-VARREDURA
           MOVE LOW-VALUES TO CHAVE-PENDENCIA
           START ARQ-PENDENCIAS
               KEY IS NOT LESS THAN CHAVE-PENDENCIA
               INVALID KEY
                   SET FIM-VARREDURA TO TRUE
           END-START
           PERFORM 2310-CONFERIR-PENDENCIA THRU 2310-EXIT
               UNTIL FIM-VARREDURA
           CLOSE ARQ-PENDENCIAS
           PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT.
       2300-EXIT.
           EXIT.

       2310-CONFERIR-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT RECORD
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO CONTADOR-REGISTROS-LIDOS
           IF NOT PENDENCIA-ABERTA
               GO TO 2310-EXIT
           END-IF
           MOVE SUBMISSOR-PENDENCIA TO CHAVE-SUBMISSOR
           PERFORM 8600-APURAR-EQUIPE THRU 8600-EXIT
           IF IDX-REGRA = 4 AND NOT EQUIPE-INEXISTENTE
               GO TO 2310-EXIT
           END-IF
           IF IDX-REGRA = 5 AND NOT EQUIPE-INATIVA
               GO TO 2310-EXIT
           END-IF
           MOVE SPACES TO DETALHE-OCORRENCIA
           STRING "EQUIPE "                 DELIMITED BY SIZE
                  SUBMISSOR-PENDENCIA       DELIMITED BY SIZE
                  " NOME "                  DELIMITED BY SIZE
                  NOME-PENDENCIA            DELIMITED BY SIZE
                  " ABERTA EM "             DELIMITED BY SIZE
                  DATA-ABERTURA-PENDENCIA   DELIMITED BY SIZE
               INTO DETALHE-OCORRENCIA
           PERFORM 8100-GRAVAR-OCORRENCIA THRU 8100-EXIT.
       2310-EXIT.
           EXIT.

      * =========================
      * R06/R07 - EQUIPE DE CADA AVISO AINDA NAO CONFIRMADO (IDX-REGRA
      * 6 INEXISTENTE, 7 INATIVA)
       2400-AUDITAR-AVISOS.
           PERFORM 8000-ABRIR-REGRA THRU 8000-EXIT
           IF NOT SUBMISSORES-DISPONIVEL
               MOVE "SUBMISSORES.DAT" TO CADASTRO-AUSENTE
               PERFORM 8300-REGRA-NAO-AVALIADA THRU 8300-EXIT
               GO TO 2400-EXIT
           END-IF
           OPEN INPUT ARQ-AVISOS-EMITIDOS
           IF ARQ-AVISOS-EMITIDOS-NAO-ENCONTRADO
               PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT
               GO TO 2400-EXIT
           END-IF
           IF NOT ARQ-AVISOS-EMITIDOS-OK
               PERFORM 9800-ABEND-AVISOS
                   THRU 9800-ABEND-AVISOS-EXIT
           END-IF
           MOVE 'N' TO FLAG-FIM-VARREDURA
           MOVE ZEROS TO NUMERO-AVISO
           START ARQ-AVISOS-EMITIDOS
               KEY IS NOT LESS THAN NUMERO-AVISO
               INVALID KEY
                   SET FIM-VARREDURA TO TRUE
           END-START
           PERFORM 2410-CONFERIR-AVISO THRU 2410-EXIT
               UNTIL FIM-VARREDURA
           CLOSE ARQ-AVISOS-EMITIDOS
           PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT.
       2400-EXIT.
           EXIT.

       2410-CONFERIR-AVISO.
           READ ARQ-AVISOS-EMITIDOS NEXT RECORD
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 2410-EXIT
           END-READ
           ADD 1 TO CONTADOR-REGISTROS-LIDOS
           IF NOT AVISO-PENDENTE
               GO TO 2410-EXIT
           END-IF
           MOVE EQUIPE-AVISO TO CHAVE-SUBMISSOR
           PERFORM 8600-APURAR-EQUIPE THRU 8600-EXIT
           IF IDX-REGRA = 6 AND NOT EQUIPE-INEXISTENTE
               GO TO 2410-EXIT
           END-IF
           IF IDX-REGRA = 7 AND NOT EQUIPE-INATIVA
               GO TO 2410-EXIT
           END-IF
           MOVE SPACES TO DETALHE-OCORRENCIA
           STRING "AVISO "                  DELIMITED BY SIZE
                  NUMERO-AVISO              DELIMITED BY SIZE
                  " EQUIPE "                DELIMITED BY SIZE
                  EQUIPE-AVISO              DELIMITED BY SIZE
                  " EMITIDO EM "            DELIMITED BY SIZE
                  DATA-EMISSAO-AVISO        DELIMITED BY SIZE
               INTO DETALHE-OCORRENCIA
           PERFORM 8100-GRAVAR-OCORRENCIA THRU 8100-EXIT.
       2410-EXIT.
           EXIT.

      * =========================
      * R08 - MATRICULA DE CADA MOVIMENTO NO CADASTRO DE FUNCIONARIOS
       2500-AUDITAR-MOVIMENTOS.
           MOVE 8 TO IDX-REGRA
           PERFORM 8000-ABRIR-REGRA THRU 8000-EXIT
           IF NOT FUNCIONARIOS-DISPONIVEL
               MOVE "FUNCIONARIOS.DAT" TO CADASTRO-AUSENTE
               PERFORM 8300-REGRA-NAO-AVALIADA THRU 8300-EXIT
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT ARQ-MOVIMENTOS
           IF ARQ-MOVIMENTOS-NAO-ENCONTRADO
               PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT
               GO TO 2500-EXIT
           END-IF
           IF NOT ARQ-MOVIMENTOS-OK
               PERFORM 9800-ABEND-MOVIMENTOS
                   THRU 9800-ABEND-MOVIMENTOS-EXIT
           END-IF
           MOVE 'N' TO FLAG-FIM-VARREDURA
           MOVE LOW-VALUES TO CHAVE-MOVIMENTO
           START ARQ-MOVIMENTOS
               KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
                   SET FIM-VARREDURA TO TRUE
           END-START
           PERFORM 2510-CONFERIR-MOVIMENTO THRU 2510-EXIT
               UNTIL FIM-VARREDURA
           CLOSE ARQ-MOVIMENTOS
           PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT.
       2500-EXIT.
           EXIT.

       2510-CONFERIR-MOVIMENTO.
           READ ARQ-MOVIMENTOS NEXT RECORD
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO CONTADOR-REGISTROS-LIDOS
           MOVE MATRICULA-MOVIMENTO TO CHAVE-FUNCIONARIO
           PERFORM 8700-PROCURAR-FUNCIONARIO THRU 8700-EXIT
           IF REFERENCIA-ENCONTRADA
               GO TO 2510-EXIT
           END-IF
           MOVE SPACES TO DETALHE-OCORRENCIA
           STRING "MATRICULA "              DELIMITED BY SIZE
                  MATRICULA-MOVIMENTO       DELIMITED BY SIZE
                  " MOVIMENTO "             DELIMITED BY SIZE
                  TIPO-MOVIMENTO            DELIMITED BY SIZE
                  " EM "                    DELIMITED BY SIZE
                  DATA-HORA-MOVIMENTO(1:8)  DELIMITED BY SIZE
                  " OPERADOR "              DELIMITED BY SIZE
                  OPERADOR-MOVIMENTO        DELIMITED BY SIZE
               INTO DETALHE-OCORRENCIA
           PERFORM 8100-GRAVAR-OCORRENCIA THRU 8100-EXIT.
       2510-EXIT.
           EXIT.

      * =========================
      * R09 - MATRICULA DE CADA LANCAMENTO DE REMUNERACAO
       2600-AUDITAR-REMUNERACOES.
           MOVE 9 TO IDX-REGRA
           PERFORM 8000-ABRIR-REGRA THRU 8000-EXIT
           IF NOT FUNCIONARIOS-DISPONIVEL
               MOVE "FUNCIONARIOS.DAT" TO CADASTRO-AUSENTE
               PERFORM 8300-REGRA-NAO-AVALIADA THRU 8300-EXIT
               GO TO 2600-EXIT
           END-IF
           OPEN INPUT ARQ-REMUNERACOES
           IF ARQ-REMUNERACOES-NAO-ENCONTRADO
               PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT
               GO TO 2600-EXIT
           END-IF
           IF NOT ARQ-REMUNERACOES-OK
               PERFORM 9800-ABEND-REMUNERACOES
                   THRU 9800-ABEND-REMUNERACOES-EXIT
           END-IF
           MOVE 'N' TO FLAG-FIM-VARREDURA
           MOVE LOW-VALUES TO CHAVE-REMUNERACAO
           START ARQ-REMUNERACOES
               KEY IS NOT LESS THAN CHAVE-REMUNERACAO
               INVALID KEY
                   SET FIM-VARREDURA TO TRUE
           END-START
           PERFORM 2610-CONFERIR-REMUNERACAO THRU 2610-EXIT
               UNTIL FIM-VARREDURA
           CLOSE ARQ-REMUNERACOES
           PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT.
       2600-EXIT.
           EXIT.

       2610-CONFERIR-REMUNERACAO.
           READ ARQ-REMUNERACOES NEXT RECORD
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 2610-EXIT
           END-READ
           ADD 1 TO CONTADOR-REGISTROS-LIDOS
           MOVE MATRICULA-REMUNERACAO TO CHAVE-FUNCIONARIO
           PERFORM 8700-PROCURAR-FUNCIONARIO THRU 8700-EXIT
           IF REFERENCIA-ENCONTRADA
               GO TO 2610-EXIT
           END-IF
           MOVE SPACES TO DETALHE-OCORRENCIA
           STRING "MATRICULA "              DELIMITED BY SIZE
                  MATRICULA-REMUNERACAO     DELIMITED BY SIZE
                  " VIGENCIA "              DELIMITED BY SIZE
                  VIGENCIA-REMUNERACAO      DELIMITED BY SIZE
                  " GRAU "                  DELIMITED BY SIZE
                  GRAU-NOVO-REMUNERACAO     DELIMITED BY SIZE
                  " OPERADOR "              DELIMITED BY SIZE
                  OPERADOR-REMUNERACAO      DELIMITED BY SIZE
               INTO DETALHE-OCORRENCIA
           PERFORM 8100-GRAVAR-OCORRENCIA THRU 8100-EXIT.
       2610-EXIT.
           EXIT.

      * =========================
      * R10 - NOME ISENTO QUE NAO ESTA NO HISTORICO DE VALIDACAO NEM
      * E DECLARADO EM MEMBRO CATALOGADO: ISENCAO SEM OBJETO. SO E
      * AVALIADA COM OS DOIS CADASTROS PRESENTES.
       2700-AUDITAR-ISENCOES.
           MOVE 10 TO IDX-REGRA
           PERFORM 8000-ABRIR-REGRA THRU 8000-EXIT
           IF NOT HISTORICO-DISPONIVEL
               MOVE "HISTORICO-VALIDACAO.DAT" TO CADASTRO-AUSENTE
               PERFORM 8300-REGRA-NAO-AVALIADA THRU 8300-EXIT
               GO TO 2700-EXIT
           END-IF
           IF NOT CATALOGO-DISPONIVEL
               MOVE "CATALOGO-ONDE-USADO.DAT" TO CADASTRO-AUSENTE
               PERFORM 8300-REGRA-NAO-AVALIADA THRU 8300-EXIT
               GO TO 2700-EXIT
           END-IF
           OPEN INPUT ARQ-ISENCOES
           IF ARQ-ISENCOES-NAO-ENCONTRADO
               PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT
               GO TO 2700-EXIT
           END-IF
           IF NOT ARQ-ISENCOES-OK
               PERFORM 9800-ABEND-ISENCOES
                   THRU 9800-ABEND-ISENCOES-EXIT
           END-IF
           MOVE 'N' TO FLAG-FIM-VARREDURA
           MOVE LOW-VALUES TO CHAVE-ISENCAO
           START ARQ-ISENCOES
               KEY IS NOT LESS THAN CHAVE-ISENCAO
               INVALID KEY
                   SET FIM-VARREDURA TO TRUE
           END-START
           PERFORM 2710-CONFERIR-ISENCAO THRU 2710-EXIT
               UNTIL FIM-VARREDURA
           CLOSE ARQ-ISENCOES
           PERFORM 8200-FECHAR-REGRA THRU 8200-EXIT.
       2700-EXIT.
           EXIT.

       2710-CONFERIR-ISENCAO.
           READ ARQ-ISENCOES NEXT RECORD
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 2710-EXIT
           END-READ
           ADD 1 TO CONTADOR-REGISTROS-LIDOS
           SET REFERENCIA-ENCONTRADA TO TRUE
           MOVE CHAVE-ISENCAO TO CHAVE-HISTORICO-VALIDACAO
           READ ARQ-HISTORICO-VALIDACAO
               KEY IS CHAVE-HISTORICO-VALIDACAO
               INVALID KEY
                   SET REFERENCIA-AUSENTE TO TRUE
           END-READ
           IF REFERENCIA-ENCONTRADA
               GO TO 2710-EXIT
           END-IF
           PERFORM 2720-PROCURAR-NO-CATALOGO THRU 2720-EXIT
           IF REFERENCIA-ENCONTRADA
               GO TO 2710-EXIT
           END-IF
           MOVE SPACES TO DETALHE-OCORRENCIA
           STRING "NOME "                   DELIMITED BY SIZE
                  CHAVE-ISENCAO             DELIMITED BY SIZE
                  " VALIDADE "              DELIMITED BY SIZE
                  VALIDADE-ISENCAO          DELIMITED BY SIZE
                  " APROVADOR "             DELIMITED BY SIZE
                  APROVADOR-ISENCAO         DELIMITED BY SIZE
               INTO DETALHE-OCORRENCIA
           PERFORM 8100-GRAVAR-OCORRENCIA THRU 8100-EXIT.
       2710-EXIT.
           EXIT.

      *--- Primeira declaracao do nome no catalogo (chave nome+membro).
       2720-PROCURAR-NO-CATALOGO.
           SET REFERENCIA-AUSENTE TO TRUE
           MOVE CHAVE-ISENCAO TO IDENTIFICADOR-CATALOGO
           MOVE LOW-VALUES    TO MEMBRO-CATALOGO
           START ARQ-CATALOGO-ONDE-USADO
               KEY IS NOT LESS THAN CHAVE-CATALOGO
               INVALID KEY
                   GO TO 2720-EXIT
           END-START
           READ ARQ-CATALOGO-ONDE-USADO NEXT RECORD
               AT END
                   GO TO 2720-EXIT
           END-READ
           IF IDENTIFICADOR-CATALOGO = CHAVE-ISENCAO
               SET REFERENCIA-ENCONTRADA TO TRUE
           END-IF.
       2720-EXIT.
           EXIT.

      * =========================
      * CABECALHO DO GRUPO DA REGRA IDX-REGRA
       8000-ABRIR-REGRA.
           MOVE SPACES TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE
           MOVE SPACES TO LINHA-INTEGRIDADE-EDICAO
           STRING "REGRA "                    DELIMITED BY SIZE
                  CODIGO-REGRA(IDX-REGRA)     DELIMITED BY SIZE
                  " - "                       DELIMITED BY SIZE
                  DESCRICAO-REGRA(IDX-REGRA)  DELIMITED BY SIZE
                  " SEVERIDADE "              DELIMITED BY SIZE
                  SEVERIDADE-REGRA(IDX-REGRA) DELIMITED BY SIZE
               INTO LINHA-INTEGRIDADE-EDICAO
           MOVE LINHA-INTEGRIDADE-EDICAO TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE
           MOVE ALL "-" TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE.
       8000-EXIT.
           EXIT.

      *--- Uma linha por elo quebrado, contada na regra corrente.
       8100-GRAVAR-OCORRENCIA.
           ADD 1 TO OCORRENCIAS-REGRA(IDX-REGRA)
           ADD 1 TO CONTADOR-OCORRENCIAS
           MOVE SPACES TO REG-LINHA-INTEGRIDADE
           MOVE DETALHE-OCORRENCIA TO REG-LINHA-INTEGRIDADE(3:100)
           WRITE REG-LINHA-INTEGRIDADE.
       8100-EXIT.
           EXIT.

       8200-FECHAR-REGRA.
           IF OCORRENCIAS-REGRA(IDX-REGRA) = 0
               MOVE "  (NENHUMA OCORRENCIA)" TO REG-LINHA-INTEGRIDADE
               WRITE REG-LINHA-INTEGRIDADE
               GO TO 8200-EXIT
           END-IF
           ADD 1 TO CONTADOR-REGRAS-QUEBRADAS
           MOVE SPACES TO LINHA-INTEGRIDADE-EDICAO
           STRING "  OCORRENCIAS DA REGRA "      DELIMITED BY SIZE
                  CODIGO-REGRA(IDX-REGRA)        DELIMITED BY SIZE
                  ": "                           DELIMITED BY SIZE
                  OCORRENCIAS-REGRA(IDX-REGRA)   DELIMITED BY SIZE
               INTO LINHA-INTEGRIDADE-EDICAO
           MOVE LINHA-INTEGRIDADE-EDICAO TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE.
       8200-EXIT.
           EXIT.

      *--- Cadastro de referencia ausente: sem ele toda referencia
      *--- sairia quebrada, o que seria alarme falso.
       8300-REGRA-NAO-AVALIADA.
           SET REGRA-NAO-AVALIADA(IDX-REGRA) TO TRUE
           ADD 1 TO CONTADOR-REGRAS-NAO-AVALIADAS
           MOVE SPACES TO LINHA-INTEGRIDADE-EDICAO
           STRING "  (NAO AVALIADA: "          DELIMITED BY SIZE
                  CADASTRO-AUSENTE             DELIMITED BY SPACE
                  " AUSENTE)"                  DELIMITED BY SIZE
               INTO LINHA-INTEGRIDADE-EDICAO
           MOVE LINHA-INTEGRIDADE-EDICAO TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE.
       8300-EXIT.
           EXIT.

      *--- Codigo ja em CODIGO-DEPARTAMENTO; branco nunca existe.
       8500-PROCURAR-DEPARTAMENTO.
           SET REFERENCIA-ENCONTRADA TO TRUE
           IF CODIGO-DEPARTAMENTO = SPACES
               SET REFERENCIA-AUSENTE TO TRUE
               GO TO 8500-EXIT
           END-IF
           READ ARQ-DEPARTAMENTOS
               KEY IS CODIGO-DEPARTAMENTO
               INVALID KEY
                   SET REFERENCIA-AUSENTE TO TRUE
           END-READ.
       8500-EXIT.
           EXIT.

      *--- Equipe ja em CHAVE-SUBMISSOR.
       8600-APURAR-EQUIPE.
           SET EQUIPE-ATIVA TO TRUE
           READ ARQ-SUBMISSORES
               KEY IS CHAVE-SUBMISSOR
               INVALID KEY
                   SET EQUIPE-INEXISTENTE TO TRUE
                   GO TO 8600-EXIT
           END-READ
           IF SUBMISSOR-INATIVO
               SET EQUIPE-INATIVA TO TRUE
           END-IF.
       8600-EXIT.
           EXIT.

      *--- Matricula ja em CHAVE-FUNCIONARIO.
       8700-PROCURAR-FUNCIONARIO.
           SET REFERENCIA-ENCONTRADA TO TRUE
           READ ARQ-FUNCIONARIOS
               KEY IS CHAVE-FUNCIONARIO
               INVALID KEY
                   SET REFERENCIA-AUSENTE TO TRUE
           END-READ.
       8700-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           MOVE SPACES TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE
           MOVE ALL "=" TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE
           MOVE "RESUMO POR REGRA:" TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE
           MOVE 0 TO SEVERIDADE-APURADA
           PERFORM 9010-RESUMIR-REGRA THRU 9010-EXIT
               VARYING IDX-REGRA FROM 1 BY 1
               UNTIL IDX-REGRA > TOTAL-REGRAS
      *--- Regra nao avaliada nao prova que esta tudo certo.
           IF CONTADOR-REGRAS-NAO-AVALIADAS > 0
              AND SEVERIDADE-APURADA < 4
               MOVE 4 TO SEVERIDADE-APURADA
           END-IF
           MOVE SPACES TO LINHA-INTEGRIDADE-EDICAO
           STRING "REGISTROS LIDOS: "          DELIMITED BY SIZE
                  CONTADOR-REGISTROS-LIDOS     DELIMITED BY SIZE
                  "   OCORRENCIAS: "           DELIMITED BY SIZE
                  CONTADOR-OCORRENCIAS         DELIMITED BY SIZE
                  "   REGRAS QUEBRADAS: "      DELIMITED BY SIZE
                  CONTADOR-REGRAS-QUEBRADAS    DELIMITED BY SIZE
                  "   NAO AVALIADAS: "         DELIMITED BY SIZE
                  CONTADOR-REGRAS-NAO-AVALIADAS
                                               DELIMITED BY SIZE
               INTO LINHA-INTEGRIDADE-EDICAO
           MOVE LINHA-INTEGRIDADE-EDICAO TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE

           IF FUNCIONARIOS-DISPONIVEL
               CLOSE ARQ-FUNCIONARIOS
           END-IF
           IF DEPARTAMENTOS-DISPONIVEL
               CLOSE ARQ-DEPARTAMENTOS
           END-IF
           IF SUBMISSORES-DISPONIVEL
               CLOSE ARQ-SUBMISSORES
           END-IF
           IF HISTORICO-DISPONIVEL
               CLOSE ARQ-HISTORICO-VALIDACAO
           END-IF
           IF CATALOGO-DISPONIVEL
               CLOSE ARQ-CATALOGO-ONDE-USADO
           END-IF
           CLOSE ARQ-RELATORIO-INTEGRIDADE

           DISPLAY "Auditoria de integridade referencial concluida."
           DISPLAY "Registros lidos......: " CONTADOR-REGISTROS-LIDOS
           DISPLAY "Ocorrencias..........: " CONTADOR-OCORRENCIAS
           DISPLAY "Regras quebradas.....: " CONTADOR-REGRAS-QUEBRADAS
           DISPLAY "Regras nao avaliadas.: "
                   CONTADOR-REGRAS-NAO-AVALIADAS
           DISPLAY "Relatorio em RELATORIO-INTEGRIDADE-REFERENCIAL.TXT"

      *--- Severidade para o scheduler: a maior severidade entre as
      *--- regras com ocorrencia (8 segura o ciclo, 4 so avisa).
           EVALUATE SEVERIDADE-APURADA
               WHEN 8
                   MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
               WHEN 4
                   MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
               WHEN OTHER
                   MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-EVALUATE
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-REGISTROS-LIDOS TO REGISTROS-PARA-CONTROLE
           IF CONTADOR-OCORRENCIAS > CONTADOR-REGISTROS-LIDOS
               MOVE 0 TO VALIDOS-PARA-CONTROLE
           ELSE
               COMPUTE VALIDOS-PARA-CONTROLE =
                   CONTADOR-REGISTROS-LIDOS - CONTADOR-OCORRENCIAS
           END-IF
           MOVE CONTADOR-OCORRENCIAS TO INVALIDOS-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           MOVE SEVERIDADE-APURADA TO RETURN-CODE.
       9000-EXIT.
           EXIT.

       9010-RESUMIR-REGRA.
           MOVE SPACES TO LINHA-INTEGRIDADE-EDICAO
           MOVE "  " TO LINHA-INTEGRIDADE-EDICAO(1:2)
           MOVE CODIGO-REGRA(IDX-REGRA)
               TO LINHA-INTEGRIDADE-EDICAO(3:3)
           MOVE DESCRICAO-REGRA(IDX-REGRA)
               TO LINHA-INTEGRIDADE-EDICAO(7:50)
           IF REGRA-NAO-AVALIADA(IDX-REGRA)
               MOVE "NAO AVALIADA" TO LINHA-INTEGRIDADE-EDICAO(58:12)
           ELSE
               MOVE OCORRENCIAS-REGRA(IDX-REGRA)
                   TO LINHA-INTEGRIDADE-EDICAO(58:7)
               IF OCORRENCIAS-REGRA(IDX-REGRA) > 0
                  AND SEVERIDADE-REGRA(IDX-REGRA) > SEVERIDADE-APURADA
                   MOVE SEVERIDADE-REGRA(IDX-REGRA)
                       TO SEVERIDADE-APURADA
               END-IF
           END-IF
           MOVE "SEV " TO LINHA-INTEGRIDADE-EDICAO(72:4)
           MOVE SEVERIDADE-REGRA(IDX-REGRA)
               TO LINHA-INTEGRIDADE-EDICAO(76:1)
           MOVE LINHA-INTEGRIDADE-EDICAO TO REG-LINHA-INTEGRIDADE
           WRITE REG-LINHA-INTEGRIDADE.
       9010-EXIT.
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
                         =="cadastro de submissores"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-PENDENCIAS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-PENDENCIAS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-PENDENCIAS==
                     ==TEXTO-ABEND==         BY
                         =="pendencias de rejeicao"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-AVISOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-AVISOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-AVISOS-EMITIDOS==
                     ==TEXTO-ABEND==         BY
                         =="registro de avisos emitidos"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-MOVIMENTOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-MOVIMENTOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-MOVIMENTOS==
                     ==TEXTO-ABEND==         BY
                         =="movimentos de funcionarios"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-REMUNERACOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-REMUNERACOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-REMUNERACOES==
                     ==TEXTO-ABEND==         BY
                         =="historico de remuneracao"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-ISENCOES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-ISENCOES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-ISENCOES==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de isencoes"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-HISTORICO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-HISTORICO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-HISTORICO-VALIDACAO==
                     ==TEXTO-ABEND==         BY
                         =="historico de validacao"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-CATALOGO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-CATALOGO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-CATALOGO-ONDE-USADO==
                     ==TEXTO-ABEND==         BY
                         =="catalogo onde-usado"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RELATORIO-INTEGRIDADE==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-INTEGRIDADE-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-INTEGRIDADE==
                     ==TEXTO-ABEND==         BY
                         =="relatorio de integridade referencial"==.

       END PROGRAM AUDITA-INTEGRIDADE-REFERENCIAL.
