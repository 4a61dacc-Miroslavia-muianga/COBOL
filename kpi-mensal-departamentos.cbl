       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-MENSAL-DEPARTAMENTOS.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * INDICADORES MENSAIS DE CONFORMIDADE DE NOMENCLATURA POR
      * DEPARTAMENTO, PARA A GERENCIA: UMA PAGINA POR DEPARTAMENTO
      * (DEPTO-SUBMISSOR DE SUBMISSORES.DAT) E UMA PAGINA FINAL COM O
      * TOTAL DA CASA. CADA INDICADOR DO MES DE REFERENCIA (AAAAMM,
      * BRANCO = MES ANTERIOR AO CORRENTE) SAI AO LADO DO NUMERO DO
      * MES ANTERIOR A ELE E DA VARIACAO ENTRE OS DOIS.
      *
      * INDICADORES, POR MES:
      * - NOMES SUBMETIDOS E REJEITADOS: LINHAS DA TRILHA DE AUDITORIA
      *   (LOG VIVO E GERACOES MENSAIS TRILHA-AUDITORIA-AAAAMM.LOG)
      *   COM CARIMBO NO MES; O SUBMISSOR VEM DO HISTORICO DE
      *   VALIDACAO DO IDENTIFICADOR.
      * - PENDENCIAS ABERTAS NA DATA DE CORTE (FIM DO MES, OU HOJE NO
      *   MES CORRENTE) E, DELAS, AS ENVELHECIDAS (IDADE EM DIAS UTEIS
      *   ACIMA DE DIAS-ALERTA-REJEICAO, COMO EM ACOMPANHA-REJEICOES).
      * - TEMPO MEDIO DE CORRECAO: MEDIA, EM DIAS UTEIS, DAS
      *   PENDENCIAS FECHADAS NO MES.
      * - AVISOS SEM CONFIRMACAO NA DATA DE CORTE HA MAIS DE
      *   DIAS-ALERTA-AVISO DIAS UTEIS.
      * - ISENCOES ATIVAS NA DATA DE CORTE, ATRIBUIDAS PELO SUBMISSOR
      *   DO IDENTIFICADOR NO HISTORICO. ISENCAO DE COMITE SO CONTA A
      *   PARTIR DA DATA DA REUNIAO QUE A CONCEDEU.
      *
      * A ATRIBUICAO USA O CADASTRO DE HOJE (SUBMISSOR ATUAL DO
      * IDENTIFICADOR E DEPARTAMENTO ATUAL DO SUBMISSOR): MES PASSADO
      * REPROCESSADO DEPOIS DE UMA TROCA DE DEPARTAMENTO SAI NA
      * ESTRUTURA NOVA. O QUE NAO SE ATRIBUI A NENHUM DEPARTAMENTO
      * SAI NA PAGINA "SEM DEPARTAMENTO ATRIBUIDO".
      *
      * FONTE INDISPONIVEL (EXCETO SUBMISSORES, OBRIGATORIO) ZERA OS
      * INDICADORES DELA, E ANUNCIADA NA PAGINA DE TOTAL E O JOB
      * TERMINA COM RC 4.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SUBMISSORES
               ASSIGN TO "SUBMISSORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-SUBMISSOR
               FILE STATUS IS STATUS-ARQ-SUBMISSORES.

           SELECT ARQ-DEPARTAMENTOS
               ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-DEPARTAMENTO
               FILE STATUS IS STATUS-ARQ-DEPARTAMENTOS.

           SELECT ARQ-HISTORICO-VALIDACAO
               ASSIGN TO "HISTORICO-VALIDACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HISTORICO-VALIDACAO
               FILE STATUS IS STATUS-ARQ-HISTORICO-VALIDACAO.

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

           SELECT ARQ-ISENCOES
               ASSIGN TO "ISENCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-ISENCAO
               FILE STATUS IS STATUS-ARQ-ISENCOES.

           SELECT ARQ-TRILHA-AUDITORIA
               ASSIGN DYNAMIC NOME-ARQUIVO-TRILHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-TRILHA-AUDITORIA.

           SELECT ARQ-RELATORIO-KPI
               ASSIGN TO "RELATORIO-KPI-DEPARTAMENTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-KPI.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SUBMISSORES.
       COPY SUBMREC.

       FD  ARQ-DEPARTAMENTOS.
       COPY DEPTREC.

       FD  ARQ-HISTORICO-VALIDACAO.
       COPY HISTREC.

       FD  ARQ-PENDENCIAS.
       COPY PENDREC.

       FD  ARQ-AVISOS-EMITIDOS.
       COPY AVISREC.

       FD  ARQ-ISENCOES.
       COPY ISENREC.

       FD  ARQ-TRILHA-AUDITORIA.
       01  REG-TRILHA-AUDITORIA        PIC X(160).

       FD  ARQ-RELATORIO-KPI.
       01  REG-LINHA-KPI               PIC X(100).

       WORKING-STORAGE SECTION.
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
                         ==STATUS-ARQ-TRILHA-AUDITORIA==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-TRILHA-AUDITORIA-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-TRILHA-AUDITORIA-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-TRILHA-AUDITORIA-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-TRILHA-AUDITORIA-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-KPI==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-KPI-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-KPI-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-KPI-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-KPI-ERRO-OUTRO==.

       COPY PARAMREC.
       COPY DUTREC.

       01  FLAG-FIM-SUBMISSORES           PIC X VALUE 'N'.
           88 FIM-SUBMISSORES                  VALUE 'Y'.
       01  FLAG-FIM-DEPARTAMENTOS         PIC X VALUE 'N'.
           88 FIM-DEPARTAMENTOS                VALUE 'Y'.
       01  FLAG-FIM-TRILHA                PIC X VALUE 'N'.
           88 FIM-TRILHA                       VALUE 'Y'.
       01  FLAG-FIM-PENDENCIAS            PIC X VALUE 'N'.
           88 FIM-PENDENCIAS                   VALUE 'Y'.
       01  FLAG-FIM-AVISOS                PIC X VALUE 'N'.
           88 FIM-AVISOS                       VALUE 'Y'.
       01  FLAG-FIM-ISENCOES              PIC X VALUE 'N'.
           88 FIM-ISENCOES                     VALUE 'Y'.

      * --- Fontes opcionais ------------------------------------------
       01  FLAG-DEPARTAMENTOS-DISPONIVEL  PIC X VALUE 'N'.
           88 DEPARTAMENTOS-DISPONIVEL         VALUE 'S'.
           88 DEPARTAMENTOS-INDISPONIVEL       VALUE 'N'.
       01  FLAG-HISTORICO-DISPONIVEL      PIC X VALUE 'N'.
           88 HISTORICO-DISPONIVEL             VALUE 'S'.
           88 HISTORICO-INDISPONIVEL           VALUE 'N'.
       01  FLAG-PENDENCIAS-DISPONIVEL     PIC X VALUE 'N'.
           88 PENDENCIAS-DISPONIVEL            VALUE 'S'.
           88 PENDENCIAS-INDISPONIVEL          VALUE 'N'.
       01  FLAG-AVISOS-DISPONIVEL         PIC X VALUE 'N'.
           88 AVISOS-DISPONIVEL                VALUE 'S'.
           88 AVISOS-INDISPONIVEL              VALUE 'N'.
       01  FLAG-ISENCOES-DISPONIVEL       PIC X VALUE 'N'.
           88 ISENCOES-DISPONIVEL              VALUE 'S'.
           88 ISENCOES-INDISPONIVEL            VALUE 'N'.
       01  FLAG-TRILHA-VIVA-DISPONIVEL    PIC X VALUE 'N'.
           88 TRILHA-VIVA-DISPONIVEL           VALUE 'S'.
           88 TRILHA-VIVA-INDISPONIVEL         VALUE 'N'.
       01  FLAG-ARQUIVO-TRILHA            PIC X VALUE 'V'.
           88 ARQUIVO-TRILHA-VIVO              VALUE 'V'.
           88 ARQUIVO-TRILHA-GERACAO           VALUE 'G'.
       01  FLAG-TABELA-CHEIA              PIC X VALUE 'N'.
           88 TABELA-CHEIA                     VALUE 'S'.

      * --- Mes de referencia, mes anterior e datas de corte -----------
       01  MES-INFORMADO                  PIC X(6) VALUE SPACES.
       01  WS-MES-CORRENTE                PIC 9(6) VALUE 0.
       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.
       01  WS-DIAS-INTEIROS               PIC 9(7) VALUE 0.
       01  WS-ANO-CALCULO                 PIC 9(4) VALUE 0.
       01  WS-MES-CALCULO                 PIC 9(2) VALUE 0.
       01  WS-MES-BASE-CALCULO            PIC 9(6) VALUE 0.
       01  WS-MES-RESULTADO-CALCULO       PIC 9(6) VALUE 0.
       01  WS-FIM-MES-CALCULO             PIC 9(8) VALUE 0.
       01  WS-MES-SEGUINTE                PIC 9(6) VALUE 0.
      *--- Ocorrencia 1 e o mes de referencia; 2 o mes anterior a ele.
       01  MESES-APURADOS.
           05 MES-APURADO OCCURS 2 TIMES INDEXED BY IDX-MES.
               10 MES-KPI                 PIC 9(6).
               10 CORTE-KPI               PIC 9(8).

      * --- Submissores e departamentos --------------------------------
       01  TOTAL-SUBMISSORES-KPI          PIC 9(3) VALUE 0.
       01  TABELA-SUBMISSORES-KPI.
           05 SUBMISSOR-KPI OCCURS 1 TO 500 TIMES
                            DEPENDING ON TOTAL-SUBMISSORES-KPI
                            INDEXED BY IDX-SUBMISSOR.
               10 SUB-CHAVE-KPI           PIC X(8).
               10 SUB-DEPTO-KPI           PIC X(4).

      *--- A ultima ocupada e sempre a de "sem departamento atribuido";
      *--- 99 departamentos no maximo, para ela ter lugar.
       01  TOTAL-DEPTOS-KPI               PIC 9(3) VALUE 0.
       01  TABELA-DEPTOS-KPI.
           05 DEPTO-KPI OCCURS 1 TO 100 TIMES
                        DEPENDING ON TOTAL-DEPTOS-KPI
                        INDEXED BY IDX-PROCURA-DEPTO IDX-DEPTO.
               10 DEP-CODIGO-KPI          PIC X(4).
               10 DEP-DESCRICAO-KPI       PIC X(30).
               10 DEP-MESES-KPI.
                   15 DEP-MES-KPI OCCURS 2 TIMES.
                       20 DEP-SUBMETIDOS      PIC 9(7).
                       20 DEP-REJEITADOS      PIC 9(7).
                       20 DEP-PEND-ABERTAS    PIC 9(5).
                       20 DEP-PEND-ENVELHECIDAS
                                              PIC 9(5).
                       20 DEP-PEND-FECHADAS   PIC 9(5).
                       20 DEP-DIAS-CORRECAO   PIC 9(7).
                       20 DEP-AVISOS-ATRASADOS
                                              PIC 9(5).
                       20 DEP-ISENCOES-ATIVAS PIC 9(5).
       01  POSICAO-SEM-DEPTO              PIC 9(3) VALUE 0.
       01  POSICAO-DEPTO-ACHADA           PIC 9(3) VALUE 0.
       01  SUBMISSOR-APURADO              PIC X(8) VALUE SPACES.
       01  DEPTO-APURADO                  PIC X(4) VALUE SPACES.
       01  DESCRICAO-DEPTO-INCLUIDO       PIC X(30) VALUE SPACES.

      *--- Total da casa, no mesmo leiaute dos meses do departamento.
       01  TOTAL-CASA-KPI.
           05 TOT-MES-KPI OCCURS 2 TIMES.
               10 TOT-SUBMETIDOS          PIC 9(7).
               10 TOT-REJEITADOS          PIC 9(7).
               10 TOT-PEND-ABERTAS        PIC 9(5).
               10 TOT-PEND-ENVELHECIDAS   PIC 9(5).
               10 TOT-PEND-FECHADAS       PIC 9(5).
               10 TOT-DIAS-CORRECAO       PIC 9(7).
               10 TOT-AVISOS-ATRASADOS    PIC 9(5).
               10 TOT-ISENCOES-ATIVAS     PIC 9(5).

      * --- Leiaute das colunas da linha de trilha ---------------------
       01  NOME-ARQUIVO-TRILHA            PIC X(60) VALUE SPACES.
       01  LINHA-TRILHA-TRABALHO.
           05 TRILHA-IDENTIFICADOR        PIC X(30).
           05 FILLER                      PIC X(3).
           05 TRILHA-DATA-HORA            PIC X(21).
           05 FILLER                      PIC X(3).
           05 TRILHA-STATUS               PIC X(8).
           05 FILLER                      PIC X(3).
           05 TRILHA-MENSAGEM             PIC X(60).
           05 FILLER                      PIC X(32).

      * --- Apuracao -----------------------------------------------------
       01  DIAS-APURADOS                  PIC S9(5) VALUE 0.
       01  DATA-CONCESSAO-ISENCAO         PIC 9(8) VALUE 0.

      * --- Pagina do relatorio ----------------------------------------
       01  NUMERO-PAGINA-KPI              PIC 9(3) VALUE 0.
       01  TITULO-PAGINA-KPI              PIC X(40) VALUE SPACES.
       01  PAGINA-MESES-KPI.
           05 PAG-MES-KPI OCCURS 2 TIMES.
               10 PAG-SUBMETIDOS          PIC 9(7).
               10 PAG-REJEITADOS          PIC 9(7).
               10 PAG-PEND-ABERTAS        PIC 9(5).
               10 PAG-PEND-ENVELHECIDAS   PIC 9(5).
               10 PAG-PEND-FECHADAS       PIC 9(5).
               10 PAG-DIAS-CORRECAO       PIC 9(7).
               10 PAG-AVISOS-ATRASADOS    PIC 9(5).
               10 PAG-ISENCOES-ATIVAS     PIC 9(5).
       01  ROTULO-INDICADOR               PIC X(42) VALUE SPACES.
       01  VALOR-INDICADOR-MES            PIC S9(7)V9 OCCURS 2 TIMES.
       01  VARIACAO-INDICADOR             PIC S9(7)V9 VALUE 0.
       01  FLAG-INDICADOR-MEDIA           PIC X VALUE 'N'.
           88 INDICADOR-E-MEDIA                VALUE 'S'.
           88 INDICADOR-E-CONTAGEM             VALUE 'N'.
       01  FLAG-MEDIA-MES                 PIC X OCCURS 2 TIMES.
           88 MEDIA-DISPONIVEL                 VALUE 'S'.
       01  COLUNA-INDICADOR               PIC X(13) OCCURS 2 TIMES.
       01  COLUNA-VARIACAO                PIC X(13) VALUE SPACES.
       01  CONTAGEM-EDITADA               PIC ZZZ,ZZ9.
       01  MEDIA-EDITADA                  PIC ZZZ,ZZ9.9.
       01  VARIACAO-CONTAGEM-EDITADA      PIC ++++,++9.
       01  VARIACAO-MEDIA-EDITADA         PIC ++++,++9.9.
       01  LINHA-KPI-EDICAO               PIC X(100) VALUE SPACES.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-ARQUIVOS-TRILHA       PIC 9(3) VALUE 0.
       01  CONTADOR-LINHAS-APURADAS       PIC 9(7) VALUE 0.
       01  CONTADOR-PENDENCIAS-LIDAS      PIC 9(7) VALUE 0.
       01  CONTADOR-AVISOS-LIDOS          PIC 9(7) VALUE 0.
       01  CONTADOR-ISENCOES-LIDAS        PIC 9(7) VALUE 0.
       01  SEVERIDADE-KPI                 PIC 9(2) VALUE 0.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "KPI-MENSAL-DEPARTAMENTOS".
       01  EVENTO-PARA-CONTROLE           PIC X(6) VALUE SPACES.
       01  REGISTROS-PARA-CONTROLE        PIC 9(7) VALUE 0.
       01  VALIDOS-PARA-CONTROLE          PIC 9(7) VALUE 0.
       01  INVALIDOS-PARA-CONTROLE        PIC 9(7) VALUE 0.
       01  SITUACAO-PARA-CONTROLE         PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "Mes de referencia (AAAAMM; branco = mes anterior): "
           ACCEPT MES-INFORMADO
           MOVE "INICIO"   TO EVENTO-PARA-CONTROLE
           MOVE "INICIADO" TO SITUACAO-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
           PERFORM 2000-CARREGAR-DEPARTAMENTOS THRU 2000-EXIT
           PERFORM 3000-APURAR-TRILHA THRU 3000-EXIT
           PERFORM 4000-APURAR-PENDENCIAS THRU 4000-EXIT
           PERFORM 5000-APURAR-AVISOS THRU 5000-EXIT
           PERFORM 6000-APURAR-ISENCOES THRU 6000-EXIT
           PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           MOVE SEVERIDADE-KPI TO RETURN-CODE
           STOP RUN.

      * =========================
       1000-ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-CORRENTE
           CALL "CARREGA-PARAMETROS" USING PARAMETROS-EFETIVOS
           PERFORM 1200-CRITICAR-MES THRU 1200-EXIT

           OPEN INPUT ARQ-SUBMISSORES
           IF NOT ARQ-SUBMISSORES-OK
               PERFORM 9800-ABEND-SUBMISSORES
                   THRU 9800-ABEND-SUBMISSORES-EXIT
           END-IF
      *--- Sem departamentos as paginas saem sem descricao; sem o
      *--- historico nada da trilha nem das isencoes se atribui; sem
      *--- pendencias, avisos ou isencoes os indicadores delas zeram.
           OPEN INPUT ARQ-DEPARTAMENTOS
           IF ARQ-DEPARTAMENTOS-OK
               SET DEPARTAMENTOS-DISPONIVEL TO TRUE
           ELSE
               SET DEPARTAMENTOS-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-HISTORICO-VALIDACAO
           IF ARQ-HISTORICO-VALIDACAO-OK
               SET HISTORICO-DISPONIVEL TO TRUE
           ELSE
               SET HISTORICO-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-PENDENCIAS
           IF ARQ-PENDENCIAS-OK
               SET PENDENCIAS-DISPONIVEL TO TRUE
           ELSE
               SET PENDENCIAS-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-AVISOS-EMITIDOS
           IF ARQ-AVISOS-EMITIDOS-OK
               SET AVISOS-DISPONIVEL TO TRUE
           ELSE
               SET AVISOS-INDISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-ISENCOES
           IF ARQ-ISENCOES-OK
               SET ISENCOES-DISPONIVEL TO TRUE
           ELSE
               SET ISENCOES-INDISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-RELATORIO-KPI
           IF NOT ARQ-RELATORIO-KPI-OK
               PERFORM 9800-ABEND-RELATORIO-KPI
                   THRU 9800-ABEND-RELATORIO-KPI-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *--- Mes AAAAMM valido e nao futuro. Corte do mes de referencia:
      *--- o ultimo dia dele, ou hoje se for o mes corrente; corte do
      *--- mes anterior: o ultimo dia dele.
       1200-CRITICAR-MES.
           IF MES-INFORMADO = SPACES
               MOVE WS-MES-CORRENTE TO WS-MES-BASE-CALCULO
               PERFORM 1210-MES-ANTERIOR THRU 1210-EXIT
               MOVE WS-MES-RESULTADO-CALCULO TO MES-KPI(1)
           ELSE
               IF MES-INFORMADO NOT NUMERIC
                  OR MES-INFORMADO(5:2) < "01"
                  OR MES-INFORMADO(5:2) > "12"
                   DISPLAY "Mes de referencia invalido: " MES-INFORMADO
                   PERFORM 8000-ENCERRAR-COM-FALHA THRU 8000-EXIT
               END-IF
               MOVE MES-INFORMADO TO MES-KPI(1)
           END-IF
           IF MES-KPI(1) > WS-MES-CORRENTE
               DISPLAY "Mes futuro nao aceito: " MES-KPI(1)
               PERFORM 8000-ENCERRAR-COM-FALHA THRU 8000-EXIT
           END-IF
           MOVE MES-KPI(1) TO WS-MES-BASE-CALCULO
           PERFORM 1210-MES-ANTERIOR THRU 1210-EXIT
           MOVE WS-MES-RESULTADO-CALCULO TO MES-KPI(2)
           PERFORM 1220-FIM-DO-MES THRU 1220-EXIT
           MOVE WS-FIM-MES-CALCULO TO CORTE-KPI(1)
           IF CORTE-KPI(1) > WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO CORTE-KPI(1)
           END-IF
           MOVE MES-KPI(2) TO WS-MES-BASE-CALCULO
           PERFORM 1220-FIM-DO-MES THRU 1220-EXIT
           MOVE WS-FIM-MES-CALCULO TO CORTE-KPI(2).
       1200-EXIT.
           EXIT.

       1210-MES-ANTERIOR.
           MOVE WS-MES-BASE-CALCULO(1:4) TO WS-ANO-CALCULO
           MOVE WS-MES-BASE-CALCULO(5:2) TO WS-MES-CALCULO
           IF WS-MES-CALCULO = 1
               SUBTRACT 1 FROM WS-ANO-CALCULO
               MOVE 12 TO WS-MES-CALCULO
           ELSE
               SUBTRACT 1 FROM WS-MES-CALCULO
           END-IF
           COMPUTE WS-MES-RESULTADO-CALCULO =
               WS-ANO-CALCULO * 100 + WS-MES-CALCULO.
       1210-EXIT.
           EXIT.

      *--- Ultimo dia de WS-MES-BASE-CALCULO (vespera do primeiro dia
      *--- do mes seguinte, que fica em WS-MES-SEGUINTE).
       1220-FIM-DO-MES.
           MOVE WS-MES-BASE-CALCULO(1:4) TO WS-ANO-CALCULO
           MOVE WS-MES-BASE-CALCULO(5:2) TO WS-MES-CALCULO
           IF WS-MES-CALCULO = 12
               ADD 1 TO WS-ANO-CALCULO
               MOVE 1 TO WS-MES-CALCULO
           ELSE
               ADD 1 TO WS-MES-CALCULO
           END-IF
           COMPUTE WS-MES-SEGUINTE =
               WS-ANO-CALCULO * 100 + WS-MES-CALCULO
           COMPUTE WS-DIAS-INTEIROS =
               FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE * 100 + 1) - 1
           COMPUTE WS-FIM-MES-CALCULO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).
       1220-EXIT.
           EXIT.

      * =========================
      * TABELAS DE DEPARTAMENTOS E SUBMISSORES. DEPARTAMENTO CITADO
      * POR SUBMISSOR E AUSENTE DO CADASTRO ENTRA COMO NAO CADASTRADO;
      * A ULTIMA POSICAO RECEBE O QUE NAO SE ATRIBUI A NENHUM.
       2000-CARREGAR-DEPARTAMENTOS.
           IF DEPARTAMENTOS-DISPONIVEL
               PERFORM 2100-CARREGAR-DEPARTAMENTO THRU 2100-EXIT
                   UNTIL FIM-DEPARTAMENTOS
           END-IF
           PERFORM 2200-CARREGAR-SUBMISSOR THRU 2200-EXIT
               UNTIL FIM-SUBMISSORES
           MOVE SPACES TO DEPTO-APURADO
           MOVE "SEM DEPARTAMENTO ATRIBUIDO" TO DESCRICAO-DEPTO-INCLUIDO
           PERFORM 2300-INCLUIR-DEPARTAMENTO THRU 2300-EXIT
           MOVE TOTAL-DEPTOS-KPI TO POSICAO-SEM-DEPTO
           IF TABELA-CHEIA
               DISPLAY "AVISO: tabela de departamentos ou submissores "
                       "cheia; excedente em SEM DEPARTAMENTO."
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CARREGAR-DEPARTAMENTO.
           READ ARQ-DEPARTAMENTOS NEXT RECORD
               AT END
                   SET FIM-DEPARTAMENTOS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF TOTAL-DEPTOS-KPI >= 99
               SET TABELA-CHEIA TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE CODIGO-DEPARTAMENTO    TO DEPTO-APURADO
           MOVE DESCRICAO-DEPARTAMENTO TO DESCRICAO-DEPTO-INCLUIDO
           PERFORM 2300-INCLUIR-DEPARTAMENTO THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

       2200-CARREGAR-SUBMISSOR.
           READ ARQ-SUBMISSORES NEXT RECORD
               AT END
                   SET FIM-SUBMISSORES TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF TOTAL-SUBMISSORES-KPI >= 500
               SET TABELA-CHEIA TO TRUE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO TOTAL-SUBMISSORES-KPI
           SET IDX-SUBMISSOR TO TOTAL-SUBMISSORES-KPI
           MOVE CHAVE-SUBMISSOR TO SUB-CHAVE-KPI(IDX-SUBMISSOR)
           MOVE DEPTO-SUBMISSOR TO SUB-DEPTO-KPI(IDX-SUBMISSOR)
           IF DEPTO-SUBMISSOR = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE DEPTO-SUBMISSOR TO DEPTO-APURADO
           PERFORM 2910-PROCURAR-DEPARTAMENTO THRU 2910-EXIT
           IF POSICAO-DEPTO-ACHADA > 0
               GO TO 2200-EXIT
           END-IF
           IF TOTAL-DEPTOS-KPI >= 99
               SET TABELA-CHEIA TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF DEPARTAMENTOS-DISPONIVEL
               MOVE "(NAO CADASTRADO)" TO DESCRICAO-DEPTO-INCLUIDO
           ELSE
               MOVE "(DESCRICAO INDISPONIVEL)"
                   TO DESCRICAO-DEPTO-INCLUIDO
           END-IF
           PERFORM 2300-INCLUIR-DEPARTAMENTO THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

       2300-INCLUIR-DEPARTAMENTO.
           ADD 1 TO TOTAL-DEPTOS-KPI
           SET IDX-DEPTO TO TOTAL-DEPTOS-KPI
           MOVE DEPTO-APURADO            TO DEP-CODIGO-KPI(IDX-DEPTO)
           MOVE DESCRICAO-DEPTO-INCLUIDO TO DEP-DESCRICAO-KPI(IDX-DEPTO)
           MOVE ZEROS                    TO DEP-MESES-KPI(IDX-DEPTO).
       2300-EXIT.
           EXIT.

      *--- Posiciona IDX-DEPTO no departamento de SUBMISSOR-APURADO;
      *--- submissor em branco, desconhecido ou sem departamento cai
      *--- na posicao SEM DEPARTAMENTO.
       2900-LOCALIZAR-DEPARTAMENTO.
           SET IDX-DEPTO TO POSICAO-SEM-DEPTO
           MOVE SPACES TO DEPTO-APURADO
           IF SUBMISSOR-APURADO = SPACES
               GO TO 2900-EXIT
           END-IF
           SET IDX-SUBMISSOR TO 1
           SEARCH SUBMISSOR-KPI
               AT END
                   GO TO 2900-EXIT
               WHEN SUB-CHAVE-KPI(IDX-SUBMISSOR) = SUBMISSOR-APURADO
                   MOVE SUB-DEPTO-KPI(IDX-SUBMISSOR) TO DEPTO-APURADO
           END-SEARCH
           IF DEPTO-APURADO = SPACES
               GO TO 2900-EXIT
           END-IF
           PERFORM 2910-PROCURAR-DEPARTAMENTO THRU 2910-EXIT
           IF POSICAO-DEPTO-ACHADA > 0
               SET IDX-DEPTO TO POSICAO-DEPTO-ACHADA
           END-IF.
       2900-EXIT.
           EXIT.

       2910-PROCURAR-DEPARTAMENTO.
           MOVE 0 TO POSICAO-DEPTO-ACHADA
           SET IDX-PROCURA-DEPTO TO 1
           SEARCH DEPTO-KPI
               AT END
                   CONTINUE
               WHEN DEP-CODIGO-KPI(IDX-PROCURA-DEPTO) = DEPTO-APURADO
                   SET POSICAO-DEPTO-ACHADA TO IDX-PROCURA-DEPTO
           END-SEARCH.
       2910-EXIT.
           EXIT.

      *--- Submissor do identificador segundo o historico de validacao
      *--- (em branco se o historico nao o conhece).
       2920-SUBMISSOR-DO-HISTORICO.
           MOVE SPACES TO SUBMISSOR-APURADO
           IF HISTORICO-INDISPONIVEL
               GO TO 2920-EXIT
           END-IF
           READ ARQ-HISTORICO-VALIDACAO
               KEY IS CHAVE-HISTORICO-VALIDACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUBMISSOR-HISTORICO TO SUBMISSOR-APURADO
           END-READ.
       2920-EXIT.
           EXIT.

      * =========================
      * NOMES SUBMETIDOS E REJEITADOS: O LOG VIVO MAIS AS GERACOES
      * MENSAIS QUE PODEM CONTER LINHAS DOS DOIS MESES (O CORTE DE UM
      * MES PODE SAIR NO INICIO DO SEGUINTE). GERACAO AUSENTE E
      * NORMAL (MES AINDA NAO CORTADO); LOG VIVO AUSENTE E AVISO.
       3000-APURAR-TRILHA.
           SET ARQUIVO-TRILHA-VIVO TO TRUE
           MOVE "TRILHA-AUDITORIA.LOG" TO NOME-ARQUIVO-TRILHA
           PERFORM 3100-LER-ARQUIVO-TRILHA THRU 3100-EXIT
           SET ARQUIVO-TRILHA-GERACAO TO TRUE
           MOVE MES-KPI(2) TO WS-MES-RESULTADO-CALCULO
           PERFORM 3050-LER-GERACAO-TRILHA THRU 3050-EXIT
           MOVE MES-KPI(1) TO WS-MES-RESULTADO-CALCULO
           PERFORM 3050-LER-GERACAO-TRILHA THRU 3050-EXIT
           MOVE MES-KPI(1) TO WS-MES-BASE-CALCULO
           PERFORM 1220-FIM-DO-MES THRU 1220-EXIT
           IF WS-MES-SEGUINTE <= WS-MES-CORRENTE
               MOVE WS-MES-SEGUINTE TO WS-MES-RESULTADO-CALCULO
               PERFORM 3050-LER-GERACAO-TRILHA THRU 3050-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3050-LER-GERACAO-TRILHA.
           MOVE SPACES TO NOME-ARQUIVO-TRILHA
           STRING "TRILHA-AUDITORIA-"       DELIMITED BY SIZE
                  WS-MES-RESULTADO-CALCULO  DELIMITED BY SIZE
                  ".LOG"                    DELIMITED BY SIZE
               INTO NOME-ARQUIVO-TRILHA
           PERFORM 3100-LER-ARQUIVO-TRILHA THRU 3100-EXIT.
       3050-EXIT.
           EXIT.

       3100-LER-ARQUIVO-TRILHA.
           OPEN INPUT ARQ-TRILHA-AUDITORIA
           IF NOT ARQ-TRILHA-AUDITORIA-OK
               IF ARQUIVO-TRILHA-VIVO
                   SET TRILHA-VIVA-INDISPONIVEL TO TRUE
               END-IF
               GO TO 3100-EXIT
           END-IF
           IF ARQUIVO-TRILHA-VIVO
               SET TRILHA-VIVA-DISPONIVEL TO TRUE
           END-IF
           ADD 1 TO CONTADOR-ARQUIVOS-TRILHA
           MOVE 'N' TO FLAG-FIM-TRILHA
           PERFORM 3200-APURAR-LINHA-TRILHA THRU 3200-EXIT
               UNTIL FIM-TRILHA
           CLOSE ARQ-TRILHA-AUDITORIA.
       3100-EXIT.
           EXIT.

       3200-APURAR-LINHA-TRILHA.
           READ ARQ-TRILHA-AUDITORIA INTO LINHA-TRILHA-TRABALHO
               AT END
                   SET FIM-TRILHA TO TRUE
                   GO TO 3200-EXIT
           END-READ
           IF LINHA-TRILHA-TRABALHO = SPACES
               GO TO 3200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN TRILHA-DATA-HORA(1:6) = MES-KPI(1)
                   SET IDX-MES TO 1
               WHEN TRILHA-DATA-HORA(1:6) = MES-KPI(2)
                   SET IDX-MES TO 2
               WHEN OTHER
                   GO TO 3200-EXIT
           END-EVALUATE
           ADD 1 TO CONTADOR-LINHAS-APURADAS
           MOVE TRILHA-IDENTIFICADOR TO CHAVE-HISTORICO-VALIDACAO
           PERFORM 2920-SUBMISSOR-DO-HISTORICO THRU 2920-EXIT
           PERFORM 2900-LOCALIZAR-DEPARTAMENTO THRU 2900-EXIT
           ADD 1 TO DEP-SUBMETIDOS(IDX-DEPTO, IDX-MES)
           IF TRILHA-STATUS = "INVALIDO"
               ADD 1 TO DEP-REJEITADOS(IDX-DEPTO, IDX-MES)
           END-IF.
       3200-EXIT.
           EXIT.

      * =========================
      * PENDENCIAS: ABERTAS E ENVELHECIDAS NA DATA DE CORTE; FECHADAS
      * NO MES COM O TEMPO DE CORRECAO EM DIAS UTEIS
       4000-APURAR-PENDENCIAS.
           IF PENDENCIAS-INDISPONIVEL
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-APURAR-PENDENCIA THRU 4100-EXIT
               UNTIL FIM-PENDENCIAS.
       4000-EXIT.
           EXIT.

       4100-APURAR-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT RECORD
               AT END
                   SET FIM-PENDENCIAS TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO CONTADOR-PENDENCIAS-LIDAS
           MOVE SUBMISSOR-PENDENCIA TO SUBMISSOR-APURADO
           PERFORM 2900-LOCALIZAR-DEPARTAMENTO THRU 2900-EXIT
           PERFORM 4200-APURAR-PENDENCIA-NO-MES THRU 4200-EXIT
               VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 2.
       4100-EXIT.
           EXIT.

       4200-APURAR-PENDENCIA-NO-MES.
           IF PENDENCIA-FECHADA
              AND DATA-FECHAMENTO-PENDENCIA(1:6) = MES-KPI(IDX-MES)
              AND DATA-FECHAMENTO-PENDENCIA <= CORTE-KPI(IDX-MES)
               ADD 1 TO DEP-PEND-FECHADAS(IDX-DEPTO, IDX-MES)
               MOVE DATA-ABERTURA-PENDENCIA   TO DUT-DATA-INICIAL
               MOVE DATA-FECHAMENTO-PENDENCIA TO DUT-DATA-FINAL
               SET DUT-FUNCAO-CONTAR TO TRUE
               CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
               MOVE DUT-DIAS TO DIAS-APURADOS
               IF DIAS-APURADOS < 0
                   MOVE 0 TO DIAS-APURADOS
               END-IF
               ADD DIAS-APURADOS
                   TO DEP-DIAS-CORRECAO(IDX-DEPTO, IDX-MES)
           END-IF
      *--- Aberta no corte: aberta ate o corte e nao fechada ate ele.
           IF DATA-ABERTURA-PENDENCIA > CORTE-KPI(IDX-MES)
               GO TO 4200-EXIT
           END-IF
           IF PENDENCIA-FECHADA
              AND DATA-FECHAMENTO-PENDENCIA <= CORTE-KPI(IDX-MES)
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO DEP-PEND-ABERTAS(IDX-DEPTO, IDX-MES)
           MOVE DATA-ABERTURA-PENDENCIA TO DUT-DATA-INICIAL
           MOVE CORTE-KPI(IDX-MES)      TO DUT-DATA-FINAL
           SET DUT-FUNCAO-CONTAR TO TRUE
           CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
           IF DUT-DIAS > PAR-DIAS-ALERTA-REJEICAO
               ADD 1 TO DEP-PEND-ENVELHECIDAS(IDX-DEPTO, IDX-MES)
           END-IF.
       4200-EXIT.
           EXIT.

      * =========================
      * AVISOS SEM CONFIRMACAO NA DATA DE CORTE ALEM DO PRAZO DE ALERTA
       5000-APURAR-AVISOS.
           IF AVISOS-INDISPONIVEL
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-APURAR-AVISO THRU 5100-EXIT
               UNTIL FIM-AVISOS.
       5000-EXIT.
           EXIT.

       5100-APURAR-AVISO.
           READ ARQ-AVISOS-EMITIDOS NEXT RECORD
               AT END
                   SET FIM-AVISOS TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO CONTADOR-AVISOS-LIDOS
           MOVE EQUIPE-AVISO TO SUBMISSOR-APURADO
           PERFORM 2900-LOCALIZAR-DEPARTAMENTO THRU 2900-EXIT
           PERFORM 5200-APURAR-AVISO-NO-MES THRU 5200-EXIT
               VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 2.
       5100-EXIT.
           EXIT.

       5200-APURAR-AVISO-NO-MES.
           IF DATA-EMISSAO-AVISO > CORTE-KPI(IDX-MES)
               GO TO 5200-EXIT
           END-IF
           IF AVISO-RECEBIDO
              AND DATA-RECEBIMENTO-AVISO <= CORTE-KPI(IDX-MES)
               GO TO 5200-EXIT
           END-IF
           MOVE DATA-EMISSAO-AVISO TO DUT-DATA-INICIAL
           MOVE CORTE-KPI(IDX-MES) TO DUT-DATA-FINAL
           SET DUT-FUNCAO-CONTAR TO TRUE
           CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
           IF DUT-DIAS > PAR-DIAS-ALERTA-AVISO
               ADD 1 TO DEP-AVISOS-ATRASADOS(IDX-DEPTO, IDX-MES)
           END-IF.
       5200-EXIT.
           EXIT.

      * =========================
      * ISENCOES ATIVAS NA DATA DE CORTE, PELO SUBMISSOR DO
      * IDENTIFICADOR NO HISTORICO
       6000-APURAR-ISENCOES.
           IF ISENCOES-INDISPONIVEL
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-APURAR-ISENCAO THRU 6100-EXIT
               UNTIL FIM-ISENCOES.
       6000-EXIT.
           EXIT.

       6100-APURAR-ISENCAO.
           READ ARQ-ISENCOES NEXT RECORD
               AT END
                   SET FIM-ISENCOES TO TRUE
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO CONTADOR-ISENCOES-LIDAS
      *--- Isencao aprovada em reuniao leva "COMITE AAAAMMDD" como
      *--- aprovador (APLICA-DECISOES-COMITE): antes da reuniao ela
      *--- nao existia. Das demais nao se guarda a data de concessao.
           MOVE 0 TO DATA-CONCESSAO-ISENCAO
           IF APROVADOR-ISENCAO(1:7) = "COMITE "
              AND APROVADOR-ISENCAO(8:8) IS NUMERIC
               MOVE APROVADOR-ISENCAO(8:8) TO DATA-CONCESSAO-ISENCAO
           END-IF
           MOVE CHAVE-ISENCAO TO CHAVE-HISTORICO-VALIDACAO
           PERFORM 2920-SUBMISSOR-DO-HISTORICO THRU 2920-EXIT
           PERFORM 2900-LOCALIZAR-DEPARTAMENTO THRU 2900-EXIT
           PERFORM 6200-APURAR-ISENCAO-NO-MES THRU 6200-EXIT
               VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 2.
       6100-EXIT.
           EXIT.

       6200-APURAR-ISENCAO-NO-MES.
           IF VALIDADE-ISENCAO < CORTE-KPI(IDX-MES)
              OR DATA-CONCESSAO-ISENCAO > CORTE-KPI(IDX-MES)
               GO TO 6200-EXIT
           END-IF
           ADD 1 TO DEP-ISENCOES-ATIVAS(IDX-DEPTO, IDX-MES).
       6200-EXIT.
           EXIT.

      * =========================
      * UMA PAGINA POR DEPARTAMENTO (A DE SEM DEPARTAMENTO SO SE TIVER
      * ALGUM NUMERO) E A PAGINA DO TOTAL DA CASA
       7000-GRAVAR-RELATORIO.
           MOVE ZEROS TO TOTAL-CASA-KPI
           PERFORM 7050-SOMAR-DEPARTAMENTO THRU 7050-EXIT
               VARYING IDX-DEPTO FROM 1 BY 1
               UNTIL IDX-DEPTO > TOTAL-DEPTOS-KPI
           PERFORM 7100-GRAVAR-PAGINA-DEPTO THRU 7100-EXIT
               VARYING IDX-DEPTO FROM 1 BY 1
               UNTIL IDX-DEPTO > TOTAL-DEPTOS-KPI
           MOVE TOTAL-CASA-KPI TO PAGINA-MESES-KPI
           MOVE "TOTAL DA CASA" TO TITULO-PAGINA-KPI
           PERFORM 7200-GRAVAR-PAGINA THRU 7200-EXIT
           PERFORM 7500-GRAVAR-AVISOS-FONTES THRU 7500-EXIT.
       7000-EXIT.
           EXIT.

       7050-SOMAR-DEPARTAMENTO.
           PERFORM 7060-SOMAR-MES THRU 7060-EXIT
               VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 2.
       7050-EXIT.
           EXIT.

       7060-SOMAR-MES.
           ADD DEP-SUBMETIDOS(IDX-DEPTO, IDX-MES)
               TO TOT-SUBMETIDOS(IDX-MES)
           ADD DEP-REJEITADOS(IDX-DEPTO, IDX-MES)
               TO TOT-REJEITADOS(IDX-MES)
           ADD DEP-PEND-ABERTAS(IDX-DEPTO, IDX-MES)
               TO TOT-PEND-ABERTAS(IDX-MES)
           ADD DEP-PEND-ENVELHECIDAS(IDX-DEPTO, IDX-MES)
               TO TOT-PEND-ENVELHECIDAS(IDX-MES)
           ADD DEP-PEND-FECHADAS(IDX-DEPTO, IDX-MES)
               TO TOT-PEND-FECHADAS(IDX-MES)
           ADD DEP-DIAS-CORRECAO(IDX-DEPTO, IDX-MES)
               TO TOT-DIAS-CORRECAO(IDX-MES)
           ADD DEP-AVISOS-ATRASADOS(IDX-DEPTO, IDX-MES)
               TO TOT-AVISOS-ATRASADOS(IDX-MES)
           ADD DEP-ISENCOES-ATIVAS(IDX-DEPTO, IDX-MES)
               TO TOT-ISENCOES-ATIVAS(IDX-MES).
       7060-EXIT.
           EXIT.

       7100-GRAVAR-PAGINA-DEPTO.
           IF IDX-DEPTO = POSICAO-SEM-DEPTO
              AND DEP-MESES-KPI(IDX-DEPTO) = ZEROS
               GO TO 7100-EXIT
           END-IF
           MOVE DEP-MESES-KPI(IDX-DEPTO) TO PAGINA-MESES-KPI
           MOVE SPACES TO TITULO-PAGINA-KPI
           IF IDX-DEPTO = POSICAO-SEM-DEPTO
               MOVE DEP-DESCRICAO-KPI(IDX-DEPTO) TO TITULO-PAGINA-KPI
           ELSE
               STRING DEP-CODIGO-KPI(IDX-DEPTO)    DELIMITED BY SIZE
                      " - "                        DELIMITED BY SIZE
                      DEP-DESCRICAO-KPI(IDX-DEPTO) DELIMITED BY SIZE
                   INTO TITULO-PAGINA-KPI
           END-IF
           PERFORM 7200-GRAVAR-PAGINA THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-GRAVAR-PAGINA.
           PERFORM 7210-GRAVAR-CABECALHO-PAGINA THRU 7210-EXIT

           MOVE "NOMES SUBMETIDOS A VALIDACAO" TO ROTULO-INDICADOR
           MOVE PAG-SUBMETIDOS(1) TO VALOR-INDICADOR-MES(1)
           MOVE PAG-SUBMETIDOS(2) TO VALOR-INDICADOR-MES(2)
           PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT

           MOVE "NOMES REJEITADOS" TO ROTULO-INDICADOR
           MOVE PAG-REJEITADOS(1) TO VALOR-INDICADOR-MES(1)
           MOVE PAG-REJEITADOS(2) TO VALOR-INDICADOR-MES(2)
           PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT

           MOVE "PENDENCIAS ABERTAS NO CORTE" TO ROTULO-INDICADOR
           MOVE PAG-PEND-ABERTAS(1) TO VALOR-INDICADOR-MES(1)
           MOVE PAG-PEND-ABERTAS(2) TO VALOR-INDICADOR-MES(2)
           PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT

           MOVE SPACES TO ROTULO-INDICADOR
           STRING "  DAS QUAIS ALEM DE "         DELIMITED BY SIZE
                  PAR-DIAS-ALERTA-REJEICAO      DELIMITED BY SIZE
                  " DIAS UTEIS"                 DELIMITED BY SIZE
               INTO ROTULO-INDICADOR
           MOVE PAG-PEND-ENVELHECIDAS(1) TO VALOR-INDICADOR-MES(1)
           MOVE PAG-PEND-ENVELHECIDAS(2) TO VALOR-INDICADOR-MES(2)
           PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT

           MOVE "PENDENCIAS FECHADAS NO MES" TO ROTULO-INDICADOR
           MOVE PAG-PEND-FECHADAS(1) TO VALOR-INDICADOR-MES(1)
           MOVE PAG-PEND-FECHADAS(2) TO VALOR-INDICADOR-MES(2)
           PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT

           MOVE "TEMPO MEDIO DE CORRECAO (DIAS UTEIS)"
               TO ROTULO-INDICADOR
           MOVE 0 TO VALOR-INDICADOR-MES(1)
           MOVE 'N' TO FLAG-MEDIA-MES(1)
           IF PAG-PEND-FECHADAS(1) > 0
               COMPUTE VALOR-INDICADOR-MES(1) ROUNDED =
                   PAG-DIAS-CORRECAO(1) / PAG-PEND-FECHADAS(1)
               MOVE 'S' TO FLAG-MEDIA-MES(1)
           END-IF
           MOVE 0 TO VALOR-INDICADOR-MES(2)
           MOVE 'N' TO FLAG-MEDIA-MES(2)
           IF PAG-PEND-FECHADAS(2) > 0
               COMPUTE VALOR-INDICADOR-MES(2) ROUNDED =
                   PAG-DIAS-CORRECAO(2) / PAG-PEND-FECHADAS(2)
               MOVE 'S' TO FLAG-MEDIA-MES(2)
           END-IF
           PERFORM 7400-GRAVAR-MEDIA THRU 7400-EXIT

           MOVE SPACES TO ROTULO-INDICADOR
           STRING "AVISOS SEM CONFIRMACAO ALEM DE " DELIMITED BY SIZE
                  PAR-DIAS-ALERTA-AVISO            DELIMITED BY SIZE
                  " D.U."                          DELIMITED BY SIZE
               INTO ROTULO-INDICADOR
           MOVE PAG-AVISOS-ATRASADOS(1) TO VALOR-INDICADOR-MES(1)
           MOVE PAG-AVISOS-ATRASADOS(2) TO VALOR-INDICADOR-MES(2)
           PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT

           MOVE "ISENCOES ATIVAS NO CORTE" TO ROTULO-INDICADOR
           MOVE PAG-ISENCOES-ATIVAS(1) TO VALOR-INDICADOR-MES(1)
           MOVE PAG-ISENCOES-ATIVAS(2) TO VALOR-INDICADOR-MES(2)
           PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
       7200-EXIT.
           EXIT.

       7210-GRAVAR-CABECALHO-PAGINA.
           ADD 1 TO NUMERO-PAGINA-KPI
           IF NUMERO-PAGINA-KPI > 1
               MOVE SPACES TO REG-LINHA-KPI
               WRITE REG-LINHA-KPI
           END-IF
           MOVE SPACES TO LINHA-KPI-EDICAO
           STRING "INDICADORES MENSAIS DE CONFORMIDADE DE NOMENCLATURA"
                                             DELIMITED BY SIZE
                  "   EMITIDO EM: "          DELIMITED BY SIZE
                  WS-DATA-HOJE               DELIMITED BY SIZE
                  "   PAGINA: "              DELIMITED BY SIZE
                  NUMERO-PAGINA-KPI          DELIMITED BY SIZE
               INTO LINHA-KPI-EDICAO
           MOVE LINHA-KPI-EDICAO TO REG-LINHA-KPI
           WRITE REG-LINHA-KPI
           MOVE ALL "=" TO REG-LINHA-KPI
           WRITE REG-LINHA-KPI
           MOVE SPACES TO LINHA-KPI-EDICAO
           STRING "DEPARTAMENTO: "           DELIMITED BY SIZE
                  TITULO-PAGINA-KPI          DELIMITED BY SIZE
               INTO LINHA-KPI-EDICAO
           MOVE LINHA-KPI-EDICAO TO REG-LINHA-KPI
           WRITE REG-LINHA-KPI
           MOVE SPACES TO LINHA-KPI-EDICAO
           STRING "MES DE REFERENCIA: "      DELIMITED BY SIZE
                  MES-KPI(1)                 DELIMITED BY SIZE
                  " (CORTE "                 DELIMITED BY SIZE
                  CORTE-KPI(1)               DELIMITED BY SIZE
                  ")   MES ANTERIOR: "       DELIMITED BY SIZE
                  MES-KPI(2)                 DELIMITED BY SIZE
                  " (CORTE "                 DELIMITED BY SIZE
                  CORTE-KPI(2)               DELIMITED BY SIZE
                  ")"                        DELIMITED BY SIZE
               INTO LINHA-KPI-EDICAO
           MOVE LINHA-KPI-EDICAO TO REG-LINHA-KPI
           WRITE REG-LINHA-KPI
           MOVE ALL "-" TO REG-LINHA-KPI
           WRITE REG-LINHA-KPI
           MOVE SPACES TO LINHA-KPI-EDICAO
           STRING "INDICADOR"                DELIMITED BY SIZE
               INTO LINHA-KPI-EDICAO
           STRING "       "                  DELIMITED BY SIZE
                  MES-KPI(1)                 DELIMITED BY SIZE
                  "       "                  DELIMITED BY SIZE
                  MES-KPI(2)                 DELIMITED BY SIZE
                  "     VARIACAO"            DELIMITED BY SIZE
               INTO LINHA-KPI-EDICAO(43:)
           MOVE LINHA-KPI-EDICAO TO REG-LINHA-KPI
           WRITE REG-LINHA-KPI.
       7210-EXIT.
           EXIT.

      *--- Linha de indicador de contagem: os dois meses e a variacao.
       7300-GRAVAR-CONTAGEM.
           MOVE SPACES TO COLUNA-INDICADOR(1)
           MOVE SPACES TO COLUNA-INDICADOR(2)
           MOVE SPACES TO COLUNA-VARIACAO
           MOVE VALOR-INDICADOR-MES(1) TO CONTAGEM-EDITADA
           MOVE CONTAGEM-EDITADA TO COLUNA-INDICADOR(1)(7:)
           MOVE VALOR-INDICADOR-MES(2) TO CONTAGEM-EDITADA
           MOVE CONTAGEM-EDITADA TO COLUNA-INDICADOR(2)(7:)
           COMPUTE VARIACAO-INDICADOR =
               VALOR-INDICADOR-MES(1) - VALOR-INDICADOR-MES(2)
           MOVE VARIACAO-INDICADOR TO VARIACAO-CONTAGEM-EDITADA
           MOVE VARIACAO-CONTAGEM-EDITADA TO COLUNA-VARIACAO(6:)
           PERFORM 7350-GRAVAR-LINHA-INDICADOR THRU 7350-EXIT.
       7300-EXIT.
           EXIT.

       7350-GRAVAR-LINHA-INDICADOR.
           MOVE SPACES TO LINHA-KPI-EDICAO
           STRING ROTULO-INDICADOR           DELIMITED BY SIZE
                  COLUNA-INDICADOR(1)        DELIMITED BY SIZE
                  COLUNA-INDICADOR(2)        DELIMITED BY SIZE
                  COLUNA-VARIACAO            DELIMITED BY SIZE
               INTO LINHA-KPI-EDICAO
           MOVE LINHA-KPI-EDICAO TO REG-LINHA-KPI
           WRITE REG-LINHA-KPI.
       7350-EXIT.
           EXIT.

      *--- Linha de media: mes sem pendencia fechada sai com "-" e a
      *--- variacao so sai quando os dois meses tem media.
       7400-GRAVAR-MEDIA.
           MOVE "            -" TO COLUNA-INDICADOR(1)
           MOVE "            -" TO COLUNA-INDICADOR(2)
           MOVE "            -" TO COLUNA-VARIACAO
           IF MEDIA-DISPONIVEL(1)
               MOVE VALOR-INDICADOR-MES(1) TO MEDIA-EDITADA
               MOVE SPACES TO COLUNA-INDICADOR(1)
               MOVE MEDIA-EDITADA TO COLUNA-INDICADOR(1)(5:)
           END-IF
           IF MEDIA-DISPONIVEL(2)
               MOVE VALOR-INDICADOR-MES(2) TO MEDIA-EDITADA
               MOVE SPACES TO COLUNA-INDICADOR(2)
               MOVE MEDIA-EDITADA TO COLUNA-INDICADOR(2)(5:)
           END-IF
           IF MEDIA-DISPONIVEL(1) AND MEDIA-DISPONIVEL(2)
               COMPUTE VARIACAO-INDICADOR =
                   VALOR-INDICADOR-MES(1) - VALOR-INDICADOR-MES(2)
               MOVE VARIACAO-INDICADOR TO VARIACAO-MEDIA-EDITADA
               MOVE SPACES TO COLUNA-VARIACAO
               MOVE VARIACAO-MEDIA-EDITADA TO COLUNA-VARIACAO(4:)
           END-IF
           PERFORM 7350-GRAVAR-LINHA-INDICADOR THRU 7350-EXIT.
       7400-EXIT.
           EXIT.

      *--- Ao pe da pagina do total: fontes que nao puderam ser lidas
      *--- (os indicadores delas sairam zerados).
       7500-GRAVAR-AVISOS-FONTES.
           MOVE SPACES TO REG-LINHA-KPI
           WRITE REG-LINHA-KPI
           MOVE SPACES TO LINHA-KPI-EDICAO
           STRING "ARQUIVOS DE TRILHA LIDOS: " DELIMITED BY SIZE
                  CONTADOR-ARQUIVOS-TRILHA     DELIMITED BY SIZE
                  "   LINHAS DOS DOIS MESES: " DELIMITED BY SIZE
                  CONTADOR-LINHAS-APURADAS     DELIMITED BY SIZE
               INTO LINHA-KPI-EDICAO
           MOVE LINHA-KPI-EDICAO TO REG-LINHA-KPI
           WRITE REG-LINHA-KPI
           IF TRILHA-VIVA-INDISPONIVEL
               MOVE "AVISO: TRILHA DE AUDITORIA VIVA INDISPONIVEL."
                   TO REG-LINHA-KPI
               WRITE REG-LINHA-KPI
           END-IF
           IF HISTORICO-INDISPONIVEL
               MOVE "AVISO: HISTORICO DE VALIDACAO INDISPONIVEL."
                   TO REG-LINHA-KPI
               WRITE REG-LINHA-KPI
           END-IF
           IF DEPARTAMENTOS-INDISPONIVEL
               MOVE "AVISO: TABELA DE DEPARTAMENTOS INDISPONIVEL."
                   TO REG-LINHA-KPI
               WRITE REG-LINHA-KPI
           END-IF
           IF PENDENCIAS-INDISPONIVEL
               MOVE "AVISO: PENDENCIAS DE REJEICAO INDISPONIVEIS."
                   TO REG-LINHA-KPI
               WRITE REG-LINHA-KPI
           END-IF
           IF AVISOS-INDISPONIVEL
               MOVE "AVISO: AVISOS EMITIDOS INDISPONIVEIS."
                   TO REG-LINHA-KPI
               WRITE REG-LINHA-KPI
           END-IF
           IF ISENCOES-INDISPONIVEL
               MOVE "AVISO: CADASTRO DE ISENCOES INDISPONIVEL."
                   TO REG-LINHA-KPI
               WRITE REG-LINHA-KPI
           END-IF
           IF TABELA-CHEIA
               MOVE "AVISO: TABELA CHEIA; EXCEDENTE SEM DEPARTAMENTO."
                   TO REG-LINHA-KPI
               WRITE REG-LINHA-KPI
           END-IF.
       7500-EXIT.
           EXIT.

      * =========================
      * MES INVALIDO: NADA FOI ABERTO, O JOB TERMINA COM RC 8
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
           CLOSE ARQ-SUBMISSORES
           CLOSE ARQ-RELATORIO-KPI
           IF DEPARTAMENTOS-DISPONIVEL
               CLOSE ARQ-DEPARTAMENTOS
           END-IF
           IF HISTORICO-DISPONIVEL
               CLOSE ARQ-HISTORICO-VALIDACAO
           END-IF
           IF PENDENCIAS-DISPONIVEL
               CLOSE ARQ-PENDENCIAS
           END-IF
           IF AVISOS-DISPONIVEL
               CLOSE ARQ-AVISOS-EMITIDOS
           END-IF
           IF ISENCOES-DISPONIVEL
               CLOSE ARQ-ISENCOES
           END-IF

           DISPLAY "Indicadores mensais por departamento concluidos."
           DISPLAY "Mes de referencia....: " MES-KPI(1)
           DISPLAY "Mes anterior.........: " MES-KPI(2)
           DISPLAY "Departamentos........: " TOTAL-DEPTOS-KPI
           DISPLAY "Linhas de trilha.....: " CONTADOR-LINHAS-APURADAS
           DISPLAY "Pendencias lidas.....: " CONTADOR-PENDENCIAS-LIDAS
           DISPLAY "Avisos lidos.........: " CONTADOR-AVISOS-LIDOS
           DISPLAY "Isencoes lidas.......: " CONTADOR-ISENCOES-LIDAS
           DISPLAY "Relatorio em RELATORIO-KPI-DEPARTAMENTOS.TXT"

      *--- Severidade para o scheduler: 4 quando alguma fonte faltou
      *--- ou alguma tabela encheu (numeros incompletos).
           IF TRILHA-VIVA-INDISPONIVEL
              OR HISTORICO-INDISPONIVEL
              OR DEPARTAMENTOS-INDISPONIVEL
              OR PENDENCIAS-INDISPONIVEL
              OR AVISOS-INDISPONIVEL
              OR ISENCOES-INDISPONIVEL
              OR TABELA-CHEIA
               MOVE 4 TO SEVERIDADE-KPI
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE 0 TO SEVERIDADE-KPI
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           COMPUTE REGISTROS-PARA-CONTROLE =
               CONTADOR-LINHAS-APURADAS + CONTADOR-PENDENCIAS-LIDAS
               + CONTADOR-AVISOS-LIDOS + CONTADOR-ISENCOES-LIDAS
           COMPUTE VALIDOS-PARA-CONTROLE =
               TOT-SUBMETIDOS(1) - TOT-REJEITADOS(1)
           MOVE TOT-REJEITADOS(1) TO INVALIDOS-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT.
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
                         ==9800-ABEND-SUBMISSORES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-SUBMISSORES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-SUBMISSORES==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de submissores"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RELATORIO-KPI==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-KPI-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-KPI==
                     ==TEXTO-ABEND==         BY
                         =="relatorio de indicadores"==.

       END PROGRAM KPI-MENSAL-DEPARTAMENTOS.
