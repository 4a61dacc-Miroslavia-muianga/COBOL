       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTUA-CONFORMIDADE-MEMBROS.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * PONTUACAO DE CONFORMIDADE DE NOMENCLATURA POR MEMBRO FONTE: O
      * CICLO DIARIO SO ENXERGA OS NOMES QUE AS EQUIPES SUBMETEM; O
      * LEGADO JA DECLARADO NOS MEMBROS NUNCA PASSOU PELO MOTOR. ESTE
      * JOB RODA CADA IDENTIFICADOR DECLARADO NO CATALOGO ONDE-USADO
      * (CATALOGO-ONDE-USADO.DAT, CATREC; ENTRADAS SO DE REFERENCIA
      * FICAM DE FORA) PELO MOTOR REGRAS-NOMENCLATURA, RELEVANDO A
      * REPROVACAO COBERTA POR ISENCAO VIGENTE (ISENCOES.DAT, MESMO
      * CRITERIO DO CICLO), E APURA POR MEMBRO:
      *   - PERCENTUAL CONFORME E PERCENTUAL ISENTO SOBRE DECLARADOS;
      *   - REPROVACOES QUEBRADAS POR REGRA VIOLADA.
      * A PONTUACAO DO DIA VAI PARA O HISTORICO INDEXADO
      * SCORECARD-MEMBROS.DAT (SCORREC, CHAVE MEMBRO + DATA) E O
      * RELATORIO PLACAR-CONFORMIDADE.TXT COMPARA CADA MEMBRO COM A
      * ULTIMA APURACAO DO MES ANTERIOR.
      * RC 4 QUANDO ALGUM MEMBRO PIOROU O PERCENTUAL CONFORME; RC 8
      * QUANDO NAO HA CATALOGO PARA PONTUAR.
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
           SELECT ARQ-CATALOGO-ONDE-USADO
               ASSIGN TO "CATALOGO-ONDE-USADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CATALOGO
               FILE STATUS IS STATUS-ARQ-CATALOGO-ONDE-USADO.

           SELECT ARQ-ISENCOES
               ASSIGN TO "ISENCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-ISENCAO
               FILE STATUS IS STATUS-ARQ-ISENCOES.

           SELECT ARQ-SCORECARD-MEMBROS
               ASSIGN TO "SCORECARD-MEMBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-SCORECARD
               FILE STATUS IS STATUS-ARQ-SCORECARD-MEMBROS.

           SELECT ARQ-RELATORIO-PLACAR
               ASSIGN TO "PLACAR-CONFORMIDADE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-PLACAR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CATALOGO-ONDE-USADO.
       COPY CATREC.

       FD  ARQ-ISENCOES.
       COPY ISENREC.

       FD  ARQ-SCORECARD-MEMBROS.
       COPY SCORREC.

       FD  ARQ-RELATORIO-PLACAR.
       01  REG-LINHA-PLACAR            PIC X(120).

       WORKING-STORAGE SECTION.
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
                         ==STATUS-ARQ-SCORECARD-MEMBROS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-SCORECARD-MEMBROS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-SCORECARD-MEMBROS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-SCORECARD-MEMBROS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-SCORECARD-MEMBROS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-PLACAR==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-PLACAR-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-PLACAR-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-PLACAR-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-PLACAR-ERRO-OUTRO==.

      * --- PARAMETROS OPERACIONAIS (PREFIXO E AVISOS DO MOTOR) --------
       COPY PARAMREC.

      * --- INTERFACE COM O MOTOR DE REGRAS ----------------------------
       01  NOME-IDENTIFICADOR            PIC X(30).
      *--- O catalogo so guarda o que e declarado com numero de nivel
      *--- na DATA DIVISION (itens de dados e condicoes 88); o perfil
      *--- que se aplica a todos eles e o de data-name.
       01  CLASSE-IDENTIFICADOR          PIC X VALUE 'D'.
       01  STATUS-VALIDACAO              PIC X VALUE 'S'.
           88 IDENTIFICADOR-E-VALIDO          VALUE 'S'.
           88 IDENTIFICADOR-E-INVALIDO        VALUE 'N'.
       01  MENSAGEM-DE-ERRO               PIC X(60) VALUE SPACES.
       01  INDICADOR-REGRA-VIOLADA        PIC 9 VALUE 0.
       01  INDICADOR-AVISO                PIC X VALUE 'N'.
       01  MENSAGEM-DE-AVISO              PIC X(60) VALUE SPACES.

      * --- ISENCAO (MESMO CRITERIO DO CICLO) --------------------------
       01  FLAG-ISENCOES-DISPONIVEIS      PIC X VALUE 'N'.
           88 ISENCOES-DISPONIVEIS             VALUE 'S'.
           88 ISENCOES-INDISPONIVEIS           VALUE 'N'.
       01  FLAG-IDENTIFICADOR-ISENTO      PIC X VALUE 'N'.
           88 IDENTIFICADOR-ISENTO             VALUE 'S'.
           88 IDENTIFICADOR-NAO-ISENTO         VALUE 'N'.

      * --- DATAS DA APURACAO ------------------------------------------
       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.
       01  WS-ANO-MES-APURACAO.
           05 WS-ANO-APURACAO             PIC 9(4).
           05 WS-MES-APURACAO             PIC 9(2).
       01  WS-DATA-INICIO-MES-ATUAL       PIC 9(8) VALUE 0.
       01  WS-DATA-INICIO-MES-ANTERIOR    PIC 9(8) VALUE 0.

      * --- CONTROLE DAS VARREDURAS ------------------------------------
       01  FLAG-FIM-CATALOGO              PIC X VALUE 'N'.
           88 FIM-CATALOGO                     VALUE 'Y'.
       01  FLAG-FIM-SCORECARD             PIC X VALUE 'N'.
           88 FIM-SCORECARD                    VALUE 'Y'.
       01  CONTADOR-DECLARACOES-VARRIDAS  PIC 9(7) VALUE 0.
       01  CONTADOR-CONFORMES             PIC 9(7) VALUE 0.
       01  CONTADOR-ISENTOS               PIC 9(7) VALUE 0.
       01  CONTADOR-REPROVADOS            PIC 9(7) VALUE 0.
       01  CONTADOR-MEMBROS-PIORARAM      PIC 9(5) VALUE 0.
       01  CONTADOR-MEMBROS-SEM-ANTERIOR  PIC 9(5) VALUE 0.
       01  CONTADOR-DECLARACOES-FORA      PIC 9(7) VALUE 0.

      * --- PONTUACAO POR MEMBRO ---------------------------------------
       01  TABELA-PONTUACAO-MEMBROS.
           05 PONTUACAO-MEMBRO OCCURS 300 TIMES
                               INDEXED BY IDX-PONT-MEMBRO.
               10 PONT-MEMBRO-NOME        PIC X(40).
               10 PONT-MEMBRO-DECLARADOS  PIC 9(5).
               10 PONT-MEMBRO-CONFORMES   PIC 9(5).
               10 PONT-MEMBRO-ISENTOS     PIC 9(5).
               10 PONT-MEMBRO-REPROVADOS  PIC 9(5).
               10 PONT-MEMBRO-FALHAS-REGRA OCCURS 9 TIMES PIC 9(5).
       01  TOTAL-PONTUACAO-MEMBROS        PIC 9(3) VALUE 0.
       01  FLAG-MEMBRO-PONT-ACHADO        PIC X VALUE 'N'.
           88 MEMBRO-PONT-ACHADO               VALUE 'Y'.
           88 MEMBRO-PONT-NAO-ACHADO           VALUE 'N'.
       01  IDX-REGRA-PLACAR               PIC 9(2) VALUE 0.
       01  IDX-MEMBRO-PLACAR              PIC 9(3) VALUE 0.

      * --- APURACAO DO MES ANTERIOR (ULTIMA DO MES) -------------------
       01  FLAG-ANTERIOR-ACHADO           PIC X VALUE 'N'.
           88 ANTERIOR-ACHADO                  VALUE 'S'.
           88 ANTERIOR-NAO-ACHADO              VALUE 'N'.
       01  DATA-ANTERIOR                  PIC 9(8) VALUE 0.
       01  PERC-CONFORMES-ANTERIOR        PIC 9(3)V99 VALUE 0.
       01  PERC-ISENTOS-ANTERIOR          PIC 9(3)V99 VALUE 0.
       01  REPROVADOS-ANTERIOR            PIC 9(5) VALUE 0.
       01  VARIACAO-CONFORMES             PIC S9(3)V99 VALUE 0.

      * --- EDICAO DO RELATORIO ----------------------------------------
       01  LINHA-PLACAR-EDICAO            PIC X(120) VALUE SPACES.
       01  PONTEIRO-PLACAR                PIC 9(3) VALUE 1.
       01  DECLARADOS-EDICAO              PIC ZZZZ9.
       01  REPROVADOS-EDICAO              PIC ZZZZ9.
       01  PERC-CONFORMES-EDICAO          PIC ZZ9.99.
       01  PERC-ISENTOS-EDICAO            PIC ZZ9.99.
       01  PERC-CONF-ANTERIOR-EDICAO      PIC ZZ9.99.
       01  REPROVADOS-ANTERIOR-EDICAO     PIC ZZZZ9.
       01  PERC-ISEN-ANTERIOR-EDICAO      PIC ZZ9.99.
       01  VARIACAO-EDICAO                PIC +ZZ9.99.
       01  FALHAS-REGRA-EDICAO            PIC ZZZZ9.
       01  DATA-ANTERIOR-EDICAO           PIC 9999/99/99.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "PONTUA-CONFORMIDADE-MEMBROS".
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
           PERFORM 2000-PONTUAR-CATALOGO THRU 2000-EXIT
           PERFORM 3000-GRAVAR-HISTORICO THRU 3000-EXIT
           PERFORM 4000-RELATAR-PLACAR THRU 4000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
       1000-ABRIR-ARQUIVOS.
           CALL "CARREGA-PARAMETROS" USING PARAMETROS-EFETIVOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE
           PERFORM 1100-APURAR-MESES THRU 1100-EXIT
           MOVE SPACES TO TABELA-PONTUACAO-MEMBROS

           OPEN INPUT ARQ-CATALOGO-ONDE-USADO
           IF NOT ARQ-CATALOGO-ONDE-USADO-OK
               DISPLAY "Catalogo onde-usado indisponivel "
                       "(CATALOGO-ONDE-USADO.DAT); nada a pontuar."
               MOVE "FIM"    TO EVENTO-PARA-CONTROLE
               MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
               PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-ISENCOES
           IF ARQ-ISENCOES-OK
               SET ISENCOES-DISPONIVEIS TO TRUE
           ELSE
               SET ISENCOES-INDISPONIVEIS TO TRUE
           END-IF
      *--- O historico de pontuacao e permanente: abre (criando-o
      *--- vazio na primeira execucao) e nunca e reconstruido.
           OPEN I-O ARQ-SCORECARD-MEMBROS
           IF NOT ARQ-SCORECARD-MEMBROS-OK
               OPEN OUTPUT ARQ-SCORECARD-MEMBROS
               CLOSE ARQ-SCORECARD-MEMBROS
               OPEN I-O ARQ-SCORECARD-MEMBROS
               IF NOT ARQ-SCORECARD-MEMBROS-OK
                   PERFORM 9800-ABEND-SCORECARD-MEMBROS
                       THRU 9800-ABEND-SCORECARD-MEMBROS-EXIT
               END-IF
           END-IF
           OPEN OUTPUT ARQ-RELATORIO-PLACAR
           IF NOT ARQ-RELATORIO-PLACAR-OK
               PERFORM 9800-ABEND-RELATORIO-PLACAR
                   THRU 9800-ABEND-RELATORIO-PLACAR-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *--- Primeiro dia do mes corrente e do mes anterior: a ultima
      *--- apuracao gravada entre os dois e a base de comparacao.
       1100-APURAR-MESES.
           MOVE WS-DATA-HOJE(1:6) TO WS-ANO-MES-APURACAO
           COMPUTE WS-DATA-INICIO-MES-ATUAL =
               WS-ANO-APURACAO * 10000 + WS-MES-APURACAO * 100 + 1
           IF WS-MES-APURACAO = 1
               SUBTRACT 1 FROM WS-ANO-APURACAO
               MOVE 12 TO WS-MES-APURACAO
           ELSE
               SUBTRACT 1 FROM WS-MES-APURACAO
           END-IF
           COMPUTE WS-DATA-INICIO-MES-ANTERIOR =
               WS-ANO-APURACAO * 10000 + WS-MES-APURACAO * 100 + 1.
       1100-EXIT.
           EXIT.

      * =========================
      * CATALOGO: CADA DECLARACAO PASSA PELO MOTOR E CAI NA CONTA DO
      * MEMBRO COMO CONFORME, ISENTA OU REPROVADA (COM A REGRA)
       2000-PONTUAR-CATALOGO.
           MOVE SPACES TO CHAVE-CATALOGO
           START ARQ-CATALOGO-ONDE-USADO
               KEY IS NOT LESS THAN CHAVE-CATALOGO
               INVALID KEY
                   SET FIM-CATALOGO TO TRUE
           END-START
           PERFORM 2100-PONTUAR-UMA-DECLARACAO THRU 2100-EXIT
               UNTIL FIM-CATALOGO.
       2000-EXIT.
           EXIT.

       2100-PONTUAR-UMA-DECLARACAO.
           READ ARQ-CATALOGO-ONDE-USADO NEXT RECORD
               AT END
                   SET FIM-CATALOGO TO TRUE
                   GO TO 2100-EXIT
           END-READ
      *--- Entrada so de referencia: o nome e de outro membro (ou de
      *--- copybook) e ja e pontuado onde e declarado.
           IF NIVEL-CATALOGO = SPACES
               GO TO 2100-EXIT
           END-IF
           PERFORM 2300-LOCALIZAR-MEMBRO THRU 2300-EXIT
           IF MEMBRO-PONT-NAO-ACHADO
               ADD 1 TO CONTADOR-DECLARACOES-FORA
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO CONTADOR-DECLARACOES-VARRIDAS
           ADD 1 TO PONT-MEMBRO-DECLARADOS(IDX-PONT-MEMBRO)

           MOVE IDENTIFICADOR-CATALOGO TO NOME-IDENTIFICADOR
           CALL "REGRAS-NOMENCLATURA" USING NOME-IDENTIFICADOR
                                             CLASSE-IDENTIFICADOR
                                             STATUS-VALIDACAO
                                             MENSAGEM-DE-ERRO
                                             INDICADOR-REGRA-VIOLADA
                                             INDICADOR-AVISO
                                             MENSAGEM-DE-AVISO
                                             PARAMETROS-EFETIVOS
           IF IDENTIFICADOR-E-VALIDO
               ADD 1 TO CONTADOR-CONFORMES
               ADD 1 TO PONT-MEMBRO-CONFORMES(IDX-PONT-MEMBRO)
               GO TO 2100-EXIT
           END-IF

           SET IDENTIFICADOR-NAO-ISENTO TO TRUE
           IF ISENCOES-DISPONIVEIS
               PERFORM 2200-VERIFICAR-ISENCAO THRU 2200-EXIT
           END-IF
           IF IDENTIFICADOR-ISENTO
               ADD 1 TO CONTADOR-ISENTOS
               ADD 1 TO PONT-MEMBRO-ISENTOS(IDX-PONT-MEMBRO)
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO CONTADOR-REPROVADOS
           ADD 1 TO PONT-MEMBRO-REPROVADOS(IDX-PONT-MEMBRO)
           IF INDICADOR-REGRA-VIOLADA > 0
               MOVE INDICADOR-REGRA-VIOLADA TO IDX-REGRA-PLACAR
               ADD 1 TO PONT-MEMBRO-FALHAS-REGRA(IDX-PONT-MEMBRO,
                                                 IDX-REGRA-PLACAR)
           END-IF.
       2100-EXIT.
           EXIT.

      *--- Mesmo criterio de isencao do ciclo diario: isencao vigente
      *--- releva a reprovacao, isencao vencida nao.
       2200-VERIFICAR-ISENCAO.
           MOVE FUNCTION UPPER-CASE(NOME-IDENTIFICADOR)
               TO CHAVE-ISENCAO
           READ ARQ-ISENCOES
               KEY IS CHAVE-ISENCAO
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ
           IF VALIDADE-ISENCAO >= WS-DATA-HOJE
               SET IDENTIFICADOR-ISENTO TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *--- Posiciona IDX-PONT-MEMBRO na linha do membro corrente,
      *--- abrindo a linha na primeira declaracao do membro.
       2300-LOCALIZAR-MEMBRO.
           SET MEMBRO-PONT-NAO-ACHADO TO TRUE
           PERFORM VARYING IDX-PONT-MEMBRO FROM 1 BY 1
               UNTIL IDX-PONT-MEMBRO > TOTAL-PONTUACAO-MEMBROS
                  OR MEMBRO-PONT-ACHADO
               IF PONT-MEMBRO-NOME(IDX-PONT-MEMBRO) = MEMBRO-CATALOGO
                   SET MEMBRO-PONT-ACHADO TO TRUE
               END-IF
           END-PERFORM
           IF MEMBRO-PONT-ACHADO
               SET IDX-PONT-MEMBRO DOWN BY 1
               GO TO 2300-EXIT
           END-IF
           IF TOTAL-PONTUACAO-MEMBROS < 300
               ADD 1 TO TOTAL-PONTUACAO-MEMBROS
               SET IDX-PONT-MEMBRO TO TOTAL-PONTUACAO-MEMBROS
               MOVE MEMBRO-CATALOGO
                   TO PONT-MEMBRO-NOME(IDX-PONT-MEMBRO)
               MOVE 0 TO PONT-MEMBRO-DECLARADOS(IDX-PONT-MEMBRO)
                         PONT-MEMBRO-CONFORMES(IDX-PONT-MEMBRO)
                         PONT-MEMBRO-ISENTOS(IDX-PONT-MEMBRO)
                         PONT-MEMBRO-REPROVADOS(IDX-PONT-MEMBRO)
               PERFORM VARYING IDX-REGRA-PLACAR FROM 1 BY 1
                   UNTIL IDX-REGRA-PLACAR > 9
                   MOVE 0 TO PONT-MEMBRO-FALHAS-REGRA(IDX-PONT-MEMBRO,
                                                      IDX-REGRA-PLACAR)
               END-PERFORM
               SET MEMBRO-PONT-ACHADO TO TRUE
           ELSE
               IF CONTADOR-DECLARACOES-FORA = 0
                   DISPLAY "AVISO: mais de 300 membros no catalogo; "
                           "placar cobre os 300 primeiros."
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      * =========================
      * HISTORICO: UM REGISTRO POR MEMBRO COM A DATA DE HOJE
      * (REEXECUCAO NO MESMO DIA SUBSTITUI A APURACAO DO DIA)
       3000-GRAVAR-HISTORICO.
           PERFORM 3100-GRAVAR-UM-MEMBRO THRU 3100-EXIT
               VARYING IDX-MEMBRO-PLACAR FROM 1 BY 1
                   UNTIL IDX-MEMBRO-PLACAR > TOTAL-PONTUACAO-MEMBROS.
       3000-EXIT.
           EXIT.

       3100-GRAVAR-UM-MEMBRO.
           SET IDX-PONT-MEMBRO TO IDX-MEMBRO-PLACAR
           MOVE PONT-MEMBRO-NOME(IDX-PONT-MEMBRO) TO MEMBRO-SCORECARD
           MOVE WS-DATA-HOJE TO DATA-SCORECARD
           MOVE PONT-MEMBRO-DECLARADOS(IDX-PONT-MEMBRO)
               TO DECLARADOS-SCORECARD
           MOVE PONT-MEMBRO-CONFORMES(IDX-PONT-MEMBRO)
               TO CONFORMES-SCORECARD
           MOVE PONT-MEMBRO-ISENTOS(IDX-PONT-MEMBRO)
               TO ISENTOS-SCORECARD
           MOVE PONT-MEMBRO-REPROVADOS(IDX-PONT-MEMBRO)
               TO REPROVADOS-SCORECARD
           COMPUTE PERC-CONFORMES-SCORECARD ROUNDED =
               CONFORMES-SCORECARD * 100 / DECLARADOS-SCORECARD
           COMPUTE PERC-ISENTOS-SCORECARD ROUNDED =
               ISENTOS-SCORECARD * 100 / DECLARADOS-SCORECARD
           PERFORM VARYING IDX-REGRA-PLACAR FROM 1 BY 1
               UNTIL IDX-REGRA-PLACAR > 9
               MOVE PONT-MEMBRO-FALHAS-REGRA(IDX-PONT-MEMBRO,
                                             IDX-REGRA-PLACAR)
                   TO FALHAS-REGRA-SCORECARD(IDX-REGRA-PLACAR)
           END-PERFORM
           WRITE REG-SCORECARD-MEMBRO
           IF ARQ-SCORECARD-MEMBROS-OK
               GO TO 3100-EXIT
           END-IF
           IF STATUS-ARQ-SCORECARD-MEMBROS = "22"
               REWRITE REG-SCORECARD-MEMBRO
           END-IF
           IF NOT ARQ-SCORECARD-MEMBROS-OK
               PERFORM 9800-ABEND-SCORECARD-MEMBROS
                   THRU 9800-ABEND-SCORECARD-MEMBROS-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      * =========================
      * PLACAR: MES CORRENTE CONTRA A ULTIMA APURACAO DO MES ANTERIOR
       4000-RELATAR-PLACAR.
           MOVE SPACES TO LINHA-PLACAR-EDICAO
           STRING "PLACAR DE CONFORMIDADE DE NOMENCLATURA POR MEMBRO"
                                                DELIMITED BY SIZE
                  "   DATA: "                   DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(1:4)    DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(5:2)    DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(7:2)    DELIMITED BY SIZE
               INTO LINHA-PLACAR-EDICAO
           MOVE LINHA-PLACAR-EDICAO TO REG-LINHA-PLACAR
           WRITE REG-LINHA-PLACAR
           IF ISENCOES-INDISPONIVEIS
               MOVE "(ARQUIVO DE ISENCOES INDISPONIVEL: NENHUMA ISENCAO"
                   TO REG-LINHA-PLACAR(1:51)
               MOVE " FOI CONSIDERADA)" TO REG-LINHA-PLACAR(52:17)
               WRITE REG-LINHA-PLACAR
           END-IF
           MOVE SPACES TO LINHA-PLACAR-EDICAO
           STRING "MEMBRO                                   "
                                                DELIMITED BY SIZE
                  " DECL  CONF%  ISEN%  REPR"   DELIMITED BY SIZE
                  "   | MES ANT: CONF%  REPR  VARIACAO"
                                                DELIMITED BY SIZE
               INTO LINHA-PLACAR-EDICAO
           MOVE LINHA-PLACAR-EDICAO TO REG-LINHA-PLACAR
           WRITE REG-LINHA-PLACAR
           MOVE ALL "-" TO REG-LINHA-PLACAR
           WRITE REG-LINHA-PLACAR

           IF TOTAL-PONTUACAO-MEMBROS = 0
               MOVE "(NENHUMA DECLARACAO NO CATALOGO)"
                   TO REG-LINHA-PLACAR
               WRITE REG-LINHA-PLACAR
           END-IF
           PERFORM 4100-RELATAR-UM-MEMBRO THRU 4100-EXIT
               VARYING IDX-MEMBRO-PLACAR FROM 1 BY 1
                   UNTIL IDX-MEMBRO-PLACAR > TOTAL-PONTUACAO-MEMBROS.
       4000-EXIT.
           EXIT.

       4100-RELATAR-UM-MEMBRO.
      *--- Relido do historico recem-gravado para o placar mostrar
      *--- exatamente o que ficou registrado.
           SET IDX-PONT-MEMBRO TO IDX-MEMBRO-PLACAR
           MOVE PONT-MEMBRO-NOME(IDX-PONT-MEMBRO) TO MEMBRO-SCORECARD
           MOVE WS-DATA-HOJE TO DATA-SCORECARD
           READ ARQ-SCORECARD-MEMBROS
               KEY IS CHAVE-SCORECARD
               INVALID KEY
                   PERFORM 9800-ABEND-SCORECARD-MEMBROS
                       THRU 9800-ABEND-SCORECARD-MEMBROS-EXIT
           END-READ
           MOVE DECLARADOS-SCORECARD     TO DECLARADOS-EDICAO
           MOVE PERC-CONFORMES-SCORECARD TO PERC-CONFORMES-EDICAO
           MOVE PERC-ISENTOS-SCORECARD   TO PERC-ISENTOS-EDICAO
           MOVE REPROVADOS-SCORECARD     TO REPROVADOS-EDICAO

           PERFORM 4200-BUSCAR-MES-ANTERIOR THRU 4200-EXIT

           MOVE SPACES TO LINHA-PLACAR-EDICAO
           MOVE 1 TO PONTEIRO-PLACAR
           STRING PONT-MEMBRO-NOME(IDX-PONT-MEMBRO)
                                                DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  DECLARADOS-EDICAO             DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  PERC-CONFORMES-EDICAO         DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  PERC-ISENTOS-EDICAO           DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  REPROVADOS-EDICAO             DELIMITED BY SIZE
                  "   |          "              DELIMITED BY SIZE
               INTO LINHA-PLACAR-EDICAO
               WITH POINTER PONTEIRO-PLACAR
           IF ANTERIOR-NAO-ACHADO
               ADD 1 TO CONTADOR-MEMBROS-SEM-ANTERIOR
               STRING "   SEM APURACAO NO MES ANTERIOR"
                                                DELIMITED BY SIZE
                   INTO LINHA-PLACAR-EDICAO
                   WITH POINTER PONTEIRO-PLACAR
           ELSE
               MOVE PERC-CONFORMES-ANTERIOR
                   TO PERC-CONF-ANTERIOR-EDICAO
               MOVE REPROVADOS-ANTERIOR
                   TO REPROVADOS-ANTERIOR-EDICAO
               COMPUTE VARIACAO-CONFORMES =
                   PERC-CONFORMES-SCORECARD - PERC-CONFORMES-ANTERIOR
               MOVE VARIACAO-CONFORMES TO VARIACAO-EDICAO
               STRING PERC-CONF-ANTERIOR-EDICAO DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      REPROVADOS-ANTERIOR-EDICAO
                                                DELIMITED BY SIZE
                      "   "                     DELIMITED BY SIZE
                      VARIACAO-EDICAO           DELIMITED BY SIZE
                   INTO LINHA-PLACAR-EDICAO
                   WITH POINTER PONTEIRO-PLACAR
               IF VARIACAO-CONFORMES < 0
                   ADD 1 TO CONTADOR-MEMBROS-PIORARAM
                   STRING "  PIOROU"            DELIMITED BY SIZE
                       INTO LINHA-PLACAR-EDICAO
                       WITH POINTER PONTEIRO-PLACAR
               END-IF
           END-IF
           MOVE LINHA-PLACAR-EDICAO TO REG-LINHA-PLACAR
           WRITE REG-LINHA-PLACAR

           IF REPROVADOS-SCORECARD > 0
               PERFORM 4300-RELATAR-FALHAS-REGRA THRU 4300-EXIT
           END-IF
           IF ANTERIOR-ACHADO
               MOVE DATA-ANTERIOR TO DATA-ANTERIOR-EDICAO
               MOVE PERC-ISENTOS-ANTERIOR TO PERC-ISEN-ANTERIOR-EDICAO
               MOVE SPACES TO LINHA-PLACAR-EDICAO
               STRING "      (BASE DA COMPARACAO: APURACAO DE "
                                                DELIMITED BY SIZE
                      DATA-ANTERIOR-EDICAO      DELIMITED BY SIZE
                      ", ISENTOS "              DELIMITED BY SIZE
                      FUNCTION TRIM(PERC-ISEN-ANTERIOR-EDICAO)
                                                DELIMITED BY SIZE
                      "%)"                       DELIMITED BY SIZE
                   INTO LINHA-PLACAR-EDICAO
               MOVE LINHA-PLACAR-EDICAO TO REG-LINHA-PLACAR
               WRITE REG-LINHA-PLACAR
           END-IF.
       4100-EXIT.
           EXIT.

      *--- Ultima apuracao do membro entre o primeiro dia do mes
      *--- anterior e o ultimo dia dele (a chave e membro + data).
       4200-BUSCAR-MES-ANTERIOR.
           SET ANTERIOR-NAO-ACHADO TO TRUE
           MOVE 'N' TO FLAG-FIM-SCORECARD
           MOVE PONT-MEMBRO-NOME(IDX-PONT-MEMBRO) TO MEMBRO-SCORECARD
           MOVE WS-DATA-INICIO-MES-ANTERIOR TO DATA-SCORECARD
           START ARQ-SCORECARD-MEMBROS
               KEY IS NOT LESS THAN CHAVE-SCORECARD
               INVALID KEY
                   SET FIM-SCORECARD TO TRUE
           END-START
           PERFORM 4210-LER-APURACAO-ANTERIOR THRU 4210-EXIT
               UNTIL FIM-SCORECARD
      *--- A leitura sequencial desloca o registro do dia, que o
      *--- restante do placar ainda usa.
           MOVE PONT-MEMBRO-NOME(IDX-PONT-MEMBRO) TO MEMBRO-SCORECARD
           MOVE WS-DATA-HOJE TO DATA-SCORECARD
           READ ARQ-SCORECARD-MEMBROS
               KEY IS CHAVE-SCORECARD
               INVALID KEY
                   PERFORM 9800-ABEND-SCORECARD-MEMBROS
                       THRU 9800-ABEND-SCORECARD-MEMBROS-EXIT
           END-READ.
       4200-EXIT.
           EXIT.

       4210-LER-APURACAO-ANTERIOR.
           READ ARQ-SCORECARD-MEMBROS NEXT RECORD
               AT END
                   SET FIM-SCORECARD TO TRUE
                   GO TO 4210-EXIT
           END-READ
           IF MEMBRO-SCORECARD NOT = PONT-MEMBRO-NOME(IDX-PONT-MEMBRO)
              OR DATA-SCORECARD >= WS-DATA-INICIO-MES-ATUAL
               SET FIM-SCORECARD TO TRUE
               GO TO 4210-EXIT
           END-IF
           SET ANTERIOR-ACHADO TO TRUE
           MOVE DATA-SCORECARD           TO DATA-ANTERIOR
           MOVE PERC-CONFORMES-SCORECARD TO PERC-CONFORMES-ANTERIOR
           MOVE PERC-ISENTOS-SCORECARD   TO PERC-ISENTOS-ANTERIOR
           MOVE REPROVADOS-SCORECARD     TO REPROVADOS-ANTERIOR.
       4210-EXIT.
           EXIT.

       4300-RELATAR-FALHAS-REGRA.
           MOVE SPACES TO LINHA-PLACAR-EDICAO
           MOVE 1 TO PONTEIRO-PLACAR
           STRING "      FALHAS POR REGRA:"    DELIMITED BY SIZE
               INTO LINHA-PLACAR-EDICAO
               WITH POINTER PONTEIRO-PLACAR
           PERFORM 4310-EDITAR-FALHA-REGRA THRU 4310-EXIT
               VARYING IDX-REGRA-PLACAR FROM 1 BY 1
                   UNTIL IDX-REGRA-PLACAR > 9
           MOVE LINHA-PLACAR-EDICAO TO REG-LINHA-PLACAR
           WRITE REG-LINHA-PLACAR.
       4300-EXIT.
           EXIT.

       4310-EDITAR-FALHA-REGRA.
           IF FALHAS-REGRA-SCORECARD(IDX-REGRA-PLACAR) = 0
               GO TO 4310-EXIT
           END-IF
           MOVE FALHAS-REGRA-SCORECARD(IDX-REGRA-PLACAR)
               TO FALHAS-REGRA-EDICAO
           STRING "  REGRA "                    DELIMITED BY SIZE
                  IDX-REGRA-PLACAR(2:1)         DELIMITED BY SIZE
                  ":"                           DELIMITED BY SIZE
                  FUNCTION TRIM(FALHAS-REGRA-EDICAO)
                                                DELIMITED BY SIZE
               INTO LINHA-PLACAR-EDICAO
               WITH POINTER PONTEIRO-PLACAR.
       4310-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           MOVE ALL "-" TO REG-LINHA-PLACAR
           WRITE REG-LINHA-PLACAR
           MOVE SPACES TO LINHA-PLACAR-EDICAO
           STRING "MEMBROS: "                   DELIMITED BY SIZE
                  TOTAL-PONTUACAO-MEMBROS       DELIMITED BY SIZE
                  "   DECLARACOES: "            DELIMITED BY SIZE
                  CONTADOR-DECLARACOES-VARRIDAS DELIMITED BY SIZE
                  "   CONFORMES: "              DELIMITED BY SIZE
                  CONTADOR-CONFORMES            DELIMITED BY SIZE
                  "   ISENTAS: "                DELIMITED BY SIZE
                  CONTADOR-ISENTOS              DELIMITED BY SIZE
                  "   REPROVADAS: "             DELIMITED BY SIZE
                  CONTADOR-REPROVADOS           DELIMITED BY SIZE
               INTO LINHA-PLACAR-EDICAO
           MOVE LINHA-PLACAR-EDICAO TO REG-LINHA-PLACAR
           WRITE REG-LINHA-PLACAR
           MOVE SPACES TO LINHA-PLACAR-EDICAO
           STRING "MEMBROS QUE PIORARAM: "      DELIMITED BY SIZE
                  CONTADOR-MEMBROS-PIORARAM     DELIMITED BY SIZE
                  "   SEM APURACAO NO MES ANTERIOR: "
                                                DELIMITED BY SIZE
                  CONTADOR-MEMBROS-SEM-ANTERIOR DELIMITED BY SIZE
               INTO LINHA-PLACAR-EDICAO
           MOVE LINHA-PLACAR-EDICAO TO REG-LINHA-PLACAR
           WRITE REG-LINHA-PLACAR

           CLOSE ARQ-CATALOGO-ONDE-USADO
           CLOSE ARQ-SCORECARD-MEMBROS
           CLOSE ARQ-RELATORIO-PLACAR
           IF ISENCOES-DISPONIVEIS
               CLOSE ARQ-ISENCOES
           END-IF

           DISPLAY "Membros pontuados.....: " TOTAL-PONTUACAO-MEMBROS
           DISPLAY "Declaracoes varridas..: "
                   CONTADOR-DECLARACOES-VARRIDAS
           DISPLAY "Conformes.............: " CONTADOR-CONFORMES
           DISPLAY "Isentas...............: " CONTADOR-ISENTOS
           DISPLAY "Reprovadas............: " CONTADOR-REPROVADOS
           DISPLAY "Membros que pioraram..: " CONTADOR-MEMBROS-PIORARAM
           IF CONTADOR-DECLARACOES-FORA > 0
               DISPLAY "Declaracoes fora do placar (tabela cheia): "
                       CONTADOR-DECLARACOES-FORA
           END-IF
           DISPLAY "Placar em PLACAR-CONFORMIDADE.TXT"

      *--- Severidade para o scheduler: 4 quando algum membro perdeu
      *--- conformidade em relacao ao mes anterior.
           IF CONTADOR-MEMBROS-PIORARAM > 0
              OR CONTADOR-DECLARACOES-FORA > 0
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-DECLARACOES-VARRIDAS TO REGISTROS-PARA-CONTROLE
           COMPUTE VALIDOS-PARA-CONTROLE =
               CONTADOR-CONFORMES + CONTADOR-ISENTOS
           MOVE CONTADOR-REPROVADOS TO INVALIDOS-PARA-CONTROLE
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
                         ==9800-ABEND-SCORECARD-MEMBROS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-SCORECARD-MEMBROS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-SCORECARD-MEMBROS==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de historico de pontuacao"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RELATORIO-PLACAR==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-PLACAR-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-PLACAR==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de placar de conformidade"==.

       END PROGRAM PONTUA-CONFORMIDADE-MEMBROS.
