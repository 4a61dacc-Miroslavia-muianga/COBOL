      * RECEBE O IDENTIFICADOR E MOSTRA TUDO DE UMA VEZ: O REGISTRO
      * CORRENTE DO HISTORICO, A ISENCAO (COM VALIDADE E APROVADOR),
      * AS DECLARACOES DO CATALOGO POR MEMBRO, AS REJEICOES DO CICLO
      * CORRENTE (COM SUBMISSOR E REGRA), AS DE CICLOS ANTERIORES NUM
      * PERIODO INFORMADO (GERACOES DATADAS) E AS ULTIMAS ENTRADAS DA
      * TRILHA DE AUDITORIA. UMA CONSULTA NO LUGAR DE CINCO
      * FERRAMENTAS ENCERRA A MAIORIA DAS CHAMADAS EM UM MINUTO.
      *-----------------------------------------------------------------
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-09-02 RMS    CRIACAO.
      * 2026-10-15 RMS    CONSULTA SO PARA OPERADOR IDENTIFICADO E
      *                   AUTORIZADO NO CONTROLE-ACESSO.
      * 2026-10-15 RMS    LINHA DA TRILHA DE AUDITORIA PASSA A 160
      *                   BYTES (SEQUENCIA E ENCADEAMENTO NO FIM);
      *                   LEITURA DOS 130 PRIMEIROS SEM MUDANCA.
      * 2026-10-15 RMS    PESQUISA DAS REJEICOES EM GERACOES DATADAS DE
      *                   CICLOS ANTERIORES (INDICE-GERACOES.DAT,
      *                   GERAREC) NUM PERIODO INFORMADO PELO OPERADOR,
      *                   ALEM DAS DO CICLO CORRENTE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS STATUS-ARQ-CATALOGO-ONDE-USADO.

           SELECT ARQ-REJEICOES-CICLO
               ASSIGN DYNAMIC NOME-ARQUIVO-REJEICOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-REJEICOES-CICLO.

           SELECT ARQ-INDICE-GERACOES
               ASSIGN TO "INDICE-GERACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-INDICE-GERACAO
               FILE STATUS IS STATUS-ARQ-INDICE-GERACOES.

           SELECT ARQ-TRILHA-AUDITORIA
               ASSIGN TO "TRILHA-AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ARQ-REJEICOES-CICLO.
       COPY REJREC.

       FD  ARQ-INDICE-GERACOES.
       COPY GERAREC.

       FD  ARQ-TRILHA-AUDITORIA.
       01  REG-TRILHA-AUDITORIA        PIC X(160).

       WORKING-STORAGE SECTION.
       COPY FILESTAT
                         ==ARQ-TRILHA-AUDITORIA-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-TRILHA-AUDITORIA-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-INDICE-GERACOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-INDICE-GERACOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-INDICE-GERACOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-INDICE-GERACOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-INDICE-GERACOES-ERRO-OUTRO==.

       01  IDENTIFICADOR-CONSULTADO       PIC X(30).
       01  WS-DATA-HORA-CORRENTE          PIC X(21).
       01  CONTADOR-REJEICOES             PIC 9(4) VALUE 0.
       01  CONTADOR-TRILHA-VISTAS         PIC 9(5) VALUE 0.

      * --- Rejeicoes de ciclos anteriores (geracoes datadas) ----------
       01  NOME-ARQUIVO-REJEICOES         PIC X(60)
               VALUE "REJEICOES-CICLO.DAT".
       01  DATA-INICIAL-INFORMADA         PIC X(8) VALUE SPACES.
       01  DATA-INICIAL-PESQUISA REDEFINES DATA-INICIAL-INFORMADA
                                          PIC 9(8).
       01  DATA-FINAL-INFORMADA           PIC X(8) VALUE SPACES.
       01  DATA-FINAL-PESQUISA REDEFINES DATA-FINAL-INFORMADA
                                          PIC 9(8).
       01  FLAG-FIM-INDICE                PIC X VALUE 'N'.
           88 FIM-INDICE                       VALUE 'Y'.
       01  CONTADOR-GERACOES-PESQUISADAS  PIC 9(4) VALUE 0.
       01  CONTADOR-GERACOES-EXPURGADAS   PIC 9(4) VALUE 0.
       01  CONTADOR-REJEICOES-ANTERIORES  PIC 9(5) VALUE 0.

      * --- Leiaute das colunas da linha de trilha ---------------------
       01  LINHA-TRILHA-TRABALHO.
           05 TRILHA-IDENTIFICADOR        PIC X(30).
       01  IDX-ULTIMA-TRILHA              PIC 9 VALUE 0.
       01  IDX-DESLOCA-TRILHA             PIC 9 VALUE 0.

      * --- Identificacao e autorizacao do operador --------------------
       COPY ACESREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "================================================"
           DISPLAY "     CONSULTA 360 GRAUS DE UM IDENTIFICADOR     "
           DISPLAY "================================================"
           MOVE "CONSULTA-360" TO ACS-PROGRAMA
           SET ACS-FUNCAO-ENTRADA TO TRUE
           CALL "CONTROLE-ACESSO" USING BLOCO-ACESSO
           IF ACS-RECUSADO
               STOP RUN
           END-IF
           DISPLAY "Digite o identificador a consultar: "
           ACCEPT IDENTIFICADOR-CONSULTADO
           MOVE FUNCTION UPPER-CASE(IDENTIFICADOR-CONSULTADO)
           PERFORM 3000-MOSTRAR-ISENCAO THRU 3000-EXIT
           PERFORM 4000-MOSTRAR-CATALOGO THRU 4000-EXIT
           PERFORM 5000-MOSTRAR-REJEICOES THRU 5000-EXIT
           PERFORM 5500-PESQUISAR-GERACOES THRU 5500-EXIT
           PERFORM 6000-MOSTRAR-TRILHA THRU 6000-EXIT

           DISPLAY "================================================"
       5100-EXIT.
           EXIT.

      * =========================
      * 4/5 (CONT.) - REJEICOES DE CICLOS ANTERIORES: O OPERADOR
      * INFORMA O PERIODO E AS GERACOES DATADAS DE REJEICOES-CICLO
      * REGISTRADAS NO INDICE NESSE PERIODO SAO VARRIDAS EM ORDEM DE
      * DATA DO CICLO. GERACAO JA EXPURGADA PELA RETENCAO E SO CONTADA.
       5500-PESQUISAR-GERACOES.
           DISPLAY " "
           DISPLAY "--- REJEICOES DE CICLOS ANTERIORES -------------"
           DISPLAY "Data inicial (AAAAMMDD; em branco = nao "
                   "pesquisar): "
           ACCEPT DATA-INICIAL-INFORMADA
           IF DATA-INICIAL-INFORMADA = SPACES
               GO TO 5500-EXIT
           END-IF
           DISPLAY "Data final (AAAAMMDD; em branco = hoje): "
           ACCEPT DATA-FINAL-INFORMADA
           IF DATA-FINAL-INFORMADA = SPACES
               MOVE WS-DATA-HOJE TO DATA-FINAL-PESQUISA
           END-IF
           IF DATA-INICIAL-INFORMADA NOT NUMERIC
              OR DATA-FINAL-INFORMADA NOT NUMERIC
               DISPLAY "Periodo invalido; informe AAAAMMDD."
               GO TO 5500-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-INICIAL-PESQUISA)
                  NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(DATA-FINAL-PESQUISA)
                  NOT = 0
              OR DATA-INICIAL-PESQUISA > DATA-FINAL-PESQUISA
               DISPLAY "Periodo invalido: " DATA-INICIAL-INFORMADA
                       " a " DATA-FINAL-INFORMADA
               GO TO 5500-EXIT
           END-IF

           OPEN INPUT ARQ-INDICE-GERACOES
           IF NOT ARQ-INDICE-GERACOES-OK
               DISPLAY "(indice de geracoes indisponivel)"
               GO TO 5500-EXIT
           END-IF
           MOVE "REJEICOES-CICLO"     TO ARQUIVO-BASE-GERACAO
           MOVE DATA-INICIAL-PESQUISA TO DATA-CICLO-GERACAO
           START ARQ-INDICE-GERACOES
               KEY IS NOT LESS THAN CHAVE-INDICE-GERACAO
               INVALID KEY
                   SET FIM-INDICE TO TRUE
           END-START
           PERFORM 5600-PESQUISAR-UMA-GERACAO THRU 5600-EXIT
               UNTIL FIM-INDICE
           CLOSE ARQ-INDICE-GERACOES

           DISPLAY "Periodo " DATA-INICIAL-INFORMADA " a "
                   DATA-FINAL-INFORMADA ": "
                   CONTADOR-GERACOES-PESQUISADAS
                   " ciclo(s) pesquisado(s), "
                   CONTADOR-REJEICOES-ANTERIORES " rejeicao(oes)."
           IF CONTADOR-GERACOES-EXPURGADAS > 0
               DISPLAY "Ciclos do periodo ja expurgados pela "
                       "retencao: " CONTADOR-GERACOES-EXPURGADAS
           END-IF.
       5500-EXIT.
           EXIT.

       5600-PESQUISAR-UMA-GERACAO.
           READ ARQ-INDICE-GERACOES NEXT RECORD
               AT END
                   SET FIM-INDICE TO TRUE
                   GO TO 5600-EXIT
           END-READ
           IF ARQUIVO-BASE-GERACAO NOT = "REJEICOES-CICLO"
              OR DATA-CICLO-GERACAO > DATA-FINAL-PESQUISA
               SET FIM-INDICE TO TRUE
               GO TO 5600-EXIT
           END-IF
           IF GERACAO-EXPURGADA
               ADD 1 TO CONTADOR-GERACOES-EXPURGADAS
               GO TO 5600-EXIT
           END-IF
           MOVE NOME-ARQUIVO-INDICE-GERACAO TO NOME-ARQUIVO-REJEICOES
           OPEN INPUT ARQ-REJEICOES-CICLO
           IF NOT ARQ-REJEICOES-CICLO-OK
               DISPLAY "  (geracao "
                       FUNCTION TRIM(NOME-ARQUIVO-REJEICOES)
                       " indisponivel)"
               GO TO 5600-EXIT
           END-IF
           ADD 1 TO CONTADOR-GERACOES-PESQUISADAS
           MOVE 'N' TO FLAG-FIM-REJEICOES
           PERFORM 5700-EXIBIR-REJEICAO-ANTERIOR THRU 5700-EXIT
               UNTIL FIM-REJEICOES
           CLOSE ARQ-REJEICOES-CICLO.
       5600-EXIT.
           EXIT.

       5700-EXIBIR-REJEICAO-ANTERIOR.
           READ ARQ-REJEICOES-CICLO
               AT END
                   SET FIM-REJEICOES TO TRUE
                   GO TO 5700-EXIT
           END-READ
           IF NOME-REJEICAO NOT = IDENTIFICADOR-CONSULTADO
               GO TO 5700-EXIT
           END-IF
           ADD 1 TO CONTADOR-REJEICOES-ANTERIORES
           DISPLAY "  CICLO " DATA-CICLO-GERACAO
                   " SUBMISSOR " SUBMISSOR-REJEICAO
                   " REGRA " REGRA-REJEICAO
                   " - " FUNCTION TRIM(MENSAGEM-REJEICAO).
       5700-EXIT.
           EXIT.

      * =========================
      * 5/5 - ULTIMAS ENTRADAS DA TRILHA DE AUDITORIA
      * A trilha e sequencial e cronologica; as linhas do identificador
