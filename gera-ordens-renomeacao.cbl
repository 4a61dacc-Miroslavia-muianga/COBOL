       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-ORDENS-RENOMEACAO.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * EMISSAO DAS ORDENS DE RENOMEACAO: A PENDENCIA ABERTA
      * (PENDENCIAS-REJEICAO.DAT, PENDREC) JA TRAZ A SUGESTAO DE NOME,
      * MAS A EQUIPE AINDA TINHA DE DESCOBRIR NA MAO QUAIS MEMBROS
      * DECLARAM OU USAM O NOME REPROVADO. ESTE JOB CRUZA CADA
      * PENDENCIA ABERTA AINDA SEM ORDEM COM O CATALOGO ONDE-USADO
      * (CATALOGO-ONDE-USADO.DAT, CATREC) E EMITE UMA ORDEM POR EQUIPE
      * EM ORDENS-RENOMEACAO.TXT, COM:
      *   - NOME ANTIGO E NOME SUGERIDO DE CADA PENDENCIA;
      *   - CADA MEMBRO QUE DECLARA OU REFERENCIA O NOME, COM O NIVEL
      *     DA DECLARACAO E A CONTAGEM DE REFERENCIAS;
      *   - O ALERTA DE COLISAO NOS MEMBROS ONDE O NOME SUGERIDO JA
      *     EXISTE (A TROCA COLIDIRIA COM UM NOME EM USO).
      * A ORDEM E REGISTRADA EM ORDENS-RENOMEACAO.DAT (ORDREC) E O
      * NUMERO VOLTA PARA A PENDENCIA, QUE ACOMPANHA-REJEICOES PASSA A
      * RELATAR COMO "COM ORDEM". PENDENCIA QUE JA TEM ORDEM NAO E
      * EMITIDA DE NOVO.
      * RC 4 QUANDO ALGUMA ORDEM TRAZ COLISAO.
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
           SELECT ARQ-PENDENCIAS
               ASSIGN TO "PENDENCIAS-REJEICAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PENDENCIA
               FILE STATUS IS STATUS-ARQ-PENDENCIAS.

           SELECT ARQ-CATALOGO-ONDE-USADO
               ASSIGN TO "CATALOGO-ONDE-USADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CATALOGO
               FILE STATUS IS STATUS-ARQ-CATALOGO-ONDE-USADO.

           SELECT ARQ-ORDENS-RENOMEACAO
               ASSIGN TO "ORDENS-RENOMEACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ORDEM
               FILE STATUS IS STATUS-ARQ-ORDENS-RENOMEACAO.

           SELECT ARQ-RELATORIO-ORDENS
               ASSIGN TO "ORDENS-RENOMEACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-ORDENS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PENDENCIAS.
       COPY PENDREC.

       FD  ARQ-CATALOGO-ONDE-USADO.
       COPY CATREC.

       FD  ARQ-ORDENS-RENOMEACAO.
       COPY ORDREC.

       FD  ARQ-RELATORIO-ORDENS.
       01  REG-LINHA-ORDENS            PIC X(110).

       WORKING-STORAGE SECTION.
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
                         ==STATUS-ARQ-ORDENS-RENOMEACAO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-ORDENS-RENOMEACAO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-ORDENS-RENOMEACAO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-ORDENS-RENOMEACAO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-ORDENS-RENOMEACAO-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-ORDENS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-ORDENS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-ORDENS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-ORDENS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-ORDENS-ERRO-OUTRO==.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.

       01  FLAG-FIM-PENDENCIAS            PIC X VALUE 'N'.
           88 FIM-PENDENCIAS                   VALUE 'Y'.
       01  FLAG-FIM-CATALOGO              PIC X VALUE 'N'.
           88 FIM-CATALOGO                     VALUE 'Y'.
       01  FLAG-FIM-ORDENS                PIC X VALUE 'N'.
           88 FIM-ORDENS                       VALUE 'Y'.
       01  FLAG-ORDEM-ABERTA              PIC X VALUE 'N'.
           88 ORDEM-ABERTA                     VALUE 'S'.
           88 ORDEM-FECHADA                    VALUE 'N'.

      * --- Ordem em emissao --------------------------------------------
       01  PROXIMO-NUMERO-ORDEM           PIC 9(6) VALUE 0.
       01  EQUIPE-CORRENTE                PIC X(8) VALUE SPACES.
      *--- Pendencia com submissor em branco cai na faixa SEM-EQPE,
      *--- como nos avisos.
       01  EQUIPE-APURADA                 PIC X(8) VALUE SPACES.
       01  NOMES-ORDEM-CORRENTE           PIC 9(4) VALUE 0.
       01  MEMBROS-ORDEM-CORRENTE         PIC 9(5) VALUE 0.
       01  COLISOES-ORDEM-CORRENTE        PIC 9(4) VALUE 0.

      * --- Nome antigo e sugerido como estao no catalogo (maiusculas) -
       01  NOME-ANTIGO-CATALOGO           PIC X(30) VALUE SPACES.
       01  NOME-SUGERIDO-CATALOGO         PIC X(30) VALUE SPACES.

      * --- Membros que declaram ou usam o nome antigo -----------------
       01  TABELA-MEMBROS-NOME.
           05 MEMBRO-NOME OCCURS 200 TIMES
                          INDEXED BY IDX-MEMBRO.
               10 MEMBRO-NOME-CODIGO      PIC X(40).
               10 MEMBRO-NOME-NIVEL       PIC X(2).
               10 MEMBRO-NOME-REFERENCIAS PIC 9(4).
       01  TOTAL-MEMBROS-NOME             PIC 9(3) VALUE 0.
       01  FLAG-TABELA-MEMBROS-CHEIA      PIC X VALUE 'N'.
           88 TABELA-MEMBROS-CHEIA             VALUE 'S'.
       01  FLAG-COLISAO-MEMBRO            PIC X VALUE 'N'.
           88 COLISAO-NO-MEMBRO                VALUE 'S'.
           88 SEM-COLISAO-NO-MEMBRO            VALUE 'N'.
       01  REFERENCIAS-EDICAO             PIC ZZZ9.
       01  TIPO-USO-EDICAO                PIC X(10) VALUE SPACES.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-PENDENCIAS-LIDAS      PIC 9(5) VALUE 0.
       01  CONTADOR-PENDENCIAS-EMITIDAS   PIC 9(5) VALUE 0.
       01  CONTADOR-ORDENS-EMITIDAS       PIC 9(5) VALUE 0.
       01  CONTADOR-COLISOES              PIC 9(5) VALUE 0.
       01  CONTADOR-NOMES-FORA-CATALOGO   PIC 9(5) VALUE 0.
       01  LINHA-ORDENS-EDICAO            PIC X(110) VALUE SPACES.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "GERA-ORDENS-RENOMEACAO".
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
           PERFORM 2000-EMITIR-ORDENS THRU 2000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
       1000-ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE

           OPEN I-O ARQ-PENDENCIAS
           IF ARQ-PENDENCIAS-NAO-ENCONTRADO
               DISPLAY "Nenhuma pendencia de rejeicao; "
                       "nada a emitir."
               MOVE "FIM"    TO EVENTO-PARA-CONTROLE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
               PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
               STOP RUN
           END-IF
           IF NOT ARQ-PENDENCIAS-OK
               PERFORM 9800-ABEND-PENDENCIAS
                   THRU 9800-ABEND-PENDENCIAS-EXIT
           END-IF
      *--- Sem o catalogo a ordem sairia sem membros: nao se emite.
           OPEN INPUT ARQ-CATALOGO-ONDE-USADO
           IF NOT ARQ-CATALOGO-ONDE-USADO-OK
               PERFORM 9800-ABEND-CATALOGO-ONDE-USADO
                   THRU 9800-ABEND-CATALOGO-ONDE-USADO-EXIT
           END-IF
           PERFORM 1100-ABRIR-ORDENS-EMITIDAS THRU 1100-EXIT
           OPEN OUTPUT ARQ-RELATORIO-ORDENS
           IF NOT ARQ-RELATORIO-ORDENS-OK
               PERFORM 9800-ABEND-RELATORIO-ORDENS
                   THRU 9800-ABEND-RELATORIO-ORDENS-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *--- Abre o registro de ordens (criando-o vazio se nao existir)
      *--- e apura o maior numero ja usado: a numeracao e continua
      *--- entre execucoes.
       1100-ABRIR-ORDENS-EMITIDAS.
           OPEN I-O ARQ-ORDENS-RENOMEACAO
           IF NOT ARQ-ORDENS-RENOMEACAO-OK
               OPEN OUTPUT ARQ-ORDENS-RENOMEACAO
               CLOSE ARQ-ORDENS-RENOMEACAO
               OPEN I-O ARQ-ORDENS-RENOMEACAO
               IF NOT ARQ-ORDENS-RENOMEACAO-OK
                   PERFORM 9800-ABEND-ORDENS-RENOMEACAO
                       THRU 9800-ABEND-ORDENS-RENOMEACAO-EXIT
               END-IF
           END-IF
           MOVE 0 TO PROXIMO-NUMERO-ORDEM
           MOVE 'N' TO FLAG-FIM-ORDENS
           MOVE 0 TO NUMERO-ORDEM
           START ARQ-ORDENS-RENOMEACAO
               KEY IS NOT LESS THAN NUMERO-ORDEM
               INVALID KEY
                   SET FIM-ORDENS TO TRUE
           END-START
           PERFORM 1110-APURAR-MAIOR-NUMERO THRU 1110-EXIT
               UNTIL FIM-ORDENS.
       1100-EXIT.
           EXIT.

       1110-APURAR-MAIOR-NUMERO.
           READ ARQ-ORDENS-RENOMEACAO NEXT RECORD
               AT END
                   SET FIM-ORDENS TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF NUMERO-ORDEM > PROXIMO-NUMERO-ORDEM
               MOVE NUMERO-ORDEM TO PROXIMO-NUMERO-ORDEM
           END-IF.
       1110-EXIT.
           EXIT.

      * =========================
      * PERCORRE AS PENDENCIAS EM ORDEM DE CHAVE (EQUIPE + NOME): CADA
      * QUEBRA DE EQUIPE ABRE UMA ORDEM NOVA
       2000-EMITIR-ORDENS.
           MOVE SPACES TO CHAVE-PENDENCIA
           START ARQ-PENDENCIAS
               KEY IS NOT LESS THAN CHAVE-PENDENCIA
               INVALID KEY
                   SET FIM-PENDENCIAS TO TRUE
           END-START
           PERFORM 2100-EXAMINAR-PENDENCIA THRU 2100-EXIT
               UNTIL FIM-PENDENCIAS
           IF ORDEM-ABERTA
               PERFORM 2900-FECHAR-ORDEM THRU 2900-EXIT
           END-IF
           IF CONTADOR-ORDENS-EMITIDAS = 0
               MOVE "(NENHUMA PENDENCIA ABERTA SEM ORDEM DE RENOMEACAO)"
                   TO REG-LINHA-ORDENS
               WRITE REG-LINHA-ORDENS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-EXAMINAR-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT RECORD
               AT END
                   SET FIM-PENDENCIAS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO CONTADOR-PENDENCIAS-LIDAS
           IF PENDENCIA-FECHADA
              OR ORDEM-PENDENCIA > 0
               GO TO 2100-EXIT
           END-IF
           IF ORDEM-FECHADA
              OR SUBMISSOR-PENDENCIA NOT = EQUIPE-CORRENTE
               IF ORDEM-ABERTA
                   PERFORM 2900-FECHAR-ORDEM THRU 2900-EXIT
               END-IF
               MOVE SUBMISSOR-PENDENCIA TO EQUIPE-CORRENTE
               IF EQUIPE-CORRENTE = SPACES
                   MOVE "SEM-EQPE" TO EQUIPE-APURADA
               ELSE
                   MOVE EQUIPE-CORRENTE TO EQUIPE-APURADA
               END-IF
               PERFORM 2200-ABRIR-ORDEM THRU 2200-EXIT
           END-IF
           PERFORM 2300-LISTAR-NOME THRU 2300-EXIT
      *--- O numero da ordem volta para a pendencia.
           MOVE PROXIMO-NUMERO-ORDEM TO ORDEM-PENDENCIA
           MOVE WS-DATA-HOJE         TO DATA-ORDEM-PENDENCIA
           REWRITE REG-PENDENCIA-REJEICAO
           IF NOT ARQ-PENDENCIAS-OK
               PERFORM 9800-ABEND-PENDENCIAS
                   THRU 9800-ABEND-PENDENCIAS-EXIT
           END-IF
           ADD 1 TO CONTADOR-PENDENCIAS-EMITIDAS.
       2100-EXIT.
           EXIT.

       2200-ABRIR-ORDEM.
           SET ORDEM-ABERTA TO TRUE
           ADD 1 TO PROXIMO-NUMERO-ORDEM
           ADD 1 TO CONTADOR-ORDENS-EMITIDAS
           MOVE 0 TO NOMES-ORDEM-CORRENTE
           MOVE 0 TO MEMBROS-ORDEM-CORRENTE
           MOVE 0 TO COLISOES-ORDEM-CORRENTE

           MOVE ALL "=" TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS
           MOVE SPACES TO LINHA-ORDENS-EDICAO
           STRING "ORDEM DE RENOMEACAO No. "  DELIMITED BY SIZE
                  PROXIMO-NUMERO-ORDEM        DELIMITED BY SIZE
                  "   EQUIPE: "               DELIMITED BY SIZE
                  EQUIPE-APURADA              DELIMITED BY SIZE
                  "   EMISSAO: "              DELIMITED BY SIZE
                  WS-DATA-HOJE                DELIMITED BY SIZE
               INTO LINHA-ORDENS-EDICAO
           MOVE LINHA-ORDENS-EDICAO TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS
           MOVE "TROCAR O NOME ANTIGO PELO SUGERIDO EM CADA MEMBRO "
               TO LINHA-ORDENS-EDICAO
           MOVE "LISTADO E RESSUBMETER (CITAR O NUMERO DA ORDEM)."
               TO LINHA-ORDENS-EDICAO(51:48)
           MOVE LINHA-ORDENS-EDICAO TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS
           MOVE ALL "=" TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS.
       2200-EXIT.
           EXIT.

      *--- Um bloco por pendencia: nome antigo, sugerido e os membros
      *--- do catalogo onde o nome antigo aparece.
       2300-LISTAR-NOME.
           ADD 1 TO NOMES-ORDEM-CORRENTE
           MOVE FUNCTION UPPER-CASE(NOME-PENDENCIA)
               TO NOME-ANTIGO-CATALOGO
           MOVE FUNCTION UPPER-CASE(SUGESTAO-PENDENCIA)
               TO NOME-SUGERIDO-CATALOGO

           MOVE SPACES TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS
           MOVE SPACES TO LINHA-ORDENS-EDICAO
           STRING "NOME ANTIGO...: "          DELIMITED BY SIZE
                  NOME-PENDENCIA              DELIMITED BY SIZE
                  "  (REGRA "                 DELIMITED BY SIZE
                  REGRA-PENDENCIA             DELIMITED BY SIZE
                  ", ABERTA EM "              DELIMITED BY SIZE
                  DATA-ABERTURA-PENDENCIA     DELIMITED BY SIZE
                  ")"                         DELIMITED BY SIZE
               INTO LINHA-ORDENS-EDICAO
           MOVE LINHA-ORDENS-EDICAO TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS
           MOVE SPACES TO LINHA-ORDENS-EDICAO
           IF SUGESTAO-PENDENCIA = SPACES
               MOVE "NOME SUGERIDO.: (NENHUMA SUGESTAO PASSOU"
                   TO LINHA-ORDENS-EDICAO
               MOVE " NAS REGRAS - A EQUIPE DEFINE O NOVO NOME)"
                   TO LINHA-ORDENS-EDICAO(41:42)
           ELSE
               STRING "NOME SUGERIDO.: "      DELIMITED BY SIZE
                      SUGESTAO-PENDENCIA      DELIMITED BY SIZE
                   INTO LINHA-ORDENS-EDICAO
           END-IF
           MOVE LINHA-ORDENS-EDICAO TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS

           PERFORM 2400-CARREGAR-MEMBROS THRU 2400-EXIT
           IF TOTAL-MEMBROS-NOME = 0
               ADD 1 TO CONTADOR-NOMES-FORA-CATALOGO
               MOVE "   (NOME FORA DO CATALOGO ONDE-USADO - CONFERIR "
                   TO LINHA-ORDENS-EDICAO
               MOVE "SE O CATALOGO ESTA EM DIA)"
                   TO LINHA-ORDENS-EDICAO(50:26)
               MOVE LINHA-ORDENS-EDICAO TO REG-LINHA-ORDENS
               WRITE REG-LINHA-ORDENS
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO LINHA-ORDENS-EDICAO
           MOVE "   MEMBRO" TO LINHA-ORDENS-EDICAO
           MOVE "NIVEL USO        REFS SITUACAO"
               TO LINHA-ORDENS-EDICAO(45:30)
           MOVE LINHA-ORDENS-EDICAO TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS
           PERFORM 2500-LISTAR-MEMBRO THRU 2500-EXIT
               VARYING IDX-MEMBRO FROM 1 BY 1
                   UNTIL IDX-MEMBRO > TOTAL-MEMBROS-NOME.
       2300-EXIT.
           EXIT.

      *--- Carrega na tabela as entradas do catalogo do nome antigo (a
      *--- chave do catalogo comeca pelo identificador). A conferencia
      *--- de colisao le o catalogo por chave, por isso a lista e
      *--- montada antes.
       2400-CARREGAR-MEMBROS.
           MOVE 0 TO TOTAL-MEMBROS-NOME
           MOVE 'N' TO FLAG-TABELA-MEMBROS-CHEIA
           MOVE 'N' TO FLAG-FIM-CATALOGO
           MOVE NOME-ANTIGO-CATALOGO TO IDENTIFICADOR-CATALOGO
           MOVE SPACES TO MEMBRO-CATALOGO
           START ARQ-CATALOGO-ONDE-USADO
               KEY IS NOT LESS THAN CHAVE-CATALOGO
               INVALID KEY
                   SET FIM-CATALOGO TO TRUE
           END-START
           PERFORM 2410-LER-ENTRADA-CATALOGO THRU 2410-EXIT
               UNTIL FIM-CATALOGO.
       2400-EXIT.
           EXIT.

       2410-LER-ENTRADA-CATALOGO.
           READ ARQ-CATALOGO-ONDE-USADO NEXT RECORD
               AT END
                   SET FIM-CATALOGO TO TRUE
                   GO TO 2410-EXIT
           END-READ
           IF IDENTIFICADOR-CATALOGO NOT = NOME-ANTIGO-CATALOGO
               SET FIM-CATALOGO TO TRUE
               GO TO 2410-EXIT
           END-IF
           IF TOTAL-MEMBROS-NOME >= 200
               IF NOT TABELA-MEMBROS-CHEIA
                   SET TABELA-MEMBROS-CHEIA TO TRUE
                   DISPLAY "AVISO: mais de 200 membros para "
                           NOME-ANTIGO-CATALOGO
                           "; ordem cobre os 200 primeiros."
               END-IF
               SET FIM-CATALOGO TO TRUE
               GO TO 2410-EXIT
           END-IF
           ADD 1 TO TOTAL-MEMBROS-NOME
           SET IDX-MEMBRO TO TOTAL-MEMBROS-NOME
           MOVE MEMBRO-CATALOGO      TO MEMBRO-NOME-CODIGO(IDX-MEMBRO)
           MOVE NIVEL-CATALOGO       TO MEMBRO-NOME-NIVEL(IDX-MEMBRO)
           MOVE REFERENCIAS-CATALOGO
               TO MEMBRO-NOME-REFERENCIAS(IDX-MEMBRO).
       2410-EXIT.
           EXIT.

       2500-LISTAR-MEMBRO.
           ADD 1 TO MEMBROS-ORDEM-CORRENTE
           PERFORM 2510-CONFERIR-COLISAO THRU 2510-EXIT
           IF MEMBRO-NOME-NIVEL(IDX-MEMBRO) = SPACES
               MOVE "REFERENCIA" TO TIPO-USO-EDICAO
           ELSE
               MOVE "DECLARACAO" TO TIPO-USO-EDICAO
           END-IF
           MOVE MEMBRO-NOME-REFERENCIAS(IDX-MEMBRO)
               TO REFERENCIAS-EDICAO
           MOVE SPACES TO LINHA-ORDENS-EDICAO
           STRING "   "                       DELIMITED BY SIZE
                  MEMBRO-NOME-CODIGO(IDX-MEMBRO)
                                              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  MEMBRO-NOME-NIVEL(IDX-MEMBRO)
                                              DELIMITED BY SIZE
                  "    "                      DELIMITED BY SIZE
                  TIPO-USO-EDICAO             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  REFERENCIAS-EDICAO          DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
               INTO LINHA-ORDENS-EDICAO
           IF COLISAO-NO-MEMBRO
               MOVE "*** COLISAO: SUGERIDO JA EXISTE NO MEMBRO"
                   TO LINHA-ORDENS-EDICAO(67:41)
           ELSE
               MOVE "OK" TO LINHA-ORDENS-EDICAO(67:2)
           END-IF
           MOVE LINHA-ORDENS-EDICAO TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS.
       2500-EXIT.
           EXIT.

      *--- Colisao: o nome sugerido ja tem entrada no catalogo para o
      *--- mesmo membro (declarado ali ou vindo de copybook).
       2510-CONFERIR-COLISAO.
           SET SEM-COLISAO-NO-MEMBRO TO TRUE
           IF NOME-SUGERIDO-CATALOGO = SPACES
               GO TO 2510-EXIT
           END-IF
           MOVE NOME-SUGERIDO-CATALOGO TO IDENTIFICADOR-CATALOGO
           MOVE MEMBRO-NOME-CODIGO(IDX-MEMBRO) TO MEMBRO-CATALOGO
           READ ARQ-CATALOGO-ONDE-USADO
               KEY IS CHAVE-CATALOGO
               INVALID KEY
                   GO TO 2510-EXIT
           END-READ
           SET COLISAO-NO-MEMBRO TO TRUE
           ADD 1 TO COLISOES-ORDEM-CORRENTE
           ADD 1 TO CONTADOR-COLISOES.
       2510-EXIT.
           EXIT.

      *--- Rodape da ordem e registro em ORDENS-RENOMEACAO.DAT.
       2900-FECHAR-ORDEM.
           MOVE ALL "-" TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS
           MOVE SPACES TO LINHA-ORDENS-EDICAO
           STRING "NOMES NA ORDEM: "          DELIMITED BY SIZE
                  NOMES-ORDEM-CORRENTE        DELIMITED BY SIZE
                  "   MEMBROS A ALTERAR: "    DELIMITED BY SIZE
                  MEMBROS-ORDEM-CORRENTE      DELIMITED BY SIZE
                  "   COLISOES: "             DELIMITED BY SIZE
                  COLISOES-ORDEM-CORRENTE     DELIMITED BY SIZE
               INTO LINHA-ORDENS-EDICAO
           MOVE LINHA-ORDENS-EDICAO TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS
           IF COLISOES-ORDEM-CORRENTE > 0
               MOVE "*** HA COLISAO: ACERTAR O NOME SUGERIDO COM O CPD "
                   TO LINHA-ORDENS-EDICAO
               MOVE "ANTES DE TROCAR NOS MEMBROS MARCADOS ***"
                   TO LINHA-ORDENS-EDICAO(51:40)
               MOVE LINHA-ORDENS-EDICAO TO REG-LINHA-ORDENS
               WRITE REG-LINHA-ORDENS
           END-IF
           MOVE SPACES TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS

           MOVE PROXIMO-NUMERO-ORDEM    TO NUMERO-ORDEM
           MOVE EQUIPE-CORRENTE         TO EQUIPE-ORDEM
           MOVE WS-DATA-HOJE            TO DATA-EMISSAO-ORDEM
           MOVE NOMES-ORDEM-CORRENTE    TO NOMES-ORDEM
           MOVE MEMBROS-ORDEM-CORRENTE  TO MEMBROS-ORDEM
           MOVE COLISOES-ORDEM-CORRENTE TO COLISOES-ORDEM
           WRITE REG-ORDEM-RENOMEACAO
           IF NOT ARQ-ORDENS-RENOMEACAO-OK
               PERFORM 9800-ABEND-ORDENS-RENOMEACAO
                   THRU 9800-ABEND-ORDENS-RENOMEACAO-EXIT
           END-IF
           SET ORDEM-FECHADA TO TRUE.
       2900-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           MOVE ALL "=" TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS
           MOVE SPACES TO LINHA-ORDENS-EDICAO
           STRING "ORDENS EMITIDAS: "          DELIMITED BY SIZE
                  CONTADOR-ORDENS-EMITIDAS     DELIMITED BY SIZE
                  "   PENDENCIAS COBERTAS: "   DELIMITED BY SIZE
                  CONTADOR-PENDENCIAS-EMITIDAS DELIMITED BY SIZE
                  "   COLISOES: "              DELIMITED BY SIZE
                  CONTADOR-COLISOES            DELIMITED BY SIZE
                  "   FORA DO CATALOGO: "      DELIMITED BY SIZE
                  CONTADOR-NOMES-FORA-CATALOGO DELIMITED BY SIZE
               INTO LINHA-ORDENS-EDICAO
           MOVE LINHA-ORDENS-EDICAO TO REG-LINHA-ORDENS
           WRITE REG-LINHA-ORDENS

           CLOSE ARQ-PENDENCIAS
           CLOSE ARQ-CATALOGO-ONDE-USADO
           CLOSE ARQ-ORDENS-RENOMEACAO
           CLOSE ARQ-RELATORIO-ORDENS

           DISPLAY "Emissao de ordens de renomeacao concluida."
           DISPLAY "Pendencias lidas.....: " CONTADOR-PENDENCIAS-LIDAS
           DISPLAY "Ordens emitidas......: " CONTADOR-ORDENS-EMITIDAS
           DISPLAY "Pendencias cobertas..: "
                   CONTADOR-PENDENCIAS-EMITIDAS
           DISPLAY "Colisoes.............: " CONTADOR-COLISOES
           DISPLAY "Ordens em ORDENS-RENOMEACAO.TXT"

      *--- Severidade para o scheduler: 4 quando alguma troca sugerida
      *--- colidiria com um nome ja em uso no membro.
           IF CONTADOR-COLISOES > 0
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-PENDENCIAS-LIDAS TO REGISTROS-PARA-CONTROLE
           MOVE CONTADOR-PENDENCIAS-EMITIDAS TO VALIDOS-PARA-CONTROLE
           MOVE CONTADOR-COLISOES TO INVALIDOS-PARA-CONTROLE
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
                         ==9800-ABEND-PENDENCIAS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-PENDENCIAS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-PENDENCIAS==
                     ==TEXTO-ABEND==         BY
                         =="arquivo de pendencias de rejeicao"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-CATALOGO-ONDE-USADO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-CATALOGO-ONDE-USADO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-CATALOGO-ONDE-USADO==
                     ==TEXTO-ABEND==         BY
                         =="catalogo onde-usado"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-ORDENS-RENOMEACAO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-ORDENS-RENOMEACAO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-ORDENS-RENOMEACAO==
                     ==TEXTO-ABEND==         BY
                         =="registro de ordens de renomeacao"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RELATORIO-ORDENS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-ORDENS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-ORDENS==
                     ==TEXTO-ABEND==         BY
                         =="relatorio de ordens de renomeacao"==.

       END PROGRAM GERA-ORDENS-RENOMEACAO.
