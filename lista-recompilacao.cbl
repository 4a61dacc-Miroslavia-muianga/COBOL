       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-RECOMPILACAO.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * LISTA DE RECOMPILACAO POR COPYBOOK ALTERADO: RECEBE UM OU MAIS
      * NOMES DE COPYBOOK (SEPARADOS POR BRANCO OU VIRGULA) E, PELA
      * REFERENCIA CRUZADA XREF-COPYBOOKS.DAT (XREFREC, CARREGADA POR
      * CATALOGO-IDENTIFICADORES A PARTIR DO MANIFESTO-FONTES.TXT),
      * LISTA EM RELATORIO-RECOMPILACAO.TXT CADA MEMBRO QUE COPIA O
      * COPYBOOK, COM:
      *   - LINHA E SECAO (FD, WORKING-STORAGE, LINKAGE, PROCEDURE) DE
      *     CADA COPY E OS PARES DO REPLACING USADOS;
      *   - OS NOMES DE DADOS QUE O MEMBRO RECEBE DAQUELE COPY, JA COM
      *     O REPLACING APLICADO (LIDOS DO FONTE DO COPYBOOK,
      *     <NOME>.cpy, PELO MESMO CRITERIO DE NIVEL DO CATALOGO).
      * NO FIM SAI A LISTA CONSOLIDADA DOS MEMBROS A RECOMPILAR.
      * RC 4 QUANDO ALGUM COPYBOOK INFORMADO NAO TEM NENHUM MEMBRO NA
      * REFERENCIA CRUZADA (NOME ERRADO OU REFERENCIA DESATUALIZADA).
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
           SELECT ARQ-XREF-COPYBOOKS
               ASSIGN TO "XREF-COPYBOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-XREF
               FILE STATUS IS STATUS-ARQ-XREF-COPYBOOKS.

           SELECT ARQ-FONTE-COPYBOOK
               ASSIGN DYNAMIC NOME-ARQUIVO-COPYBOOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-FONTE-COPYBOOK.

           SELECT ARQ-RELATORIO-RECOMPILACAO
               ASSIGN TO "RELATORIO-RECOMPILACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-RECOMPILACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-XREF-COPYBOOKS.
       COPY XREFREC.

       FD  ARQ-FONTE-COPYBOOK.
       01  REG-LINHA-COPYBOOK          PIC X(80).

       FD  ARQ-RELATORIO-RECOMPILACAO.
       01  REG-LINHA-RECOMPILACAO      PIC X(110).

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-XREF-COPYBOOKS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-XREF-COPYBOOKS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-XREF-COPYBOOKS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-XREF-COPYBOOKS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-XREF-COPYBOOKS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-FONTE-COPYBOOK==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-FONTE-COPYBOOK-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-FONTE-COPYBOOK-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-FONTE-COPYBOOK-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-FONTE-COPYBOOK-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-RECOMPILACAO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-RECOMPILACAO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-RECOMPILACAO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-RECOMPILACAO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-RECOMPILACAO-ERRO-OUTRO==.

       01  NOME-ARQUIVO-COPYBOOK          PIC X(60).
       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.

      * --- Copybooks informados ---------------------------------------
       01  LISTA-COPYBOOKS-INFORMADA      PIC X(200) VALUE SPACES.
       01  PONTEIRO-LISTA-INFORMADA       PIC 9(3) VALUE 1.
       01  NOME-INFORMADO                 PIC X(40) VALUE SPACES.
       01  TABELA-COPYBOOKS-ALTERADOS.
           05 COPYBOOK-ALTERADO OCCURS 20 TIMES
                                INDEXED BY IDX-ALTERADO.
               10 ALTERADO-NOME           PIC X(30).
               10 ALTERADO-MEMBROS        PIC 9(4).
       01  TOTAL-COPYBOOKS-ALTERADOS      PIC 9(2) VALUE 0.

      * --- Nomes de dados declarados no copybook corrente -------------
       01  TABELA-NOMES-COPYBOOK.
           05 NOME-COPYBOOK OCCURS 150 TIMES
                            INDEXED BY IDX-NOME-COPY.
               10 NOME-COPY-NIVEL         PIC X(2).
               10 NOME-COPY-TEXTO         PIC X(30).
       01  TOTAL-NOMES-COPYBOOK           PIC 9(3) VALUE 0.
       01  FLAG-FONTE-COPYBOOK-LIDO       PIC X VALUE 'N'.
           88 FONTE-COPYBOOK-LIDO              VALUE 'S'.
           88 FONTE-COPYBOOK-AUSENTE           VALUE 'N'.
       01  FLAG-TABELA-NOMES-CHEIA        PIC X VALUE 'N'.
           88 TABELA-NOMES-CHEIA               VALUE 'S'.
       01  LINHA-COPYBOOK-TRABALHO        PIC X(80).
       01  LINHA-CORPO-COPYBOOK           PIC X(65).
       01  PRIMEIRO-TOKEN-COPYBOOK        PIC X(30).
       01  SEGUNDO-TOKEN-COPYBOOK         PIC X(30).
       01  NOME-EFETIVO-MEMBRO            PIC X(40).
       01  IDX-PAR-EXIBIDO                PIC 9(2) VALUE 0.
       01  DESCRICAO-SECAO                PIC X(16) VALUE SPACES.

      * --- Membros a recompilar (lista consolidada, sem repeticao) ----
       01  TABELA-MEMBROS-RECOMPILAR.
           05 MEMBRO-RECOMPILAR OCCURS 300 TIMES
                                INDEXED BY IDX-RECOMPILAR.
               10 RECOMPILAR-NOME         PIC X(40).
       01  TOTAL-MEMBROS-RECOMPILAR       PIC 9(3) VALUE 0.
       01  FLAG-MEMBRO-LISTADO            PIC X VALUE 'N'.
           88 MEMBRO-JA-LISTADO                VALUE 'S'.
           88 MEMBRO-NAO-LISTADO               VALUE 'N'.
       01  FLAG-TABELA-RECOMPILAR-CHEIA   PIC X VALUE 'N'.
           88 TABELA-RECOMPILAR-CHEIA          VALUE 'S'.
       01  MEMBRO-ANTERIOR-XREF           PIC X(40) VALUE SPACES.

       01  FLAG-FIM-XREF                  PIC X VALUE 'N'.
           88 FIM-XREF                         VALUE 'Y'.
       01  FLAG-FIM-FONTE-COPYBOOK        PIC X VALUE 'N'.
           88 FIM-FONTE-COPYBOOK               VALUE 'Y'.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-COPYS-LISTADOS        PIC 9(5) VALUE 0.
       01  CONTADOR-COPYBOOKS-SEM-USO     PIC 9(2) VALUE 0.
       01  LINHA-RECOMPILACAO-EDICAO      PIC X(110) VALUE SPACES.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "LISTA-RECOMPILACAO".
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
           PERFORM 2000-RELATAR-COPYBOOK THRU 2000-EXIT
               VARYING IDX-ALTERADO FROM 1 BY 1
                   UNTIL IDX-ALTERADO > TOTAL-COPYBOOKS-ALTERADOS
           PERFORM 3000-RELATAR-CONSOLIDADO THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
       1000-ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE

           DISPLAY "Copybooks alterados (separados por branco ou "
                   "virgula): "
           ACCEPT LISTA-COPYBOOKS-INFORMADA
           MOVE FUNCTION UPPER-CASE(LISTA-COPYBOOKS-INFORMADA)
               TO LISTA-COPYBOOKS-INFORMADA
           INSPECT LISTA-COPYBOOKS-INFORMADA REPLACING ALL ',' BY SPACE
           MOVE 1 TO PONTEIRO-LISTA-INFORMADA
           PERFORM 1100-SEPARAR-COPYBOOK THRU 1100-EXIT
               UNTIL PONTEIRO-LISTA-INFORMADA > 200
           IF TOTAL-COPYBOOKS-ALTERADOS = 0
               DISPLAY "Nenhum copybook informado; nada a listar."
               MOVE "FIM"    TO EVENTO-PARA-CONTROLE
               MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
               PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARQ-XREF-COPYBOOKS
           IF ARQ-XREF-COPYBOOKS-NAO-ENCONTRADO
               DISPLAY "Referencia de copybooks ausente; execute antes "
                       "a carga (CATALOGO-IDENTIFICADORES)."
               MOVE "FIM"    TO EVENTO-PARA-CONTROLE
               MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
               PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT ARQ-XREF-COPYBOOKS-OK
               PERFORM 9800-ABEND-XREF-COPYBOOKS
                   THRU 9800-ABEND-XREF-COPYBOOKS-EXIT
           END-IF
           OPEN OUTPUT ARQ-RELATORIO-RECOMPILACAO
           IF NOT ARQ-RELATORIO-RECOMPILACAO-OK
               PERFORM 9800-ABEND-RELATORIO-RECOMPILACAO
                   THRU 9800-ABEND-RELATORIO-RECOMPILACAO-EXIT
           END-IF

           MOVE SPACES TO LINHA-RECOMPILACAO-EDICAO
           STRING "LISTA DE RECOMPILACAO POR COPYBOOK ALTERADO"
                                              DELIMITED BY SIZE
                  "   DATA: "                 DELIMITED BY SIZE
                  WS-DATA-HOJE                DELIMITED BY SIZE
               INTO LINHA-RECOMPILACAO-EDICAO
           MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO
           MOVE SPACES TO LINHA-RECOMPILACAO-EDICAO
           STRING "COPYBOOKS: "               DELIMITED BY SIZE
                  FUNCTION TRIM(LISTA-COPYBOOKS-INFORMADA)
                                              DELIMITED BY SIZE
               INTO LINHA-RECOMPILACAO-EDICAO
           MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO.
       1000-EXIT.
           EXIT.

      *--- Um nome por vez; sufixo ".CPY" informado cai fora.
       1100-SEPARAR-COPYBOOK.
           MOVE SPACES TO NOME-INFORMADO
           UNSTRING LISTA-COPYBOOKS-INFORMADA DELIMITED BY ALL SPACE
               INTO NOME-INFORMADO
               WITH POINTER PONTEIRO-LISTA-INFORMADA
           END-UNSTRING
           IF NOME-INFORMADO = SPACES
               GO TO 1100-EXIT
           END-IF
           UNSTRING NOME-INFORMADO DELIMITED BY "."
               INTO NOME-INFORMADO
           END-UNSTRING
           IF TOTAL-COPYBOOKS-ALTERADOS >= 20
               DISPLAY "AVISO: mais de 20 copybooks informados; "
                       "ignorado: " NOME-INFORMADO
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO TOTAL-COPYBOOKS-ALTERADOS
           SET IDX-ALTERADO TO TOTAL-COPYBOOKS-ALTERADOS
           MOVE NOME-INFORMADO TO ALTERADO-NOME(IDX-ALTERADO)
           MOVE 0 TO ALTERADO-MEMBROS(IDX-ALTERADO).
       1100-EXIT.
           EXIT.

      * =========================
      * UM BLOCO POR COPYBOOK: NOMES DO FONTE E MEMBROS QUE O COPIAM
       2000-RELATAR-COPYBOOK.
           MOVE ALL "=" TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO
           MOVE SPACES TO LINHA-RECOMPILACAO-EDICAO
           STRING "COPYBOOK: "                DELIMITED BY SIZE
                  ALTERADO-NOME(IDX-ALTERADO) DELIMITED BY SIZE
               INTO LINHA-RECOMPILACAO-EDICAO
           MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO
           PERFORM 2100-CARREGAR-NOMES-COPYBOOK THRU 2100-EXIT
           IF FONTE-COPYBOOK-AUSENTE
               MOVE "(FONTE DO COPYBOOK NAO ENCONTRADO: NOMES RECEBIDOS"
                   TO LINHA-RECOMPILACAO-EDICAO
               MOVE " NAO LISTADOS)"
                   TO LINHA-RECOMPILACAO-EDICAO(52:14)
               MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
               WRITE REG-LINHA-RECOMPILACAO
           END-IF
           MOVE ALL "-" TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO

           MOVE SPACES TO MEMBRO-ANTERIOR-XREF
           MOVE 'N' TO FLAG-FIM-XREF
           MOVE ALTERADO-NOME(IDX-ALTERADO) TO COPYBOOK-XREF
           MOVE SPACES TO MEMBRO-XREF
           MOVE 0 TO SEQUENCIA-XREF
           START ARQ-XREF-COPYBOOKS
               KEY IS NOT LESS THAN CHAVE-XREF
               INVALID KEY
                   SET FIM-XREF TO TRUE
           END-START
           PERFORM 2200-LISTAR-COPY-MEMBRO THRU 2200-EXIT
               UNTIL FIM-XREF
           IF ALTERADO-MEMBROS(IDX-ALTERADO) = 0
               ADD 1 TO CONTADOR-COPYBOOKS-SEM-USO
               MOVE "(NENHUM MEMBRO DO MANIFESTO COPIA ESTE COPYBOOK)"
                   TO REG-LINHA-RECOMPILACAO
               WRITE REG-LINHA-RECOMPILACAO
           ELSE
               MOVE SPACES TO LINHA-RECOMPILACAO-EDICAO
               STRING "MEMBROS A RECOMPILAR POR ESTE COPYBOOK: "
                                              DELIMITED BY SIZE
                      ALTERADO-MEMBROS(IDX-ALTERADO)
                                              DELIMITED BY SIZE
                   INTO LINHA-RECOMPILACAO-EDICAO
               MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
               WRITE REG-LINHA-RECOMPILACAO
           END-IF.
       2000-EXIT.
           EXIT.

      *--- Data-names do fonte do copybook: mesmo criterio do catalogo
      *--- (primeiro token e nivel de dois digitos, FILLER fora).
       2100-CARREGAR-NOMES-COPYBOOK.
           MOVE 0 TO TOTAL-NOMES-COPYBOOK
           MOVE 'N' TO FLAG-TABELA-NOMES-CHEIA
           SET FONTE-COPYBOOK-AUSENTE TO TRUE
           MOVE SPACES TO NOME-ARQUIVO-COPYBOOK
           STRING FUNCTION TRIM(ALTERADO-NOME(IDX-ALTERADO))
                                              DELIMITED BY SIZE
                  ".cpy"                      DELIMITED BY SIZE
               INTO NOME-ARQUIVO-COPYBOOK
           OPEN INPUT ARQ-FONTE-COPYBOOK
           IF NOT ARQ-FONTE-COPYBOOK-OK
               GO TO 2100-EXIT
           END-IF
           SET FONTE-COPYBOOK-LIDO TO TRUE
           MOVE 'N' TO FLAG-FIM-FONTE-COPYBOOK
           PERFORM 2110-LER-LINHA-COPYBOOK THRU 2110-EXIT
               UNTIL FIM-FONTE-COPYBOOK
           CLOSE ARQ-FONTE-COPYBOOK.
       2100-EXIT.
           EXIT.

       2110-LER-LINHA-COPYBOOK.
           MOVE SPACES TO LINHA-COPYBOOK-TRABALHO
           READ ARQ-FONTE-COPYBOOK INTO LINHA-COPYBOOK-TRABALHO
               AT END
                   SET FIM-FONTE-COPYBOOK TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF LINHA-COPYBOOK-TRABALHO(7:1) = '*'
              OR LINHA-COPYBOOK-TRABALHO(8:65) = SPACES
               GO TO 2110-EXIT
           END-IF
           MOVE LINHA-COPYBOOK-TRABALHO(8:65) TO LINHA-CORPO-COPYBOOK
           MOVE SPACES TO PRIMEIRO-TOKEN-COPYBOOK SEGUNDO-TOKEN-COPYBOOK
           UNSTRING FUNCTION TRIM(LINHA-CORPO-COPYBOOK)
               DELIMITED BY ALL SPACE
               INTO PRIMEIRO-TOKEN-COPYBOOK SEGUNDO-TOKEN-COPYBOOK
           END-UNSTRING
           IF NOT (PRIMEIRO-TOKEN-COPYBOOK(1:2) IS NUMERIC AND
                   PRIMEIRO-TOKEN-COPYBOOK(3:1) = SPACE)
               GO TO 2110-EXIT
           END-IF
           IF SEGUNDO-TOKEN-COPYBOOK = SPACES
              OR SEGUNDO-TOKEN-COPYBOOK(1:6) = "FILLER"
               GO TO 2110-EXIT
           END-IF
           INSPECT SEGUNDO-TOKEN-COPYBOOK REPLACING ALL '.' BY SPACE
           IF TOTAL-NOMES-COPYBOOK >= 150
               IF NOT TABELA-NOMES-CHEIA
                   SET TABELA-NOMES-CHEIA TO TRUE
                   DISPLAY "AVISO: mais de 150 nomes no copybook "
                           ALTERADO-NOME(IDX-ALTERADO)
                           "; lista cobre os 150 primeiros."
               END-IF
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO TOTAL-NOMES-COPYBOOK
           SET IDX-NOME-COPY TO TOTAL-NOMES-COPYBOOK
           MOVE PRIMEIRO-TOKEN-COPYBOOK(1:2)
               TO NOME-COPY-NIVEL(IDX-NOME-COPY)
           MOVE SEGUNDO-TOKEN-COPYBOOK
               TO NOME-COPY-TEXTO(IDX-NOME-COPY).
       2110-EXIT.
           EXIT.

      *--- Uma entrada da referencia cruzada = um COPY em um membro.
       2200-LISTAR-COPY-MEMBRO.
           READ ARQ-XREF-COPYBOOKS NEXT RECORD
               AT END
                   SET FIM-XREF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF COPYBOOK-XREF NOT = ALTERADO-NOME(IDX-ALTERADO)
               SET FIM-XREF TO TRUE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO CONTADOR-COPYS-LISTADOS
           IF MEMBRO-XREF NOT = MEMBRO-ANTERIOR-XREF
               MOVE MEMBRO-XREF TO MEMBRO-ANTERIOR-XREF
               ADD 1 TO ALTERADO-MEMBROS(IDX-ALTERADO)
               PERFORM 2400-INCLUIR-MEMBRO-RECOMPILAR THRU 2400-EXIT
               MOVE SPACES TO REG-LINHA-RECOMPILACAO
               WRITE REG-LINHA-RECOMPILACAO
               MOVE SPACES TO LINHA-RECOMPILACAO-EDICAO
               STRING "MEMBRO: "              DELIMITED BY SIZE
                      MEMBRO-XREF             DELIMITED BY SIZE
                   INTO LINHA-RECOMPILACAO-EDICAO
               MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
               WRITE REG-LINHA-RECOMPILACAO
           END-IF
           EVALUATE TRUE
               WHEN XREF-FILE-SECTION
                   MOVE "FD (FILE SECTION)" TO DESCRICAO-SECAO
               WHEN XREF-WORKING-STORAGE
                   MOVE "WORKING-STORAGE" TO DESCRICAO-SECAO
               WHEN XREF-LINKAGE
                   MOVE "LINKAGE" TO DESCRICAO-SECAO
               WHEN XREF-PROCEDURE
                   MOVE "PROCEDURE" TO DESCRICAO-SECAO
               WHEN OTHER
                   MOVE "OUTRA" TO DESCRICAO-SECAO
           END-EVALUATE
           MOVE SPACES TO LINHA-RECOMPILACAO-EDICAO
           STRING "   COPY No. "              DELIMITED BY SIZE
                  SEQUENCIA-XREF              DELIMITED BY SIZE
                  " NA LINHA "                DELIMITED BY SIZE
                  LINHA-XREF                  DELIMITED BY SIZE
                  " - SECAO "                 DELIMITED BY SIZE
                  DESCRICAO-SECAO             DELIMITED BY SIZE
               INTO LINHA-RECOMPILACAO-EDICAO
           MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO
           IF TOTAL-PARES-XREF > 0
               PERFORM 2210-LISTAR-PAR-REPLACING THRU 2210-EXIT
                   VARYING IDX-PAR-EXIBIDO FROM 1 BY 1
                       UNTIL IDX-PAR-EXIBIDO > TOTAL-PARES-XREF
           END-IF
           IF FONTE-COPYBOOK-LIDO
               IF TOTAL-NOMES-COPYBOOK = 0
                   MOVE "      (COPYBOOK SEM NOMES DE DADOS - TRECHO DE"
                       TO LINHA-RECOMPILACAO-EDICAO
                   MOVE " PROCEDIMENTO)"
                       TO LINHA-RECOMPILACAO-EDICAO(47:14)
                   MOVE LINHA-RECOMPILACAO-EDICAO
                       TO REG-LINHA-RECOMPILACAO
                   WRITE REG-LINHA-RECOMPILACAO
               ELSE
                   PERFORM 2300-LISTAR-NOME-RECEBIDO THRU 2300-EXIT
                       VARYING IDX-NOME-COPY FROM 1 BY 1
                           UNTIL IDX-NOME-COPY > TOTAL-NOMES-COPYBOOK
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-LISTAR-PAR-REPLACING.
           MOVE SPACES TO LINHA-RECOMPILACAO-EDICAO
           STRING "      REPLACING "          DELIMITED BY SIZE
                  TEXTO-ORIGEM-XREF(IDX-PAR-EXIBIDO)
                                              DELIMITED BY SPACE
                  " BY "                      DELIMITED BY SIZE
                  TEXTO-DESTINO-XREF(IDX-PAR-EXIBIDO)
                                              DELIMITED BY SIZE
               INTO LINHA-RECOMPILACAO-EDICAO
           MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO.
       2210-EXIT.
           EXIT.

      *--- Nome que o membro recebe: o do copybook, trocado pelo
      *--- destino do par do REPLACING cuja origem e o proprio nome.
       2300-LISTAR-NOME-RECEBIDO.
           MOVE NOME-COPY-TEXTO(IDX-NOME-COPY) TO NOME-EFETIVO-MEMBRO
           PERFORM 2310-APLICAR-PAR-REPLACING THRU 2310-EXIT
               VARYING IDX-PAR-EXIBIDO FROM 1 BY 1
                   UNTIL IDX-PAR-EXIBIDO > TOTAL-PARES-XREF
           MOVE SPACES TO LINHA-RECOMPILACAO-EDICAO
           STRING "      "                    DELIMITED BY SIZE
                  NOME-COPY-NIVEL(IDX-NOME-COPY)
                                              DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  NOME-EFETIVO-MEMBRO         DELIMITED BY SIZE
               INTO LINHA-RECOMPILACAO-EDICAO
           MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO.
       2300-EXIT.
           EXIT.

       2310-APLICAR-PAR-REPLACING.
           IF TEXTO-ORIGEM-XREF(IDX-PAR-EXIBIDO)
                   = NOME-COPY-TEXTO(IDX-NOME-COPY)
               MOVE TEXTO-DESTINO-XREF(IDX-PAR-EXIBIDO)
                   TO NOME-EFETIVO-MEMBRO
           END-IF.
       2310-EXIT.
           EXIT.

      *--- Lista consolidada: cada membro uma vez so, mesmo que copie
      *--- mais de um dos copybooks informados.
       2400-INCLUIR-MEMBRO-RECOMPILAR.
           SET MEMBRO-NAO-LISTADO TO TRUE
           PERFORM VARYING IDX-RECOMPILAR FROM 1 BY 1
               UNTIL IDX-RECOMPILAR > TOTAL-MEMBROS-RECOMPILAR
                  OR MEMBRO-JA-LISTADO
               IF RECOMPILAR-NOME(IDX-RECOMPILAR) = MEMBRO-XREF
                   SET MEMBRO-JA-LISTADO TO TRUE
               END-IF
           END-PERFORM
           IF MEMBRO-JA-LISTADO
               GO TO 2400-EXIT
           END-IF
           IF TOTAL-MEMBROS-RECOMPILAR >= 300
               IF NOT TABELA-RECOMPILAR-CHEIA
                   SET TABELA-RECOMPILAR-CHEIA TO TRUE
                   DISPLAY "AVISO: mais de 300 membros a recompilar; "
                           "lista consolidada cobre os 300 primeiros."
               END-IF
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO TOTAL-MEMBROS-RECOMPILAR
           SET IDX-RECOMPILAR TO TOTAL-MEMBROS-RECOMPILAR
           MOVE MEMBRO-XREF TO RECOMPILAR-NOME(IDX-RECOMPILAR).
       2400-EXIT.
           EXIT.

      * =========================
       3000-RELATAR-CONSOLIDADO.
           MOVE ALL "=" TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO
           MOVE "LISTA CONSOLIDADA DE MEMBROS A RECOMPILAR:"
               TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO
           IF TOTAL-MEMBROS-RECOMPILAR = 0
               MOVE "(NENHUM MEMBRO)" TO REG-LINHA-RECOMPILACAO
               WRITE REG-LINHA-RECOMPILACAO
           ELSE
               PERFORM 3100-LISTAR-MEMBRO-CONSOLIDADO THRU 3100-EXIT
                   VARYING IDX-RECOMPILAR FROM 1 BY 1
                       UNTIL IDX-RECOMPILAR > TOTAL-MEMBROS-RECOMPILAR
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LISTAR-MEMBRO-CONSOLIDADO.
           MOVE SPACES TO LINHA-RECOMPILACAO-EDICAO
           STRING "   "                        DELIMITED BY SIZE
                  RECOMPILAR-NOME(IDX-RECOMPILAR)
                                               DELIMITED BY SIZE
               INTO LINHA-RECOMPILACAO-EDICAO
           MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO.
       3100-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           MOVE ALL "-" TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO
           MOVE SPACES TO LINHA-RECOMPILACAO-EDICAO
           STRING "COPYBOOKS INFORMADOS: "     DELIMITED BY SIZE
                  TOTAL-COPYBOOKS-ALTERADOS    DELIMITED BY SIZE
                  "   COPYS LISTADOS: "        DELIMITED BY SIZE
                  CONTADOR-COPYS-LISTADOS      DELIMITED BY SIZE
                  "   MEMBROS A RECOMPILAR: "  DELIMITED BY SIZE
                  TOTAL-MEMBROS-RECOMPILAR     DELIMITED BY SIZE
                  "   SEM USO: "               DELIMITED BY SIZE
                  CONTADOR-COPYBOOKS-SEM-USO   DELIMITED BY SIZE
               INTO LINHA-RECOMPILACAO-EDICAO
           MOVE LINHA-RECOMPILACAO-EDICAO TO REG-LINHA-RECOMPILACAO
           WRITE REG-LINHA-RECOMPILACAO

           CLOSE ARQ-XREF-COPYBOOKS
           CLOSE ARQ-RELATORIO-RECOMPILACAO

           DISPLAY "Lista de recompilacao concluida."
           DISPLAY "Copybooks informados.: " TOTAL-COPYBOOKS-ALTERADOS
           DISPLAY "Membros a recompilar.: " TOTAL-MEMBROS-RECOMPILAR
           DISPLAY "Copybooks sem uso....: " CONTADOR-COPYBOOKS-SEM-USO
           DISPLAY "Lista em RELATORIO-RECOMPILACAO.TXT"

      *--- Severidade para o scheduler: 4 quando algum copybook
      *--- informado nao aparece em membro nenhum.
           IF CONTADOR-COPYBOOKS-SEM-USO > 0
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-COPYS-LISTADOS  TO REGISTROS-PARA-CONTROLE
           MOVE TOTAL-MEMBROS-RECOMPILAR TO VALIDOS-PARA-CONTROLE
           MOVE CONTADOR-COPYBOOKS-SEM-USO TO INVALIDOS-PARA-CONTROLE
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
                         ==9800-ABEND-XREF-COPYBOOKS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-XREF-COPYBOOKS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-XREF-COPYBOOKS==
                     ==TEXTO-ABEND==         BY
                         =="referencia cruzada de copybooks"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RELATORIO-RECOMPILACAO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-RECOMPILACAO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-RECOMPILACAO==
                     ==TEXTO-ABEND==         BY
                         =="relatorio de recompilacao"==.

       END PROGRAM LISTA-RECOMPILACAO.
