       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAUTA-COMITE-ISENCOES.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * PAUTA DA REUNIAO DO COMITE DE NOMENCLATURA: LISTA OS PEDIDOS DE
      * ISENCAO AINDA PENDENTES (PEDIDOS-ISENCAO.DAT, PEDIREC) EM ORDEM
      * DE NUMERO E, PARA CADA IDENTIFICADOR, O QUE O COMITE PRECISA
      * VER ANTES DE DECIDIR:
      *   - O ULTIMO VEREDITO NO HISTORICO DE VALIDACAO (COM DATA E
      *     EQUIPE);
      *   - QUANTAS VEZES O NOME FOI REPROVADO (LINHAS INVALIDO NA
      *     TRILHA DE AUDITORIA CORRENTE);
      *   - O USO NO CATALOGO ONDE-USADO (MEMBROS QUE DECLARAM, MEMBROS
      *     QUE SO REFERENCIAM E TOTAL DE REFERENCIAS);
      *   - A ISENCAO JA CADASTRADA, QUANDO O PEDIDO E RENOVACAO.
      * AS FONTES DE CONSULTA SAO OPCIONAIS: A QUE FALTAR SAI MARCADA
      * COMO INDISPONIVEL NA PAUTA E O JOB TERMINA COM RC 4. A DECISAO
      * VOLTA EM DECISOES-COMITE.DAT (DECIREC), APLICADA POR
      * APLICA-DECISOES-COMITE.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      * 2026-10-15 RMS    LINHA DA TRILHA DE AUDITORIA PASSA A 160
      *                   BYTES (SEQUENCIA E ENCADEAMENTO NO FIM);
      *                   LEITURA DOS 130 PRIMEIROS SEM MUDANCA.
      * 2026-10-15 RMS    RETURN-CODE PASSA A SER ATRIBUIDO DEPOIS DO
      *                   REGISTRO NO CONTROLE DE EXECUCAO (A CHAMADA
      *                   AO REGISTRA-EXECUCAO ZERAVA A SEVERIDADE).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS-ISENCAO
               ASSIGN TO "PEDIDOS-ISENCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PEDIDO
               FILE STATUS IS STATUS-ARQ-PEDIDOS-ISENCAO.

           SELECT ARQ-HISTORICO-VALIDACAO
               ASSIGN TO "HISTORICO-VALIDACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HISTORICO-VALIDACAO
               FILE STATUS IS STATUS-ARQ-HISTORICO-VALIDACAO.

           SELECT ARQ-ISENCOES
               ASSIGN TO "ISENCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-ISENCAO
               FILE STATUS IS STATUS-ARQ-ISENCOES.

           SELECT ARQ-CATALOGO-ONDE-USADO
               ASSIGN TO "CATALOGO-ONDE-USADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CATALOGO
               FILE STATUS IS STATUS-ARQ-CATALOGO-ONDE-USADO.

           SELECT ARQ-TRILHA-AUDITORIA
               ASSIGN TO "TRILHA-AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-TRILHA-AUDITORIA.

           SELECT ARQ-PAUTA-COMITE
               ASSIGN TO "PAUTA-COMITE-ISENCOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-PAUTA-COMITE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS-ISENCAO.
       COPY PEDIREC.

       FD  ARQ-HISTORICO-VALIDACAO.
       COPY HISTREC.

       FD  ARQ-ISENCOES.
       COPY ISENREC.

       FD  ARQ-CATALOGO-ONDE-USADO.
       COPY CATREC.

       FD  ARQ-TRILHA-AUDITORIA.
       01  REG-TRILHA-AUDITORIA        PIC X(160).

       FD  ARQ-PAUTA-COMITE.
       01  REG-LINHA-PAUTA             PIC X(110).

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-PEDIDOS-ISENCAO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-PEDIDOS-ISENCAO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-PEDIDOS-ISENCAO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-PEDIDOS-ISENCAO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-PEDIDOS-ISENCAO-ERRO-OUTRO==.
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
                         ==STATUS-ARQ-PAUTA-COMITE==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-PAUTA-COMITE-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-PAUTA-COMITE-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-PAUTA-COMITE-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-PAUTA-COMITE-ERRO-OUTRO==.

       01  FLAG-FIM-PEDIDOS               PIC X VALUE 'N'.
           88 FIM-PEDIDOS                      VALUE 'Y'.
       01  FLAG-FIM-TRILHA                PIC X VALUE 'N'.
           88 FIM-TRILHA                       VALUE 'Y'.
       01  FLAG-FIM-CATALOGO              PIC X VALUE 'N'.
           88 FIM-CATALOGO                     VALUE 'Y'.
       01  FLAG-HISTORICO-DISPONIVEL      PIC X VALUE 'N'.
           88 HISTORICO-DISPONIVEL             VALUE 'S'.
           88 HISTORICO-INDISPONIVEL           VALUE 'N'.
       01  FLAG-ISENCOES-DISPONIVEIS      PIC X VALUE 'N'.
           88 ISENCOES-DISPONIVEIS             VALUE 'S'.
           88 ISENCOES-INDISPONIVEIS           VALUE 'N'.
       01  FLAG-CATALOGO-DISPONIVEL       PIC X VALUE 'N'.
           88 CATALOGO-DISPONIVEL              VALUE 'S'.
           88 CATALOGO-INDISPONIVEL            VALUE 'N'.
       01  FLAG-TRILHA-DISPONIVEL         PIC X VALUE 'N'.
           88 TRILHA-DISPONIVEL                VALUE 'S'.
           88 TRILHA-INDISPONIVEL              VALUE 'N'.
       01  FLAG-TABELA-ESTOUROU           PIC X VALUE 'N'.
           88 TABELA-ESTOUROU                  VALUE 'S'.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.

      * --- Leiaute das colunas da linha de trilha ---------------------
       01  LINHA-TRILHA-TRABALHO.
           05 TRILHA-IDENTIFICADOR        PIC X(30).
           05 FILLER                      PIC X(3).
           05 TRILHA-DATA-HORA            PIC X(21).
           05 FILLER                      PIC X(3).
           05 TRILHA-STATUS               PIC X(8).
           05 FILLER                      PIC X(3).
           05 TRILHA-MENSAGEM             PIC X(60).
           05 FILLER                      PIC X(2).

      * --- Pedidos pendentes em pauta ---------------------------------
       01  LIMITE-PEDIDOS-PAUTA           PIC 9(3) VALUE 300.
       01  TOTAL-PEDIDOS-PAUTA            PIC 9(3) VALUE 0.
       01  IDX-PEDIDO-PAUTA               PIC 9(3) VALUE 0.
       01  TABELA-PEDIDOS-PAUTA.
           05 PEDIDO-PAUTA OCCURS 300 TIMES.
               10 NUMERO-PAUTA            PIC 9(6).
               10 SUBMISSOR-PAUTA         PIC X(8).
               10 IDENTIFICADOR-PAUTA     PIC X(30).
               10 JUSTIFICATIVA-PAUTA     PIC X(40).
               10 VALIDADE-PAUTA          PIC 9(8).
               10 DATA-PEDIDO-PAUTA       PIC 9(8).
               10 REJEICOES-PAUTA         PIC 9(5).

      * --- Uso no catalogo do identificador corrente -----------------
       01  MEMBROS-DECLARAM               PIC 9(5) VALUE 0.
       01  MEMBROS-REFERENCIAM            PIC 9(5) VALUE 0.
       01  TOTAL-REFERENCIAS              PIC 9(7) VALUE 0.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-LINHAS-TRILHA         PIC 9(7) VALUE 0.
       01  CONTADOR-PEDIDOS-LIDOS         PIC 9(7) VALUE 0.
       01  CONTADOR-PEDIDOS-FORA          PIC 9(5) VALUE 0.
       01  LINHA-PAUTA-EDICAO             PIC X(110) VALUE SPACES.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "PAUTA-COMITE-ISENCOES".
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
           PERFORM 2000-CARREGAR-PEDIDOS THRU 2000-EXIT
           PERFORM 3000-CONTAR-REJEICOES THRU 3000-EXIT
           PERFORM 4000-IMPRIMIR-PAUTA THRU 4000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
       1000-ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE

           OPEN INPUT ARQ-PEDIDOS-ISENCAO
           IF ARQ-PEDIDOS-ISENCAO-NAO-ENCONTRADO
               DISPLAY "Nenhum pedido de isencao registrado; "
                       "pauta vazia."
               MOVE "FIM"    TO EVENTO-PARA-CONTROLE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
               PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
               STOP RUN
           END-IF
           IF NOT ARQ-PEDIDOS-ISENCAO-OK
               PERFORM 9800-ABEND-PEDIDOS-ISENCAO
                   THRU 9800-ABEND-PEDIDOS-ISENCAO-EXIT
           END-IF
      *--- Fontes de consulta: a que faltar sai como indisponivel.
           OPEN INPUT ARQ-HISTORICO-VALIDACAO
           IF ARQ-HISTORICO-VALIDACAO-OK
               SET HISTORICO-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-ISENCOES
           IF ARQ-ISENCOES-OK
               SET ISENCOES-DISPONIVEIS TO TRUE
           END-IF
           OPEN INPUT ARQ-CATALOGO-ONDE-USADO
           IF ARQ-CATALOGO-ONDE-USADO-OK
               SET CATALOGO-DISPONIVEL TO TRUE
           END-IF
           OPEN INPUT ARQ-TRILHA-AUDITORIA
           IF ARQ-TRILHA-AUDITORIA-OK
               SET TRILHA-DISPONIVEL TO TRUE
           END-IF
           OPEN OUTPUT ARQ-PAUTA-COMITE
           IF NOT ARQ-PAUTA-COMITE-OK
               PERFORM 9800-ABEND-PAUTA-COMITE
                   THRU 9800-ABEND-PAUTA-COMITE-EXIT
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-GRAVAR-CABECALHO.
           MOVE "PAUTA DO COMITE DE NOMENCLATURA - PEDIDOS DE ISENCAO"
               TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA-EDICAO
           STRING "DATA: "      DELIMITED BY SIZE
                  WS-DATA-HOJE  DELIMITED BY SIZE
               INTO LINHA-PAUTA-EDICAO
           MOVE LINHA-PAUTA-EDICAO TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA
           IF HISTORICO-INDISPONIVEL
               MOVE "AVISO: HISTORICO DE VALIDACAO INDISPONIVEL."
                   TO REG-LINHA-PAUTA
               WRITE REG-LINHA-PAUTA
           END-IF
           IF ISENCOES-INDISPONIVEIS
               MOVE "AVISO: ARQUIVO DE ISENCOES INDISPONIVEL."
                   TO REG-LINHA-PAUTA
               WRITE REG-LINHA-PAUTA
           END-IF
           IF CATALOGO-INDISPONIVEL
               MOVE "AVISO: CATALOGO ONDE-USADO INDISPONIVEL."
                   TO REG-LINHA-PAUTA
               WRITE REG-LINHA-PAUTA
           END-IF
           IF TRILHA-INDISPONIVEL
               MOVE "AVISO: TRILHA DE AUDITORIA INDISPONIVEL."
                   TO REG-LINHA-PAUTA
               WRITE REG-LINHA-PAUTA
           END-IF
           MOVE ALL "=" TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA.
       1100-EXIT.
           EXIT.

      * =========================
      * CARREGA OS PEDIDOS PENDENTES, EM ORDEM DE NUMERO
       2000-CARREGAR-PEDIDOS.
           MOVE 0 TO NUMERO-PEDIDO
           START ARQ-PEDIDOS-ISENCAO
               KEY IS NOT LESS THAN NUMERO-PEDIDO
               INVALID KEY
                   SET FIM-PEDIDOS TO TRUE
           END-START
           PERFORM 2100-CARREGAR-PROXIMO-PEDIDO THRU 2100-EXIT
               UNTIL FIM-PEDIDOS.
       2000-EXIT.
           EXIT.

       2100-CARREGAR-PROXIMO-PEDIDO.
           READ ARQ-PEDIDOS-ISENCAO NEXT RECORD
               AT END
                   SET FIM-PEDIDOS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO CONTADOR-PEDIDOS-LIDOS
           IF NOT PEDIDO-PENDENTE
               GO TO 2100-EXIT
           END-IF
           IF TOTAL-PEDIDOS-PAUTA NOT < LIMITE-PEDIDOS-PAUTA
               SET TABELA-ESTOUROU TO TRUE
               ADD 1 TO CONTADOR-PEDIDOS-FORA
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO TOTAL-PEDIDOS-PAUTA
           MOVE NUMERO-PEDIDO
               TO NUMERO-PAUTA(TOTAL-PEDIDOS-PAUTA)
           MOVE SUBMISSOR-PEDIDO
               TO SUBMISSOR-PAUTA(TOTAL-PEDIDOS-PAUTA)
           MOVE IDENTIFICADOR-PEDIDO
               TO IDENTIFICADOR-PAUTA(TOTAL-PEDIDOS-PAUTA)
           MOVE JUSTIFICATIVA-PEDIDO
               TO JUSTIFICATIVA-PAUTA(TOTAL-PEDIDOS-PAUTA)
           MOVE VALIDADE-SOLICITADA-PEDIDO
               TO VALIDADE-PAUTA(TOTAL-PEDIDOS-PAUTA)
           MOVE DATA-PEDIDO
               TO DATA-PEDIDO-PAUTA(TOTAL-PEDIDOS-PAUTA)
           MOVE 0 TO REJEICOES-PAUTA(TOTAL-PEDIDOS-PAUTA).
       2100-EXIT.
           EXIT.

      * =========================
      * UMA PASSADA PELA TRILHA CONTA AS REPROVACOES DE TODOS OS NOMES
      * EM PAUTA (ISENTO NAO CONTA: JA E O NOME COBERTO POR ISENCAO)
       3000-CONTAR-REJEICOES.
           IF TRILHA-INDISPONIVEL OR TOTAL-PEDIDOS-PAUTA = 0
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LER-LINHA-TRILHA THRU 3100-EXIT
               UNTIL FIM-TRILHA.
       3000-EXIT.
           EXIT.

       3100-LER-LINHA-TRILHA.
           READ ARQ-TRILHA-AUDITORIA INTO LINHA-TRILHA-TRABALHO
               AT END
                   SET FIM-TRILHA TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO CONTADOR-LINHAS-TRILHA
           IF TRILHA-STATUS NOT = "INVALIDO"
               GO TO 3100-EXIT
           END-IF
           PERFORM VARYING IDX-PEDIDO-PAUTA FROM 1 BY 1
                   UNTIL IDX-PEDIDO-PAUTA > TOTAL-PEDIDOS-PAUTA
               IF IDENTIFICADOR-PAUTA(IDX-PEDIDO-PAUTA)
                  = TRILHA-IDENTIFICADOR
                   ADD 1 TO REJEICOES-PAUTA(IDX-PEDIDO-PAUTA)
               END-IF
           END-PERFORM.
       3100-EXIT.
           EXIT.

      * =========================
      * UM BLOCO POR PEDIDO PENDENTE
       4000-IMPRIMIR-PAUTA.
           IF TOTAL-PEDIDOS-PAUTA = 0
               MOVE "(NENHUM PEDIDO PENDENTE DE DECISAO)"
                   TO REG-LINHA-PAUTA
               WRITE REG-LINHA-PAUTA
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-IMPRIMIR-PEDIDO THRU 4100-EXIT
               VARYING IDX-PEDIDO-PAUTA FROM 1 BY 1
               UNTIL IDX-PEDIDO-PAUTA > TOTAL-PEDIDOS-PAUTA.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-PEDIDO.
           MOVE SPACES TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA-EDICAO
           STRING "PEDIDO "                  DELIMITED BY SIZE
                  NUMERO-PAUTA(IDX-PEDIDO-PAUTA)
                                             DELIMITED BY SIZE
                  " DE "                     DELIMITED BY SIZE
                  DATA-PEDIDO-PAUTA(IDX-PEDIDO-PAUTA)
                                             DELIMITED BY SIZE
                  "  EQUIPE "                DELIMITED BY SIZE
                  SUBMISSOR-PAUTA(IDX-PEDIDO-PAUTA)
                                             DELIMITED BY SIZE
                  "  IDENTIFICADOR "         DELIMITED BY SIZE
                  IDENTIFICADOR-PAUTA(IDX-PEDIDO-PAUTA)
                                             DELIMITED BY SIZE
               INTO LINHA-PAUTA-EDICAO
           MOVE LINHA-PAUTA-EDICAO TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA-EDICAO
           STRING "  JUSTIFICATIVA: "        DELIMITED BY SIZE
                  JUSTIFICATIVA-PAUTA(IDX-PEDIDO-PAUTA)
                                             DELIMITED BY SIZE
                  "  VALIDADE PEDIDA: "      DELIMITED BY SIZE
                  VALIDADE-PAUTA(IDX-PEDIDO-PAUTA)
                                             DELIMITED BY SIZE
               INTO LINHA-PAUTA-EDICAO
           MOVE LINHA-PAUTA-EDICAO TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA
           PERFORM 4200-IMPRIMIR-VEREDITO THRU 4200-EXIT
           PERFORM 4300-IMPRIMIR-REJEICOES THRU 4300-EXIT
           PERFORM 4400-IMPRIMIR-USO-CATALOGO THRU 4400-EXIT
           PERFORM 4500-IMPRIMIR-ISENCAO-ATUAL THRU 4500-EXIT.
       4100-EXIT.
           EXIT.

       4200-IMPRIMIR-VEREDITO.
           IF HISTORICO-INDISPONIVEL
               MOVE "  HISTORICO: (INDISPONIVEL)" TO REG-LINHA-PAUTA
               WRITE REG-LINHA-PAUTA
               GO TO 4200-EXIT
           END-IF
           MOVE IDENTIFICADOR-PAUTA(IDX-PEDIDO-PAUTA)
               TO CHAVE-HISTORICO-VALIDACAO
           READ ARQ-HISTORICO-VALIDACAO
               KEY IS CHAVE-HISTORICO-VALIDACAO
               INVALID KEY
                   MOVE "  HISTORICO: NUNCA VALIDADO"
                       TO REG-LINHA-PAUTA
                   WRITE REG-LINHA-PAUTA
                   GO TO 4200-EXIT
           END-READ
           MOVE SPACES TO LINHA-PAUTA-EDICAO
           STRING "  HISTORICO: "              DELIMITED BY SIZE
                  STATUS-HISTORICO-VALIDACAO   DELIMITED BY SIZE
                  " EM "                       DELIMITED BY SIZE
                  DATA-HORA-HISTORICO-VALIDACAO(1:8)
                                               DELIMITED BY SIZE
                  " EQUIPE "                   DELIMITED BY SIZE
                  SUBMISSOR-HISTORICO          DELIMITED BY SIZE
                  " - "                        DELIMITED BY SIZE
                  MOTIVO-HISTORICO-VALIDACAO   DELIMITED BY SIZE
               INTO LINHA-PAUTA-EDICAO
           MOVE LINHA-PAUTA-EDICAO TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA.
       4200-EXIT.
           EXIT.

       4300-IMPRIMIR-REJEICOES.
           IF TRILHA-INDISPONIVEL
               MOVE "  REPROVACOES NA TRILHA: (INDISPONIVEL)"
                   TO REG-LINHA-PAUTA
               WRITE REG-LINHA-PAUTA
               GO TO 4300-EXIT
           END-IF
           MOVE SPACES TO LINHA-PAUTA-EDICAO
           STRING "  REPROVACOES NA TRILHA: "  DELIMITED BY SIZE
                  REJEICOES-PAUTA(IDX-PEDIDO-PAUTA)
                                               DELIMITED BY SIZE
               INTO LINHA-PAUTA-EDICAO
           MOVE LINHA-PAUTA-EDICAO TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA.
       4300-EXIT.
           EXIT.

      *--- Entradas do catalogo para o identificador: com nivel, o
      *--- membro declara; sem nivel, so referencia.
       4400-IMPRIMIR-USO-CATALOGO.
           IF CATALOGO-INDISPONIVEL
               MOVE "  CATALOGO: (INDISPONIVEL)" TO REG-LINHA-PAUTA
               WRITE REG-LINHA-PAUTA
               GO TO 4400-EXIT
           END-IF
           MOVE 0 TO MEMBROS-DECLARAM
           MOVE 0 TO MEMBROS-REFERENCIAM
           MOVE 0 TO TOTAL-REFERENCIAS
           MOVE 'N' TO FLAG-FIM-CATALOGO
           MOVE IDENTIFICADOR-PAUTA(IDX-PEDIDO-PAUTA)
               TO IDENTIFICADOR-CATALOGO
           MOVE SPACES TO MEMBRO-CATALOGO
           START ARQ-CATALOGO-ONDE-USADO
               KEY IS NOT LESS THAN CHAVE-CATALOGO
               INVALID KEY
                   SET FIM-CATALOGO TO TRUE
           END-START
           PERFORM 4410-SOMAR-ENTRADA-CATALOGO THRU 4410-EXIT
               UNTIL FIM-CATALOGO
           MOVE SPACES TO LINHA-PAUTA-EDICAO
           STRING "  CATALOGO: DECLARADO EM "  DELIMITED BY SIZE
                  MEMBROS-DECLARAM             DELIMITED BY SIZE
                  " MEMBRO(S), REFERENCIADO EM "
                                               DELIMITED BY SIZE
                  MEMBROS-REFERENCIAM          DELIMITED BY SIZE
                  " OUTRO(S), "                DELIMITED BY SIZE
                  TOTAL-REFERENCIAS            DELIMITED BY SIZE
                  " REFERENCIA(S)"             DELIMITED BY SIZE
               INTO LINHA-PAUTA-EDICAO
           MOVE LINHA-PAUTA-EDICAO TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA.
       4400-EXIT.
           EXIT.

       4410-SOMAR-ENTRADA-CATALOGO.
           READ ARQ-CATALOGO-ONDE-USADO NEXT RECORD
               AT END
                   SET FIM-CATALOGO TO TRUE
                   GO TO 4410-EXIT
           END-READ
           IF IDENTIFICADOR-CATALOGO
              NOT = IDENTIFICADOR-PAUTA(IDX-PEDIDO-PAUTA)
               SET FIM-CATALOGO TO TRUE
               GO TO 4410-EXIT
           END-IF
           IF NIVEL-CATALOGO = SPACES
               ADD 1 TO MEMBROS-REFERENCIAM
           ELSE
               ADD 1 TO MEMBROS-DECLARAM
           END-IF
           ADD REFERENCIAS-CATALOGO TO TOTAL-REFERENCIAS.
       4410-EXIT.
           EXIT.

       4500-IMPRIMIR-ISENCAO-ATUAL.
           IF ISENCOES-INDISPONIVEIS
               GO TO 4500-EXIT
           END-IF
           MOVE IDENTIFICADOR-PAUTA(IDX-PEDIDO-PAUTA) TO CHAVE-ISENCAO
           READ ARQ-ISENCOES
               KEY IS CHAVE-ISENCAO
               INVALID KEY
                   GO TO 4500-EXIT
           END-READ
           MOVE SPACES TO LINHA-PAUTA-EDICAO
           IF VALIDADE-ISENCAO < WS-DATA-HOJE
               STRING "  ISENCAO ATUAL: VENCIDA EM " DELIMITED BY SIZE
                      VALIDADE-ISENCAO              DELIMITED BY SIZE
                      " APROVADOR "                 DELIMITED BY SIZE
                      APROVADOR-ISENCAO             DELIMITED BY SIZE
                   INTO LINHA-PAUTA-EDICAO
           ELSE
               STRING "  ISENCAO ATUAL: VIGENTE ATE " DELIMITED BY SIZE
                      VALIDADE-ISENCAO              DELIMITED BY SIZE
                      " APROVADOR "                 DELIMITED BY SIZE
                      APROVADOR-ISENCAO             DELIMITED BY SIZE
                   INTO LINHA-PAUTA-EDICAO
           END-IF
           MOVE LINHA-PAUTA-EDICAO TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA.
       4500-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           IF TABELA-ESTOUROU
               MOVE SPACES TO LINHA-PAUTA-EDICAO
               STRING "AVISO: "                  DELIMITED BY SIZE
                      CONTADOR-PEDIDOS-FORA      DELIMITED BY SIZE
                      " PEDIDO(S) PENDENTE(S) FORA DA PAUTA "
                                                 DELIMITED BY SIZE
                      "(LIMITE DA TABELA); FICAM PARA A PROXIMA."
                                                 DELIMITED BY SIZE
                   INTO LINHA-PAUTA-EDICAO
               MOVE LINHA-PAUTA-EDICAO TO REG-LINHA-PAUTA
               WRITE REG-LINHA-PAUTA
           END-IF
           MOVE ALL "=" TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA
           MOVE SPACES TO LINHA-PAUTA-EDICAO
           STRING "PEDIDOS EM PAUTA: "     DELIMITED BY SIZE
                  TOTAL-PEDIDOS-PAUTA      DELIMITED BY SIZE
                  "   PEDIDOS LIDOS: "     DELIMITED BY SIZE
                  CONTADOR-PEDIDOS-LIDOS   DELIMITED BY SIZE
                  "   LINHAS DE TRILHA: "  DELIMITED BY SIZE
                  CONTADOR-LINHAS-TRILHA   DELIMITED BY SIZE
               INTO LINHA-PAUTA-EDICAO
           MOVE LINHA-PAUTA-EDICAO TO REG-LINHA-PAUTA
           WRITE REG-LINHA-PAUTA

           CLOSE ARQ-PEDIDOS-ISENCAO
           CLOSE ARQ-PAUTA-COMITE
           IF HISTORICO-DISPONIVEL
               CLOSE ARQ-HISTORICO-VALIDACAO
           END-IF
           IF ISENCOES-DISPONIVEIS
               CLOSE ARQ-ISENCOES
           END-IF
           IF CATALOGO-DISPONIVEL
               CLOSE ARQ-CATALOGO-ONDE-USADO
           END-IF
           IF TRILHA-DISPONIVEL
               CLOSE ARQ-TRILHA-AUDITORIA
           END-IF

           DISPLAY "Pauta do comite concluida."
           DISPLAY "Pedidos em pauta.....: " TOTAL-PEDIDOS-PAUTA
           DISPLAY "Pauta em PAUTA-COMITE-ISENCOES.TXT"

      *--- Severidade: 4 quando a pauta saiu incompleta (fonte de
      *--- consulta indisponivel ou pedido fora da tabela).
           IF TABELA-ESTOUROU
              OR HISTORICO-INDISPONIVEL
              OR ISENCOES-INDISPONIVEIS
              OR CATALOGO-INDISPONIVEL
              OR TRILHA-INDISPONIVEL
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-PEDIDOS-LIDOS TO REGISTROS-PARA-CONTROLE
           MOVE TOTAL-PEDIDOS-PAUTA    TO VALIDOS-PARA-CONTROLE
           MOVE CONTADOR-PEDIDOS-FORA  TO INVALIDOS-PARA-CONTROLE
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
                         ==9800-ABEND-PEDIDOS-ISENCAO==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-PEDIDOS-ISENCAO-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-PEDIDOS-ISENCAO==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de pedidos de isencao"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-PAUTA-COMITE==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-PAUTA-COMITE-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-PAUTA-COMITE==
                     ==TEXTO-ABEND==         BY
                         =="arquivo da pauta do comite"==.

       END PROGRAM PAUTA-COMITE-ISENCOES.
