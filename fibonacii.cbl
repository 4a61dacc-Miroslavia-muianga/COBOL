      *                         controle central de execucoes
      *                         (REGISTRA-EXECUCAO), para o painel de
      *                         operacoes da manha.
      *   2026-10-15  R-SILVA   Le de preferencia o arquivo limpo e
      *                         numerado da critica (numero do pedido
      *                         e solicitante) e anota o atendimento
      *                         em PEDIDOS-SEQUENCIA.DAT; os termos
      *                         ficam no repositorio indexado
      *                         TERMOS-SEQUENCIA.DAT e pedido repetido
      *                         ou mais longo e servido de la, so os
      *                         termos que faltam sao calculados;
      *                         extrato de leiaute fixo para o sistema
      *                         atuarial (EXTRATO-SEQUENCIAS-ATUARIAL,
      *                         ATUAREC) com cabecalho e trailer.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-PEDIDOS-SEQUENCIA.

           SELECT ARQ-PEDIDOS-NUMERADOS
               ASSIGN TO "SEQUENCIAS-PEDIDOS-CRITICADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-PEDIDOS-NUMERADOS.

           SELECT ARQ-PEDIDOS-ACEITOS
               ASSIGN TO "PEDIDOS-SEQUENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PEDIDO-SEQUENCIA
               FILE STATUS IS STATUS-ARQ-PEDIDOS-ACEITOS.

           SELECT ARQ-TERMOS-SEQUENCIA
               ASSIGN TO "TERMOS-SEQUENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TERMO-SEQUENCIA
               FILE STATUS IS STATUS-ARQ-TERMOS-SEQUENCIA.

           SELECT ARQ-EXTRATO-ATUARIAL
               ASSIGN TO "EXTRATO-SEQUENCIAS-ATUARIAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-EXTRATO-ATUARIAL.

           SELECT ARQ-RELATORIO-FIBONACCI
               ASSIGN TO "RELATORIO-FIBONACCI.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ARQ-PEDIDOS-SEQUENCIA.
       01  REG-PEDIDO-SEQUENCIA PIC X(70).

      *--- Linha limpa da critica: numero do pedido e linha original.
       FD  ARQ-PEDIDOS-NUMERADOS.
       01  REG-PEDIDO-NUMERADO  PIC X(80).

       FD  ARQ-PEDIDOS-ACEITOS.
       COPY PSEQREC.

       FD  ARQ-TERMOS-SEQUENCIA.
       COPY TERMREC.

       FD  ARQ-EXTRATO-ATUARIAL.
       COPY ATUAREC.

       FD  ARQ-RELATORIO-FIBONACCI.
       01  REG-LINHA-FIBONACCI  PIC X(60).

           88 PEDIDO-VALIDO            VALUE 'S'.
           88 PEDIDO-INVALIDO          VALUE 'N'.

      * --- Pedidos numerados pela critica e cadastro de pedidos -------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-PEDIDOS-NUMERADOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-PEDIDOS-NUMERADOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-PEDIDOS-NUMERADOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-PEDIDOS-NUMERADOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-PEDIDOS-NUMERADOS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-PEDIDOS-ACEITOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-PEDIDOS-ACEITOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-PEDIDOS-ACEITOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-PEDIDOS-ACEITOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-PEDIDOS-ACEITOS-ERRO-OUTRO==.
       01 FLAG-ORIGEM-PEDIDOS     PIC X VALUE 'B'.
           88 PEDIDOS-NUMERADOS        VALUE 'N'.
           88 PEDIDOS-BRUTOS           VALUE 'B'.
       01 FLAG-CADASTRO-PEDIDOS   PIC X VALUE 'N'.
           88 CADASTRO-PEDIDOS-ABERTO  VALUE 'S'.
       01 LINHA-PEDIDO            PIC X(80) VALUE SPACES.
       01 TEXTO-NUMERO-PEDIDO     PIC X(6) VALUE SPACES.
       01 NUMERO-PEDIDO-CORRENTE  PIC 9(6) VALUE 0.
       01 SOLICITANTE-CORRENTE    PIC X(12) VALUE SPACES.

      * --- Repositorio de resultados (termos ja calculados) -----------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-TERMOS-SEQUENCIA==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-TERMOS-SEQUENCIA-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-TERMOS-SEQUENCIA-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-TERMOS-SEQUENCIA-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-TERMOS-SEQUENCIA-ERRO-OUTRO==.
       01 SEMENTE-A-CORRENTE      PIC 9(18) VALUE 0.
       01 SEMENTE-B-CORRENTE      PIC 9(18) VALUE 0.
       01 FLAG-TERMO-NO-REPOSITORIO PIC X VALUE 'N'.
           88 TERMO-NO-REPOSITORIO     VALUE 'S'.
           88 TERMO-A-CALCULAR         VALUE 'N'.
       01 TERMOS-REAPROVEITADOS   PIC 9(3) VALUE 0.
       01 TERMOS-CALCULADOS       PIC 9(3) VALUE 0.
       01 TOTAL-TERMOS-REAPROVEITADOS PIC 9(7) VALUE 0.
       01 TOTAL-TERMOS-CALCULADOS PIC 9(7) VALUE 0.

      * --- Extrato para o sistema atuarial ----------------------------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-EXTRATO-ATUARIAL==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-EXTRATO-ATUARIAL-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-EXTRATO-ATUARIAL-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-EXTRATO-ATUARIAL-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-EXTRATO-ATUARIAL-ERRO-OUTRO==.
       01 TABELA-PEDIDOS-EXTRATO.
           05 PEDIDO-EXTRATO OCCURS 999 TIMES
                             INDEXED BY IDX-PEDIDO-EXTRATO.
               10 NUMERO-PEDIDO-EXTRATO      PIC 9(6).
               10 SOLICITANTE-PEDIDO-EXTRATO PIC X(12).
               10 NOME-PEDIDO-EXTRATO        PIC X(12).
               10 SEMENTE-A-PEDIDO-EXTRATO   PIC 9(18).
               10 SEMENTE-B-PEDIDO-EXTRATO   PIC 9(18).
               10 TERMOS-PEDIDO-EXTRATO      PIC 9(3).
               10 REAPROVEITADOS-PEDIDO-EXTRATO
                                             PIC 9(3).
       01 TOTAL-PEDIDOS-EXTRATO   PIC 9(3) VALUE 0.
       01 TERMO-EXTRATO           PIC 9(4) VALUE 0.
       01 FLAG-FIM-TERMOS-EXTRATO PIC X VALUE 'N'.
           88 FIM-TERMOS-EXTRATO       VALUE 'S'.
       01 CONTADOR-DETALHES-EXTRATO PIC 9(9) VALUE 0.
       01 SOMA-TERMOS-EXTRATO     PIC 9(12) VALUE 0.
       01 WS-DATA-HOJE-FIB        PIC 9(8) VALUE 0.

       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RELATORIO-FIBONACCI==

           PERFORM CARREGAR-CHECKPOINT-FIB
               THRU CARREGAR-CHECKPOINT-FIB-EXIT
           PERFORM ABRIR-REPOSITORIO-TERMOS
               THRU ABRIR-REPOSITORIO-TERMOS-EXIT

      *--- O arquivo limpo e numerado da critica tem preferencia; sem
      *--- ele vale o arquivo bruto de pedidos (sem numero) e, sem
      *--- nenhum dos dois, o modo interativo historico.
           OPEN INPUT ARQ-PEDIDOS-NUMERADOS
           IF ARQ-PEDIDOS-NUMERADOS-OK
               SET MODO-ARQUIVO-PEDIDOS TO TRUE
               SET PEDIDOS-NUMERADOS TO TRUE
               PERFORM ABRIR-CADASTRO-PEDIDOS
                   THRU ABRIR-CADASTRO-PEDIDOS-EXIT
           ELSE
               OPEN INPUT ARQ-PEDIDOS-SEQUENCIA
               IF ARQ-PEDIDOS-SEQUENCIA-OK
                   SET MODO-ARQUIVO-PEDIDOS TO TRUE
               ELSE
                   SET MODO-INTERATIVO TO TRUE
               END-IF
           END-IF

           PERFORM ABRIR-RELATORIO-FIB THRU ABRIR-RELATORIO-FIB-EXIT
           IF MODO-ARQUIVO-PEDIDOS
               PERFORM PROCESSAR-ARQUIVO-PEDIDOS
                   THRU PROCESSAR-ARQUIVO-PEDIDOS-EXIT
               IF PEDIDOS-NUMERADOS
                   CLOSE ARQ-PEDIDOS-NUMERADOS
               ELSE
                   CLOSE ARQ-PEDIDOS-SEQUENCIA
               END-IF
               DISPLAY "Pedidos gerados......: "
                       CONTADOR-PEDIDOS-GERADOS
               DISPLAY "Pedidos rejeitados...: "
           END-IF

           CLOSE ARQ-RELATORIO-FIBONACCI
           PERFORM GRAVAR-EXTRATO-ATUARIAL
               THRU GRAVAR-EXTRATO-ATUARIAL-EXIT
           CLOSE ARQ-TERMOS-SEQUENCIA
           IF CADASTRO-PEDIDOS-ABERTO
               CLOSE ARQ-PEDIDOS-ACEITOS
           END-IF
           PERFORM LIMPAR-CHECKPOINT-FIB
               THRU LIMPAR-CHECKPOINT-FIB-EXIT
           DISPLAY "Termos do repositorio: "
                   TOTAL-TERMOS-REAPROVEITADOS
           DISPLAY "Termos calculados....: " TOTAL-TERMOS-CALCULADOS
           DISPLAY "Relatorio gravado em RELATORIO-FIBONACCI.TXT"
           DISPLAY "Extrato atuarial: EXTRATO-SEQUENCIAS-ATUARIAL.TXT".

           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-PEDIDOS           TO REGISTROS-PARA-CONTROLE
       CARREGAR-CHECKPOINT-FIB-EXIT.
           EXIT.

      *--- Repositorio de resultados: criado vazio na primeira execucao.
       ABRIR-REPOSITORIO-TERMOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-FIBONACCI
           MOVE WS-DATA-HORA-FIBONACCI(1:8) TO WS-DATA-HOJE-FIB
           OPEN I-O ARQ-TERMOS-SEQUENCIA
           IF NOT ARQ-TERMOS-SEQUENCIA-OK
               OPEN OUTPUT ARQ-TERMOS-SEQUENCIA
               CLOSE ARQ-TERMOS-SEQUENCIA
               OPEN I-O ARQ-TERMOS-SEQUENCIA
               IF NOT ARQ-TERMOS-SEQUENCIA-OK
                   PERFORM 9800-ABEND-TERMOS-SEQUENCIA
                       THRU 9800-ABEND-TERMOS-SEQUENCIA-EXIT
               END-IF
           END-IF.
       ABRIR-REPOSITORIO-TERMOS-EXIT.
           EXIT.

      *--- Sem o cadastro de pedidos o lote roda do mesmo jeito; so o
      *--- atendimento deixa de ser anotado.
       ABRIR-CADASTRO-PEDIDOS.
           OPEN I-O ARQ-PEDIDOS-ACEITOS
           IF ARQ-PEDIDOS-ACEITOS-OK
               SET CADASTRO-PEDIDOS-ABERTO TO TRUE
           ELSE
               DISPLAY "AVISO: PEDIDOS-SEQUENCIA.DAT indisponivel "
                       "(status " STATUS-ARQ-PEDIDOS-ACEITOS
                       "); atendimento nao sera anotado."
           END-IF.
       ABRIR-CADASTRO-PEDIDOS-EXIT.
           EXIT.

      *--- Com checkpoint ativo o relatorio ja existente e preservado
      *--- (EXTEND); sem checkpoint o relatorio comeca do zero.
       ABRIR-RELATORIO-FIB.
           EXIT.

       LER-PROXIMO-PEDIDO.
           IF PEDIDOS-NUMERADOS
               READ ARQ-PEDIDOS-NUMERADOS INTO LINHA-PEDIDO
                   AT END
                       SET FIM-PEDIDOS TO TRUE
               END-READ
           ELSE
               READ ARQ-PEDIDOS-SEQUENCIA INTO LINHA-PEDIDO
                   AT END
                       SET FIM-PEDIDOS TO TRUE
               END-READ
           END-IF.
       LER-PROXIMO-PEDIDO-EXIT.
           EXIT.

       PROCESSAR-UM-PEDIDO.
           IF LINHA-PEDIDO = SPACES
               GO TO PROCESSAR-UM-PEDIDO-EXIT
           END-IF
           ADD 1 TO CONTADOR-PEDIDOS

      *--- Pedidos anteriores ao checkpoint ja estao no relatorio
      *--- preservado; so o pedido do checkpoint retoma do meio. Os
      *--- termos deles estao no repositorio e entram no extrato.
           IF PEDIDO-CHECKPOINT > 0
              AND CONTADOR-PEDIDOS < PEDIDO-CHECKPOINT
               ADD 1 TO CONTADOR-PEDIDOS-GERADOS
               PERFORM DECOMPOR-PEDIDO THRU DECOMPOR-PEDIDO-EXIT
               IF PEDIDO-VALIDO
                   PERFORM RECUPERAR-ATENDIMENTO-ANTERIOR
                       THRU RECUPERAR-ATENDIMENTO-ANTERIOR-EXIT
                   PERFORM ANOTAR-PEDIDO-EXTRATO
                       THRU ANOTAR-PEDIDO-EXTRATO-EXIT
               END-IF
               GO TO PROCESSAR-UM-PEDIDO-EXIT
           END-IF

           IF PEDIDO-INVALIDO
               ADD 1 TO CONTADOR-PEDIDOS-REJEITADOS
               DISPLAY "Pedido " CONTADOR-PEDIDOS
                       " rejeitado: " FUNCTION TRIM(LINHA-PEDIDO)
               GO TO PROCESSAR-UM-PEDIDO-EXIT
           END-IF


      *--- Decompoe a linha do pedido e critica os campos; semente com
      *--- mais de 18 digitos ou quantidade acima de 999 rejeitam o
      *--- pedido sem derrubar o lote. A linha da critica traz antes o
      *--- numero do pedido; o solicitante e o quinto campo do pedido.
       DECOMPOR-PEDIDO.
           SET PEDIDO-INVALIDO TO TRUE
           MOVE SPACES TO NOME-SEQUENCIA TEXTO-SEMENTE-A
                          TEXTO-SEMENTE-B TEXTO-QUANTIDADE-TERMOS
                          TEXTO-NUMERO-PEDIDO SOLICITANTE-CORRENTE
           MOVE 0 TO NUMERO-PEDIDO-CORRENTE
           IF PEDIDOS-NUMERADOS
               UNSTRING LINHA-PEDIDO DELIMITED BY ALL SPACE
                   INTO TEXTO-NUMERO-PEDIDO NOME-SEQUENCIA
                        TEXTO-SEMENTE-A TEXTO-SEMENTE-B
                        TEXTO-QUANTIDADE-TERMOS SOLICITANTE-CORRENTE
               END-UNSTRING
               IF TEXTO-NUMERO-PEDIDO IS NUMERIC
                   MOVE TEXTO-NUMERO-PEDIDO TO NUMERO-PEDIDO-CORRENTE
               END-IF
           ELSE
               UNSTRING LINHA-PEDIDO DELIMITED BY ALL SPACE
                   INTO NOME-SEQUENCIA TEXTO-SEMENTE-A TEXTO-SEMENTE-B
                        TEXTO-QUANTIDADE-TERMOS SOLICITANTE-CORRENTE
               END-UNSTRING
           END-IF
           MOVE FUNCTION UPPER-CASE(SOLICITANTE-CORRENTE)
               TO SOLICITANTE-CORRENTE
           IF NOME-SEQUENCIA = SPACES
              OR TEXTO-SEMENTE-A = SPACES
              OR TEXTO-SEMENTE-B = SPACES

      * =========================
      * GERACAO DE UMA SEQUENCIA (UM PEDIDO = UMA SECAO DO RELATORIO)
      * CADA TERMO E PROCURADO ANTES NO REPOSITORIO (NOME + SEMENTES +
      * TERMO); SO O QUE FALTA E CALCULADO, E O CALCULADO E GRAVADO.
      * A E B GUARDAM OS DOIS ULTIMOS TERMOS (I-2 E I-1).
       GERAR-SEQUENCIA.
           MOVE 'N' TO FLAG-OVERFLOW-FIBONACCI
           MOVE 0 TO TERMOS-REAPROVEITADOS TERMOS-CALCULADOS
           MOVE A TO SEMENTE-A-CORRENTE
           MOVE B TO SEMENTE-B-CORRENTE
           IF RETOMANDO-PEDIDO
               COMPUTE I = CKPT-I + 1
               MOVE CKPT-A TO A
           END-IF

           PERFORM GERAR-UM-TERMO THRU GERAR-UM-TERMO-EXIT
               UNTIL I > N OR HOUVE-OVERFLOW-FIBONACCI

           MOVE SPACES TO LINHA-CABECALHO-FIBONACCI
           STRING "TERMOS DO REPOSITORIO: "   DELIMITED BY SIZE
                  TERMOS-REAPROVEITADOS       DELIMITED BY SIZE
                  "   CALCULADOS: "           DELIMITED BY SIZE
                  TERMOS-CALCULADOS           DELIMITED BY SIZE
               INTO LINHA-CABECALHO-FIBONACCI
           MOVE LINHA-CABECALHO-FIBONACCI TO REG-LINHA-FIBONACCI
           WRITE REG-LINHA-FIBONACCI
           ADD TERMOS-REAPROVEITADOS TO TOTAL-TERMOS-REAPROVEITADOS
           ADD TERMOS-CALCULADOS     TO TOTAL-TERMOS-CALCULADOS
           PERFORM ANOTAR-ATENDIMENTO-PEDIDO
               THRU ANOTAR-ATENDIMENTO-PEDIDO-EXIT
           PERFORM ANOTAR-PEDIDO-EXTRATO
               THRU ANOTAR-PEDIDO-EXTRATO-EXIT.
       GERAR-SEQUENCIA-EXIT.
           EXIT.

       GERAR-UM-TERMO.
           PERFORM OBTER-TERMO THRU OBTER-TERMO-EXIT
           IF HOUVE-OVERFLOW-FIBONACCI
               DISPLAY "Overflow: termo excede 18 digitos. "
                       "Pedido " NOME-SEQUENCIA " interrompido."
               MOVE "*** SEQUENCIA INTERROMPIDA POR OVERFLOW ***"
                   TO REG-LINHA-FIBONACCI
               WRITE REG-LINHA-FIBONACCI
               GO TO GERAR-UM-TERMO-EXIT
           END-IF
           DISPLAY TEMP
           MOVE SPACES TO LINHA-RELATORIO-EDICAO
           MOVE TEMP TO LINHA-RELATORIO-EDICAO
           MOVE LINHA-RELATORIO-EDICAO TO REG-LINHA-FIBONACCI
           WRITE REG-LINHA-FIBONACCI
           MOVE B TO A
           MOVE TEMP TO B
           DIVIDE I BY INTERVALO-CHECKPOINT-FIB
               GIVING WS-QUOCIENTE-CHECKPOINT-FIB
               REMAINDER WS-RESTO-CHECKPOINT-FIB
       GERAR-UM-TERMO-EXIT.
           EXIT.

      *--- Termo I em TEMP: do repositorio, se ja calculado antes; se
      *--- nao, termo 1 e 2 sao as sementes e os demais a soma dos dois
      *--- anteriores, gravada no repositorio para os proximos pedidos.
       OBTER-TERMO.
           MOVE NOME-SEQUENCIA     TO NOME-TERMO-SEQUENCIA
           MOVE SEMENTE-A-CORRENTE TO SEMENTE-A-TERMO-SEQUENCIA
           MOVE SEMENTE-B-CORRENTE TO SEMENTE-B-TERMO-SEQUENCIA
           MOVE I                  TO NUMERO-TERMO-SEQUENCIA
           SET TERMO-NO-REPOSITORIO TO TRUE
           READ ARQ-TERMOS-SEQUENCIA
               KEY IS CHAVE-TERMO-SEQUENCIA
               INVALID KEY
                   SET TERMO-A-CALCULAR TO TRUE
           END-READ
           IF TERMO-NO-REPOSITORIO
               MOVE VALOR-TERMO-SEQUENCIA TO TEMP
               ADD 1 TO TERMOS-REAPROVEITADOS
               GO TO OBTER-TERMO-EXIT
           END-IF

           EVALUATE I
               WHEN 1
                   MOVE SEMENTE-A-CORRENTE TO TEMP
               WHEN 2
                   MOVE SEMENTE-B-CORRENTE TO TEMP
               WHEN OTHER
                   COMPUTE TEMP = A + B
                       ON SIZE ERROR
                           MOVE 'Y' TO FLAG-OVERFLOW-FIBONACCI
                           GO TO OBTER-TERMO-EXIT
                   END-COMPUTE
           END-EVALUATE
           MOVE NOME-SEQUENCIA     TO NOME-TERMO-SEQUENCIA
           MOVE SEMENTE-A-CORRENTE TO SEMENTE-A-TERMO-SEQUENCIA
           MOVE SEMENTE-B-CORRENTE TO SEMENTE-B-TERMO-SEQUENCIA
           MOVE I                  TO NUMERO-TERMO-SEQUENCIA
           MOVE TEMP               TO VALOR-TERMO-SEQUENCIA
           MOVE WS-DATA-HOJE-FIB   TO DATA-CALCULO-TERMO
           MOVE NUMERO-PEDIDO-CORRENTE TO PEDIDO-ORIGEM-TERMO
           WRITE REG-TERMO-SEQUENCIA
           IF NOT ARQ-TERMOS-SEQUENCIA-OK
               PERFORM 9800-ABEND-TERMOS-SEQUENCIA
                   THRU 9800-ABEND-TERMOS-SEQUENCIA-EXIT
           END-IF
           ADD 1 TO TERMOS-CALCULADOS.
       OBTER-TERMO-EXIT.
           EXIT.

      *--- Atendimento anotado no cadastro de pedidos (so os pedidos
      *--- numerados pela critica).
       ANOTAR-ATENDIMENTO-PEDIDO.
           IF NOT CADASTRO-PEDIDOS-ABERTO
              OR NUMERO-PEDIDO-CORRENTE = 0
               GO TO ANOTAR-ATENDIMENTO-PEDIDO-EXIT
           END-IF
           MOVE NUMERO-PEDIDO-CORRENTE TO NUMERO-PEDIDO-SEQUENCIA
           READ ARQ-PEDIDOS-ACEITOS
               KEY IS NUMERO-PEDIDO-SEQUENCIA
               INVALID KEY
                   DISPLAY "AVISO: pedido " NUMERO-PEDIDO-CORRENTE
                           " ausente de PEDIDOS-SEQUENCIA.DAT."
                   GO TO ANOTAR-ATENDIMENTO-PEDIDO-EXIT
           END-READ
           IF HOUVE-OVERFLOW-FIBONACCI
               SET PEDSEQ-INTERROMPIDO TO TRUE
           ELSE
               SET PEDSEQ-ATENDIDO TO TRUE
           END-IF
           MOVE WS-DATA-HOJE-FIB      TO DATA-ATENDIMENTO-PEDSEQ
           MOVE TERMOS-REAPROVEITADOS TO TERMOS-REPOSITORIO-PEDSEQ
           MOVE TERMOS-CALCULADOS     TO TERMOS-CALCULADOS-PEDSEQ
           REWRITE REG-PEDIDO-SEQUENCIA-ACEITO
           IF NOT ARQ-PEDIDOS-ACEITOS-OK
               PERFORM 9800-ABEND-PEDIDOS-ACEITOS
                   THRU 9800-ABEND-PEDIDOS-ACEITOS-EXIT
           END-IF.
       ANOTAR-ATENDIMENTO-PEDIDO-EXIT.
           EXIT.

      *--- Pedido ja atendido antes da interrupcao: a quantidade de
      *--- termos servidos do repositorio vem do cadastro (zero se o
      *--- pedido nao for numerado).
       RECUPERAR-ATENDIMENTO-ANTERIOR.
           MOVE A TO SEMENTE-A-CORRENTE
           MOVE B TO SEMENTE-B-CORRENTE
           MOVE 0 TO TERMOS-REAPROVEITADOS
           IF NOT CADASTRO-PEDIDOS-ABERTO
              OR NUMERO-PEDIDO-CORRENTE = 0
               GO TO RECUPERAR-ATENDIMENTO-ANTERIOR-EXIT
           END-IF
           MOVE NUMERO-PEDIDO-CORRENTE TO NUMERO-PEDIDO-SEQUENCIA
           READ ARQ-PEDIDOS-ACEITOS
               KEY IS NUMERO-PEDIDO-SEQUENCIA
               INVALID KEY
                   GO TO RECUPERAR-ATENDIMENTO-ANTERIOR-EXIT
           END-READ
           MOVE TERMOS-REPOSITORIO-PEDSEQ TO TERMOS-REAPROVEITADOS.
       RECUPERAR-ATENDIMENTO-ANTERIOR-EXIT.
           EXIT.

       ANOTAR-PEDIDO-EXTRATO.
           IF TOTAL-PEDIDOS-EXTRATO >= 999
               GO TO ANOTAR-PEDIDO-EXTRATO-EXIT
           END-IF
           ADD 1 TO TOTAL-PEDIDOS-EXTRATO
           SET IDX-PEDIDO-EXTRATO TO TOTAL-PEDIDOS-EXTRATO
           MOVE NUMERO-PEDIDO-CORRENTE
               TO NUMERO-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
           MOVE SOLICITANTE-CORRENTE
               TO SOLICITANTE-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
           MOVE NOME-SEQUENCIA
               TO NOME-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
           MOVE SEMENTE-A-CORRENTE
               TO SEMENTE-A-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
           MOVE SEMENTE-B-CORRENTE
               TO SEMENTE-B-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
           MOVE N
               TO TERMOS-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
           MOVE TERMOS-REAPROVEITADOS
               TO REAPROVEITADOS-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO).
       ANOTAR-PEDIDO-EXTRATO-EXIT.
           EXIT.

      * =========================
      * EXTRATO DE LEIAUTE FIXO PARA O SISTEMA ATUARIAL (ATUAREC):
      * REFEITO A CADA EXECUCAO A PARTIR DO REPOSITORIO, COM OS TERMOS
      * DE TODOS OS PEDIDOS ATENDIDOS NO LOTE (INCLUSIVE OS ANTERIORES
      * A UMA RETOMADA), ENTRE CABECALHO E TRAILER DE CONTROLE.
       GRAVAR-EXTRATO-ATUARIAL.
           MOVE 0 TO CONTADOR-DETALHES-EXTRATO SOMA-TERMOS-EXTRATO
           OPEN OUTPUT ARQ-EXTRATO-ATUARIAL
           IF NOT ARQ-EXTRATO-ATUARIAL-OK
               PERFORM 9800-ABEND-EXTRATO-ATUARIAL
                   THRU 9800-ABEND-EXTRATO-ATUARIAL-EXIT
           END-IF
           MOVE SPACES TO REG-EXTRATO-ATUARIAL
           SET REG-ATUARIAL-CABECALHO TO TRUE
           MOVE "FIBONACCI"          TO SISTEMA-CABECALHO-ATUARIAL
           MOVE WS-DATA-HOJE-FIB     TO DATA-CABECALHO-ATUARIAL
           MOVE WS-DATA-HORA-FIBONACCI(9:6)
               TO HORA-CABECALHO-ATUARIAL
           PERFORM GRAVAR-REGISTRO-EXTRATO
               THRU GRAVAR-REGISTRO-EXTRATO-EXIT

           PERFORM EXTRAIR-UM-PEDIDO THRU EXTRAIR-UM-PEDIDO-EXIT
               VARYING IDX-PEDIDO-EXTRATO FROM 1 BY 1
                   UNTIL IDX-PEDIDO-EXTRATO > TOTAL-PEDIDOS-EXTRATO

           MOVE SPACES TO REG-EXTRATO-ATUARIAL
           SET REG-ATUARIAL-TRAILER TO TRUE
           MOVE TOTAL-PEDIDOS-EXTRATO     TO TOTAL-PEDIDOS-ATUARIAL
           MOVE CONTADOR-DETALHES-EXTRATO TO TOTAL-DETALHES-ATUARIAL
           MOVE SOMA-TERMOS-EXTRATO       TO TOTAL-TERMOS-ATUARIAL
           PERFORM GRAVAR-REGISTRO-EXTRATO
               THRU GRAVAR-REGISTRO-EXTRATO-EXIT
           CLOSE ARQ-EXTRATO-ATUARIAL.
       GRAVAR-EXTRATO-ATUARIAL-EXIT.
           EXIT.

       EXTRAIR-UM-PEDIDO.
           MOVE 'N' TO FLAG-FIM-TERMOS-EXTRATO
           PERFORM EXTRAIR-UM-TERMO THRU EXTRAIR-UM-TERMO-EXIT
               VARYING TERMO-EXTRATO FROM 1 BY 1
                   UNTIL TERMO-EXTRATO >
                             TERMOS-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
                      OR FIM-TERMOS-EXTRATO.
       EXTRAIR-UM-PEDIDO-EXIT.
           EXIT.

      *--- Pedido interrompido por overflow: o extrato leva os termos
      *--- existentes, ate o primeiro que falta no repositorio.
       EXTRAIR-UM-TERMO.
           MOVE NOME-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
               TO NOME-TERMO-SEQUENCIA
           MOVE SEMENTE-A-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
               TO SEMENTE-A-TERMO-SEQUENCIA
           MOVE SEMENTE-B-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
               TO SEMENTE-B-TERMO-SEQUENCIA
           MOVE TERMO-EXTRATO TO NUMERO-TERMO-SEQUENCIA
           READ ARQ-TERMOS-SEQUENCIA
               KEY IS CHAVE-TERMO-SEQUENCIA
               INVALID KEY
                   SET FIM-TERMOS-EXTRATO TO TRUE
                   GO TO EXTRAIR-UM-TERMO-EXIT
           END-READ
           MOVE SPACES TO REG-EXTRATO-ATUARIAL
           SET REG-ATUARIAL-DETALHE TO TRUE
           MOVE NUMERO-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
               TO PEDIDO-DETALHE-ATUARIAL
           MOVE SOLICITANTE-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
               TO SOLICITANTE-DETALHE-ATUARIAL
           MOVE NOME-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
               TO NOME-DETALHE-ATUARIAL
           MOVE SEMENTE-A-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
               TO SEMENTE-A-DETALHE-ATUARIAL
           MOVE SEMENTE-B-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
               TO SEMENTE-B-DETALHE-ATUARIAL
           MOVE TERMO-EXTRATO         TO TERMO-DETALHE-ATUARIAL
           MOVE VALOR-TERMO-SEQUENCIA TO VALOR-DETALHE-ATUARIAL
           IF TERMO-EXTRATO >
                  REAPROVEITADOS-PEDIDO-EXTRATO(IDX-PEDIDO-EXTRATO)
               MOVE "C" TO ORIGEM-DETALHE-ATUARIAL
           ELSE
               MOVE "R" TO ORIGEM-DETALHE-ATUARIAL
           END-IF
           PERFORM GRAVAR-REGISTRO-EXTRATO
               THRU GRAVAR-REGISTRO-EXTRATO-EXIT
           ADD 1 TO CONTADOR-DETALHES-EXTRATO
           ADD TERMO-EXTRATO TO SOMA-TERMOS-EXTRATO.
       EXTRAIR-UM-TERMO-EXIT.
           EXIT.

       GRAVAR-REGISTRO-EXTRATO.
           WRITE REG-EXTRATO-ATUARIAL
           IF NOT ARQ-EXTRATO-ATUARIAL-OK
               PERFORM 9800-ABEND-EXTRATO-ATUARIAL
                   THRU 9800-ABEND-EXTRATO-ATUARIAL-EXIT
           END-IF.
       GRAVAR-REGISTRO-EXTRATO-EXIT.
           EXIT.

      *--- Cabecalho da secao: titulo com o nome da sequencia, data da
      *--- execucao, as sementes e a quantidade de termos solicitada,
      *--- no mesmo formato de arquivamento ja usado pelo relatorio.
           IF MODO-ARQUIVO-PEDIDOS
               MOVE LINHA-CABECALHO-FIBONACCI TO REG-LINHA-FIBONACCI
               WRITE REG-LINHA-FIBONACCI
           END-IF
           IF NUMERO-PEDIDO-CORRENTE > 0
               MOVE SPACES TO LINHA-CABECALHO-FIBONACCI
               STRING "PEDIDO: "                DELIMITED BY SIZE
                      NUMERO-PEDIDO-CORRENTE    DELIMITED BY SIZE
                      "   SOLICITANTE: "        DELIMITED BY SIZE
                      FUNCTION TRIM(SOLICITANTE-CORRENTE)
                                                DELIMITED BY SIZE
                   INTO LINHA-CABECALHO-FIBONACCI
               MOVE LINHA-CABECALHO-FIBONACCI TO REG-LINHA-FIBONACCI
               WRITE REG-LINHA-FIBONACCI
           END-IF.
       GRAVAR-CABECALHO-FIB-EXIT.
           EXIT.
                     ==TEXTO-ABEND==         BY
                         =="arquivo de checkpoint de fibonacci"==.

      ******************************************************************
      * 9800-ABEND-TERMOS-SEQUENCIA
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-TERMOS-SEQUENCIA==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-TERMOS-SEQUENCIA-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-TERMOS-SEQUENCIA==
                     ==TEXTO-ABEND==         BY
                         =="repositorio de termos das sequencias"==.

      ******************************************************************
      * 9800-ABEND-PEDIDOS-ACEITOS
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-PEDIDOS-ACEITOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-PEDIDOS-ACEITOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-PEDIDOS-ACEITOS==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de pedidos de sequencia"==.

      ******************************************************************
      * 9800-ABEND-EXTRATO-ATUARIAL
      *   Padrao comum de abort por erro fatal de arquivo (ABENDFIL).
      ******************************************************************
       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-EXTRATO-ATUARIAL==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-EXTRATO-ATUARIAL-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-EXTRATO-ATUARIAL==
                     ==TEXTO-ABEND==         BY
                         =="extrato atuarial de sequencias"==.

       END PROGRAM FIBONACCI.
