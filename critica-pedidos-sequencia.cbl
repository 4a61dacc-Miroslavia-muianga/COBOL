      * MODIFICATION HISTORY.
      *   2026-09-02  R-SILVA   Criacao (criterios de sintaxe iguais
      *                         aos de DECOMPOR-PEDIDO de FIBONACCI).
      *   2026-10-15  R-SILVA   Solicitante obrigatorio (quinto campo
      *                         do pedido); cada pedido aceito recebe
      *                         um numero continuo e e registrado em
      *                         PEDIDOS-SEQUENCIA.DAT (PSEQREC); o
      *                         arquivo limpo leva o numero na frente
      *                         e o relatorio lista os aceitos.
      *                         Sementes guardadas antes da simulacao
      *                         de overflow (a tabela de duplicatas
      *                         recebia os termos finais simulados).
      *   2026-10-15  R-SILVA   RETURN-CODE atribuido depois do
      *                         registro no controle de execucao
      *                         (a chamada ao REGISTRA-EXECUCAO
      *                         zerava a severidade).
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-RECUSAS.

           SELECT ARQ-PEDIDOS-ACEITOS
               ASSIGN TO "PEDIDOS-SEQUENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PEDIDO-SEQUENCIA
               FILE STATUS IS STATUS-ARQ-PEDIDOS-ACEITOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS-SEQUENCIA.
       01  REG-PEDIDO-SEQUENCIA PIC X(70).

      *--- Linha limpa: numero do pedido (6), espaco, linha original.
       FD  ARQ-PEDIDOS-CRITICADOS.
       01  REG-PEDIDO-CRITICADO PIC X(80).

       FD  ARQ-RELATORIO-RECUSAS.
       01  REG-LINHA-RECUSA     PIC X(110).

       FD  ARQ-PEDIDOS-ACEITOS.
       COPY PSEQREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==ARQ-RELATORIO-RECUSAS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-RECUSAS-ERRO-OUTRO==.
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

       01 FLAG-FIM-PEDIDOS        PIC X VALUE 'N'.
           88 FIM-PEDIDOS              VALUE 'Y'.
       01 TEXTO-SEMENTE-A         PIC X(20) VALUE SPACES.
       01 TEXTO-SEMENTE-B         PIC X(20) VALUE SPACES.
       01 TEXTO-QUANTIDADE-TERMOS PIC X(6) VALUE SPACES.
       01 SOLICITANTE-PEDIDO      PIC X(12) VALUE SPACES.
       01 SEMENTE-A-PEDIDO        PIC 9(18) VALUE 0.
       01 SEMENTE-B-PEDIDO        PIC 9(18) VALUE 0.
       01 N                       PIC 9(3) VALUE 0.
       01 WS-N-ENTRADA            PIC 9(6) VALUE 0.
       01 A                       PIC 9(18) VALUE 0.
       01 FLAG-TABELA-ACEITOS-CHEIA PIC X VALUE 'N'.
           88 TABELA-ACEITOS-CHEIA     VALUE 'S'.

      * --- Numeracao continua dos pedidos aceitos ---------------------
       01 PROXIMO-NUMERO-PEDIDO   PIC 9(6) VALUE 0.
       01 PRIMEIRO-NUMERO-DO-LOTE PIC 9(6) VALUE 0.
       01 FLAG-FIM-ACEITOS        PIC X VALUE 'N'.
           88 FIM-ACEITOS              VALUE 'S'.
       01 WS-DATA-HORA-EXECUCAO   PIC X(21).
       01 WS-DATA-HOJE            PIC 9(8) VALUE 0.

      * --- Totais e edicao --------------------------------------------
       01 CONTADOR-PEDIDOS-LIDOS  PIC 9(4) VALUE 0.
       01 CONTADOR-PEDIDOS-LIMPOS PIC 9(4) VALUE 0.
               PERFORM 9800-ABEND-RELATORIO-RECUSAS
                   THRU 9800-ABEND-RELATORIO-RECUSAS-EXIT
           END-IF
           PERFORM 1100-ABRIR-PEDIDOS-ACEITOS THRU 1100-EXIT
           MOVE "CRITICA DE PEDIDOS DE SEQUENCIA: ACEITOS E RECUSAS"
               TO REG-LINHA-RECUSA
           WRITE REG-LINHA-RECUSA
           MOVE ALL "-" TO REG-LINHA-RECUSA
       1000-EXIT.
           EXIT.

      *--- Cadastro de pedidos aceitos (criado na primeira execucao) e
      *--- apuracao do maior numero ja usado: a numeracao e continua
      *--- entre execucoes.
       1100-ABRIR-PEDIDOS-ACEITOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE
           OPEN I-O ARQ-PEDIDOS-ACEITOS
           IF NOT ARQ-PEDIDOS-ACEITOS-OK
               OPEN OUTPUT ARQ-PEDIDOS-ACEITOS
               CLOSE ARQ-PEDIDOS-ACEITOS
               OPEN I-O ARQ-PEDIDOS-ACEITOS
               IF NOT ARQ-PEDIDOS-ACEITOS-OK
                   PERFORM 9800-ABEND-PEDIDOS-ACEITOS
                       THRU 9800-ABEND-PEDIDOS-ACEITOS-EXIT
               END-IF
           END-IF
           MOVE 0 TO PROXIMO-NUMERO-PEDIDO
           MOVE 'N' TO FLAG-FIM-ACEITOS
           MOVE 0 TO NUMERO-PEDIDO-SEQUENCIA
           START ARQ-PEDIDOS-ACEITOS
               KEY IS NOT LESS THAN NUMERO-PEDIDO-SEQUENCIA
               INVALID KEY
                   SET FIM-ACEITOS TO TRUE
           END-START
           PERFORM 1110-APURAR-MAIOR-NUMERO THRU 1110-EXIT
               UNTIL FIM-ACEITOS
           COMPUTE PRIMEIRO-NUMERO-DO-LOTE = PROXIMO-NUMERO-PEDIDO + 1.
       1100-EXIT.
           EXIT.

       1110-APURAR-MAIOR-NUMERO.
           READ ARQ-PEDIDOS-ACEITOS NEXT RECORD
               AT END
                   SET FIM-ACEITOS TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF NUMERO-PEDIDO-SEQUENCIA > PROXIMO-NUMERO-PEDIDO
               MOVE NUMERO-PEDIDO-SEQUENCIA TO PROXIMO-NUMERO-PEDIDO
           END-IF.
       1110-EXIT.
           EXIT.

      * =========================
       2000-CRITICAR-PEDIDOS.
           PERFORM 2100-LER-PROXIMO-PEDIDO THRU 2100-EXIT
           IF MOTIVO-RECUSA-PEDIDO = SPACES
               ADD 1 TO CONTADOR-PEDIDOS-LIMPOS
               PERFORM 2600-ANOTAR-PEDIDO-ACEITO THRU 2600-EXIT
               PERFORM 2700-REGISTRAR-PEDIDO-ACEITO THRU 2700-EXIT
               MOVE SPACES TO REG-PEDIDO-CRITICADO
               STRING NUMERO-PEDIDO-SEQUENCIA      DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(REG-PEDIDO-SEQUENCIA)
                                                   DELIMITED BY SIZE
                   INTO REG-PEDIDO-CRITICADO
               WRITE REG-PEDIDO-CRITICADO
               IF NOT ARQ-PEDIDOS-CRITICADOS-OK
                   PERFORM 9800-ABEND-PEDIDOS-CRITICADOS
                       THRU 9800-ABEND-PEDIDOS-CRITICADOS-EXIT
               END-IF
               MOVE SPACES TO LINHA-RECUSA-EDICAO
               STRING "PEDIDO "                    DELIMITED BY SIZE
                      NUMERO-PEDIDO-SEQUENCIA      DELIMITED BY SIZE
                      " ACEITO: "                  DELIMITED BY SIZE
                      FUNCTION TRIM(REG-PEDIDO-SEQUENCIA)
                                                   DELIMITED BY SIZE
                   INTO LINHA-RECUSA-EDICAO
               MOVE LINHA-RECUSA-EDICAO TO REG-LINHA-RECUSA
               WRITE REG-LINHA-RECUSA
           ELSE
               ADD 1 TO CONTADOR-PEDIDOS-RECUSADOS
               MOVE SPACES TO LINHA-RECUSA-EDICAO

      *--- Mesmos criterios de sintaxe de DECOMPOR-PEDIDO de FIBONACCI:
      *--- quatro campos, quantidade numerica de 1 a 999, sementes que
      *--- cabem em 18 digitos; mais o solicitante (quinto campo), que
      *--- e obrigatorio para o pedido ser numerado e registrado.
       2300-DECOMPOR-PEDIDO.
           MOVE SPACES TO NOME-SEQUENCIA TEXTO-SEMENTE-A
                          TEXTO-SEMENTE-B TEXTO-QUANTIDADE-TERMOS
                          SOLICITANTE-PEDIDO
           UNSTRING REG-PEDIDO-SEQUENCIA DELIMITED BY ALL SPACE
               INTO NOME-SEQUENCIA TEXTO-SEMENTE-A TEXTO-SEMENTE-B
                    TEXTO-QUANTIDADE-TERMOS SOLICITANTE-PEDIDO
           END-UNSTRING
           IF NOME-SEQUENCIA = SPACES
              OR TEXTO-SEMENTE-A = SPACES
                   TO MOTIVO-RECUSA-PEDIDO
               GO TO 2300-EXIT
           END-IF
           IF SOLICITANTE-PEDIDO = SPACES
               MOVE "solicitante nao informado (quinto campo)"
                   TO MOTIVO-RECUSA-PEDIDO
               GO TO 2300-EXIT
           END-IF

           MOVE TEXTO-QUANTIDADE-TERMOS TO TOKEN-NUMERICO-EXAMINADO
           PERFORM 2350-CONFERIR-TOKEN-NUMERICO THRU 2350-EXIT
               ON SIZE ERROR
                   MOVE "semente B nao cabe em 18 digitos"
                       TO MOTIVO-RECUSA-PEDIDO
           END-COMPUTE
      *--- A simulacao de overflow (2500) consome A e B; as sementes
      *--- do pedido ficam guardadas para a duplicata e o cadastro.
           MOVE A TO SEMENTE-A-PEDIDO
           MOVE B TO SEMENTE-B-PEDIDO.
       2300-EXIT.
           EXIT.

           ADD 1 TO TOTAL-PEDIDOS-ACEITOS
           SET IDX-PEDIDO-ACEITO TO TOTAL-PEDIDOS-ACEITOS
           MOVE NOME-SEQUENCIA TO ACEITO-NOME(IDX-PEDIDO-ACEITO)
           MOVE SEMENTE-A-PEDIDO TO ACEITO-SEMENTE-A(IDX-PEDIDO-ACEITO)
           MOVE SEMENTE-B-PEDIDO TO ACEITO-SEMENTE-B(IDX-PEDIDO-ACEITO)
           MOVE N TO ACEITO-TERMOS(IDX-PEDIDO-ACEITO).
       2600-EXIT.
           EXIT.

      *--- Numera o pedido aceito e registra solicitante e parametros
      *--- no cadastro; FIBONACCI anota o atendimento no mesmo registro.
       2700-REGISTRAR-PEDIDO-ACEITO.
           ADD 1 TO PROXIMO-NUMERO-PEDIDO
           INITIALIZE REG-PEDIDO-SEQUENCIA-ACEITO
           MOVE PROXIMO-NUMERO-PEDIDO TO NUMERO-PEDIDO-SEQUENCIA
           MOVE FUNCTION UPPER-CASE(SOLICITANTE-PEDIDO)
               TO SOLICITANTE-PEDIDO-SEQUENCIA
           MOVE NOME-SEQUENCIA        TO NOME-PEDIDO-SEQUENCIA
           MOVE SEMENTE-A-PEDIDO      TO SEMENTE-A-PEDIDO-SEQUENCIA
           MOVE SEMENTE-B-PEDIDO      TO SEMENTE-B-PEDIDO-SEQUENCIA
           MOVE N                     TO TERMOS-PEDIDO-SEQUENCIA
           MOVE WS-DATA-HOJE          TO DATA-PEDIDO-SEQUENCIA
           SET PEDSEQ-AGUARDANDO TO TRUE
           WRITE REG-PEDIDO-SEQUENCIA-ACEITO
           IF NOT ARQ-PEDIDOS-ACEITOS-OK
               PERFORM 9800-ABEND-PEDIDOS-ACEITOS
                   THRU 9800-ABEND-PEDIDOS-ACEITOS-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           MOVE ALL "-" TO REG-LINHA-RECUSA
           CLOSE ARQ-PEDIDOS-SEQUENCIA
           CLOSE ARQ-PEDIDOS-CRITICADOS
           CLOSE ARQ-RELATORIO-RECUSAS
           CLOSE ARQ-PEDIDOS-ACEITOS

           DISPLAY "Critica de pedidos de sequencia concluida."
           DISPLAY "Pedidos lidos....: " CONTADOR-PEDIDOS-LIDOS
           DISPLAY "Pedidos limpos...: " CONTADOR-PEDIDOS-LIMPOS
           DISPLAY "Pedidos recusados: " CONTADOR-PEDIDOS-RECUSADOS
           IF CONTADOR-PEDIDOS-LIMPOS > 0
               DISPLAY "Pedidos numerados: " PRIMEIRO-NUMERO-DO-LOTE
                       " a " PROXIMO-NUMERO-PEDIDO
                       " (PEDIDOS-SEQUENCIA.DAT)"
           END-IF
           DISPLAY "Arquivo limpo em SEQUENCIAS-PEDIDOS-CRITICADOS.TXT"
           DISPLAY "Recusas em RELATORIO-REJEICAO-PEDIDOS.TXT"

      *--- pode rodar com o arquivo limpo, mas o grupo solicitante
      *--- precisa ser avisado).
           IF CONTADOR-PEDIDOS-RECUSADOS > 0
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           MOVE CONTADOR-PEDIDOS-LIDOS     TO REGISTROS-PARA-CONTROLE
           MOVE CONTADOR-PEDIDOS-LIMPOS    TO VALIDOS-PARA-CONTROLE
           MOVE CONTADOR-PEDIDOS-RECUSADOS TO INVALIDOS-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
      *--- RETURN-CODE so depois do REGISTRA-EXECUCAO, cuja chamada o
      *--- zera.
           IF SITUACAO-PARA-CONTROLE = "AVISOS"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

                     ==TEXTO-ABEND==         BY
                         =="arquivo de relatorio de recusas"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-PEDIDOS-ACEITOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-PEDIDOS-ACEITOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-PEDIDOS-ACEITOS==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de pedidos de sequencia"==.

       END PROGRAM CRITICA-PEDIDOS-SEQUENCIA.
