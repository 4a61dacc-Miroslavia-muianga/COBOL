      *                   COM RETURN-CODE 4 QUANDO HA APONTAMENTO. UM
      *                   CICLO QUE PARTIU NOVENTA MINUTOS ATRASADO
      *                   DEIXA DE PARECER IGUAL A UM SAUDAVEL.
      * 2026-10-15 RMS    ALTERACOES PENDENTES DOS CADASTROS DE
      *                   REFERENCIA (ALTERACOES-PENDENTES.DAT) HA MAIS
      *                   DE DOIS DIAS SEM APROVACAO OU REJEICAO SAO
      *                   LISTADAS NO PAINEL, COM RETURN-CODE 4.
      * 2026-10-15 RMS    O CICLO DE REFERENCIA PASSA A SER O DO DIA
      *                   UTIL ANTERIOR (SERVICO-DIAS-UTEIS): NA
      *                   SEGUNDA-FEIRA E APOS FERIADO O PAINEL MOSTRA
      *                   O ULTIMO CICLO DE DIA UTIL, NAO O DE ONTEM.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-GRADE-JOBS.

           SELECT ARQ-ALTERACOES-PENDENTES
               ASSIGN TO "ALTERACOES-PENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ALTERACAO
               FILE STATUS IS STATUS-ARQ-ALTERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RUN-CONTROLE.
       FD  ARQ-GRADE-JOBS.
       01  REG-LINHA-GRADE             PIC X(80).

       FD  ARQ-ALTERACOES-PENDENTES.
       COPY PENDMREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
       01  FLAG-FIM-CONTROLE              PIC X VALUE 'N'.
           88 FIM-CONTROLE                     VALUE 'Y'.

      * --- Data de referencia do painel (DIA UTIL ANTERIOR) -----------
       01  WS-DATA-HORA-CORRENTE          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.
       01  WS-DATA-ONTEM                  PIC 9(8) VALUE 0.
       COPY DUTREC.

      * --- Jobs esperados do ciclo noturno ----------------------------
       01  TABELA-JOBS-ESPERADOS-LIT.
       01  WS-MINUTOS-DECORRIDOS          PIC S9(5) VALUE 0.
       01  CONTADOR-APONTAMENTOS-SLA      PIC 9(3) VALUE 0.

      * --- Alteracoes pendentes de aprovacao (dupla custodia) --------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-ALTERACOES==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-ALTERACOES-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-ALTERACOES-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-ALTERACOES-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-ALTERACOES-ERRO-OUTRO==.
       01  FLAG-FIM-ALTERACOES            PIC X VALUE 'N'.
           88 FIM-ALTERACOES                   VALUE 'Y'.
       01  LIMITE-MINUTOS-PENDENTE        PIC 9(5) VALUE 2880.
       01  WS-DATA-CRIACAO                PIC 9(8) VALUE 0.
       01  WS-HORA-CRIACAO                PIC 9(4) VALUE 0.
       01  WS-HORA-CORRENTE               PIC 9(4) VALUE 0.
       01  WS-MINUTOS-PENDENTE            PIC S9(9) VALUE 0.
       01  DIAS-PENDENTE-EDITADO          PIC ZZZ9.
       01  CONTADOR-PENDENTES-VENCIDAS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-PREPARAR-PAINEL THRU 1000-EXIT
           PERFORM 2000-VARRER-CONTROLE THRU 2000-EXIT
           PERFORM 3000-RELATAR-AUSENTES THRU 3000-EXIT
           PERFORM 3500-RELATAR-SLA-GRADE THRU 3500-EXIT
           PERFORM 3600-RELATAR-PENDENTES THRU 3600-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-PREPARAR-PAINEL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-CORRENTE
           MOVE WS-DATA-HORA-CORRENTE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO DUT-DATA-INICIAL
           SET DUT-FUNCAO-ANTERIOR TO TRUE
           CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
           MOVE DUT-DATA-RESULTADO TO WS-DATA-ONTEM

           MOVE ALL 'N' TO TABELA-JOBS-VISTOS

       3550-EXIT.
           EXIT.

      * =========================
      * ALTERACOES DE CADASTRO DE REFERENCIA HA MAIS DE DOIS DIAS
      * (2880 MINUTOS CONTADOS DO CARIMBO DE CRIACAO) ESPERANDO O
      * SEGUNDO OPERADOR. SEM O ARQUIVO NAO HA PENDENCIA A RELATAR.
       3600-RELATAR-PENDENTES.
           OPEN INPUT ARQ-ALTERACOES-PENDENTES
           IF NOT ARQ-ALTERACOES-OK
               GO TO 3600-EXIT
           END-IF
           MOVE WS-DATA-HORA-CORRENTE(9:4) TO WS-HORA-CORRENTE
           MOVE ALL "-" TO REG-LINHA-PAINEL
           WRITE REG-LINHA-PAINEL
           MOVE "ALTERACOES PENDENTES HA MAIS DE DOIS DIAS:"
               TO REG-LINHA-PAINEL
           WRITE REG-LINHA-PAINEL
           MOVE 'N' TO FLAG-FIM-ALTERACOES
           MOVE 0 TO NUMERO-ALTERACAO
           START ARQ-ALTERACOES-PENDENTES
               KEY IS NOT LESS THAN NUMERO-ALTERACAO
               INVALID KEY
                   SET FIM-ALTERACOES TO TRUE
           END-START
           PERFORM 3610-CONFERIR-PENDENTE THRU 3610-EXIT
               UNTIL FIM-ALTERACOES
           CLOSE ARQ-ALTERACOES-PENDENTES
           IF CONTADOR-PENDENTES-VENCIDAS = 0
               MOVE "(NENHUMA)" TO REG-LINHA-PAINEL
               WRITE REG-LINHA-PAINEL
           END-IF.
       3600-EXIT.
           EXIT.

       3610-CONFERIR-PENDENTE.
           READ ARQ-ALTERACOES-PENDENTES NEXT RECORD
               AT END
                   SET FIM-ALTERACOES TO TRUE
                   GO TO 3610-EXIT
           END-READ
           IF NOT ALTERACAO-PENDENTE
              OR DATA-HORA-CRIACAO-ALTERACAO(1:12) NOT NUMERIC
               GO TO 3610-EXIT
           END-IF
           MOVE DATA-HORA-CRIACAO-ALTERACAO(1:8) TO WS-DATA-CRIACAO
           MOVE DATA-HORA-CRIACAO-ALTERACAO(9:4) TO WS-HORA-CRIACAO
           COMPUTE WS-MINUTOS-PENDENTE =
               (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                - FUNCTION INTEGER-OF-DATE(WS-DATA-CRIACAO)) * 1440
               + (WS-HORA-CORRENTE / 100) * 60
               + FUNCTION MOD(WS-HORA-CORRENTE, 100)
               - (WS-HORA-CRIACAO / 100) * 60
               - FUNCTION MOD(WS-HORA-CRIACAO, 100)
           IF WS-MINUTOS-PENDENTE NOT > LIMITE-MINUTOS-PENDENTE
               GO TO 3610-EXIT
           END-IF
           ADD 1 TO CONTADOR-PENDENTES-VENCIDAS
           COMPUTE DIAS-PENDENTE-EDITADO = WS-MINUTOS-PENDENTE / 1440
           MOVE SPACES TO LINHA-PAINEL-EDICAO
           STRING "PENDENTE........: "      DELIMITED BY SIZE
                  NUMERO-ALTERACAO          DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  CADASTRO-ALTERACAO        DELIMITED BY SPACE
                  " "                       DELIMITED BY SIZE
                  CHAVE-ALTERACAO(1:8)      DELIMITED BY SPACE
                  " POR "                   DELIMITED BY SIZE
                  OPERADOR-CRIADOR-ALTERACAO DELIMITED BY SPACE
                  " HA "                    DELIMITED BY SIZE
                  DIAS-PENDENTE-EDITADO     DELIMITED BY SIZE
                  " DIAS"                   DELIMITED BY SIZE
               INTO LINHA-PAINEL-EDICAO
           MOVE LINHA-PAINEL-EDICAO TO REG-LINHA-PAINEL
           WRITE REG-LINHA-PAINEL
           DISPLAY LINHA-PAINEL-EDICAO.
       3610-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           CLOSE ARQ-RUN-CONTROLE
               DISPLAY "Apontamentos de SLA: "
                       CONTADOR-APONTAMENTOS-SLA
           END-IF
           DISPLAY "Alteracoes pendentes ha mais de dois dias: "
                   CONTADOR-PENDENTES-VENCIDAS
           DISPLAY "Painel gravado em RELATORIO-PAINEL-OPERACOES.TXT"
      *--- Severidade para o scheduler: 4 quando a janela saiu do
      *--- combinado com a grade ou ha alteracao de cadastro parada
      *--- a espera de aprovacao.
           IF CONTADOR-APONTAMENTOS-SLA > 0
              OR CONTADOR-PENDENTES-VENCIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
