       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-CONTATOS-SUBMISSORES.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * CONFERENCIA NOTURNA DOS CONTATOS DAS EQUIPES SUBMISSORAS: O
      * CONTATO DE CADA EQUIPE E A MATRICULA DE UM FUNCIONARIO
      * (SUBMREC), MAS O FUNCIONARIO PODE SER DESLIGADO OU TRANSFERIDO
      * DEPOIS DO CADASTRO DA EQUIPE, E OS AVISOS DE REJEICAO PASSAM A
      * IR PARA NINGUEM. ESTE JOB PERCORRE AS EQUIPES ATIVAS DE
      * SUBMISSORES.DAT, CONFERE O CONTATO EM FUNCIONARIOS.DAT E:
      *   - REGRAVA SITUACAO-CONTATO-SUBMISSOR ('R' REGULAR, 'D'
      *     DESLIGADO, 'F' LOTADO FORA DO DEPTO-SUBMISSOR, 'N' MATRICULA
      *     AUSENTE DO CADASTRO), QUE AVISOS-POR-SUBMISSOR DESTACA NO
      *     CABECALHO DO AVISO ENQUANTO NAO FOR 'R';
      *   - LISTA EM RELATORIO-CONTATOS-SUBMISSORES.TXT CADA EQUIPE
      *     ATIVA COM CONTATO IRREGULAR.
      * EQUIPE INATIVA NAO E CONFERIDA (NAO RECEBE AVISO NOVO).
      * RC 4 QUANDO HA EQUIPE ATIVA COM CONTATO IRREGULAR.
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
           SELECT ARQ-SUBMISSORES
               ASSIGN TO "SUBMISSORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-SUBMISSOR
               FILE STATUS IS STATUS-ARQ-SUBMISSORES.

           SELECT ARQ-FUNCIONARIOS
               ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-FUNCIONARIO
               FILE STATUS IS STATUS-ARQ-FUNCIONARIOS.

           SELECT ARQ-RELATORIO-CONTATOS
               ASSIGN TO "RELATORIO-CONTATOS-SUBMISSORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-RELATORIO-CONTATOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SUBMISSORES.
       COPY SUBMREC.

       FD  ARQ-FUNCIONARIOS.
       COPY FUNCREC.

       FD  ARQ-RELATORIO-CONTATOS.
       01  REG-LINHA-CONTATOS          PIC X(110).

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
                         ==STATUS-ARQ-RELATORIO-CONTATOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RELATORIO-CONTATOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RELATORIO-CONTATOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RELATORIO-CONTATOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RELATORIO-CONTATOS-ERRO-OUTRO==.

       01  FLAG-FIM-SUBMISSORES           PIC X VALUE 'N'.
           88 FIM-SUBMISSORES                  VALUE 'Y'.

      * --- Apuracao do contato da equipe corrente ---------------------
       01  SITUACAO-CONTATO-APURADA       PIC X VALUE SPACE.
           88 APURADO-REGULAR                  VALUE 'R'.
           88 APURADO-DESLIGADO                VALUE 'D'.
           88 APURADO-FORA-DO-DEPTO            VALUE 'F'.
           88 APURADO-NAO-CADASTRADO           VALUE 'N'.
       01  NOME-CONTATO-APURADO           PIC X(20) VALUE SPACES.
       01  DEPTO-CONTATO-APURADO          PIC X(4) VALUE SPACES.
       01  MOTIVO-IRREGULARIDADE          PIC X(30) VALUE SPACES.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-HOJE                   PIC 9(8) VALUE 0.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-EQUIPES-LIDAS         PIC 9(5) VALUE 0.
       01  CONTADOR-EQUIPES-INATIVAS      PIC 9(5) VALUE 0.
       01  CONTADOR-EQUIPES-CONFERIDAS    PIC 9(5) VALUE 0.
       01  CONTADOR-CONTATOS-IRREGULARES  PIC 9(5) VALUE 0.
       01  CONTADOR-SITUACOES-REGRAVADAS  PIC 9(5) VALUE 0.
       01  LINHA-CONTATOS-EDICAO          PIC X(110) VALUE SPACES.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "CONFERE-CONTATOS-SUBMISSORES".
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
           PERFORM 2000-CONFERIR-EQUIPES THRU 2000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
       1000-ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-HOJE

           OPEN I-O ARQ-SUBMISSORES
           IF ARQ-SUBMISSORES-NAO-ENCONTRADO
               DISPLAY "Nenhum cadastro de submissores; "
                       "nada a conferir."
               MOVE "FIM"    TO EVENTO-PARA-CONTROLE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
               PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
               STOP RUN
           END-IF
           IF NOT ARQ-SUBMISSORES-OK
               PERFORM 9800-ABEND-SUBMISSORES
                   THRU 9800-ABEND-SUBMISSORES-EXIT
           END-IF
      *--- Sem o cadastro de funcionarios nao ha como conferir: marcar
      *--- todo contato como ausente seria alarme falso.
           OPEN INPUT ARQ-FUNCIONARIOS
           IF NOT ARQ-FUNCIONARIOS-OK
               PERFORM 9800-ABEND-FUNCIONARIOS
                   THRU 9800-ABEND-FUNCIONARIOS-EXIT
           END-IF
           OPEN OUTPUT ARQ-RELATORIO-CONTATOS
           IF NOT ARQ-RELATORIO-CONTATOS-OK
               PERFORM 9800-ABEND-RELATORIO-CONTATOS
                   THRU 9800-ABEND-RELATORIO-CONTATOS-EXIT
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO LINHA-CONTATOS-EDICAO
           STRING "EQUIPES SUBMISSORAS ATIVAS COM CONTATO IRREGULAR"
                                              DELIMITED BY SIZE
                  "   DATA: "                 DELIMITED BY SIZE
                  WS-DATA-HOJE                DELIMITED BY SIZE
               INTO LINHA-CONTATOS-EDICAO
           MOVE LINHA-CONTATOS-EDICAO TO REG-LINHA-CONTATOS
           WRITE REG-LINHA-CONTATOS
           MOVE "EQUIPE   NOME DA EQUIPE                 DEPTO CONTATO"
               TO LINHA-CONTATOS-EDICAO
           MOVE "NOME DO CONTATO      LOTACAO SITUACAO"
               TO LINHA-CONTATOS-EDICAO(55:37)
           MOVE LINHA-CONTATOS-EDICAO TO REG-LINHA-CONTATOS
           WRITE REG-LINHA-CONTATOS
           MOVE ALL "-" TO REG-LINHA-CONTATOS
           WRITE REG-LINHA-CONTATOS.
       1100-EXIT.
           EXIT.

      * =========================
       2000-CONFERIR-EQUIPES.
           MOVE SPACES TO CHAVE-SUBMISSOR
           START ARQ-SUBMISSORES
               KEY IS NOT LESS THAN CHAVE-SUBMISSOR
               INVALID KEY
                   SET FIM-SUBMISSORES TO TRUE
           END-START
           PERFORM 2100-CONFERIR-PROXIMA-EQUIPE THRU 2100-EXIT
               UNTIL FIM-SUBMISSORES
           IF CONTADOR-CONTATOS-IRREGULARES = 0
               MOVE "(NENHUMA EQUIPE ATIVA COM CONTATO IRREGULAR)"
                   TO REG-LINHA-CONTATOS
               WRITE REG-LINHA-CONTATOS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CONFERIR-PROXIMA-EQUIPE.
           READ ARQ-SUBMISSORES NEXT RECORD
               AT END
                   SET FIM-SUBMISSORES TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO CONTADOR-EQUIPES-LIDAS
           IF SUBMISSOR-INATIVO
               ADD 1 TO CONTADOR-EQUIPES-INATIVAS
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO CONTADOR-EQUIPES-CONFERIDAS
           PERFORM 2200-APURAR-CONTATO THRU 2200-EXIT
      *--- Situacao so e regravada quando muda: a maior parte das
      *--- noites nao toca no cadastro.
           IF SITUACAO-CONTATO-SUBMISSOR NOT = SITUACAO-CONTATO-APURADA
               MOVE SITUACAO-CONTATO-APURADA
                   TO SITUACAO-CONTATO-SUBMISSOR
               REWRITE REG-SUBMISSOR
               IF NOT ARQ-SUBMISSORES-OK
                   PERFORM 9800-ABEND-SUBMISSORES
                       THRU 9800-ABEND-SUBMISSORES-EXIT
               END-IF
               ADD 1 TO CONTADOR-SITUACOES-REGRAVADAS
           END-IF
           IF NOT APURADO-REGULAR
               ADD 1 TO CONTADOR-CONTATOS-IRREGULARES
               PERFORM 2300-LISTAR-EQUIPE THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-APURAR-CONTATO.
           MOVE SPACES TO NOME-CONTATO-APURADO
           MOVE SPACES TO DEPTO-CONTATO-APURADO
           IF MATRICULA-CONTATO-SUBMISSOR NOT NUMERIC
               SET APURADO-NAO-CADASTRADO TO TRUE
               MOVE "CONTATO NAO E MATRICULA" TO MOTIVO-IRREGULARIDADE
               GO TO 2200-EXIT
           END-IF
           MOVE MATRICULA-CONTATO-SUBMISSOR TO CHAVE-FUNCIONARIO
           READ ARQ-FUNCIONARIOS
               KEY IS CHAVE-FUNCIONARIO
               INVALID KEY
                   SET APURADO-NAO-CADASTRADO TO TRUE
                   MOVE "MATRICULA NAO CADASTRADA"
                       TO MOTIVO-IRREGULARIDADE
                   GO TO 2200-EXIT
           END-READ
           MOVE NOME-FUNCIONARIO  TO NOME-CONTATO-APURADO
           MOVE DEPTO-FUNCIONARIO TO DEPTO-CONTATO-APURADO
           IF FUNCIONARIO-DESLIGADO
               SET APURADO-DESLIGADO TO TRUE
               MOVE "CONTATO DESLIGADO" TO MOTIVO-IRREGULARIDADE
               GO TO 2200-EXIT
           END-IF
           IF DEPTO-FUNCIONARIO NOT = DEPTO-SUBMISSOR
               SET APURADO-FORA-DO-DEPTO TO TRUE
               MOVE "CONTATO FORA DO DEPTO DONO"
                   TO MOTIVO-IRREGULARIDADE
               GO TO 2200-EXIT
           END-IF
           SET APURADO-REGULAR TO TRUE.
       2200-EXIT.
           EXIT.

       2300-LISTAR-EQUIPE.
           MOVE SPACES TO LINHA-CONTATOS-EDICAO
           STRING CHAVE-SUBMISSOR              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  NOME-EQUIPE-SUBMISSOR        DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  DEPTO-SUBMISSOR              DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  CONTATO-SUBMISSOR(1:5)       DELIMITED BY SIZE
                  "   "                        DELIMITED BY SIZE
                  NOME-CONTATO-APURADO         DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  DEPTO-CONTATO-APURADO        DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  MOTIVO-IRREGULARIDADE        DELIMITED BY SIZE
               INTO LINHA-CONTATOS-EDICAO
           MOVE LINHA-CONTATOS-EDICAO TO REG-LINHA-CONTATOS
           WRITE REG-LINHA-CONTATOS.
       2300-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           MOVE ALL "=" TO REG-LINHA-CONTATOS
           WRITE REG-LINHA-CONTATOS
           MOVE SPACES TO LINHA-CONTATOS-EDICAO
           STRING "EQUIPES LIDAS: "            DELIMITED BY SIZE
                  CONTADOR-EQUIPES-LIDAS       DELIMITED BY SIZE
                  "   CONFERIDAS: "            DELIMITED BY SIZE
                  CONTADOR-EQUIPES-CONFERIDAS  DELIMITED BY SIZE
                  "   INATIVAS: "              DELIMITED BY SIZE
                  CONTADOR-EQUIPES-INATIVAS    DELIMITED BY SIZE
                  "   CONTATO IRREGULAR: "     DELIMITED BY SIZE
                  CONTADOR-CONTATOS-IRREGULARES
                                               DELIMITED BY SIZE
               INTO LINHA-CONTATOS-EDICAO
           MOVE LINHA-CONTATOS-EDICAO TO REG-LINHA-CONTATOS
           WRITE REG-LINHA-CONTATOS

           CLOSE ARQ-SUBMISSORES
           CLOSE ARQ-FUNCIONARIOS
           CLOSE ARQ-RELATORIO-CONTATOS

           DISPLAY "Conferencia de contatos de submissores concluida."
           DISPLAY "Equipes lidas........: " CONTADOR-EQUIPES-LIDAS
           DISPLAY "Equipes conferidas...: " CONTADOR-EQUIPES-CONFERIDAS
           DISPLAY "Contato irregular....: "
                   CONTADOR-CONTATOS-IRREGULARES
           DISPLAY "Situacoes regravadas.: "
                   CONTADOR-SITUACOES-REGRAVADAS
           DISPLAY "Lista em RELATORIO-CONTATOS-SUBMISSORES.TXT"

      *--- Severidade para o scheduler: 4 quando alguma equipe ativa
      *--- esta sem contato valido.
           IF CONTADOR-CONTATOS-IRREGULARES > 0
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           ELSE
               MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-EQUIPES-LIDAS TO REGISTROS-PARA-CONTROLE
           COMPUTE VALIDOS-PARA-CONTROLE =
               CONTADOR-EQUIPES-CONFERIDAS
                   - CONTADOR-CONTATOS-IRREGULARES
           MOVE CONTADOR-CONTATOS-IRREGULARES
               TO INVALIDOS-PARA-CONTROLE
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
                         ==9800-ABEND-SUBMISSORES==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-SUBMISSORES-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-SUBMISSORES==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de submissores"==.

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
                         ==9800-ABEND-RELATORIO-CONTATOS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RELATORIO-CONTATOS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RELATORIO-CONTATOS==
                     ==TEXTO-ABEND==         BY
                         =="relatorio de contatos de submissores"==.

       END PROGRAM CONFERE-CONTATOS-SUBMISSORES.
