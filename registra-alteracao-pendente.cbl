       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-ALTERACAO-PENDENTE.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * GRAVADOR CENTRAL DAS ALTERACOES PENDENTES DOS CADASTROS DE
      * REFERENCIA (ALTERACOES-PENDENTES.DAT, PENDMREC): CHAMADO POR
      * MANUTENCAO-FUNCIONARIOS, MANUTENCAO-DEPARTAMENTOS E
      * MANUTENCAO-SUBMISSORES NO LUGAR DA GRAVACAO DIRETA DO MESTRE.
      * O CHAMADOR MONTA CADASTRO, CHAVE, OPERACAO, DESCRICAO, AS DUAS
      * IMAGENS, O OPERADOR E OS DADOS DE MOVIMENTO/REMUNERACAO; AQUI
      * SE ATRIBUI O NUMERO (MAIOR JA GRAVADO + 1), O CARIMBO DE
      * DATA/HORA E A SITUACAO PENDENTE, E SE DEVOLVE O REGISTRO
      * COMPLETO AO CHAMADOR.
      *
      * CHAVE QUE JA TEM ALTERACAO PENDENTE NO MESMO CADASTRO NAO
      * RECEBE OUTRA: A IMAGEM ANTES DA SEGUNDA NAO SERIA A DO MESTRE
      * QUANDO A PRIMEIRA FOSSE APROVADA. O NUMERO DA PENDENTE
      * EXISTENTE VOLTA EM NUMERO-ALTERACAO.
      *
      * RESULTADO DEVOLVIDO: 'S' = GRAVADA; 'D' = CHAVE JA TEM
      * ALTERACAO PENDENTE; 'E' = ARQUIVO INDISPONIVEL (NADA GRAVADO).
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALTERACOES-PENDENTES
               ASSIGN TO "ALTERACOES-PENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ALTERACAO
               FILE STATUS IS STATUS-ARQ-ALTERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALTERACOES-PENDENTES.
       COPY PENDMREC.

       WORKING-STORAGE SECTION.
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

       01  FLAG-FIM-ALTERACOES          PIC X VALUE 'N'.
           88 FIM-ALTERACOES                 VALUE 'Y'.
       01  FLAG-CHAVE-PENDENTE          PIC X VALUE 'N'.
           88 CHAVE-JA-PENDENTE              VALUE 'S'.
           88 CHAVE-SEM-PENDENTE             VALUE 'N'.
       01  MAIOR-NUMERO-ALTERACAO       PIC 9(6) VALUE 0.
       01  NUMERO-JA-PENDENTE           PIC 9(6) VALUE 0.
       01  CADASTRO-PROCURADO           PIC X(13) VALUE SPACES.
       01  CHAVE-PROCURADA              PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
      *--- Mesmo leiaute de REG-ALTERACAO-PENDENTE (PENDMREC).
       01  LK-ALTERACAO-INFORMADA       PIC X(535).
       01  LK-RESULTADO-ALTERACAO       PIC X.

       PROCEDURE DIVISION USING LK-ALTERACAO-INFORMADA
                                 LK-RESULTADO-ALTERACAO.
       0000-MAINLINE.
           MOVE 'E' TO LK-RESULTADO-ALTERACAO
           OPEN I-O ARQ-ALTERACOES-PENDENTES
           IF NOT ARQ-ALTERACOES-OK
               OPEN OUTPUT ARQ-ALTERACOES-PENDENTES
               CLOSE ARQ-ALTERACOES-PENDENTES
               OPEN I-O ARQ-ALTERACOES-PENDENTES
           END-IF
           IF NOT ARQ-ALTERACOES-OK
               DISPLAY "ATENCAO: arquivo de alteracoes pendentes "
                       "indisponivel (ALTERACOES-PENDENTES.DAT, STATUS "
                       STATUS-ARQ-ALTERACOES "); alteracao nao "
                       "registrada."
               GOBACK
           END-IF

           MOVE LK-ALTERACAO-INFORMADA TO REG-ALTERACAO-PENDENTE
           MOVE CADASTRO-ALTERACAO TO CADASTRO-PROCURADO
           MOVE CHAVE-ALTERACAO    TO CHAVE-PROCURADA
           PERFORM 1000-VARRER-ALTERACOES THRU 1000-EXIT
           IF CHAVE-JA-PENDENTE
               MOVE NUMERO-JA-PENDENTE TO LK-ALTERACAO-INFORMADA(1:6)
               MOVE 'D' TO LK-RESULTADO-ALTERACAO
               CLOSE ARQ-ALTERACOES-PENDENTES
               GOBACK
           END-IF

           MOVE LK-ALTERACAO-INFORMADA TO REG-ALTERACAO-PENDENTE
           ADD 1 MAIOR-NUMERO-ALTERACAO GIVING NUMERO-ALTERACAO
           MOVE FUNCTION CURRENT-DATE TO DATA-HORA-CRIACAO-ALTERACAO
           SET ALTERACAO-PENDENTE TO TRUE
           MOVE SPACES TO OPERADOR-APROVADOR-ALTERACAO
           MOVE SPACES TO DATA-HORA-DECISAO-ALTERACAO
           MOVE SPACES TO MOTIVO-DECISAO-ALTERACAO
           WRITE REG-ALTERACAO-PENDENTE
           IF ARQ-ALTERACOES-OK
               MOVE REG-ALTERACAO-PENDENTE TO LK-ALTERACAO-INFORMADA
               MOVE 'S' TO LK-RESULTADO-ALTERACAO
           ELSE
               DISPLAY "ATENCAO: falha ao gravar alteracao pendente "
                       "(STATUS " STATUS-ARQ-ALTERACOES
                       "); alteracao nao registrada."
           END-IF
           CLOSE ARQ-ALTERACOES-PENDENTES
           GOBACK.

      * =========================
      * UMA PASSADA PELO ARQUIVO: MAIOR NUMERO JA GRAVADO E PENDENTE
      * DO MESMO CADASTRO E CHAVE
       1000-VARRER-ALTERACOES.
           MOVE 0 TO MAIOR-NUMERO-ALTERACAO
           SET CHAVE-SEM-PENDENTE TO TRUE
           MOVE 'N' TO FLAG-FIM-ALTERACOES
           MOVE 0 TO NUMERO-ALTERACAO
           START ARQ-ALTERACOES-PENDENTES
               KEY IS NOT LESS THAN NUMERO-ALTERACAO
               INVALID KEY
                   SET FIM-ALTERACOES TO TRUE
           END-START
           PERFORM 1100-LER-ALTERACAO THRU 1100-EXIT
               UNTIL FIM-ALTERACOES.
       1000-EXIT.
           EXIT.

       1100-LER-ALTERACAO.
           READ ARQ-ALTERACOES-PENDENTES NEXT RECORD
               AT END
                   SET FIM-ALTERACOES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF NUMERO-ALTERACAO > MAIOR-NUMERO-ALTERACAO
               MOVE NUMERO-ALTERACAO TO MAIOR-NUMERO-ALTERACAO
           END-IF
           IF ALTERACAO-PENDENTE
              AND CADASTRO-ALTERACAO = CADASTRO-PROCURADO
              AND CHAVE-ALTERACAO = CHAVE-PROCURADA
               SET CHAVE-JA-PENDENTE TO TRUE
               MOVE NUMERO-ALTERACAO TO NUMERO-JA-PENDENTE
           END-IF.
       1100-EXIT.
           EXIT.

       END PROGRAM REGISTRA-ALTERACAO-PENDENTE.
