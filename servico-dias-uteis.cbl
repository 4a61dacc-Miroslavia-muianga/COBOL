       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICO-DIAS-UTEIS.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * SERVICO COMUM DE DIAS UTEIS DA CASA: CHAMADO COM O BLOCO DUTREC
      * POR TODO JOB QUE CONTA PRAZO OU OLHA PARA TRAS
      * (ACOMPANHA-REJEICOES, RECEBE-CONFIRMACOES, PREVISAO-ISENCOES,
      * PAINEL-OPERACOES) E PELO CICLO DIARIO, QUE CONFERE SE HOJE E
      * DIA UTIL. CONFERE SE UMA DATA E DIA UTIL, CONTA DIAS UTEIS
      * ENTRE DUAS DATAS, ACHA O DIA UTIL ANTERIOR E SOMA DIAS UTEIS A
      * UMA DATA.
      *
      * O CALENDARIO (CALENDARIO.DAT, CALEREC) E CARREGADO NA PRIMEIRA
      * CHAMADA E FICA EM MEMORIA PELO RESTO DO JOB. SEM O CALENDARIO
      * O SERVICO SEGUE SO COM SABADO E DOMINGO COMO DIA NAO UTIL E COM
      * O CICLO APENAS AVISANDO, E ANUNCIA ISSO UMA VEZ NO CONSOLE.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CALENDARIO
               ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DATA-CALENDARIO
               FILE STATUS IS STATUS-ARQ-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CALENDARIO.
       COPY CALEREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-CALENDARIO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-CALENDARIO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-CALENDARIO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-CALENDARIO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-CALENDARIO-ERRO-OUTRO==.

       01  FLAG-CALENDARIO-CARREGADO      PIC X VALUE 'N'.
           88 CALENDARIO-CARREGADO             VALUE 'S'.
       01  FLAG-FIM-CALENDARIO            PIC X VALUE 'N'.
           88 FIM-CALENDARIO                   VALUE 'Y'.
       01  ACAO-NAO-UTIL-CARREGADA        PIC X VALUE 'A'.
       01  SITUACAO-CALENDARIO-CARREGADO  PIC X VALUE 'N'.

      * --- Excecoes do calendario, em ordem de data -------------------
       01  LIMITE-DIAS-CADASTRADOS        PIC 9(4) COMP VALUE 2000.
       01  TOTAL-DIAS-CADASTRADOS         PIC 9(4) COMP VALUE 0.
       01  TABELA-DIAS-CADASTRADOS.
           05 DIA-CADASTRADO OCCURS 1 TO 2000 TIMES
                             DEPENDING ON TOTAL-DIAS-CADASTRADOS
                             ASCENDING KEY IS TAB-DATA-DIA
                             INDEXED BY IDX-DIA.
               10 TAB-DATA-DIA            PIC 9(8).
               10 TAB-TIPO-DIA            PIC X.
               10 TAB-DESCRICAO-DIA       PIC X(30).

      * --- Classificacao de um dia ------------------------------------
       01  DIA-INTEIRO-CORRENTE           PIC S9(9) COMP VALUE 0.
       01  DIA-INTEIRO-LIMITE             PIC S9(9) COMP VALUE 0.
       01  DATA-CORRENTE                  PIC 9(8) VALUE 0.
       01  DIA-SEMANA-CORRENTE            PIC 9 VALUE 0.
       01  FLAG-DIA-CORRENTE-UTIL         PIC X VALUE 'N'.
           88 DIA-CORRENTE-UTIL                VALUE 'S'.
           88 DIA-CORRENTE-NAO-UTIL            VALUE 'N'.
       01  DESCRICAO-DIA-CORRENTE         PIC X(30) VALUE SPACES.
       01  CONTADOR-DIAS-UTEIS            PIC S9(5) COMP VALUE 0.
       01  DIAS-A-SOMAR                   PIC S9(5) COMP VALUE 0.
       01  SINAL-CONTAGEM                 PIC S9 COMP VALUE 1.

       LINKAGE SECTION.
       COPY DUTREC.

       PROCEDURE DIVISION USING BLOCO-DIAS-UTEIS.
       0000-MAINLINE.
           IF NOT CALENDARIO-CARREGADO
               PERFORM 1000-CARREGAR-CALENDARIO THRU 1000-EXIT
           END-IF
           MOVE ACAO-NAO-UTIL-CARREGADA       TO DUT-ACAO-NAO-UTIL
           MOVE SITUACAO-CALENDARIO-CARREGADO TO DUT-CALENDARIO
           EVALUATE TRUE
               WHEN DUT-FUNCAO-DIA-UTIL
                   PERFORM 2000-CONFERIR-DIA-UTIL THRU 2000-EXIT
               WHEN DUT-FUNCAO-CONTAR
                   PERFORM 3000-CONTAR-DIAS-UTEIS THRU 3000-EXIT
               WHEN DUT-FUNCAO-ANTERIOR
                   PERFORM 4000-ACHAR-DIA-UTIL-ANTERIOR THRU 4000-EXIT
               WHEN DUT-FUNCAO-SOMAR
                   PERFORM 5000-SOMAR-DIAS-UTEIS THRU 5000-EXIT
           END-EVALUATE
           GOBACK.

      * =========================
      * CARGA DO CALENDARIO NA PRIMEIRA CHAMADA DO JOB
       1000-CARREGAR-CALENDARIO.
           SET CALENDARIO-CARREGADO TO TRUE
           MOVE 0 TO TOTAL-DIAS-CADASTRADOS
           OPEN INPUT ARQ-CALENDARIO
           IF NOT ARQ-CALENDARIO-OK
               DISPLAY "AVISO: calendario de dias uteis indisponivel "
                       "(CALENDARIO.DAT, STATUS "
                       STATUS-ARQ-CALENDARIO "); so sabado e domingo "
                       "contam como dia nao util."
               GO TO 1000-EXIT
           END-IF
           MOVE 'S' TO SITUACAO-CALENDARIO-CARREGADO
           PERFORM 1100-LER-CALENDARIO THRU 1100-EXIT
           PERFORM 1200-GUARDAR-DIA THRU 1200-EXIT
               UNTIL FIM-CALENDARIO
           CLOSE ARQ-CALENDARIO.
       1000-EXIT.
           EXIT.

       1100-LER-CALENDARIO.
           READ ARQ-CALENDARIO NEXT RECORD
               AT END
                   SET FIM-CALENDARIO TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-GUARDAR-DIA.
           EVALUATE TRUE
               WHEN REGISTRO-CONTROLE-CALENDARIO
                   IF CICLO-RECUSA-NAO-UTIL OR CICLO-AVISA-NAO-UTIL
                       MOVE ACAO-NAO-UTIL-CALENDARIO
                           TO ACAO-NAO-UTIL-CARREGADA
                   END-IF
               WHEN TOTAL-DIAS-CADASTRADOS >= LIMITE-DIAS-CADASTRADOS
                   DISPLAY "AVISO: calendario com mais de "
                           LIMITE-DIAS-CADASTRADOS
                           " dias cadastrados; ignorado a partir de "
                           DATA-CALENDARIO
                   SET FIM-CALENDARIO TO TRUE
                   GO TO 1200-EXIT
               WHEN DIA-FERIADO OR DIA-UTIL-EXTRA
                   ADD 1 TO TOTAL-DIAS-CADASTRADOS
                   MOVE DATA-CALENDARIO
                       TO TAB-DATA-DIA(TOTAL-DIAS-CADASTRADOS)
                   MOVE TIPO-DIA-CALENDARIO
                       TO TAB-TIPO-DIA(TOTAL-DIAS-CADASTRADOS)
                   MOVE DESCRICAO-CALENDARIO
                       TO TAB-DESCRICAO-DIA(TOTAL-DIAS-CADASTRADOS)
           END-EVALUATE
           PERFORM 1100-LER-CALENDARIO THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      * =========================
      * DUT-DATA-INICIAL E DIA UTIL?
       2000-CONFERIR-DIA-UTIL.
           COMPUTE DIA-INTEIRO-CORRENTE =
               FUNCTION INTEGER-OF-DATE(DUT-DATA-INICIAL)
           PERFORM 8000-CLASSIFICAR-DIA THRU 8000-EXIT
           IF DIA-CORRENTE-UTIL
               SET DUT-E-DIA-UTIL TO TRUE
               MOVE SPACES TO DUT-DESCRICAO-DIA
           ELSE
               SET DUT-NAO-E-DIA-UTIL TO TRUE
               MOVE DESCRICAO-DIA-CORRENTE TO DUT-DESCRICAO-DIA
           END-IF.
       2000-EXIT.
           EXIT.

      * =========================
      * DIAS UTEIS DEPOIS DA DATA INICIAL ATE A FINAL INCLUSIVE
       3000-CONTAR-DIAS-UTEIS.
           MOVE 0 TO CONTADOR-DIAS-UTEIS
           IF DUT-DATA-FINAL >= DUT-DATA-INICIAL
               MOVE 1 TO SINAL-CONTAGEM
               COMPUTE DIA-INTEIRO-CORRENTE =
                   FUNCTION INTEGER-OF-DATE(DUT-DATA-INICIAL) + 1
               COMPUTE DIA-INTEIRO-LIMITE =
                   FUNCTION INTEGER-OF-DATE(DUT-DATA-FINAL)
           ELSE
               MOVE -1 TO SINAL-CONTAGEM
               COMPUTE DIA-INTEIRO-CORRENTE =
                   FUNCTION INTEGER-OF-DATE(DUT-DATA-FINAL) + 1
               COMPUTE DIA-INTEIRO-LIMITE =
                   FUNCTION INTEGER-OF-DATE(DUT-DATA-INICIAL)
           END-IF
           PERFORM 3100-CONTAR-UM-DIA THRU 3100-EXIT
               UNTIL DIA-INTEIRO-CORRENTE > DIA-INTEIRO-LIMITE
           COMPUTE DUT-DIAS = CONTADOR-DIAS-UTEIS * SINAL-CONTAGEM.
       3000-EXIT.
           EXIT.

       3100-CONTAR-UM-DIA.
           PERFORM 8000-CLASSIFICAR-DIA THRU 8000-EXIT
           IF DIA-CORRENTE-UTIL
               ADD 1 TO CONTADOR-DIAS-UTEIS
           END-IF
           ADD 1 TO DIA-INTEIRO-CORRENTE.
       3100-EXIT.
           EXIT.

      * =========================
      * ULTIMO DIA UTIL ANTES DA DATA INICIAL
       4000-ACHAR-DIA-UTIL-ANTERIOR.
           COMPUTE DIA-INTEIRO-CORRENTE =
               FUNCTION INTEGER-OF-DATE(DUT-DATA-INICIAL)
           SET DIA-CORRENTE-NAO-UTIL TO TRUE
           PERFORM 4100-RECUAR-UM-DIA THRU 4100-EXIT
               UNTIL DIA-CORRENTE-UTIL
           MOVE DATA-CORRENTE TO DUT-DATA-RESULTADO.
       4000-EXIT.
           EXIT.

       4100-RECUAR-UM-DIA.
           SUBTRACT 1 FROM DIA-INTEIRO-CORRENTE
           PERFORM 8000-CLASSIFICAR-DIA THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

      * =========================
      * DATA INICIAL MAIS DUT-DIAS DIAS UTEIS
       5000-SOMAR-DIAS-UTEIS.
           COMPUTE DIA-INTEIRO-CORRENTE =
               FUNCTION INTEGER-OF-DATE(DUT-DATA-INICIAL)
           MOVE DUT-DATA-INICIAL TO DATA-CORRENTE
           MOVE DUT-DIAS TO DIAS-A-SOMAR
           PERFORM 5100-AVANCAR-UM-DIA THRU 5100-EXIT
               UNTIL DIAS-A-SOMAR NOT > 0
           MOVE DATA-CORRENTE TO DUT-DATA-RESULTADO.
       5000-EXIT.
           EXIT.

       5100-AVANCAR-UM-DIA.
           ADD 1 TO DIA-INTEIRO-CORRENTE
           PERFORM 8000-CLASSIFICAR-DIA THRU 8000-EXIT
           IF DIA-CORRENTE-UTIL
               SUBTRACT 1 FROM DIAS-A-SOMAR
           END-IF.
       5100-EXIT.
           EXIT.

      * =========================
      * CLASSIFICA DIA-INTEIRO-CORRENTE: CADASTRO PRIMEIRO, DEPOIS O
      * DIA DA SEMANA (O DIA 1 DE INTEGER-OF-DATE FOI UMA SEGUNDA-
      * FEIRA: 1 = SEGUNDA ... 6 = SABADO, 7 = DOMINGO)
       8000-CLASSIFICAR-DIA.
           COMPUTE DATA-CORRENTE =
               FUNCTION DATE-OF-INTEGER(DIA-INTEIRO-CORRENTE)
           COMPUTE DIA-SEMANA-CORRENTE =
               FUNCTION MOD(DIA-INTEIRO-CORRENTE - 1, 7) + 1
           MOVE SPACES TO DESCRICAO-DIA-CORRENTE
           IF TOTAL-DIAS-CADASTRADOS > 0
               SEARCH ALL DIA-CADASTRADO
                   AT END
                       CONTINUE
                   WHEN TAB-DATA-DIA(IDX-DIA) = DATA-CORRENTE
                       MOVE TAB-DESCRICAO-DIA(IDX-DIA)
                           TO DESCRICAO-DIA-CORRENTE
                       IF TAB-TIPO-DIA(IDX-DIA) = 'U'
                           SET DIA-CORRENTE-UTIL TO TRUE
                       ELSE
                           SET DIA-CORRENTE-NAO-UTIL TO TRUE
                       END-IF
                       GO TO 8000-EXIT
               END-SEARCH
           END-IF
           IF DIA-SEMANA-CORRENTE > 5
               SET DIA-CORRENTE-NAO-UTIL TO TRUE
               IF DIA-SEMANA-CORRENTE = 6
                   MOVE "SABADO"  TO DESCRICAO-DIA-CORRENTE
               ELSE
                   MOVE "DOMINGO" TO DESCRICAO-DIA-CORRENTE
               END-IF
           ELSE
               SET DIA-CORRENTE-UTIL TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM SERVICO-DIAS-UTEIS.
