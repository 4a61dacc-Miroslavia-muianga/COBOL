       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCADEIA-TRILHA.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * ENCADEAMENTO DA TRILHA DE AUDITORIA DE VALIDACAO
      * (TRILHA-AUDITORIA.LOG). CHAMADO COM O BLOCO ELOREC POR QUEM
      * GRAVA A TRILHA (VALIDADOR-DETALHADO, CICLO-DIARIO-VALIDACAO) E
      * POR QUEM A CONFERE (VERIFICA-TRILHA-AUDITORIA, ARQUIVA-TRILHA-
      * AUDITORIA):
      *   FUNCAO P - ACHA O FIM DA CADEIA: ULTIMO REGISTRO ENCADEADO
      *              DO LOG VIVO OU, SE NAO HOUVER, VALOR FINAL DA
      *              ULTIMA LINHA DE ANCORAS-TRILHA.DAT (ANCOREC); SEM
      *              NENHUM DOS DOIS, A CADEIA COMECA DO ZERO.
      *   FUNCAO E - NUMERA O REGISTRO (ULTIMA SEQUENCIA + 1) E CALCULA
      *              O ENCADEAMENTO.
      *   FUNCAO C - CONFERE SEQUENCIA E ENCADEAMENTO DE UM REGISTRO
      *              LIDO DO DISCO E RESSINCRONIZA NELE.
      *
      * O ENCADEAMENTO E UM RESIDUO POLINOMIAL (BASE 31, MODULO PRIMO
      * DE 15 DIGITOS) SOBRE OS 142 PRIMEIROS BYTES DO REGISTRO
      * (CONTEUDO + SEQUENCIA), SEMEADO COM O ENCADEAMENTO DO REGISTRO
      * ANTERIOR: ALTERAR, TIRAR OU INTERCALAR UMA LINHA QUEBRA A
      * CADEIA DALI EM DIANTE. NAO E CRIPTOGRAFICO; QUEM RECALCULASSE
      * A CADEIA INTEIRA AINDA ESBARRARIA NO VALOR FINAL IMPRESSO NO
      * RESUMO ASSINADO DE CADA ARQUIVAMENTO.
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TRILHA-AUDITORIA
               ASSIGN TO "TRILHA-AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-TRILHA-AUDITORIA.

           SELECT ARQ-ANCORAS-TRILHA
               ASSIGN TO "ANCORAS-TRILHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-ANCORAS-TRILHA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TRILHA-AUDITORIA.
       01  REG-TRILHA-AUDITORIA        PIC X(160).

       FD  ARQ-ANCORAS-TRILHA.
       COPY ANCOREC.

       WORKING-STORAGE SECTION.
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
                         ==STATUS-ARQ-ANCORAS-TRILHA==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-ANCORAS-TRILHA-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-ANCORAS-TRILHA-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-ANCORAS-TRILHA-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-ANCORAS-TRILHA-ERRO-OUTRO==.

       01  FLAG-FIM-TRILHA                PIC X VALUE 'N'.
           88 FIM-TRILHA                       VALUE 'Y'.
       01  FLAG-FIM-ANCORAS               PIC X VALUE 'N'.
           88 FIM-ANCORAS                      VALUE 'Y'.

      * --- Linha da trilha lida na preparacao -------------------------
       01  LINHA-TRILHA-LIDA.
           05 FILLER                      PIC X(133).
           05 LIDA-SEQUENCIA-X            PIC X(9).
           05 LIDA-SEQUENCIA REDEFINES LIDA-SEQUENCIA-X
                                          PIC 9(9).
           05 FILLER                      PIC X(3).
           05 LIDA-ENCADEAMENTO-X         PIC X(15).
           05 LIDA-ENCADEAMENTO REDEFINES LIDA-ENCADEAMENTO-X
                                          PIC 9(15).

      * --- Calculo do encadeamento ------------------------------------
       01  TAMANHO-ENCADEADO              PIC 9(3) COMP VALUE 142.
       01  POSICAO-ENCADEAMENTO           PIC 9(3) COMP VALUE 0.
       01  BASE-ENCADEAMENTO              PIC 9(2) COMP VALUE 31.
       01  MODULO-ENCADEAMENTO            PIC 9(15) COMP-3
                                          VALUE 999999999999989.
       01  ACUMULADOR-ENCADEAMENTO        PIC 9(15) COMP-3 VALUE 0.
       01  PRODUTO-ENCADEAMENTO           PIC 9(18) COMP-3 VALUE 0.
       01  QUOCIENTE-ENCADEAMENTO         PIC 9(18) COMP-3 VALUE 0.

       LINKAGE SECTION.
       COPY ELOREC.

       PROCEDURE DIVISION USING BLOCO-ENCADEAMENTO.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN ELO-FUNCAO-PREPARAR
                   PERFORM 1000-PREPARAR THRU 1000-EXIT
               WHEN ELO-FUNCAO-ENCADEAR
                   PERFORM 2000-ENCADEAR THRU 2000-EXIT
               WHEN ELO-FUNCAO-CONFERIR
                   PERFORM 3000-CONFERIR THRU 3000-EXIT
           END-EVALUATE
           GOBACK.

      * =========================
      * FIM DA CADEIA ATUAL: ULTIMA ANCORA, DEPOIS O LOG VIVO (QUE,
      * TENDO REGISTROS ENCADEADOS, PREVALECE)
       1000-PREPARAR.
           MOVE 0 TO ELO-ULTIMA-SEQUENCIA
           MOVE 0 TO ELO-ULTIMO-ENCADEAMENTO
           MOVE 'N' TO FLAG-FIM-ANCORAS
           MOVE 'N' TO FLAG-FIM-TRILHA

           OPEN INPUT ARQ-ANCORAS-TRILHA
           IF ARQ-ANCORAS-TRILHA-OK
               PERFORM 1100-LER-ANCORA THRU 1100-EXIT
               PERFORM 1200-GUARDAR-ANCORA THRU 1200-EXIT
                   UNTIL FIM-ANCORAS
               CLOSE ARQ-ANCORAS-TRILHA
           END-IF

           OPEN INPUT ARQ-TRILHA-AUDITORIA
           IF NOT ARQ-TRILHA-AUDITORIA-OK
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LER-TRILHA THRU 1300-EXIT
           PERFORM 1400-GUARDAR-TRILHA THRU 1400-EXIT
               UNTIL FIM-TRILHA
           CLOSE ARQ-TRILHA-AUDITORIA.
       1000-EXIT.
           EXIT.

       1100-LER-ANCORA.
           READ ARQ-ANCORAS-TRILHA
               AT END
                   SET FIM-ANCORAS TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-GUARDAR-ANCORA.
           IF SEQUENCIA-FINAL-ANCORA IS NUMERIC
              AND ENCADEAMENTO-FINAL-ANCORA IS NUMERIC
               MOVE SEQUENCIA-FINAL-ANCORA    TO ELO-ULTIMA-SEQUENCIA
               MOVE ENCADEAMENTO-FINAL-ANCORA
                   TO ELO-ULTIMO-ENCADEAMENTO
           END-IF
           PERFORM 1100-LER-ANCORA THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

       1300-LER-TRILHA.
           READ ARQ-TRILHA-AUDITORIA INTO LINHA-TRILHA-LIDA
               AT END
                   SET FIM-TRILHA TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.

       1400-GUARDAR-TRILHA.
           IF LIDA-SEQUENCIA-X IS NUMERIC
              AND LIDA-ENCADEAMENTO-X IS NUMERIC
               MOVE LIDA-SEQUENCIA    TO ELO-ULTIMA-SEQUENCIA
               MOVE LIDA-ENCADEAMENTO TO ELO-ULTIMO-ENCADEAMENTO
           END-IF
           PERFORM 1300-LER-TRILHA THRU 1300-EXIT.
       1400-EXIT.
           EXIT.

      * =========================
      * NUMERA E ENCADEIA UM REGISTRO NOVO
       2000-ENCADEAR.
           ADD 1 TO ELO-ULTIMA-SEQUENCIA
           MOVE " | "                TO ELO-SEPARADOR-SEQUENCIA
           MOVE ELO-ULTIMA-SEQUENCIA TO ELO-SEQUENCIA
           MOVE " | "                TO ELO-SEPARADOR-ENCADEAMENTO
           PERFORM 8000-CALCULAR-ENCADEAMENTO THRU 8000-EXIT
           MOVE ELO-ENCADEAMENTO-CALCULADO TO ELO-ENCADEAMENTO
           MOVE ELO-ENCADEAMENTO-CALCULADO TO ELO-ULTIMO-ENCADEAMENTO
           SET ELO-CONFERE TO TRUE.
       2000-EXIT.
           EXIT.

      * =========================
      * CONFERE UM REGISTRO LIDO CONTRA O ESTADO DA CADEIA
       3000-CONFERIR.
           MOVE 0 TO ELO-ENCADEAMENTO-CALCULADO
           COMPUTE ELO-SEQUENCIA-ESPERADA = ELO-ULTIMA-SEQUENCIA + 1
           IF ELO-SEQUENCIA-X IS NOT NUMERIC
              OR ELO-ENCADEAMENTO-X IS NOT NUMERIC
               SET ELO-SEM-ENCADEAMENTO TO TRUE
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ELO-SEQUENCIA > ELO-SEQUENCIA-ESPERADA
                   SET ELO-LACUNA TO TRUE
               WHEN ELO-SEQUENCIA < ELO-SEQUENCIA-ESPERADA
                   SET ELO-FORA-DE-ORDEM TO TRUE
               WHEN OTHER
                   PERFORM 8000-CALCULAR-ENCADEAMENTO THRU 8000-EXIT
                   IF ELO-ENCADEAMENTO-CALCULADO = ELO-ENCADEAMENTO
                       SET ELO-CONFERE TO TRUE
                   ELSE
                       SET ELO-ALTERADO TO TRUE
                   END-IF
           END-EVALUATE

      *--- Ressincroniza no registro lido: o proximo e conferido
      *--- contra ele, e nao contra o ultimo elo integro.
           MOVE ELO-SEQUENCIA    TO ELO-ULTIMA-SEQUENCIA
           MOVE ELO-ENCADEAMENTO TO ELO-ULTIMO-ENCADEAMENTO.
       3000-EXIT.
           EXIT.

      * =========================
      * ENCADEAMENTO DE ELO-REGISTRO(1:142) A PARTIR DO ANTERIOR
       8000-CALCULAR-ENCADEAMENTO.
           MOVE ELO-ULTIMO-ENCADEAMENTO TO ACUMULADOR-ENCADEAMENTO
           PERFORM 8100-ACUMULAR-BYTE THRU 8100-EXIT
               VARYING POSICAO-ENCADEAMENTO FROM 1 BY 1
               UNTIL POSICAO-ENCADEAMENTO > TAMANHO-ENCADEADO
           MOVE ACUMULADOR-ENCADEAMENTO TO ELO-ENCADEAMENTO-CALCULADO.
       8000-EXIT.
           EXIT.

       8100-ACUMULAR-BYTE.
           COMPUTE PRODUTO-ENCADEAMENTO =
               ACUMULADOR-ENCADEAMENTO * BASE-ENCADEAMENTO
             + FUNCTION ORD(ELO-REGISTRO(POSICAO-ENCADEAMENTO:1))
           DIVIDE PRODUTO-ENCADEAMENTO BY MODULO-ENCADEAMENTO
               GIVING QUOCIENTE-ENCADEAMENTO
               REMAINDER ACUMULADOR-ENCADEAMENTO.
       8100-EXIT.
           EXIT.

       END PROGRAM ENCADEIA-TRILHA.
