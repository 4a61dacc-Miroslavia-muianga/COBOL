      *                   DEPOIS DO DATA-NAME, SEM O PONTO FINAL),
      *                   INSUMO DO RELATORIO DE DERIVA DE LEIAUTE
      *                   ENTRE MEMBROS (RELATORIO-DRIFT-LEIAUTE).
      * 2026-10-15 RMS    A PRIMEIRA FASE PASSA A REGISTRAR TAMBEM CADA
      *                   COMANDO COPY DOS MEMBROS (COPYBOOK, LINHA,
      *                   SECAO E PARES DO REPLACING) NA REFERENCIA
      *                   CRUZADA XREF-COPYBOOKS.DAT (XREFREC),
      *                   RECONSTRUIDA DO ZERO COMO O CATALOGO; E O
      *                   INSUMO DE LISTA-RECOMPILACAO.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CHAVE-CATALOGO
               FILE STATUS IS STATUS-ARQ-CATALOGO-ONDE-USADO.

           SELECT ARQ-XREF-COPYBOOKS
               ASSIGN TO "XREF-COPYBOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-XREF
               FILE STATUS IS STATUS-ARQ-XREF-COPYBOOKS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MANIFESTO-FONTES.
       FD  ARQ-CATALOGO-ONDE-USADO.
       COPY CATREC.

       FD  ARQ-XREF-COPYBOOKS.
       COPY XREFREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==ARQ-CATALOGO-ONDE-USADO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-CATALOGO-ONDE-USADO-ERRO-OUTRO==.
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

       01  NOME-ARQUIVO-FONTE             PIC X(60).
       01  MEMBRO-CORRENTE                PIC X(40).
       01  CONTADOR-REFERENCIAS-CONTADAS  PIC 9(6) VALUE 0.
       01  CONTADOR-ENTRADAS-REFERENCIA   PIC 9(6) VALUE 0.

      * --- Referencia cruzada de copybooks (fase 1) -------------------
       01  CONTADOR-LINHAS-MEMBRO         PIC 9(5) VALUE 0.
       01  CONTADOR-COPYS-MEMBRO          PIC 9(3) VALUE 0.
       01  CONTADOR-COPYS-GRAVADOS        PIC 9(6) VALUE 0.
       01  SECAO-FONTE-CORRENTE           PIC X VALUE 'O'.
       01  CONTADOR-ACHADOS-SECAO         PIC 9(2) VALUE 0.
       01  FLAG-COPY-EM-CURSO             PIC X VALUE 'N'.
           88 COPY-EM-CURSO                    VALUE 'S'.
           88 SEM-COPY-EM-CURSO                VALUE 'N'.
       01  TEXTO-COPY-ACUMULADO           PIC X(1000) VALUE SPACES.
       01  PONTEIRO-COPY-ACUMULADO        PIC 9(4) VALUE 1.
       01  LINHA-CORPO-INVERTIDA          PIC X(65).
       01  BRANCOS-FINAIS-LINHA           PIC 9(2) VALUE 0.
       01  ULTIMO-CARACTER-LINHA          PIC X VALUE SPACE.
       01  PEDACO-COPY                    PIC X(200).
       01  PONTEIRO-PEDACO-COPY           PIC 9(4) VALUE 1.
       01  NUMERO-PEDACO-COPY             PIC 9(3) VALUE 0.
       01  QUOCIENTE-PEDACO-COPY          PIC 9(3) VALUE 0.
       01  RESTO-PEDACO-COPY              PIC 9 VALUE 0.
       01  IDX-PAR-COPY                   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
           IF NOT ARQ-CATALOGO-ONDE-USADO-OK
               PERFORM 9800-ABEND-CATALOGO-ONDE-USADO
                   THRU 9800-ABEND-CATALOGO-ONDE-USADO-EXIT
           END-IF
           OPEN OUTPUT ARQ-XREF-COPYBOOKS
           IF NOT ARQ-XREF-COPYBOOKS-OK
               PERFORM 9800-ABEND-XREF-COPYBOOKS
                   THRU 9800-ABEND-XREF-COPYBOOKS-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO CONTADOR-MEMBROS-VARRIDOS
           MOVE 0 TO CONTADOR-LINHAS-MEMBRO
           MOVE 0 TO CONTADOR-COPYS-MEMBRO
           MOVE 'O' TO SECAO-FONTE-CORRENTE
           SET SEM-COPY-EM-CURSO TO TRUE

           PERFORM 3100-LER-PROXIMA-LINHA-FONTE THRU 3100-EXIT
           PERFORM UNTIL FIM-ARQUIVO-FONTE
               PERFORM 3300-REGISTRAR-COPY THRU 3300-EXIT
               PERFORM 3200-CATALOGAR-DATA-NAME THRU 3200-EXIT
               PERFORM 3100-LER-PROXIMA-LINHA-FONTE THRU 3100-EXIT
           END-PERFORM
      *--- COPY sem ponto final ate o fim do membro: grava o que houver.
           IF COPY-EM-CURSO
               PERFORM 3350-GRAVAR-XREF-COPY THRU 3350-EXIT
           END-IF
           CLOSE ARQ-FONTE-COBOL.
       3000-EXIT.
           EXIT.
       3200-EXIT.
           EXIT.

      *--- Referencia cruzada de copybooks: acompanha a secao corrente
      *--- do fonte e junta as linhas de cada COPY ate o ponto final,
      *--- para separar o nome do copybook e os pares do REPLACING.
       3300-REGISTRAR-COPY.
           ADD 1 TO CONTADOR-LINHAS-MEMBRO
           IF LINHA-FONTE-TRABALHO(7:1) = '*'
              OR LINHA-FONTE-TRABALHO(8:65) = SPACES
               GO TO 3300-EXIT
           END-IF
           MOVE LINHA-FONTE-TRABALHO(8:65) TO LINHA-CORPO-FONTE
           IF COPY-EM-CURSO
               PERFORM 3310-ACUMULAR-LINHA-COPY THRU 3310-EXIT
               GO TO 3300-EXIT
           END-IF
           PERFORM 3320-APURAR-SECAO THRU 3320-EXIT

           MOVE SPACES TO PRIMEIRO-TOKEN-FONTE SEGUNDO-TOKEN-FONTE
           UNSTRING FUNCTION TRIM(LINHA-CORPO-FONTE)
               DELIMITED BY ALL SPACE
               INTO PRIMEIRO-TOKEN-FONTE SEGUNDO-TOKEN-FONTE
           END-UNSTRING
           IF PRIMEIRO-TOKEN-FONTE NOT = "COPY"
               GO TO 3300-EXIT
           END-IF

           ADD 1 TO CONTADOR-COPYS-MEMBRO
           INSPECT SEGUNDO-TOKEN-FONTE REPLACING ALL '.' BY SPACE
           MOVE SPACES TO REG-XREF-COPYBOOK
           MOVE SEGUNDO-TOKEN-FONTE    TO COPYBOOK-XREF
           MOVE MEMBRO-CORRENTE        TO MEMBRO-XREF
           MOVE CONTADOR-COPYS-MEMBRO  TO SEQUENCIA-XREF
           MOVE CONTADOR-LINHAS-MEMBRO TO LINHA-XREF
           MOVE SECAO-FONTE-CORRENTE   TO SECAO-XREF
           MOVE 0                      TO TOTAL-PARES-XREF
           MOVE SPACES TO TEXTO-COPY-ACUMULADO
           MOVE 1 TO PONTEIRO-COPY-ACUMULADO
           SET COPY-EM-CURSO TO TRUE
           PERFORM 3310-ACUMULAR-LINHA-COPY THRU 3310-EXIT.
       3300-EXIT.
           EXIT.

      *--- Junta a linha ao texto do COPY; o ultimo caracter nao branco
      *--- igual a ponto encerra o comando.
       3310-ACUMULAR-LINHA-COPY.
           STRING FUNCTION TRIM(LINHA-CORPO-FONTE) DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
               INTO TEXTO-COPY-ACUMULADO
               WITH POINTER PONTEIRO-COPY-ACUMULADO
               ON OVERFLOW
                   CONTINUE
           END-STRING
           MOVE FUNCTION REVERSE(LINHA-CORPO-FONTE)
               TO LINHA-CORPO-INVERTIDA
           MOVE 0 TO BRANCOS-FINAIS-LINHA
           INSPECT LINHA-CORPO-INVERTIDA
               TALLYING BRANCOS-FINAIS-LINHA FOR LEADING SPACE
           MOVE LINHA-CORPO-INVERTIDA(BRANCOS-FINAIS-LINHA + 1:1)
               TO ULTIMO-CARACTER-LINHA
           IF ULTIMO-CARACTER-LINHA = '.'
               PERFORM 3350-GRAVAR-XREF-COPY THRU 3350-EXIT
           END-IF.
       3310-EXIT.
           EXIT.

      *--- Secao do fonte em que o proximo COPY cai. A PROCEDURE
      *--- DIVISION e a ultima: dali em diante um literal com nome de
      *--- secao nao muda nada.
       3320-APURAR-SECAO.
           IF SECAO-FONTE-CORRENTE = 'P'
               GO TO 3320-EXIT
           END-IF
           MOVE 0 TO CONTADOR-ACHADOS-SECAO
           INSPECT LINHA-CORPO-FONTE TALLYING CONTADOR-ACHADOS-SECAO
               FOR ALL "FILE SECTION"
           IF CONTADOR-ACHADOS-SECAO > 0
               MOVE 'F' TO SECAO-FONTE-CORRENTE
               GO TO 3320-EXIT
           END-IF
           INSPECT LINHA-CORPO-FONTE TALLYING CONTADOR-ACHADOS-SECAO
               FOR ALL "WORKING-STORAGE SECTION"
                   ALL "LOCAL-STORAGE SECTION"
           IF CONTADOR-ACHADOS-SECAO > 0
               MOVE 'W' TO SECAO-FONTE-CORRENTE
               GO TO 3320-EXIT
           END-IF
           INSPECT LINHA-CORPO-FONTE TALLYING CONTADOR-ACHADOS-SECAO
               FOR ALL "LINKAGE SECTION"
           IF CONTADOR-ACHADOS-SECAO > 0
               MOVE 'L' TO SECAO-FONTE-CORRENTE
               GO TO 3320-EXIT
           END-IF
           INSPECT LINHA-CORPO-FONTE TALLYING CONTADOR-ACHADOS-SECAO
               FOR ALL "PROCEDURE DIVISION"
           IF CONTADOR-ACHADOS-SECAO > 0
               MOVE 'P' TO SECAO-FONTE-CORRENTE
           END-IF.
       3320-EXIT.
           EXIT.

      *--- Separa o texto do COPY pelos delimitadores "==": o pedaco 1 e
      *--- o comando ate o REPLACING; os pares saem nos pedacos 2 e 4
      *--- (origem e destino do 1o par), 6 e 8 (2o par), e assim por
      *--- diante; os pedacos impares seguintes sao o BY e os brancos.
       3350-GRAVAR-XREF-COPY.
           SET SEM-COPY-EM-CURSO TO TRUE
           MOVE 1 TO PONTEIRO-PEDACO-COPY
           MOVE 0 TO NUMERO-PEDACO-COPY
           PERFORM 3360-SEPARAR-PEDACO-COPY THRU 3360-EXIT
               UNTIL PONTEIRO-PEDACO-COPY >= PONTEIRO-COPY-ACUMULADO
                  OR NUMERO-PEDACO-COPY > 24
           WRITE REG-XREF-COPYBOOK
           IF ARQ-XREF-COPYBOOKS-OK
               ADD 1 TO CONTADOR-COPYS-GRAVADOS
           ELSE
               PERFORM 9800-ABEND-XREF-COPYBOOKS
                   THRU 9800-ABEND-XREF-COPYBOOKS-EXIT
           END-IF.
       3350-EXIT.
           EXIT.

       3360-SEPARAR-PEDACO-COPY.
           MOVE SPACES TO PEDACO-COPY
           UNSTRING TEXTO-COPY-ACUMULADO DELIMITED BY "=="
               INTO PEDACO-COPY
               WITH POINTER PONTEIRO-PEDACO-COPY
           END-UNSTRING
           ADD 1 TO NUMERO-PEDACO-COPY
           DIVIDE NUMERO-PEDACO-COPY BY 4
               GIVING QUOCIENTE-PEDACO-COPY
               REMAINDER RESTO-PEDACO-COPY
           EVALUATE RESTO-PEDACO-COPY
               WHEN 2
                   COMPUTE IDX-PAR-COPY = QUOCIENTE-PEDACO-COPY + 1
                   IF IDX-PAR-COPY <= 6
                       MOVE IDX-PAR-COPY TO TOTAL-PARES-XREF
                       MOVE FUNCTION TRIM(PEDACO-COPY)
                           TO TEXTO-ORIGEM-XREF(IDX-PAR-COPY)
                   END-IF
               WHEN 0
                   MOVE QUOCIENTE-PEDACO-COPY TO IDX-PAR-COPY
                   IF IDX-PAR-COPY <= 6
                       MOVE FUNCTION TRIM(PEDACO-COPY)
                           TO TEXTO-DESTINO-XREF(IDX-PAR-COPY)
                   END-IF
           END-EVALUATE.
       3360-EXIT.
           EXIT.

      * =========================
      * FASE 2: REFERENCIAS DA PROCEDURE DIVISION
      * A fase 1 precisa ter carregado TODAS as declaracoes antes: um
       2500-REABRIR-PARA-REFERENCIAS.
           CLOSE ARQ-MANIFESTO-FONTES
           CLOSE ARQ-CATALOGO-ONDE-USADO
           CLOSE ARQ-XREF-COPYBOOKS
           MOVE 'N' TO FLAG-FIM-MANIFESTO
           OPEN INPUT ARQ-MANIFESTO-FONTES
           IF NOT ARQ-MANIFESTO-FONTES-OK
                   CONTADOR-REFERENCIAS-CONTADAS
           DISPLAY "Entradas so de uso...: "
                   CONTADOR-ENTRADAS-REFERENCIA
           DISPLAY "COPYs registrados....: " CONTADOR-COPYS-GRAVADOS
           DISPLAY "Catalogo em CATALOGO-ONDE-USADO.DAT"
           DISPLAY "Referencia de copybooks em XREF-COPYBOOKS.DAT".
       9000-EXIT.
           EXIT.

                     ==TEXTO-ABEND==         BY
                         =="arquivo de catalogo onde-usado"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-XREF-COPYBOOKS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-XREF-COPYBOOKS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-XREF-COPYBOOKS==
                     ==TEXTO-ABEND==         BY
                         =="referencia cruzada de copybooks"==.

       END PROGRAM CATALOGO-IDENTIFICADORES.
