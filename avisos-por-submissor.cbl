      *                   (AVISOS-EMITIDOS.DAT, AVISREC), PARA O
      *                   CASAMENTO DAS CONFIRMACOES DE RECEBIMENTO
      *                   POR RECEBE-CONFIRMACOES.
      * 2026-10-15 RMS    CONTATO DA EQUIPE PASSA A SER A MATRICULA DE
      *                   UM FUNCIONARIO: O CABECALHO TRAZ MATRICULA E
      *                   NOME (FUNCIONARIOS.DAT) E DESTACA A EQUIPE
      *                   CUJO CONTATO ESTA IRREGULAR SEGUNDO
      *                   CONFERE-CONTATOS-SUBMISSORES, ATE A CORRECAO.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CHAVE-SUBMISSOR
               FILE STATUS IS STATUS-ARQ-SUBMISSORES.

           SELECT ARQ-FUNCIONARIOS
               ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-FUNCIONARIO
               FILE STATUS IS STATUS-ARQ-FUNCIONARIOS.

           SELECT ARQ-AVISOS-EMITIDOS
               ASSIGN TO "AVISOS-EMITIDOS.DAT"
               ORGANIZATION IS INDEXED
       FD  ARQ-SUBMISSORES.
       COPY SUBMREC.

       FD  ARQ-FUNCIONARIOS.
       COPY FUNCREC.

       FD  ARQ-AVISOS-EMITIDOS.
       COPY AVISREC.

                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-AVISOS-EMITIDOS-ERRO-OUTRO==.

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

       01  NOME-ARQUIVO-AVISO             PIC X(60).

      * --- Numeracao e registro dos avisos emitidos -------------------
       01  FLAG-EQUIPE-CADASTRADA         PIC X VALUE 'N'.
           88 EQUIPE-CADASTRADA                VALUE 'S'.
           88 EQUIPE-NAO-CADASTRADA            VALUE 'N'.
       01  FLAG-FUNCIONARIOS-DISPONIVEIS  PIC X VALUE 'N'.
           88 FUNCIONARIOS-DISPONIVEIS         VALUE 'S'.
           88 FUNCIONARIOS-INDISPONIVEIS       VALUE 'N'.
       01  NOME-CONTATO-AVISO             PIC X(20) VALUE SPACES.
       01  CONTADOR-EQUIPES-SEM-CONTATO   PIC 9(3) VALUE 0.

       01  FLAG-FIM-ORDENACAO             PIC X VALUE 'N'.
           88 FIM-ORDENACAO                    VALUE 'Y'.
               SET SUBMISSORES-INDISPONIVEIS TO TRUE
               DISPLAY "AVISO: cadastro de submissores indisponivel; "
                       "avisos enderecados so pelo codigo."
           END-IF
      *--- Sem o cadastro de funcionarios o contato sai so pela
      *--- matricula.
           OPEN INPUT ARQ-FUNCIONARIOS
           IF ARQ-FUNCIONARIOS-OK
               SET FUNCIONARIOS-DISPONIVEIS TO TRUE
           ELSE
               SET FUNCIONARIOS-INDISPONIVEIS TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
                   INTO LINHA-AVISO-EDICAO
               MOVE LINHA-AVISO-EDICAO TO REG-LINHA-AVISO
               WRITE REG-LINHA-AVISO
               PERFORM 3270-APURAR-NOME-CONTATO THRU 3270-EXIT
               MOVE SPACES TO LINHA-AVISO-EDICAO
               STRING "AOS CUIDADOS DE: "        DELIMITED BY SIZE
                      CONTATO-SUBMISSOR(1:5)      DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      FUNCTION TRIM(NOME-CONTATO-AVISO)
                                                  DELIMITED BY SIZE
                   INTO LINHA-AVISO-EDICAO
               MOVE LINHA-AVISO-EDICAO TO REG-LINHA-AVISO
               WRITE REG-LINHA-AVISO
               IF NOT CONTATO-REGULAR
                   PERFORM 3280-DESTACAR-CONTATO-IRREGULAR
                       THRU 3280-EXIT
               END-IF
           ELSE
               MOVE SPACES TO LINHA-AVISO-EDICAO
               STRING "AVISO DE REJEICOES DO CICLO DE VALIDACAO - "
       3250-EXIT.
           EXIT.

      *--- Nome do funcionario de contato da equipe corrente (branco
      *--- quando o cadastro de funcionarios nao responde).
       3270-APURAR-NOME-CONTATO.
           MOVE SPACES TO NOME-CONTATO-AVISO
           IF FUNCIONARIOS-INDISPONIVEIS
              OR MATRICULA-CONTATO-SUBMISSOR NOT NUMERIC
               GO TO 3270-EXIT
           END-IF
           MOVE MATRICULA-CONTATO-SUBMISSOR TO CHAVE-FUNCIONARIO
           READ ARQ-FUNCIONARIOS
               KEY IS CHAVE-FUNCIONARIO
               INVALID KEY
                   GO TO 3270-EXIT
           END-READ
           MOVE NOME-FUNCIONARIO TO NOME-CONTATO-AVISO.
       3270-EXIT.
           EXIT.

      *--- Equipe com contato irregular (conferencia noturna de
      *--- CONFERE-CONTATOS-SUBMISSORES): o destaque sai em todo aviso
      *--- ate o contato ser corrigido no cadastro de submissores.
       3280-DESTACAR-CONTATO-IRREGULAR.
           ADD 1 TO CONTADOR-EQUIPES-SEM-CONTATO
           MOVE SPACES TO LINHA-AVISO-EDICAO
           EVALUATE TRUE
               WHEN CONTATO-DESLIGADO
                   STRING "*** ATENCAO: CONTATO DESLIGADO - "
                                                  DELIMITED BY SIZE
                          "CORRIGIR O CONTATO NO CADASTRO DE "
                                                  DELIMITED BY SIZE
                          "SUBMISSORES ***"       DELIMITED BY SIZE
                       INTO LINHA-AVISO-EDICAO
               WHEN CONTATO-FORA-DO-DEPTO
                   STRING "*** ATENCAO: CONTATO FORA DO DEPARTAMENTO "
                                                  DELIMITED BY SIZE
                          "DONO - CORRIGIR O CONTATO NO CADASTRO DE "
                                                  DELIMITED BY SIZE
                          "SUBMISSORES ***"       DELIMITED BY SIZE
                       INTO LINHA-AVISO-EDICAO
               WHEN OTHER
                   STRING "*** ATENCAO: CONTATO SEM MATRICULA VALIDA - "
                                                  DELIMITED BY SIZE
                          "CORRIGIR O CONTATO NO CADASTRO DE "
                                                  DELIMITED BY SIZE
                          "SUBMISSORES ***"       DELIMITED BY SIZE
                       INTO LINHA-AVISO-EDICAO
           END-EVALUATE
           MOVE LINHA-AVISO-EDICAO TO REG-LINHA-AVISO
           WRITE REG-LINHA-AVISO.
       3280-EXIT.
           EXIT.

      *--- Registra o aviso recem-aberto como PENDENTE de confirmacao
       3260-REGISTRAR-AVISO-EMITIDO.
           MOVE SPACES TO REG-AVISO-EMITIDO
           IF SUBMISSORES-DISPONIVEIS
               CLOSE ARQ-SUBMISSORES
           END-IF
           IF FUNCIONARIOS-DISPONIVEIS
               CLOSE ARQ-FUNCIONARIOS
           END-IF
           DISPLAY "Rejeicoes distribuidas..: " CONTADOR-REJEICOES-LIDAS
           DISPLAY "Avisos gerados..........: " CONTADOR-AVISOS-GERADOS
           DISPLAY "Com contato irregular...: "
                   CONTADOR-EQUIPES-SEM-CONTATO
           DISPLAY "Ranking em RELATORIO-RANKING-SUBMISSORES.TXT"

           MOVE "FIM"    TO EVENTO-PARA-CONTROLE
