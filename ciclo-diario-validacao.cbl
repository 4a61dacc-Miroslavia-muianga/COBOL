      *                   NO RELATORIO DE EXCECOES E NO ARQUIVO DE
      *                   REJEICOES (REJREC) PARA OS AVISOS POR
      *                   SUBMISSOR.
      * 2026-10-15 RMS    CONFERENCIA DO CADASTRO DE RESERVAS DE NOMES
      *                   (RESERVAS-NOMES.DAT, RESVREC): NOME SUBMETIDO
      *                   QUE ESTA SOB RESERVA ATIVA E VIGENTE DE OUTRA
      *                   EQUIPE GERA ADVERTENCIA NO RELATORIO DE
      *                   EXCECOES (RC 4, NAO E REPROVACAO); NOME
      *                   APROVADO PARA A PROPRIA EQUIPE DONA LIBERA A
      *                   RESERVA.
      * 2026-10-15 RMS    TRILHA DE AUDITORIA ENCADEADA: CADA LINHA
      *                   GANHA NUMERO DE SEQUENCIA E VALOR DE
      *                   ENCADEAMENTO (SUBPROGRAMA ENCADEIA-TRILHA,
      *                   BLOCO ELOREC); REGISTRO PASSA A 160 BYTES.
      * 2026-10-15 RMS    CONFERENCIA DO DIA UTIL NA PARTIDA PELO
      *                   CALENDARIO DA CASA (SERVICO-DIAS-UTEIS): EM
      *                   DIA NAO UTIL O CICLO RECUSA-SE A RODAR OU SO
      *                   AVISA, CONFORME O INDICADOR DO CALENDARIO;
      *                   NOS DOIS CASOS O FIM E GRAVADO COM AVISOS E
      *                   RETURN-CODE 4.
      * 2026-10-15 RMS    GERACOES DATADAS DAS SAIDAS DO CICLO
      *                   (REJEICOES-CICLO, RELATORIO DE EXCECOES E
      *                   ADVERTENCIA DE COLISAO) GUARDADAS NO FIM,
      *                   INCLUSIVE NA RECUSA DO LOTE, PELO SUBPROGRAMA
      *                   GUARDA-GERACAO, COM INDICE E EXPURGO PELA
      *                   RETENCAO-GERACOES DOS PARAMETROS; FALHA AO
      *                   GUARDAR ENCERRA COM AVISOS. O RETURN-CODE DE
      *                   SEVERIDADE PASSA A SER FIXADO DEPOIS DO
      *                   REGISTRO DE FIM NO CONTROLE DE EXECUCOES (A
      *                   CHAMADA A REGISTRA-EXECUCAO O ZERAVA).
      * 2026-10-15 RMS    CICLO RECUSADO POR DIA NAO UTIL ('R') PASSA
      *                   A TERMINAR COM FALHAS E RETURN-CODE 16, COMO
      *                   A RECUSA DO LOTE: COM RC 4 O SCHEDULER SOLTAVA
      *                   OS PASSOS SEGUINTES SOBRE AS REJEICOES, O
      *                   RELATORIO E OS NOMES DO CICLO ANTERIOR.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CHAVE-HISTORICO-VALIDACAO
               FILE STATUS IS STATUS-ARQ-HISTORICO-VALIDACAO.

           SELECT ARQ-RESERVAS
               ASSIGN TO "RESERVAS-NOMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-RESERVA
               FILE STATUS IS STATUS-ARQ-RESERVAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NOMES-ENTRADA.
       COPY SUBMREC.

       FD  ARQ-TRILHA-AUDITORIA.
       01  REG-TRILHA-AUDITORIA        PIC X(160).

       FD  ARQ-HISTORICO-VALIDACAO.
       COPY HISTREC.

       FD  ARQ-RESERVAS.
       COPY RESVREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY

      * --- PARAMETROS OPERACIONAIS (CARREGADOS NA PARTIDA) -----------
       COPY PARAMREC.
       COPY DUTREC.
       COPY GUARREC.
       01  FLAG-ADVERTENCIA-GRAVADA      PIC X VALUE 'N'.
           88 ADVERTENCIA-GRAVADA             VALUE 'S'.
       01  CONTADOR-FALHAS-GERACAO       PIC 9(3) VALUE 0.
       01  SEVERIDADE-CICLO              PIC 9(2) VALUE 0.
       01  FLAG-DIA-DO-CICLO             PIC X VALUE 'S'.
           88 CICLO-EM-DIA-UTIL               VALUE 'S'.
           88 CICLO-EM-DIA-NAO-UTIL           VALUE 'N'.
       01  NOME-ARQUIVO-NOMES            PIC X(60).
       01  NOME-ARQUIVO-RELATORIO-EXC    PIC X(60).

           88 SUBMISSOR-ACEITO                 VALUE 'S'.
           88 SUBMISSOR-RECUSADO               VALUE 'N'.

      * --- CADASTRO DE RESERVAS DE NOMES ------------------------------
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-RESERVAS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-RESERVAS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-RESERVAS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-RESERVAS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-RESERVAS-ERRO-OUTRO==.
       01  FLAG-RESERVAS-DISPONIVEIS      PIC X VALUE 'N'.
           88 RESERVAS-DISPONIVEIS             VALUE 'S'.
           88 RESERVAS-INDISPONIVEIS           VALUE 'N'.
       01  CONTADOR-CONFLITOS-RESERVA     PIC 9(5) VALUE 0.
       01  CONTADOR-RESERVAS-LIBERADAS    PIC 9(5) VALUE 0.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-EXECUCAO-EDICAO        PIC X(10).
       01  LINHA-EXCECOES-EDICAO          PIC X(110) VALUE SPACES.
       01  CARIMBO-DATA-HORA              PIC X(21).
       01  STATUS-VALIDACAO-LEGIVEL       PIC X(8).
       01  LINHA-TRILHA-EDICAO            PIC X(130) VALUE SPACES.
       COPY ELOREC.

      * --- PASSO CONSULTIVO DE COLISAO DE NOMES PARECIDOS -------------
       COPY FILESTAT
           MOVE "INICIO"   TO EVENTO-PARA-CONTROLE
           MOVE "INICIADO" TO SITUACAO-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           PERFORM 0500-CONFERIR-DIA-UTIL THRU 0500-EXIT
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
           PERFORM 2000-PROCESSAR-NOMES-SUBMETIDOS THRU 2000-EXIT
           PERFORM 8000-ADVERTIR-COLISOES THRU 8000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
      * CONFERENCIA DO DIA DE PARTIDA NO CALENDARIO DA CASA. EM DIA
      * NAO UTIL, O INDICADOR DO CALENDARIO DECIDE: 'R' RECUSA O
      * CICLO (NENHUM ARQUIVO E ABERTO; FIM COM FALHAS E RETURN-CODE
      * 16, COMO NA RECUSA DO LOTE, PARA O SCHEDULER SEGURAR A CADEIA:
      * AS SAIDAS NO DISCO SAO AS DO CICLO ANTERIOR E O REJREC NAO TEM
      * DATA QUE OS PASSOS SEGUINTES POSSAM CONFERIR), 'A' SO AVISA E
      * O CICLO SEGUE COM RETURN-CODE 4 NO FIM.
       0500-CONFERIR-DIA-UTIL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO DUT-DATA-INICIAL
           SET DUT-FUNCAO-DIA-UTIL TO TRUE
           CALL "SERVICO-DIAS-UTEIS" USING BLOCO-DIAS-UTEIS
           IF DUT-E-DIA-UTIL
               GO TO 0500-EXIT
           END-IF
           SET CICLO-EM-DIA-NAO-UTIL TO TRUE
           IF DUT-CICLO-AVISA
               DISPLAY "AVISO: CICLO EXECUTADO EM DIA NAO UTIL "
                       DUT-DATA-INICIAL " - " DUT-DESCRICAO-DIA
               GO TO 0500-EXIT
           END-IF
           DISPLAY "CICLO RECUSADO - DIA NAO UTIL "
                   DUT-DATA-INICIAL " - " DUT-DESCRICAO-DIA
           MOVE "FIM"    TO EVENTO-PARA-CONTROLE
           MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       0500-EXIT.
           EXIT.

      * =========================
      * ABERTURA DOS ARQUIVOS DO CICLO
       1000-ABRIR-ARQUIVOS.
               DISPLAY "AVISO: cadastro de submissores indisponivel; "
                       "codigos de submissor nao criticados."
           END-IF
      *--- Reservas sao opcionais: sem o cadastro o ciclo valida como
      *--- antes, sem advertencia de nome reservado.
           OPEN I-O ARQ-RESERVAS
           IF ARQ-RESERVAS-OK
               SET RESERVAS-DISPONIVEIS TO TRUE
           ELSE
               SET RESERVAS-INDISPONIVEIS TO TRUE
           END-IF
           SET ELO-FUNCAO-PREPARAR TO TRUE
           CALL "ENCADEIA-TRILHA" USING BLOCO-ENCADEAMENTO
           OPEN EXTEND ARQ-TRILHA-AUDITORIA
           IF NOT ARQ-TRILHA-AUDITORIA-OK
               OPEN OUTPUT ARQ-TRILHA-AUDITORIA
           IF SUBMISSORES-DISPONIVEIS
               CLOSE ARQ-SUBMISSORES
           END-IF
           IF RESERVAS-DISPONIVEIS
               CLOSE ARQ-RESERVAS
           END-IF
           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
           PERFORM 8500-GUARDAR-GERACOES THRU 8500-EXIT
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
           END-IF
           PERFORM 2500-GRAVAR-TRILHA-AUDITORIA THRU 2500-EXIT
           PERFORM 2600-GRAVAR-HISTORICO-VALIDACAO THRU 2600-EXIT
           IF SUBMISSOR-ACEITO AND RESERVAS-DISPONIVEIS
               PERFORM 2900-CONFERIR-RESERVA THRU 2900-EXIT
           END-IF
           IF IDENTIFICADOR-E-VALIDO
               ADD 1 TO CONTADOR-TOTAL-VALIDOS
               IF HOUVE-AVISO
       2400-EXIT.
           EXIT.

      *--- Nome sob reserva ativa e vigente: submetido por outra
      *--- equipe gera advertencia (o veredito nao muda); aprovado
      *--- para a propria equipe dona, a reserva cumpriu o papel e e
      *--- liberada. Reserva vencida ja nao protege o nome.
       2900-CONFERIR-RESERVA.
           MOVE FUNCTION UPPER-CASE(NOME-IDENTIFICADOR)
               TO NOME-RESERVA
           READ ARQ-RESERVAS
               KEY IS NOME-RESERVA
               INVALID KEY
                   GO TO 2900-EXIT
           END-READ
           IF NOT RESERVA-ATIVA
              OR VALIDADE-RESERVA < WS-DATA-HOJE-ISENCAO
               GO TO 2900-EXIT
           END-IF
           IF EQUIPE-RESERVA = SUBMISSOR-CORRENTE
               IF IDENTIFICADOR-E-VALIDO
                   SET RESERVA-LIBERADA TO TRUE
                   MOVE WS-DATA-HOJE-ISENCAO TO DATA-LIBERACAO-RESERVA
                   REWRITE REG-RESERVA-NOME
                   IF NOT ARQ-RESERVAS-OK
                       PERFORM 9800-ABEND-RESERVAS
                           THRU 9800-ABEND-RESERVAS-EXIT
                   END-IF
                   ADD 1 TO CONTADOR-RESERVAS-LIBERADAS
               END-IF
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO CONTADOR-CONFLITOS-RESERVA
           MOVE SPACES TO LINHA-EXCECOES-EDICAO
           STRING FUNCTION TRIM(NOME-IDENTIFICADOR)
                                                 DELIMITED BY SIZE
                  "  AVISO: NOME RESERVADO PELA EQUIPE "
                                                 DELIMITED BY SIZE
                  EQUIPE-RESERVA                 DELIMITED BY SIZE
                  " ATE "                        DELIMITED BY SIZE
                  VALIDADE-RESERVA               DELIMITED BY SIZE
                  "  [SUBMISSOR "                DELIMITED BY SIZE
                  SUBMISSOR-CORRENTE             DELIMITED BY SIZE
                  "]"                            DELIMITED BY SIZE
               INTO LINHA-EXCECOES-EDICAO
           MOVE LINHA-EXCECOES-EDICAO TO REG-LINHA-EXCECOES
           WRITE REG-LINHA-EXCECOES.
       2900-EXIT.
           EXIT.

      * =========================
      * SUGESTAO DE NOME CONFORME: TROCA OS CARACTERES OFENSORES,
      * APLICA O PREFIXO DO PERFIL E QUEBRA COLISOES COM PALAVRA
                  " | "                 DELIMITED BY SIZE
                  MENSAGEM-DE-ERRO      DELIMITED BY SIZE
               INTO LINHA-TRILHA-EDICAO
           MOVE LINHA-TRILHA-EDICAO TO ELO-CONTEUDO
           SET ELO-FUNCAO-ENCADEAR TO TRUE
           CALL "ENCADEIA-TRILHA" USING BLOCO-ENCADEAMENTO
           MOVE ELO-REGISTRO TO REG-TRILHA-AUDITORIA
           WRITE REG-TRILHA-AUDITORIA
           IF NOT ARQ-TRILHA-AUDITORIA-OK
               PERFORM 9800-ABEND-TRILHA-AUDITORIA
           MOVE LINHA-ADVERTENCIA-EDICAO TO REG-LINHA-ADVERTENCIA
           WRITE REG-LINHA-ADVERTENCIA
           CLOSE ARQ-ADVERTENCIA-COLISAO
           SET ADVERTENCIA-GRAVADA TO TRUE
           DISPLAY "Advertencias de colisao: " CONTADOR-ADVERTENCIAS.
       8000-EXIT.
           EXIT.
       8400-EXIT.
           EXIT.

      * =========================
      * GERACOES DATADAS DAS SAIDAS DO CICLO (GUARDA-GERACAO), COM A
      * SITUACAO DO CICLO JA APURADA. A ADVERTENCIA DE COLISAO SO E
      * GUARDADA QUANDO FOI GRAVADA NESTE CICLO (NA RECUSA DO LOTE O
      * ARQUIVO EM DISCO AINDA E O DO CICLO ANTERIOR).
       8500-GUARDAR-GERACOES.
           MOVE "REJEICOES-CICLO"     TO GER-ARQUIVO-BASE
           MOVE ".DAT"                TO GER-EXTENSAO
           MOVE "REJEICOES-CICLO.DAT" TO GER-ARQUIVO-ORIGEM
           PERFORM 8510-GUARDAR-UMA-GERACAO THRU 8510-EXIT
           MOVE "RELATORIO-EXCECOES"  TO GER-ARQUIVO-BASE
           MOVE ".TXT"                TO GER-EXTENSAO
           MOVE NOME-ARQUIVO-RELATORIO-EXC TO GER-ARQUIVO-ORIGEM
           PERFORM 8510-GUARDAR-UMA-GERACAO THRU 8510-EXIT
           IF ADVERTENCIA-GRAVADA
               MOVE "ADVERTENCIA-COLISAO" TO GER-ARQUIVO-BASE
               MOVE ".TXT"                TO GER-EXTENSAO
               MOVE "RELATORIO-ADVERTENCIA-COLISAO.TXT"
                   TO GER-ARQUIVO-ORIGEM
               PERFORM 8510-GUARDAR-UMA-GERACAO THRU 8510-EXIT
           END-IF.
       8500-EXIT.
           EXIT.

       8510-GUARDAR-UMA-GERACAO.
           MOVE WS-DATA-HOJE-ISENCAO   TO GER-DATA-CICLO
           MOVE SITUACAO-PARA-CONTROLE TO GER-SITUACAO-CICLO
           MOVE PROGRAMA-PARA-CONTROLE TO GER-PROGRAMA
           MOVE PAR-RETENCAO-GERACOES  TO GER-RETENCAO
           CALL "GUARDA-GERACAO" USING BLOCO-GERACAO
           EVALUATE TRUE
               WHEN GER-GUARDADA
                   DISPLAY "Geracao guardada: "
                           FUNCTION TRIM(GER-NOME-GERACAO)
                           " (" GER-REGISTROS " registros)"
                   IF GER-EXPURGADAS > 0
                       DISPLAY "  Geracoes expurgadas pela retencao: "
                               GER-EXPURGADAS
                   END-IF
               WHEN GER-ORIGEM-AUSENTE
                   DISPLAY "Geracao nao guardada: "
                           FUNCTION TRIM(GER-ARQUIVO-ORIGEM)
                           " ausente."
               WHEN OTHER
                   ADD 1 TO CONTADOR-FALHAS-GERACAO
           END-EVALUATE.
       8510-EXIT.
           EXIT.

      * =========================
      * TOTAIS E FECHAMENTO DO CICLO
       9000-FINALIZAR.
               INTO LINHA-EXCECOES-EDICAO
           MOVE LINHA-EXCECOES-EDICAO TO REG-LINHA-EXCECOES
           WRITE REG-LINHA-EXCECOES
           IF CICLO-EM-DIA-NAO-UTIL
               MOVE SPACES TO LINHA-EXCECOES-EDICAO
               STRING "CICLO EXECUTADO EM DIA NAO UTIL: "
                                                DELIMITED BY SIZE
                      DUT-DESCRICAO-DIA        DELIMITED BY SIZE
                   INTO LINHA-EXCECOES-EDICAO
               MOVE LINHA-EXCECOES-EDICAO TO REG-LINHA-EXCECOES
               WRITE REG-LINHA-EXCECOES
           END-IF
           IF RESERVAS-DISPONIVEIS
               MOVE SPACES TO LINHA-EXCECOES-EDICAO
               STRING "NOMES RESERVADOS POR OUTRA EQUIPE: "
                                                DELIMITED BY SIZE
                      CONTADOR-CONFLITOS-RESERVA DELIMITED BY SIZE
                      "   RESERVAS LIBERADAS: "  DELIMITED BY SIZE
                      CONTADOR-RESERVAS-LIBERADAS DELIMITED BY SIZE
                   INTO LINHA-EXCECOES-EDICAO
               MOVE LINHA-EXCECOES-EDICAO TO REG-LINHA-EXCECOES
               WRITE REG-LINHA-EXCECOES
           END-IF

           CLOSE ARQ-NOMES-ENTRADA
           CLOSE ARQ-RELATORIO-EXCECOES
           IF SUBMISSORES-DISPONIVEIS
               CLOSE ARQ-SUBMISSORES
           END-IF
           IF RESERVAS-DISPONIVEIS
               CLOSE ARQ-RESERVAS
           END-IF

           DISPLAY "Ciclo diario de validacao concluido.".
           DISPLAY "Total processados: " CONTADOR-TOTAL-PROCESSADOS.
           DISPLAY "Total validos.....: " CONTADOR-TOTAL-VALIDOS.
           DISPLAY "Total invalidos...: " CONTADOR-TOTAL-INVALIDOS.
           DISPLAY "Total isentos.....: " CONTADOR-TOTAL-ISENTOS.
           IF RESERVAS-DISPONIVEIS
               DISPLAY "Nomes reservados por outra equipe: "
                       CONTADOR-CONFLITOS-RESERVA
               DISPLAY "Reservas liberadas: "
                       CONTADOR-RESERVAS-LIBERADAS
           END-IF
           DISPLAY "Relatorio de excecoes gravado em "
                   FUNCTION TRIM(NOME-ARQUIVO-RELATORIO-EXC).

      *--- 8 uma ou mais reprovacoes (16 e reservado ao ABENDFIL).
           EVALUATE TRUE
               WHEN CONTADOR-TOTAL-INVALIDOS > 0
                   MOVE 8 TO SEVERIDADE-CICLO
                   MOVE "FALHAS"   TO SITUACAO-PARA-CONTROLE
               WHEN CONTADOR-TOTAL-AVISOS > 0
                 OR CONTADOR-CONFLITOS-RESERVA > 0
                 OR CICLO-EM-DIA-NAO-UTIL
                   MOVE 4 TO SEVERIDADE-CICLO
                   MOVE "AVISOS"   TO SITUACAO-PARA-CONTROLE
               WHEN OTHER
                   MOVE 0 TO SEVERIDADE-CICLO
                   MOVE "NORMAL"   TO SITUACAO-PARA-CONTROLE
           END-EVALUATE

           PERFORM 8500-GUARDAR-GERACOES THRU 8500-EXIT
           IF CONTADOR-FALHAS-GERACAO > 0
              AND SEVERIDADE-CICLO < 4
               MOVE 4 TO SEVERIDADE-CICLO
               MOVE "AVISOS"   TO SITUACAO-PARA-CONTROLE
           END-IF

           MOVE "FIM" TO EVENTO-PARA-CONTROLE
           MOVE CONTADOR-TOTAL-PROCESSADOS TO REGISTROS-PARA-CONTROLE
           MOVE CONTADOR-TOTAL-VALIDOS     TO VALIDOS-PARA-CONTROLE
           MOVE CONTADOR-TOTAL-INVALIDOS   TO INVALIDOS-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           MOVE SEVERIDADE-CICLO TO RETURN-CODE.
       9000-EXIT.
           EXIT.

                     ==TEXTO-ABEND==         BY
                         =="arquivo de historico de validacao"==.

       COPY ABENDFIL
           REPLACING ==9800-ABEND-TAG==      BY
                         ==9800-ABEND-RESERVAS==
                     ==9800-ABEND-TAG-EXIT== BY
                         ==9800-ABEND-RESERVAS-EXIT==
                     ==STATUS-ARQ-TAG==      BY
                         ==STATUS-ARQ-RESERVAS==
                     ==TEXTO-ABEND==         BY
                         =="cadastro de reservas de nomes"==.

       END PROGRAM CICLO-DIARIO-VALIDACAO.
