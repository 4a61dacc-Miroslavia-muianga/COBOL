       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAI-DADOS-RELATORIOS.
       AUTHOR. R-SILVA.
       INSTALLATION. CPD.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * EXTRATOS NOTURNOS DOS DADOS DE VALIDACAO PARA A EQUIPE DE
      * RELATORIOS: ATE AQUI OS NUMEROS ERAM COPIADOS A MAO DOS
      * RELATORIOS IMPRESSOS. ESTE JOB, RODADO APOS O CICLO, DESCARREGA
      * EM ARQUIVOS DELIMITADOS POR PONTO-E-VIRGULA:
      *     HISTORICO-VALIDACAO.DAT  -> EXTRATO-HISTORICO-VALIDACAO.TXT
      *     PENDENCIAS-REJEICAO.DAT  -> EXTRATO-PENDENCIAS-REJEICAO.TXT
      *     AVISOS-EMITIDOS.DAT      -> EXTRATO-AVISOS-EMITIDOS.TXT
      *     SUBMISSORES.DAT          -> EXTRATO-SUBMISSORES.TXT
      *     REJEICOES-CICLO.DAT      -> EXTRATO-REJEICOES-CICLO.TXT
      * CADA EXTRATO TEM UMA LINHA DE CABECALHO COM OS NOMES DAS
      * COLUNAS; CAMPOS SAEM SEM BRANCOS A ESQUERDA E A DIREITA, DATAS
      * SEMPRE AAAA-MM-DD (DATA ZERADA SAI VAZIA) E DATA-HORA
      * AAAA-MM-DD HH:MM:SS. PONTO-E-VIRGULA DENTRO DE TEXTO LIVRE VIRA
      * VIRGULA, PARA NAO DESLOCAR AS COLUNAS.
      *
      * REGISTRO DE CONTROLE: EXTRATO-CONTROLE.TXT TRAZ UMA LINHA POR
      * EXTRATO COM A QUANTIDADE DE LINHAS DE DADOS E A DATA-HORA DA
      * EXTRACAO.
      *
      * EXTRATO PARCIAL NUNCA E ENTREGUE: TUDO E GRAVADO PRIMEIRO EM
      * .TMP; SO COM OS CINCO EXTRATOS COMPLETOS O CONTROLE ANTERIOR E
      * APAGADO, OS EXTRATOS SAO PROMOVIDOS PARA .TXT E O CONTROLE E
      * PROMOVIDO POR ULTIMO. A CARGA DA EQUIPE DE RELATORIOS SO RODA
      * COM EXTRATO-CONTROLE.TXT PRESENTE E COM A DATA-HORA DA NOITE.
      * FONTE QUE NAO ABRE OU NAO LE, OU FALHA AO GRAVAR, ENCERRA COM
      * FALHAS NO CONTROLE DE EXECUCOES E RETURN-CODE 16; OS .TMP DA
      * NOITE SAO APAGADOS E OS EXTRATOS DA NOITE ANTERIOR FICAM COMO
      * ESTAVAM. FALHA DURANTE A PROMOCAO TAMBEM ENCERRA COM FALHAS E
      * RC 16, MAS DEIXA UM CONJUNTO MISTO (OS JA PROMOVIDOS SAO DA
      * NOITE, O QUE FALHOU PERDEU O .TXT ANTERIOR) E NENHUM
      * EXTRATO-CONTROLE.TXT, DE MODO QUE A CARGA NAO RODA; OS .TMP
      * AINDA NAO PROMOVIDOS SAO MANTIDOS. BASTA RODAR O JOB DE NOVO
      * (OU RENOMEAR OS .TMP RESTANTES, CONTROLE POR ULTIMO).
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-10-15 RMS    CRIACAO.
      * 2026-10-15 RMS    FALHA NA PROMOCAO NAO APAGA MAIS OS .TMP
      *                   RESTANTES: O CONJUNTO PODE SER CONCLUIDO POR
      *                   NOVA EXECUCAO OU RENAME MANUAL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO-VALIDACAO
               ASSIGN TO "HISTORICO-VALIDACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HISTORICO-VALIDACAO
               FILE STATUS IS STATUS-ARQ-HISTORICO-VALIDACAO.

           SELECT ARQ-PENDENCIAS
               ASSIGN TO "PENDENCIAS-REJEICAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PENDENCIA
               FILE STATUS IS STATUS-ARQ-PENDENCIAS.

           SELECT ARQ-AVISOS-EMITIDOS
               ASSIGN TO "AVISOS-EMITIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-AVISO
               FILE STATUS IS STATUS-ARQ-AVISOS-EMITIDOS.

           SELECT ARQ-SUBMISSORES
               ASSIGN TO "SUBMISSORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-SUBMISSOR
               FILE STATUS IS STATUS-ARQ-SUBMISSORES.

           SELECT ARQ-REJEICOES-CICLO
               ASSIGN TO "REJEICOES-CICLO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-REJEICOES-CICLO.

           SELECT ARQ-EXTRATO
               ASSIGN DYNAMIC NOME-ARQUIVO-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQ-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO-VALIDACAO.
       COPY HISTREC.

       FD  ARQ-PENDENCIAS.
       COPY PENDREC.

       FD  ARQ-AVISOS-EMITIDOS.
       COPY AVISREC.

       FD  ARQ-SUBMISSORES.
       COPY SUBMREC.

       FD  ARQ-REJEICOES-CICLO.
       COPY REJREC.

       FD  ARQ-EXTRATO.
       01  REG-LINHA-EXTRATO           PIC X(300).

       WORKING-STORAGE SECTION.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-HISTORICO-VALIDACAO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-HISTORICO-VALIDACAO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-HISTORICO-VALIDACAO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-HISTORICO-VALIDACAO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-HISTORICO-VALIDACAO-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-PENDENCIAS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-PENDENCIAS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-PENDENCIAS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-PENDENCIAS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-PENDENCIAS-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-AVISOS-EMITIDOS==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-AVISOS-EMITIDOS-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-AVISOS-EMITIDOS-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-AVISOS-EMITIDOS-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-AVISOS-EMITIDOS-ERRO-OUTRO==.
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
                         ==STATUS-ARQ-REJEICOES-CICLO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-REJEICOES-CICLO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-REJEICOES-CICLO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-REJEICOES-CICLO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-REJEICOES-CICLO-ERRO-OUTRO==.
       COPY FILESTAT
           REPLACING ==STATUS-ARQ-TAG==        BY
                         ==STATUS-ARQ-EXTRATO==
                     ==ARQ-TAG-OK==            BY
                         ==ARQ-EXTRATO-OK==
                     ==ARQ-TAG-FIM-ARQUIVO==    BY
                         ==ARQ-EXTRATO-FIM-ARQUIVO==
                     ==ARQ-TAG-NAO-ENCONTRADO== BY
                         ==ARQ-EXTRATO-NAO-ENCONTRADO==
                     ==ARQ-TAG-ERRO-OUTRO==     BY
                         ==ARQ-EXTRATO-ERRO-OUTRO==.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  DATA-HORA-EXTRACAO             PIC X(19) VALUE SPACES.

       01  FLAG-FIM-FONTE                 PIC X VALUE 'N'.
           88 FIM-FONTE                        VALUE 'Y'.
       01  FLAG-EXTRATO-ABERTO            PIC X VALUE 'N'.
           88 EXTRATO-ABERTO                   VALUE 'S'.
           88 EXTRATO-FECHADO                  VALUE 'N'.
       01  FLAG-FONTE-ABERTA              PIC X VALUE 'N'.
           88 FONTE-ABERTA                     VALUE 'S'.
           88 FONTE-FECHADA                    VALUE 'N'.
       01  FLAG-PROMOCAO                  PIC X VALUE 'N'.
           88 PROMOCAO-INICIADA                VALUE 'S'.
           88 PROMOCAO-NAO-INICIADA            VALUE 'N'.

      * --- Extratos da noite (o controle e sempre o ultimo) -----------
       01  TABELA-EXTRATOS-LIT.
           05 FILLER PIC X(30) VALUE "EXTRATO-HISTORICO-VALIDACAO".
           05 FILLER PIC X(30) VALUE "EXTRATO-PENDENCIAS-REJEICAO".
           05 FILLER PIC X(30) VALUE "EXTRATO-AVISOS-EMITIDOS".
           05 FILLER PIC X(30) VALUE "EXTRATO-SUBMISSORES".
           05 FILLER PIC X(30) VALUE "EXTRATO-REJEICOES-CICLO".
           05 FILLER PIC X(30) VALUE "EXTRATO-CONTROLE".
       01  TABELA-EXTRATOS REDEFINES TABELA-EXTRATOS-LIT.
           05 NOME-BASE-EXTRATO OCCURS 6 TIMES PIC X(30).
       01  TABELA-LINHAS-EXTRATOS.
           05 LINHAS-EXTRATO    OCCURS 6 TIMES PIC 9(7).
       01  TOTAL-EXTRATOS-DADOS           PIC 9 VALUE 5.
       01  IDX-EXTRATO-CORRENTE           PIC 9 VALUE 0.
       01  IDX-EXTRATO-PROMOCAO           PIC 9 VALUE 0.
       01  IDX-CONTROLE-EXTRATO           PIC 9 VALUE 6.

       01  NOME-ARQUIVO-EXTRATO           PIC X(60) VALUE SPACES.
       01  NOME-ARQUIVO-TEMPORARIO        PIC X(61) VALUE SPACES.
       01  NOME-ARQUIVO-DEFINITIVO        PIC X(61) VALUE SPACES.
       01  RETORNO-ARQUIVO                PIC S9(9) COMP VALUE 0.

      * --- Montagem da linha delimitada -------------------------------
       01  LINHA-EXTRATO-EDICAO           PIC X(300) VALUE SPACES.
       01  PONTEIRO-LINHA-EXTRATO         PIC 9(3) VALUE 1.
       01  CAMPO-EXTRATO                  PIC X(60) VALUE SPACES.
       01  FLAG-PRIMEIRO-CAMPO            PIC X VALUE 'S'.
           88 PRIMEIRO-CAMPO                   VALUE 'S'.
           88 CAMPO-SEGUINTE                   VALUE 'N'.
       01  DATA-A-FORMATAR                PIC X(8) VALUE SPACES.
       01  DATA-HORA-A-FORMATAR           PIC X(21) VALUE SPACES.
       01  MOTIVO-FALHA-EXTRACAO          PIC X(80) VALUE SPACES.

      * --- Totais -----------------------------------------------------
       01  CONTADOR-LINHAS-EXTRAIDAS      PIC 9(7) VALUE 0.
       01  LINHAS-EXTRATO-EDITADO         PIC Z(6)9.

      * --- Controle central de execucoes ------------------------------
       01  PROGRAMA-PARA-CONTROLE         PIC X(30)
               VALUE "EXTRAI-DADOS-RELATORIOS".
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
           PERFORM 1000-INICIAR THRU 1000-EXIT
           PERFORM 2000-EXTRAIR-HISTORICO THRU 2000-EXIT
           PERFORM 3000-EXTRAIR-PENDENCIAS THRU 3000-EXIT
           PERFORM 4000-EXTRAIR-AVISOS THRU 4000-EXIT
           PERFORM 5000-EXTRAIR-SUBMISSORES THRU 5000-EXIT
           PERFORM 6000-EXTRAIR-REJEICOES THRU 6000-EXIT
           PERFORM 7500-GRAVAR-CONTROLE-EXTRATOS THRU 7500-EXIT
           PERFORM 8000-PROMOVER-EXTRATOS THRU 8000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      * =========================
      * DATA-HORA UNICA DA EXTRACAO, USADA EM TODOS OS CONTROLES
       1000-INICIAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO
           MOVE WS-DATA-HORA-EXECUCAO TO DATA-HORA-A-FORMATAR
           PERFORM 7320-FORMATAR-DATA-HORA THRU 7320-EXIT
           MOVE CAMPO-EXTRATO TO DATA-HORA-EXTRACAO
           MOVE ZEROS TO TABELA-LINHAS-EXTRATOS.
       1000-EXIT.
           EXIT.

      * =========================
      * HISTORICO DE VALIDACAO: ULTIMO VEREDITO DE CADA IDENTIFICADOR
       2000-EXTRAIR-HISTORICO.
           OPEN INPUT ARQ-HISTORICO-VALIDACAO
           IF NOT ARQ-HISTORICO-VALIDACAO-OK
               MOVE "nao foi possivel abrir HISTORICO-VALIDACAO.DAT"
                   TO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF
           SET FONTE-ABERTA TO TRUE
           MOVE 1 TO IDX-EXTRATO-CORRENTE
           PERFORM 7000-ABRIR-EXTRATO THRU 7000-EXIT
           MOVE "IDENTIFICADOR;STATUS;MOTIVO;DATA_HORA_VALIDACAO;"
             & "SUBMISSOR" TO REG-LINHA-EXTRATO
           PERFORM 7200-GRAVAR-LINHA-EXTRATO THRU 7200-EXIT
           MOVE 'N' TO FLAG-FIM-FONTE
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT
           PERFORM 2200-EXTRAIR-VEREDITO THRU 2200-EXIT
               UNTIL FIM-FONTE
           CLOSE ARQ-HISTORICO-VALIDACAO
           SET FONTE-FECHADA TO TRUE
           PERFORM 7400-FECHAR-EXTRATO THRU 7400-EXIT.
       2000-EXIT.
           EXIT.

       2100-LER-HISTORICO.
           READ ARQ-HISTORICO-VALIDACAO NEXT RECORD
               AT END
                   SET FIM-FONTE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT ARQ-HISTORICO-VALIDACAO-OK
               MOVE "falha de leitura em HISTORICO-VALIDACAO.DAT"
                   TO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-EXTRAIR-VEREDITO.
           PERFORM 7050-INICIAR-LINHA THRU 7050-EXIT
           MOVE CHAVE-HISTORICO-VALIDACAO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE STATUS-HISTORICO-VALIDACAO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE MOTIVO-HISTORICO-VALIDACAO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE DATA-HORA-HISTORICO-VALIDACAO TO DATA-HORA-A-FORMATAR
           PERFORM 7320-FORMATAR-DATA-HORA THRU 7320-EXIT
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE SUBMISSOR-HISTORICO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           PERFORM 7150-GRAVAR-DETALHE THRU 7150-EXIT
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      * =========================
      * PENDENCIAS DE REJEICAO (ABERTAS E FECHADAS)
       3000-EXTRAIR-PENDENCIAS.
           OPEN INPUT ARQ-PENDENCIAS
           IF NOT ARQ-PENDENCIAS-OK
               MOVE "nao foi possivel abrir PENDENCIAS-REJEICAO.DAT"
                   TO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF
           SET FONTE-ABERTA TO TRUE
           MOVE 2 TO IDX-EXTRATO-CORRENTE
           PERFORM 7000-ABRIR-EXTRATO THRU 7000-EXIT
           MOVE "SUBMISSOR;NOME;SITUACAO;DATA_ABERTURA;"
             & "DATA_FECHAMENTO;REGRA;SUGESTAO;ORDEM;DATA_ORDEM"
               TO REG-LINHA-EXTRATO
           PERFORM 7200-GRAVAR-LINHA-EXTRATO THRU 7200-EXIT
           MOVE 'N' TO FLAG-FIM-FONTE
           PERFORM 3100-LER-PENDENCIA THRU 3100-EXIT
           PERFORM 3200-EXTRAIR-PENDENCIA THRU 3200-EXIT
               UNTIL FIM-FONTE
           CLOSE ARQ-PENDENCIAS
           SET FONTE-FECHADA TO TRUE
           PERFORM 7400-FECHAR-EXTRATO THRU 7400-EXIT.
       3000-EXIT.
           EXIT.

       3100-LER-PENDENCIA.
           READ ARQ-PENDENCIAS NEXT RECORD
               AT END
                   SET FIM-FONTE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT ARQ-PENDENCIAS-OK
               MOVE "falha de leitura em PENDENCIAS-REJEICAO.DAT"
                   TO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-EXTRAIR-PENDENCIA.
           PERFORM 7050-INICIAR-LINHA THRU 7050-EXIT
           MOVE SUBMISSOR-PENDENCIA TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE NOME-PENDENCIA TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE SITUACAO-PENDENCIA TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE DATA-ABERTURA-PENDENCIA TO DATA-A-FORMATAR
           PERFORM 7310-FORMATAR-DATA THRU 7310-EXIT
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE DATA-FECHAMENTO-PENDENCIA TO DATA-A-FORMATAR
           PERFORM 7310-FORMATAR-DATA THRU 7310-EXIT
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE REGRA-PENDENCIA TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE SUGESTAO-PENDENCIA TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
      *--- Ordem zerada = pendencia ainda sem ordem de renomeacao.
           IF ORDEM-PENDENCIA = 0
               MOVE SPACES TO CAMPO-EXTRATO
           ELSE
               MOVE ORDEM-PENDENCIA TO CAMPO-EXTRATO
           END-IF
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE DATA-ORDEM-PENDENCIA TO DATA-A-FORMATAR
           PERFORM 7310-FORMATAR-DATA THRU 7310-EXIT
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           PERFORM 7150-GRAVAR-DETALHE THRU 7150-EXIT
           PERFORM 3100-LER-PENDENCIA THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      * =========================
      * AVISOS EMITIDOS AS EQUIPES E SEUS RECEBIMENTOS
       4000-EXTRAIR-AVISOS.
           OPEN INPUT ARQ-AVISOS-EMITIDOS
           IF NOT ARQ-AVISOS-EMITIDOS-OK
               MOVE "nao foi possivel abrir AVISOS-EMITIDOS.DAT"
                   TO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF
           SET FONTE-ABERTA TO TRUE
           MOVE 3 TO IDX-EXTRATO-CORRENTE
           PERFORM 7000-ABRIR-EXTRATO THRU 7000-EXIT
           MOVE "NUMERO_AVISO;EQUIPE;DATA_EMISSAO;ARQUIVO;SITUACAO;"
             & "DATA_RECEBIMENTO;RESPONDENTE" TO REG-LINHA-EXTRATO
           PERFORM 7200-GRAVAR-LINHA-EXTRATO THRU 7200-EXIT
           MOVE 'N' TO FLAG-FIM-FONTE
           PERFORM 4100-LER-AVISO THRU 4100-EXIT
           PERFORM 4200-EXTRAIR-AVISO THRU 4200-EXIT
               UNTIL FIM-FONTE
           CLOSE ARQ-AVISOS-EMITIDOS
           SET FONTE-FECHADA TO TRUE
           PERFORM 7400-FECHAR-EXTRATO THRU 7400-EXIT.
       4000-EXIT.
           EXIT.

       4100-LER-AVISO.
           READ ARQ-AVISOS-EMITIDOS NEXT RECORD
               AT END
                   SET FIM-FONTE TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT ARQ-AVISOS-EMITIDOS-OK
               MOVE "falha de leitura em AVISOS-EMITIDOS.DAT"
                   TO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-EXTRAIR-AVISO.
           PERFORM 7050-INICIAR-LINHA THRU 7050-EXIT
           MOVE NUMERO-AVISO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE EQUIPE-AVISO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE DATA-EMISSAO-AVISO TO DATA-A-FORMATAR
           PERFORM 7310-FORMATAR-DATA THRU 7310-EXIT
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE ARQUIVO-AVISO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE SITUACAO-AVISO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE DATA-RECEBIMENTO-AVISO TO DATA-A-FORMATAR
           PERFORM 7310-FORMATAR-DATA THRU 7310-EXIT
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE RESPONDENTE-AVISO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           PERFORM 7150-GRAVAR-DETALHE THRU 7150-EXIT
           PERFORM 4100-LER-AVISO THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      * =========================
      * CADASTRO DE EQUIPES SUBMISSORAS (ATIVAS E INATIVAS)
       5000-EXTRAIR-SUBMISSORES.
           OPEN INPUT ARQ-SUBMISSORES
           IF NOT ARQ-SUBMISSORES-OK
               MOVE "nao foi possivel abrir SUBMISSORES.DAT"
                   TO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF
           SET FONTE-ABERTA TO TRUE
           MOVE 4 TO IDX-EXTRATO-CORRENTE
           PERFORM 7000-ABRIR-EXTRATO THRU 7000-EXIT
           MOVE "SUBMISSOR;NOME_EQUIPE;MATRICULA_CONTATO;"
             & "SITUACAO_CONTATO;DEPARTAMENTO;SITUACAO"
               TO REG-LINHA-EXTRATO
           PERFORM 7200-GRAVAR-LINHA-EXTRATO THRU 7200-EXIT
           MOVE 'N' TO FLAG-FIM-FONTE
           PERFORM 5100-LER-SUBMISSOR THRU 5100-EXIT
           PERFORM 5200-EXTRAIR-SUBMISSOR THRU 5200-EXIT
               UNTIL FIM-FONTE
           CLOSE ARQ-SUBMISSORES
           SET FONTE-FECHADA TO TRUE
           PERFORM 7400-FECHAR-EXTRATO THRU 7400-EXIT.
       5000-EXIT.
           EXIT.

       5100-LER-SUBMISSOR.
           READ ARQ-SUBMISSORES NEXT RECORD
               AT END
                   SET FIM-FONTE TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF NOT ARQ-SUBMISSORES-OK
               MOVE "falha de leitura em SUBMISSORES.DAT"
                   TO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5200-EXTRAIR-SUBMISSOR.
           PERFORM 7050-INICIAR-LINHA THRU 7050-EXIT
           MOVE CHAVE-SUBMISSOR TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE NOME-EQUIPE-SUBMISSOR TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
      *--- Contato ainda em texto livre (leiaute anterior) nao tem
      *--- matricula: a coluna sai vazia e a situacao diz 'N'.
           IF MATRICULA-CONTATO-SUBMISSOR NUMERIC
               MOVE MATRICULA-CONTATO-SUBMISSOR TO CAMPO-EXTRATO
           ELSE
               MOVE SPACES TO CAMPO-EXTRATO
           END-IF
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE SITUACAO-CONTATO-SUBMISSOR TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE DEPTO-SUBMISSOR TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE SITUACAO-SUBMISSOR TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           PERFORM 7150-GRAVAR-DETALHE THRU 7150-EXIT
           PERFORM 5100-LER-SUBMISSOR THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      * =========================
      * REJEICOES DO CICLO DO DIA
       6000-EXTRAIR-REJEICOES.
           OPEN INPUT ARQ-REJEICOES-CICLO
           IF NOT ARQ-REJEICOES-CICLO-OK
               MOVE "nao foi possivel abrir REJEICOES-CICLO.DAT"
                   TO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF
           SET FONTE-ABERTA TO TRUE
           MOVE 5 TO IDX-EXTRATO-CORRENTE
           PERFORM 7000-ABRIR-EXTRATO THRU 7000-EXIT
           MOVE "SUBMISSOR;NOME;REGRA;MENSAGEM;SUGESTAO"
               TO REG-LINHA-EXTRATO
           PERFORM 7200-GRAVAR-LINHA-EXTRATO THRU 7200-EXIT
           MOVE 'N' TO FLAG-FIM-FONTE
           PERFORM 6100-LER-REJEICAO THRU 6100-EXIT
           PERFORM 6200-EXTRAIR-REJEICAO THRU 6200-EXIT
               UNTIL FIM-FONTE
           CLOSE ARQ-REJEICOES-CICLO
           SET FONTE-FECHADA TO TRUE
           PERFORM 7400-FECHAR-EXTRATO THRU 7400-EXIT.
       6000-EXIT.
           EXIT.

       6100-LER-REJEICAO.
           READ ARQ-REJEICOES-CICLO
               AT END
                   SET FIM-FONTE TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF NOT ARQ-REJEICOES-CICLO-OK
               MOVE "falha de leitura em REJEICOES-CICLO.DAT"
                   TO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6200-EXTRAIR-REJEICAO.
           PERFORM 7050-INICIAR-LINHA THRU 7050-EXIT
           MOVE SUBMISSOR-REJEICAO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE NOME-REJEICAO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE REGRA-REJEICAO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE MENSAGEM-REJEICAO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE SUGESTAO-REJEICAO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           PERFORM 7150-GRAVAR-DETALHE THRU 7150-EXIT
           PERFORM 6100-LER-REJEICAO THRU 6100-EXIT.
       6200-EXIT.
           EXIT.

      * =========================
      * ROTINAS COMUNS DOS EXTRATOS: ARQUIVO .TMP DO EXTRATO CORRENTE,
      * MONTAGEM DA LINHA DELIMITADA E FORMATO DAS DATAS
       7000-ABRIR-EXTRATO.
           MOVE SPACES TO NOME-ARQUIVO-EXTRATO
           STRING NOME-BASE-EXTRATO(IDX-EXTRATO-CORRENTE)
                                             DELIMITED BY SPACE
                  ".TMP"                     DELIMITED BY SIZE
               INTO NOME-ARQUIVO-EXTRATO
           OPEN OUTPUT ARQ-EXTRATO
           IF NOT ARQ-EXTRATO-OK
               MOVE SPACES TO MOTIVO-FALHA-EXTRACAO
               STRING "nao foi possivel criar " DELIMITED BY SIZE
                      NOME-ARQUIVO-EXTRATO      DELIMITED BY SPACE
                   INTO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF
           SET EXTRATO-ABERTO TO TRUE
           MOVE 0 TO LINHAS-EXTRATO(IDX-EXTRATO-CORRENTE).
       7000-EXIT.
           EXIT.

       7050-INICIAR-LINHA.
           MOVE SPACES TO LINHA-EXTRATO-EDICAO
           MOVE 1 TO PONTEIRO-LINHA-EXTRATO
           SET PRIMEIRO-CAMPO TO TRUE.
       7050-EXIT.
           EXIT.

      *--- Campo vazio so ganha o separador; ponto-e-virgula de texto
      *--- livre vira virgula.
       7100-ACRESCENTAR-CAMPO.
           IF CAMPO-SEGUINTE
               STRING ";" DELIMITED BY SIZE
                   INTO LINHA-EXTRATO-EDICAO
                   WITH POINTER PONTEIRO-LINHA-EXTRATO
               END-STRING
           END-IF
           SET CAMPO-SEGUINTE TO TRUE
           IF CAMPO-EXTRATO = SPACES
               GO TO 7100-EXIT
           END-IF
           INSPECT CAMPO-EXTRATO REPLACING ALL ";" BY ","
           STRING FUNCTION TRIM(CAMPO-EXTRATO) DELIMITED BY SIZE
               INTO LINHA-EXTRATO-EDICAO
               WITH POINTER PONTEIRO-LINHA-EXTRATO
           END-STRING.
       7100-EXIT.
           EXIT.

       7150-GRAVAR-DETALHE.
           MOVE LINHA-EXTRATO-EDICAO TO REG-LINHA-EXTRATO
           PERFORM 7200-GRAVAR-LINHA-EXTRATO THRU 7200-EXIT
           ADD 1 TO LINHAS-EXTRATO(IDX-EXTRATO-CORRENTE).
       7150-EXIT.
           EXIT.

       7200-GRAVAR-LINHA-EXTRATO.
           WRITE REG-LINHA-EXTRATO
           IF NOT ARQ-EXTRATO-OK
               MOVE SPACES TO MOTIVO-FALHA-EXTRACAO
               STRING "falha ao gravar " DELIMITED BY SIZE
                      NOME-ARQUIVO-EXTRATO DELIMITED BY SPACE
                   INTO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF.
       7200-EXIT.
           EXIT.

      *--- Data AAAAMMDD -> AAAA-MM-DD; zerada ou invalida sai vazia.
       7310-FORMATAR-DATA.
           MOVE SPACES TO CAMPO-EXTRATO
           IF DATA-A-FORMATAR NOT NUMERIC
              OR DATA-A-FORMATAR = ZEROS
               GO TO 7310-EXIT
           END-IF
           STRING DATA-A-FORMATAR(1:4) DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  DATA-A-FORMATAR(5:2) DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  DATA-A-FORMATAR(7:2) DELIMITED BY SIZE
               INTO CAMPO-EXTRATO.
       7310-EXIT.
           EXIT.

      *--- Carimbo de CURRENT-DATE (AAAAMMDDHHMMSS...) ->
      *--- AAAA-MM-DD HH:MM:SS; carimbo invalido sai vazio.
       7320-FORMATAR-DATA-HORA.
           MOVE SPACES TO CAMPO-EXTRATO
           IF DATA-HORA-A-FORMATAR(1:14) NOT NUMERIC
              OR DATA-HORA-A-FORMATAR(1:8) = ZEROS
               GO TO 7320-EXIT
           END-IF
           STRING DATA-HORA-A-FORMATAR(1:4)  DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  DATA-HORA-A-FORMATAR(5:2)  DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  DATA-HORA-A-FORMATAR(7:2)  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  DATA-HORA-A-FORMATAR(9:2)  DELIMITED BY SIZE
                  ":"                        DELIMITED BY SIZE
                  DATA-HORA-A-FORMATAR(11:2) DELIMITED BY SIZE
                  ":"                        DELIMITED BY SIZE
                  DATA-HORA-A-FORMATAR(13:2) DELIMITED BY SIZE
               INTO CAMPO-EXTRATO.
       7320-EXIT.
           EXIT.

       7400-FECHAR-EXTRATO.
           CLOSE ARQ-EXTRATO
           SET EXTRATO-FECHADO TO TRUE
           ADD LINHAS-EXTRATO(IDX-EXTRATO-CORRENTE)
               TO CONTADOR-LINHAS-EXTRAIDAS.
       7400-EXIT.
           EXIT.

      * =========================
      * REGISTRO DE CONTROLE: UMA LINHA POR EXTRATO DE DADOS
       7500-GRAVAR-CONTROLE-EXTRATOS.
           MOVE IDX-CONTROLE-EXTRATO TO IDX-EXTRATO-CORRENTE
           PERFORM 7000-ABRIR-EXTRATO THRU 7000-EXIT
           MOVE "EXTRATO;LINHAS;DATA_HORA_EXTRACAO"
               TO REG-LINHA-EXTRATO
           PERFORM 7200-GRAVAR-LINHA-EXTRATO THRU 7200-EXIT
           PERFORM 7510-GRAVAR-LINHA-CONTROLE THRU 7510-EXIT
               VARYING IDX-EXTRATO-PROMOCAO FROM 1 BY 1
                   UNTIL IDX-EXTRATO-PROMOCAO > TOTAL-EXTRATOS-DADOS
           CLOSE ARQ-EXTRATO
           SET EXTRATO-FECHADO TO TRUE.
       7500-EXIT.
           EXIT.

       7510-GRAVAR-LINHA-CONTROLE.
           PERFORM 7050-INICIAR-LINHA THRU 7050-EXIT
           MOVE SPACES TO CAMPO-EXTRATO
           STRING NOME-BASE-EXTRATO(IDX-EXTRATO-PROMOCAO)
                                             DELIMITED BY SPACE
                  ".TXT"                     DELIMITED BY SIZE
               INTO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE LINHAS-EXTRATO(IDX-EXTRATO-PROMOCAO)
               TO LINHAS-EXTRATO-EDITADO
           MOVE LINHAS-EXTRATO-EDITADO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE DATA-HORA-EXTRACAO TO CAMPO-EXTRATO
           PERFORM 7100-ACRESCENTAR-CAMPO THRU 7100-EXIT
           MOVE LINHA-EXTRATO-EDICAO TO REG-LINHA-EXTRATO
           PERFORM 7200-GRAVAR-LINHA-EXTRATO THRU 7200-EXIT.
       7510-EXIT.
           EXIT.

      * =========================
      * PROMOCAO: O CONTROLE ANTERIOR SAI PRIMEIRO E O NOVO ENTRA POR
      * ULTIMO, PARA QUE A CARGA NUNCA ENCONTRE CONTROLE DE UMA NOITE
      * COM EXTRATOS DE OUTRA
       8000-PROMOVER-EXTRATOS.
           SET PROMOCAO-INICIADA TO TRUE
           MOVE SPACES TO NOME-ARQUIVO-DEFINITIVO
           STRING NOME-BASE-EXTRATO(IDX-CONTROLE-EXTRATO)
                                             DELIMITED BY SPACE
                  ".TXT"                     DELIMITED BY SIZE
               INTO NOME-ARQUIVO-DEFINITIVO
           CALL "CBL_DELETE_FILE" USING NOME-ARQUIVO-DEFINITIVO
               RETURNING RETORNO-ARQUIVO
           PERFORM 8100-PROMOVER-EXTRATO THRU 8100-EXIT
               VARYING IDX-EXTRATO-PROMOCAO FROM 1 BY 1
                   UNTIL IDX-EXTRATO-PROMOCAO > IDX-CONTROLE-EXTRATO.
       8000-EXIT.
           EXIT.

      *--- O definitivo anterior e apagado antes do rename (ausente na
      *--- primeira noite, sem problema).
       8100-PROMOVER-EXTRATO.
           MOVE SPACES TO NOME-ARQUIVO-TEMPORARIO
                          NOME-ARQUIVO-DEFINITIVO
           STRING NOME-BASE-EXTRATO(IDX-EXTRATO-PROMOCAO)
                                             DELIMITED BY SPACE
                  ".TMP"                     DELIMITED BY SIZE
               INTO NOME-ARQUIVO-TEMPORARIO
           STRING NOME-BASE-EXTRATO(IDX-EXTRATO-PROMOCAO)
                                             DELIMITED BY SPACE
                  ".TXT"                     DELIMITED BY SIZE
               INTO NOME-ARQUIVO-DEFINITIVO
           CALL "CBL_DELETE_FILE" USING NOME-ARQUIVO-DEFINITIVO
               RETURNING RETORNO-ARQUIVO
           CALL "CBL_RENAME_FILE" USING NOME-ARQUIVO-TEMPORARIO
                                        NOME-ARQUIVO-DEFINITIVO
               RETURNING RETORNO-ARQUIVO
           IF RETORNO-ARQUIVO NOT = 0
               MOVE SPACES TO MOTIVO-FALHA-EXTRACAO
               STRING "falha ao promover " DELIMITED BY SIZE
                      NOME-ARQUIVO-TEMPORARIO DELIMITED BY SPACE
                   INTO MOTIVO-FALHA-EXTRACAO
               PERFORM 8900-FALHAR-EXTRACAO THRU 8900-EXIT
           END-IF.
       8100-EXIT.
           EXIT.

      *--- Falha em qualquer fonte ou extrato: nada da noite e
      *--- entregue. Os .TMP sao apagados, o controle de execucoes
      *--- recebe FALHAS e o job encerra com RETURN-CODE 16 (abend de
      *--- arquivo no esquema de severidade dos jobs de lote). Depois
      *--- de iniciada a promocao os .TMP restantes ficam: o controle
      *--- ja saiu, a carga nao roda, e a nova execucao ou o rename
      *--- manual completa o conjunto.
       8900-FALHAR-EXTRACAO.
           DISPLAY "ERRO FATAL: " FUNCTION TRIM(MOTIVO-FALHA-EXTRACAO)
           IF PROMOCAO-INICIADA
               DISPLAY "Promocao interrompida: sem EXTRATO-CONTROLE."
                       "TXT; .TMP restantes mantidos. Rode o job de "
                       "novo."
           ELSE
               DISPLAY "Nenhum extrato desta execucao foi entregue."
           END-IF
           IF EXTRATO-ABERTO
               CLOSE ARQ-EXTRATO
               SET EXTRATO-FECHADO TO TRUE
           END-IF
           IF FONTE-ABERTA
               PERFORM 8950-FECHAR-FONTE-CORRENTE THRU 8950-EXIT
           END-IF
           IF PROMOCAO-NAO-INICIADA
               PERFORM 8910-APAGAR-TEMPORARIO THRU 8910-EXIT
                   VARYING IDX-EXTRATO-PROMOCAO FROM 1 BY 1
                       UNTIL IDX-EXTRATO-PROMOCAO > IDX-CONTROLE-EXTRATO
           END-IF
           MOVE "FIM"    TO EVENTO-PARA-CONTROLE
           MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
           MOVE CONTADOR-LINHAS-EXTRAIDAS TO REGISTROS-PARA-CONTROLE
           MOVE 0 TO VALIDOS-PARA-CONTROLE
           MOVE CONTADOR-LINHAS-EXTRAIDAS TO INVALIDOS-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       8900-EXIT.
           EXIT.

       8910-APAGAR-TEMPORARIO.
           MOVE SPACES TO NOME-ARQUIVO-TEMPORARIO
           STRING NOME-BASE-EXTRATO(IDX-EXTRATO-PROMOCAO)
                                             DELIMITED BY SPACE
                  ".TMP"                     DELIMITED BY SIZE
               INTO NOME-ARQUIVO-TEMPORARIO
           CALL "CBL_DELETE_FILE" USING NOME-ARQUIVO-TEMPORARIO
               RETURNING RETORNO-ARQUIVO.
       8910-EXIT.
           EXIT.

       8950-FECHAR-FONTE-CORRENTE.
           EVALUATE IDX-EXTRATO-CORRENTE
               WHEN 1
                   CLOSE ARQ-HISTORICO-VALIDACAO
               WHEN 2
                   CLOSE ARQ-PENDENCIAS
               WHEN 3
                   CLOSE ARQ-AVISOS-EMITIDOS
               WHEN 4
                   CLOSE ARQ-SUBMISSORES
               WHEN 5
                   CLOSE ARQ-REJEICOES-CICLO
           END-EVALUATE
           SET FONTE-FECHADA TO TRUE.
       8950-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           DISPLAY "Extratos para a equipe de relatorios concluidos."
           DISPLAY "Historico de validacao: " LINHAS-EXTRATO(1)
           DISPLAY "Pendencias de rejeicao: " LINHAS-EXTRATO(2)
           DISPLAY "Avisos emitidos.......: " LINHAS-EXTRATO(3)
           DISPLAY "Submissores...........: " LINHAS-EXTRATO(4)
           DISPLAY "Rejeicoes do ciclo....: " LINHAS-EXTRATO(5)
           DISPLAY "Data-hora da extracao.: " DATA-HORA-EXTRACAO
           DISPLAY "Controle em EXTRATO-CONTROLE.TXT"

           MOVE "FIM"    TO EVENTO-PARA-CONTROLE
           MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           MOVE CONTADOR-LINHAS-EXTRAIDAS TO REGISTROS-PARA-CONTROLE
           MOVE CONTADOR-LINHAS-EXTRAIDAS TO VALIDOS-PARA-CONTROLE
           MOVE 0 TO INVALIDOS-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT.
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

       END PROGRAM EXTRAI-DADOS-RELATORIOS.
