      *                   DA PRIMEIRA SUBMISSAO PREVALECE NO ARQUIVO
      *                   DEDUPLICADO, COMO JA ACONTECE COM O
      *                   SUBMISSOR.
      * 2026-10-15 RMS    GERACAO DATADA DE NOMES-DEDUP.DAT GUARDADA NO
      *                   FIM, INCLUSIVE NA RECUSA DO LOTE, PELO
      *                   SUBPROGRAMA GUARDA-GERACAO (INDICE E EXPURGO
      *                   PELA RETENCAO-GERACOES DOS PARAMETROS, AGORA
      *                   CARREGADOS NA PARTIDA); FALHA AO GUARDAR
      *                   ENCERRA COM AVISOS E RETURN-CODE 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  CONTADOR-NOMES-REPETIDOS       PIC 9(5) VALUE 0.
       01  CONTADOR-SUBMISSOES-EXCESSO    PIC 9(5) VALUE 0.

      * --- Parametros operacionais e geracao datada da saida ---------
       COPY PARAMREC.
       COPY GUARREC.

       01  WS-DATA-HORA-EXECUCAO          PIC X(21).
       01  WS-DATA-EXECUCAO-EDICAO        PIC X(10) VALUE SPACES.
       01  LINHA-DUPLICATAS-EDICAO        PIC X(100) VALUE SPACES.

      * =========================
       1000-ABRIR-ARQUIVOS.
           CALL "CARREGA-PARAMETROS" USING PARAMETROS-EFETIVOS
           OPEN INPUT ARQ-NOMES-ENTRADA
           IF NOT ARQ-NOMES-ENTRADA-OK
               PERFORM 9800-ABEND-NOMES-ENTRADA
           MOVE "FIM"    TO EVENTO-PARA-CONTROLE
           MOVE "FALHAS" TO SITUACAO-PARA-CONTROLE
           MOVE CONTADOR-REGISTROS-LIDOS TO REGISTROS-PARA-CONTROLE
           PERFORM 8500-GUARDAR-GERACAO THRU 8500-EXIT
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       3300-EXIT.
           EXIT.

      * =========================
      * GERACAO DATADA DO ARQUIVO DEDUPLICADO (GUARDA-GERACAO), COM A
      * SITUACAO DO JOB JA APURADA
       8500-GUARDAR-GERACAO.
           MOVE "NOMES-DEDUP"              TO GER-ARQUIVO-BASE
           MOVE ".DAT"                     TO GER-EXTENSAO
           MOVE "NOMES-DEDUP.DAT"          TO GER-ARQUIVO-ORIGEM
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO GER-DATA-CICLO
           MOVE SITUACAO-PARA-CONTROLE     TO GER-SITUACAO-CICLO
           MOVE PROGRAMA-PARA-CONTROLE     TO GER-PROGRAMA
           MOVE PAR-RETENCAO-GERACOES      TO GER-RETENCAO
           CALL "GUARDA-GERACAO" USING BLOCO-GERACAO
           IF GER-GUARDADA
               DISPLAY "Geracao guardada: "
                       FUNCTION TRIM(GER-NOME-GERACAO)
                       " (" GER-REGISTROS " registros)"
               IF GER-EXPURGADAS > 0
                   DISPLAY "  Geracoes expurgadas pela retencao: "
                           GER-EXPURGADAS
               END-IF
           END-IF.
       8500-EXIT.
           EXIT.

      * =========================
       9000-FINALIZAR.
           MOVE ALL "-" TO REG-LINHA-DUPLICATAS

           MOVE "FIM"    TO EVENTO-PARA-CONTROLE
           MOVE "NORMAL" TO SITUACAO-PARA-CONTROLE
           PERFORM 8500-GUARDAR-GERACAO THRU 8500-EXIT
           IF GER-FALHA
               MOVE "AVISOS" TO SITUACAO-PARA-CONTROLE
           END-IF
           MOVE CONTADOR-REGISTROS-LIDOS  TO REGISTROS-PARA-CONTROLE
           MOVE CONTADOR-NOMES-UNICOS     TO VALIDOS-PARA-CONTROLE
           MOVE CONTADOR-SUBMISSOES-EXCESSO
               TO INVALIDOS-PARA-CONTROLE
           PERFORM 9100-GRAVAR-RUN-CONTROLE THRU 9100-EXIT
           IF GER-FALHA
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

