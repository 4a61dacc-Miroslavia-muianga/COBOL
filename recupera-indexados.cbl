      * DATA       AUTOR  DESCRICAO
      * ---------- ------ ----------------------------------------------
      * 2026-09-02 RMS    CRIACAO.
      * 2026-10-15 RMS    IMAGEM DO FUNCIONARIO PASSA A SER MOVIDA PELO
      *                   TAMANHO DO REG-FUNCIONARIO (59 BYTES DESDE O
      *                   GRAU SALARIAL), NAO MAIS 40 FIXOS: A RECARGA
      *                   PERDIA GRAU, SALARIO E DATA DE DESLIGAMENTO.
      ******************************************************************

       ENVIRONMENT DIVISION.
                       THRU 9800-ABEND-HISTORICO-VALIDACAO-EXIT
               END-IF
           ELSE
               MOVE IMAGEM-REGISTRO-MESTRE(1:LENGTH OF REG-FUNCIONARIO)
                   TO REG-FUNCIONARIO
               WRITE REG-FUNCIONARIO
               IF NOT ARQ-FUNCIONARIOS-OK
                   END-IF
               END-IF
           ELSE
               MOVE IMAGEM-JORNAL(1:LENGTH OF REG-FUNCIONARIO)
                   TO REG-FUNCIONARIO
               WRITE REG-FUNCIONARIO
               IF ARQ-FUNCIONARIOS-OK
                   ADD 1 TO CONTADOR-JORNAL-NOVOS
