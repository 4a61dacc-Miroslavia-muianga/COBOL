      * 2026-09-02 RMS    LEIAUTE DO HISTORICO DE VALIDACAO EXTRAIDO
      *                   PARA O COPYBOOK HISTREC (SEM MUDANCA DE
      *                   CONTEUDO).
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
               MOVE CHAVE-FUNCIONARIO TO CHAVE-PARA-HASH(1:5)
               WRITE REG-FUNCIONARIO
