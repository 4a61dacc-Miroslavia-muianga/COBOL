      * 2026-09-02 RMS    LEIAUTE DO HISTORICO DE VALIDACAO EXTRAIDO
      *                   PARA O COPYBOOK HISTREC (SEM MUDANCA DE
      *                   CONTEUDO).
      * 2026-10-15 RMS    LINHA DA TRILHA DE AUDITORIA PASSA A 160
      *                   BYTES (SEQUENCIA E ENCADEAMENTO NO FIM);
      *                   LEITURA DOS 130 PRIMEIROS SEM MUDANCA.
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TRILHA-AUDITORIA.
       01  REG-TRILHA-AUDITORIA        PIC X(160).

       FD  ARQ-HISTORICO-VALIDACAO.
       COPY HISTREC.
