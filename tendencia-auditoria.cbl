      *                   DIARIA: GANHA COLUNA PROPRIA E FICA FORA DA
      *                   RAZAO DE APROVACAO, COMO JA FICAVA FORA DA
      *                   QUEBRA SEMANAL POR REGRA.
      * 2026-10-15 RMS    LINHA DA TRILHA DE AUDITORIA PASSA A 160
      *                   BYTES (SEQUENCIA E ENCADEAMENTO NO FIM);
      *                   LEITURA DOS 130 PRIMEIROS SEM MUDANCA.
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TRILHA-AUDITORIA.
       01  REG-TRILHA-AUDITORIA        PIC X(160).

       FD  ARQ-RELATORIO-TENDENCIA.
       01  REG-LINHA-TENDENCIA         PIC X(100).
