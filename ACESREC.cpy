      ******************************************************************
      * ACESREC.CPY
      * BLOCO DE INTERFACE COM O SUBPROGRAMA CONTROLE-ACESSO, INCLUIDO
      * NA WORKING-STORAGE DOS PROGRAMAS INTERATIVOS E NA LINKAGE DO
      * SUBPROGRAMA.
      *
      * ACS-FUNCAO 'E' (ENTRADA): O SUBPROGRAMA PEDE A IDENTIFICACAO,
      * CONFERE O OPERADOR E A AUTORIZACAO PARA ACS-PROGRAMA E DEVOLVE
      * ACS-OPERADOR E ACS-NOME-OPERADOR. ACS-FUNCAO 'O' (OPCAO):
      * CONFERE ACS-OPCAO (1 A 9) PARA ACS-OPERADOR EM ACS-PROGRAMA.
      * RECUSA (ACS-RECUSADO) JA SAI GRAVADA NO LOG DE VIOLACOES.
      ******************************************************************
       01  BLOCO-ACESSO.
           05 ACS-FUNCAO                    PIC X.
               88 ACS-FUNCAO-ENTRADA             VALUE 'E'.
               88 ACS-FUNCAO-OPCAO               VALUE 'O'.
           05 ACS-PROGRAMA                  PIC X(30).
           05 ACS-OPERADOR                  PIC X(20).
           05 ACS-NOME-OPERADOR             PIC X(30).
           05 ACS-OPCAO                     PIC X.
           05 ACS-RESULTADO                 PIC X.
               88 ACS-PERMITIDO                  VALUE 'S'.
               88 ACS-RECUSADO                   VALUE 'N'.
