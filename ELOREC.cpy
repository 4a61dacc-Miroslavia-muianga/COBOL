      ******************************************************************
      * ELOREC.CPY
      * BLOCO DE INTERFACE COM O SUBPROGRAMA ENCADEIA-TRILHA, INCLUIDO
      * NA WORKING-STORAGE DE QUEM GRAVA OU CONFERE A TRILHA DE
      * AUDITORIA DE VALIDACAO E NA LINKAGE DO SUBPROGRAMA.
      *
      * ELO-REGISTRO E A LINHA DA TRILHA COMO VAI PARA O DISCO: OS 130
      * BYTES DE CONTEUDO DE SEMPRE, O NUMERO DE SEQUENCIA E O VALOR
      * DE ENCADEAMENTO (CALCULADO SOBRE O CONTEUDO E A SEQUENCIA A
      * PARTIR DO ENCADEAMENTO DO REGISTRO ANTERIOR).
      *
      * ELO-FUNCAO 'P' (PREPARAR): POSICIONA ELO-ULTIMA-SEQUENCIA E
      *   ELO-ULTIMO-ENCADEAMENTO NO FIM DA CADEIA ATUAL (ULTIMO
      *   REGISTRO ENCADEADO DO LOG VIVO OU, COM O LOG VAZIO, VALOR
      *   FINAL DA ULTIMA ANCORA DE ARQUIVAMENTO). CHAMAR ANTES DE
      *   ABRIR O LOG EM EXTEND.
      * ELO-FUNCAO 'E' (ENCADEAR): NUMERA E ENCADEIA ELO-CONTEUDO EM
      *   ELO-REGISTRO E AVANCA O ESTADO.
      * ELO-FUNCAO 'C' (CONFERIR): CONFERE ELO-REGISTRO (LIDO DO
      *   DISCO) CONTRA O ESTADO, DEVOLVE ELO-RESULTADO E RESSINCRONIZA
      *   O ESTADO NO REGISTRO LIDO, PARA UM ELO QUEBRADO NAO
      *   CONTAMINAR A CONFERENCIA DOS SEGUINTES.
      ******************************************************************
       01  BLOCO-ENCADEAMENTO.
           05 ELO-FUNCAO                    PIC X.
               88 ELO-FUNCAO-PREPARAR            VALUE 'P'.
               88 ELO-FUNCAO-ENCADEAR            VALUE 'E'.
               88 ELO-FUNCAO-CONFERIR            VALUE 'C'.
           05 ELO-REGISTRO.
               10 ELO-CONTEUDO              PIC X(130).
               10 ELO-SEPARADOR-SEQUENCIA   PIC X(3).
               10 ELO-SEQUENCIA-X           PIC X(9).
               10 ELO-SEQUENCIA REDEFINES ELO-SEQUENCIA-X
                                            PIC 9(9).
               10 ELO-SEPARADOR-ENCADEAMENTO
                                            PIC X(3).
               10 ELO-ENCADEAMENTO-X        PIC X(15).
               10 ELO-ENCADEAMENTO REDEFINES ELO-ENCADEAMENTO-X
                                            PIC 9(15).
           05 ELO-ULTIMA-SEQUENCIA          PIC 9(9).
           05 ELO-ULTIMO-ENCADEAMENTO       PIC 9(15).
           05 ELO-SEQUENCIA-ESPERADA        PIC 9(9).
           05 ELO-ENCADEAMENTO-CALCULADO    PIC 9(15).
           05 ELO-RESULTADO                 PIC XX.
               88 ELO-CONFERE                    VALUE 'OK'.
               88 ELO-SEM-ENCADEAMENTO           VALUE 'SE'.
               88 ELO-LACUNA                     VALUE 'LA'.
               88 ELO-FORA-DE-ORDEM              VALUE 'SR'.
               88 ELO-ALTERADO                   VALUE 'AL'.
