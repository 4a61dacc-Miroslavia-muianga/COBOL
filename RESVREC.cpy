      ******************************************************************
      * RESVREC.CPY
      * REGISTRO DO CADASTRO DE RESERVAS DE NOMES (RESERVAS-NOMES.DAT,
      * ARQUIVO INDEXADO COM CHAVE NOME-RESERVA, SEMPRE EM MAIUSCULAS).
      * A EQUIPE RESERVA O NOME NOVO, COM A CLASSE, ANTES DE COMECAR A
      * CODIFICAR (MANUTENCAO-RESERVAS, QUE SO ACEITA NOME APROVADO
      * PELO MOTOR DE REGRAS). O CICLO DIARIO ADVERTE QUANDO OUTRA
      * EQUIPE SUBMETE UM NOME RESERVADO E VIGENTE, E LIBERA A RESERVA
      * QUANDO A SUBMISSAO DA PROPRIA EQUIPE DONA E APROVADA.
      *
      * CLASSE-RESERVA: MESMAS CLASSES DO MOTOR DE REGRAS (D, P, I, A).
      * VALIDADE-RESERVA: ULTIMO DIA EM QUE A RESERVA VALE.
      * SITUACAO-RESERVA: A = ATIVA; L = LIBERADA PELO CICLO (NOME
      * APROVADO PARA A DONA, DATA EM DATA-LIBERACAO-RESERVA); C =
      * CANCELADA PELA EQUIPE. RESERVA ATIVA COM VALIDADE VENCIDA NAO
      * PROTEGE MAIS O NOME E SAI NO RELATORIO SEMANAL DE RESERVAS QUE
      * VENCERAM SEM USO.
      ******************************************************************
       01  REG-RESERVA-NOME.
           05 NOME-RESERVA                  PIC X(30).
           05 EQUIPE-RESERVA                PIC X(8).
           05 CLASSE-RESERVA                PIC X.
               88 RESERVA-DATA-NAME              VALUE 'D'.
               88 RESERVA-PARAGRAFO              VALUE 'P'.
               88 RESERVA-PROGRAMA               VALUE 'I'.
               88 RESERVA-ARQUIVO                VALUE 'A'.
           05 DATA-RESERVA                  PIC 9(8).
           05 VALIDADE-RESERVA              PIC 9(8).
           05 SITUACAO-RESERVA              PIC X.
               88 RESERVA-ATIVA                  VALUE 'A'.
               88 RESERVA-LIBERADA               VALUE 'L'.
               88 RESERVA-CANCELADA              VALUE 'C'.
           05 DATA-LIBERACAO-RESERVA        PIC 9(8).
