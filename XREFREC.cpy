      ******************************************************************
      * XREFREC.CPY
      * REGISTRO DA REFERENCIA CRUZADA DE COPYBOOKS
      * (XREF-COPYBOOKS.DAT, ARQUIVO INDEXADO COM CHAVE COMPOSTA
      * COPYBOOK + MEMBRO + SEQUENCIA). RECONSTRUIDO DO ZERO A CADA
      * EXECUCAO DE CATALOGO-IDENTIFICADORES, A PARTIR DO MESMO
      * MANIFESTO-FONTES.TXT DO CATALOGO ONDE-USADO: UMA ENTRADA POR
      * COMANDO COPY ENCONTRADO NO MEMBRO. LIDO POR LISTA-RECOMPILACAO
      * PARA RESPONDER "QUEM RECOMPILA SE ESTE COPYBOOK MUDAR?".
      *
      * SEQUENCIA-XREF: ORDEM DO COPY DENTRO DO MEMBRO (O MESMO
      * COPYBOOK, COMO FILESTAT, ENTRA VARIAS VEZES NO MESMO MEMBRO,
      * CADA VEZ COM SEU REPLACING).
      * SECAO-XREF: ONDE O COPY ESTA - 'F' FILE SECTION (FD),
      * 'W' WORKING-STORAGE, 'L' LINKAGE, 'P' PROCEDURE DIVISION,
      * 'O' OUTRO PONTO DO FONTE.
      * PAR-XREF: PARES DO REPLACING (TEXTO ORIGINAL E TEXTO QUE O
      * SUBSTITUI, SEM OS DELIMITADORES ==); TOTAL-PARES-XREF = ZERO
      * QUANDO O COPY NAO TEM REPLACING. SO OS 6 PRIMEIROS PARES SAO
      * GUARDADOS (A CASA USA NO MAXIMO 5, EM FILESTAT).
      ******************************************************************
       01  REG-XREF-COPYBOOK.
           05 CHAVE-XREF.
               10 COPYBOOK-XREF             PIC X(30).
               10 MEMBRO-XREF               PIC X(40).
               10 SEQUENCIA-XREF            PIC 9(3).
           05 LINHA-XREF                    PIC 9(5).
           05 SECAO-XREF                    PIC X.
               88 XREF-FILE-SECTION              VALUE 'F'.
               88 XREF-WORKING-STORAGE           VALUE 'W'.
               88 XREF-LINKAGE                   VALUE 'L'.
               88 XREF-PROCEDURE                 VALUE 'P'.
               88 XREF-OUTRA-SECAO               VALUE 'O'.
           05 TOTAL-PARES-XREF              PIC 9(2).
           05 PAR-XREF OCCURS 6 TIMES.
               10 TEXTO-ORIGEM-XREF         PIC X(40).
               10 TEXTO-DESTINO-XREF        PIC X(40).
