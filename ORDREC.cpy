      ******************************************************************
      * ORDREC.CPY
      * REGISTRO DO ARQUIVO DE ORDENS DE RENOMEACAO EMITIDAS
      * (ORDENS-RENOMEACAO.DAT, ARQUIVO INDEXADO COM CHAVE
      * NUMERO-ORDEM). GERA-ORDENS-RENOMEACAO GRAVA UMA ORDEM POR
      * EQUIPE A CADA EMISSAO, COBRINDO AS PENDENCIAS ABERTAS AINDA SEM
      * ORDEM; O NUMERO VOLTA PARA A PENDENCIA (ORDEM-PENDENCIA DO
      * PENDREC) E E CONTINUO ENTRE EXECUCOES, COMO O DOS AVISOS.
      *
      * NOMES-ORDEM: PENDENCIAS COBERTAS PELA ORDEM.
      * MEMBROS-ORDEM: LINHAS MEMBRO X NOME LISTADAS (DECLARACAO OU
      * REFERENCIA NO CATALOGO ONDE-USADO).
      * COLISOES-ORDEM: MEMBROS ONDE A SUGESTAO JA EXISTE (A TROCA
      * COLIDIRIA COM UM NOME JA EM USO NO MEMBRO).
      ******************************************************************
       01  REG-ORDEM-RENOMEACAO.
           05 NUMERO-ORDEM                  PIC 9(6).
           05 EQUIPE-ORDEM                  PIC X(8).
           05 DATA-EMISSAO-ORDEM            PIC 9(8).
           05 NOMES-ORDEM                   PIC 9(4).
           05 MEMBROS-ORDEM                 PIC 9(5).
           05 COLISOES-ORDEM                PIC 9(4).
