      * DEPTO-SUBMISSOR: DEPARTAMENTO DONO DA EQUIPE; DEVE EXISTIR NA
      * TABELA DE REFERENCIA DEPARTAMENTOS.DAT (VER DEPTREC.CPY).
      *
      * CONTATO-SUBMISSOR: O CONTATO DA EQUIPE E UM FUNCIONARIO -
      * MATRICULA-CONTATO-SUBMISSOR E A CHAVE-FUNCIONARIO DELE EM
      * FUNCIONARIOS.DAT (VER FUNCREC.CPY), ACEITA PELA MANUTENCAO SO
      * QUANDO O FUNCIONARIO ESTA ATIVO. SITUACAO-CONTATO-SUBMISSOR E
      * REAVALIADA TODA NOITE POR CONFERE-CONTATOS-SUBMISSORES: 'R'
      * REGULAR; 'D' CONTATO DESLIGADO; 'F' CONTATO LOTADO FORA DO
      * DEPTO-SUBMISSOR; 'N' MATRICULA AUSENTE DO CADASTRO (OU CONTATO
      * AINDA EM TEXTO LIVRE, DO LEIAUTE ANTERIOR). QUALQUER SITUACAO
      * QUE NAO 'R' SAI DESTACADA NO CABECALHO DO AVISO DA EQUIPE
      * (AVISOS-POR-SUBMISSOR) ATE O CONTATO SER CORRIGIDO.
      *
      * SITUACAO-SUBMISSOR: 'A' ATIVO, 'I' INATIVO (EXCLUSAO LOGICA -
      * O CODIGO NUNCA E REMOVIDO FISICAMENTE, PARA QUE REJEICOES
      * ANTIGAS CONTINUEM RASTREAVEIS A EQUIPE DA EPOCA).
       01  REG-SUBMISSOR.
           05 CHAVE-SUBMISSOR               PIC X(8).
           05 NOME-EQUIPE-SUBMISSOR         PIC X(30).
           05 CONTATO-SUBMISSOR.
               10 MATRICULA-CONTATO-SUBMISSOR PIC 9(5).
               10 SITUACAO-CONTATO-SUBMISSOR  PIC X.
                   88 CONTATO-REGULAR             VALUE 'R'.
                   88 CONTATO-DESLIGADO           VALUE 'D'.
                   88 CONTATO-FORA-DO-DEPTO       VALUE 'F'.
                   88 CONTATO-NAO-CADASTRADO      VALUE 'N'.
               10 FILLER                      PIC X(34).
           05 DEPTO-SUBMISSOR               PIC X(4).
           05 SITUACAO-SUBMISSOR            PIC X.
               88 SUBMISSOR-ATIVO                VALUE 'A'.
