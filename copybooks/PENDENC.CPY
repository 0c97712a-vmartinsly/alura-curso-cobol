      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE SOLICITACAO PENDENTE DE APROVACAO         *
      * (CLIENTES-PENDENCIAS.DAT)                                       *
      * OPERADOR SEM PERFIL DE SUPERVISOR NAO EXCLUI, RESTAURA, TROCA O *
      * TELEFONE NEM ALTERA O CPF/CNPJ DIRETAMENTE: A OPERACAO VIRA UMA *
      * SOLICITACAO NUMERADA (SERIE PENDENCIA DO NUMERA) COM OS VALORES *
      * ANTES/DEPOIS, E SO E APLICADA QUANDO UM SUPERVISOR APROVA.      *
      * PEND-FONE E O TELEFONE PRINCIPAL NA HORA DO PEDIDO (NA          *
      * RESTAURACAO, O TELEFONE EXCLUIDO).                              *
      * USADO POR: CLIENTES (FD CLIENTES-PENDENCIAS), CLIENTESN E       *
      *            CLIENTESY                                            *
      *----------------------------------------------------------------*
           05  PEND-CHAVE.
               10  PEND-NUMERO             PIC 9(09).
           05  PEND-OPERACAO               PIC X(01).
               88  PEND-EXCLUSAO           VALUE 'E'.
               88  PEND-RESTAURACAO        VALUE 'R'.
               88  PEND-TROCA-FONE         VALUE 'T'.
               88  PEND-TROCA-DOC          VALUE 'D'.
           05  PEND-SITUACAO               PIC X(01).
               88  PEND-PENDENTE           VALUE 'P'.
               88  PEND-APROVADA           VALUE 'A'.
               88  PEND-REJEITADA          VALUE 'R'.
           05  PEND-CLIENTE                PIC 9(09).
           05  PEND-FONE                   PIC 9(09).
           05  PEND-NOME                   PIC X(30).
           05  PEND-VALOR-ANTES            PIC X(20).
           05  PEND-VALOR-DEPOIS           PIC X(20).
           05  PEND-SOLICITANTE            PIC X(08).
           05  PEND-DATA-SOLIC             PIC 9(08).
           05  PEND-HORA-SOLIC             PIC 9(06).
           05  PEND-APROVADOR              PIC X(08).
           05  PEND-DATA-DECISAO           PIC 9(08).
           05  PEND-HORA-DECISAO           PIC 9(06).
           05  PEND-MOTIVO                 PIC X(60).
