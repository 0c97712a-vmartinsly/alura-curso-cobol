      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DO LOG DE OPERACOES (CLIENTES-LOG.DAT)       *
      * USADO POR: CLIENTES, CLIENTESB, CLIENTESR, CLIENTESM,           *
      *            CLIENTESA, CLIENTESC, CLIENTESP, CLIENTESE,          *
      *            CLIENTEST E CLIENTESY                                *
      *            (FD CLIENTES-LOG)                                    *
      *----------------------------------------------------------------*
           05  LOG-OPERACAO                PIC X(10).
           05  LOG-CHAVE                   PIC 9(09).
