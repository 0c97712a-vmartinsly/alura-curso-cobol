      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE CLIENTES EXCLUIDOS                        *
      * (CLIENTES-EXCLUIDOS.DAT)                                        *
      * USADO POR: CLIENTES, CLIENTESR, CLIENTESA, CLIENTESC E CLIENTESY*
      *            (FD CLIENTES-EXCLUIDOS)                              *
      *----------------------------------------------------------------*
           05  CLIENTES-EXCL-FONE          PIC 9(09).
