      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE OPERADORES (OPERADORES.DAT)               *
      * USADO POR: CLIENTES, CLIENTESP E CLIENTESE (FD OPERADORES)      *
      *----------------------------------------------------------------*
           05  OPER-CHAVE.
               10  OPER-ID                 PIC X(08).
