      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE HISTORICO DE ALTERACOES                   *
      * (CLIENTES-HISTORICO.DAT)                                        *
      * USADO POR: CLIENTES, CLIENTESA E CLIENTESY                      *
      *            (FD CLIENTES-HISTORICO)                              *
      *----------------------------------------------------------------*
           05  HIST-CHAVE                  PIC 9(09).
           05  HIST-DATA                   PIC 9(08).
