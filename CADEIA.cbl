      *    'B' - BLOQUEADO PELA TRAVA (MOTIVO NO SYSOUT)               *
      *    'E' - ERRO DE ARQUIVO OU DE CHAMADA                         *
      *                                                                *
      * CHAMADO POR: CLIENTESB, CLIENTESR, CLIENTESC, CLIENTESX,       *
      *              CLIENTESM E CLIENTESA                             *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
