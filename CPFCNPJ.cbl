      *    'V' - DOCUMENTO VALIDO                                      *
      *    'I' - DOCUMENTO INVALIDO                                    *
      *                                                                *
      * CHAMADO POR: CLIENTES, CLIENTESB, CLIENTESY                    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
