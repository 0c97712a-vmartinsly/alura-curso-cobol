      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE CONTROLE DE NUMERACAO                     *
      * (CLIENTES-NUMERA.DAT) - UM REGISTRO POR SERIE DE NUMEROS,       *
      * REGRAVADO A CADA NUMERO ENTREGUE PELA SUBROTINA NUMERA.         *
      * USADO POR: NUMERA (FD NUMERACAO)                                *
      *----------------------------------------------------------------*
           05  NUM-CHAVE.
               10  NUM-SERIE               PIC X(10).
           05  NUM-ULTIMO                  PIC 9(09).
           05  NUM-DATA                    PIC 9(08).
           05  NUM-HORA                    PIC 9(06).
