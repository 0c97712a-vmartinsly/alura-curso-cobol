      * MANTIDA POR TODO PROGRAMA QUE GRAVA O CADASTRO; E ELA QUE       *
      * PERMITE A VERIFICACAO DE DOCUMENTO DUPLICADO POR LEITURA        *
      * DIRETA, SEM VARRER CLIENTES.DAT.                                *
      * USADO POR: CLIENTES, CLIENTESB, CLIENTESV, CLIENTESL,           *
      *            CLIENTESC E CLIENTESY                                *
      * (FD CLIENTES-DOCX)                                              *
      *----------------------------------------------------------------*
           05  DOCX-CHAVE.
