      * LAYOUT DO REGISTRO DA AGENDA DE RETORNOS (AGENDA.DAT)           *
      * UM ITEM POR RETORNO PROMETIDO AO CLIENTE, CRIADO NO REGISTRO    *
      * DO CONTATO E BAIXADO QUANDO O RETORNO E FEITO (O QUE GRAVA O    *
      * CONTATO RESULTANTE). A DATA DA BAIXA NAO FICA NO ITEM: ELA VAI  *
      * PARA O LOG COMO AGENDA-OK (NO PRAZO) OU AGENDA-ATR (COM ATRASO).*
      * USADO POR: CLIENTES (FD AGENDA), CLIENTESG, CLIENTESC,          *
      *            CLIENTESE, CLIENTESY E CLIENTESW (FD AGENDA)         *
      *----------------------------------------------------------------*
           05  AGENDA-CHAVE.
               10  AGENDA-DATA             PIC 9(08).
