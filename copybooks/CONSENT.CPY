      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE CONSENTIMENTO DE MARKETING POR CANAL      *
      * (CLIENTES-CONSENTIMENTO.DAT)                                    *
      * UM REGISTRO POR CLIENTE, CHAVEADO PELO NUMERO PERMANENTE (NAO   *
      * MUDA NA TROCA DE TELEFONE). PARA CADA CANAL - EMAIL, TELEFONE E *
      * CORREIO, NESTA ORDEM NA TABELA CONS-CANAL - GUARDA A OPCAO (S = *
      * CONSENTE, N = RETIROU OU RECUSOU, BRANCO = NUNCA INFORMADO), A  *
      * DATA E A ORIGEM DA ULTIMA MANIFESTACAO E QUEM A REGISTROU. SO   *
      * OPCAO S LIBERA O CANAL PARA O MARKETING. CONS-FONE E O TELEFONE *
      * PRINCIPAL NA ULTIMA ATUALIZACAO. ORIGEM L = CANAIS FECHADOS NA  *
      * ANONIMIZACAO LGPD (CLIENTESY).                                  *
      * USADO POR: CLIENTES (FD CLIENTES-CONSENTIMENTO), CLIENTEST,     *
      *            CLIENTESX, CLIENTESY E CLIENTESH                     *
      *----------------------------------------------------------------*
           05  CONS-CHAVE.
               10  CONS-CLIENTE            PIC 9(09).
           05  CONS-FONE                   PIC 9(09).
           05  CONS-CANAIS.
               10  CONS-EMAIL.
                   15  CONS-EMAIL-OPCAO    PIC X(01).
                   15  CONS-EMAIL-DATA     PIC 9(08).
                   15  CONS-EMAIL-ORIGEM   PIC X(01).
                   15  CONS-EMAIL-OPERADOR PIC X(08).
               10  CONS-TELEFONE.
                   15  CONS-TELEF-OPCAO    PIC X(01).
                   15  CONS-TELEF-DATA     PIC 9(08).
                   15  CONS-TELEF-ORIGEM   PIC X(01).
                   15  CONS-TELEF-OPERADOR PIC X(08).
               10  CONS-CORREIO.
                   15  CONS-CORR-OPCAO     PIC X(01).
                   15  CONS-CORR-DATA      PIC 9(08).
                   15  CONS-CORR-ORIGEM    PIC X(01).
                   15  CONS-CORR-OPERADOR  PIC X(08).
           05  CONS-CANAIS-TAB REDEFINES CONS-CANAIS.
               10  CONS-CANAL OCCURS 3 TIMES.
                   15  CONS-CANAL-OPCAO    PIC X(01).
                       88  CONS-CANAL-SIM          VALUE 'S'.
                       88  CONS-CANAL-NAO          VALUE 'N'.
                   15  CONS-CANAL-DATA     PIC 9(08).
                   15  CONS-CANAL-ORIGEM   PIC X(01).
                       88  CONS-ORIGEM-TELEFONE    VALUE 'T'.
                       88  CONS-ORIGEM-PRESENCIAL  VALUE 'P'.
                       88  CONS-ORIGEM-FORMULARIO  VALUE 'F'.
                       88  CONS-ORIGEM-EMAIL       VALUE 'E'.
                       88  CONS-ORIGEM-SITE        VALUE 'W'.
                       88  CONS-ORIGEM-CRM         VALUE 'C'.
                       88  CONS-ORIGEM-LGPD        VALUE 'L'.
                   15  CONS-CANAL-OPERADOR PIC X(08).
           05  CONS-DATA-ATUALIZACAO       PIC 9(08).
