      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE PROTOCOLO DE RECLAMACAO (SAC)             *
      * (CLIENTES-PROTOCOLOS.DAT)                                       *
      * UM REGISTRO POR RECLAMACAO, ABERTO NO REGISTRO DO CONTATO TIPO  *
      * R. O NUMERO DO PROTOCOLO VEM DA SERIE PROTOCOLO DO NUMERA E E   *
      * INFORMADO AO CLIENTE. A CHAVE ALTERNATIVA PELO NUMERO DO        *
      * CLIENTE LISTA OS PROTOCOLOS DO CLIENTE. PROT-FONE E O TELEFONE  *
      * DO CONTATO QUE ABRIU O CASO (PROT-CONTATO-SEQ).                 *
      * USADO POR: CLIENTES (FD CLIENTES-PROTOCOLOS), CLIENTESP,        *
      *            CLIENTESY, CLIENTESH E CLIENTESW                     *
      *----------------------------------------------------------------*
           05  PROT-CHAVE.
               10  PROT-NUMERO             PIC 9(09).
           05  PROT-CLIENTE                PIC 9(09).
           05  PROT-FONE                   PIC 9(09).
           05  PROT-CONTATO-SEQ            PIC 9(04).
           05  PROT-STATUS                 PIC X(01).
               88  PROT-ABERTO             VALUE 'A'.
               88  PROT-ANDAMENTO          VALUE 'E'.
               88  PROT-RESOLVIDO          VALUE 'R'.
               88  PROT-CANCELADO          VALUE 'C'.
               88  PROT-EM-ABERTO          VALUE 'A' 'E'.
               88  PROT-ENCERRADO          VALUE 'R' 'C'.
           05  PROT-OPERADOR               PIC X(08).
           05  PROT-DATA-ABERTURA          PIC 9(08).
           05  PROT-HORA-ABERTURA          PIC 9(06).
           05  PROT-PRAZO                  PIC 9(08).
           05  PROT-DATA-FECHAMENTO        PIC 9(08).
           05  PROT-MOTIVO                 PIC X(60).
           05  PROT-ATRASADO               PIC X(01).
               88  PROT-VENCIDO            VALUE 'S'.
           05  PROT-DATA-ATRASO            PIC 9(08).
           05  PROT-DATA-ATUALIZACAO       PIC 9(08).
           05  PROT-OPERADOR-ATUALIZACAO   PIC X(08).
