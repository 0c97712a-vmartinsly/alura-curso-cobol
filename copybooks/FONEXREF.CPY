      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DA REFERENCIA TELEFONE X NUMERO DO CLIENTE   *
      * (CLIENTES-FONES.DAT)                                            *
      * O NUMERO DO CLIENTE E PERMANENTE E NAO MUDA COM A TROCA DE      *
      * TELEFONE. CADA TELEFONE PERTENCE A UM UNICO CLIENTE; O CLIENTE  *
      * TEM UM TELEFONE PRINCIPAL (TIPO P, IGUAL A CHAVE DE             *
      * CLIENTES.DAT) E QUANTOS ADICIONAIS PRECISAR. A CHAVE            *
      * ALTERNATIVA PELO NUMERO LISTA TODOS OS TELEFONES DO CLIENTE.    *
      * USADO POR: CLIENTES, CLIENTESB, CLIENTESF, CLIENTESX,           *
      *            CLIENTESC, CLIENTESP, CLIENTEST, CLIENTESY,          *
      *            CLIENTESH, CLIENTESJ E CLIENTESW                     *
      *            (FD CLIENTES-FONES)                                  *
      *----------------------------------------------------------------*
           05  FONEX-CHAVE.
               10  FONEX-FONE              PIC 9(09).
           05  FONEX-NUMERO                PIC 9(09).
           05  FONEX-TIPO                  PIC X(01).
               88  FONEX-PRINCIPAL         VALUE 'P'.
               88  FONEX-CELULAR           VALUE 'C'.
               88  FONEX-FIXO              VALUE 'F'.
               88  FONEX-TRABALHO          VALUE 'T'.
               88  FONEX-TIPO-ADICIONAL    VALUE 'C' 'F' 'T'.
           05  FONEX-DATA                  PIC 9(08).
