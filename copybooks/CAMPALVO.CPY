      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE CLIENTE ALVO DE CAMPANHA                  *
      * (CLIENTES-CAMPANHA-ALVOS.DAT)                                   *
      * UM REGISTRO POR CLIENTE SELECIONADO EM UMA CAMPANHA, CHAVEADO   *
      * PELO CODIGO DA CAMPANHA E PELO NUMERO PERMANENTE DO CLIENTE; O  *
      * NUMERO (ALVO-CLIENTE) E CHAVE ALTERNATIVA COM DUPLICIDADE, PARA *
      * LOCALIZAR AS CAMPANHAS DE UM CLIENTE.                           *
      * ALVO-FONE E ALVO-CONTATO-SEQ APONTAM O CONTATO GRAVADO NA       *
      * SELECAO. A RESPOSTA (R = RESPONDEU, D = DEVOLVIDO, N = SEM      *
      * INTERESSE, BRANCO = SEM RETORNO) VEM DO ARQUIVO DE RESPOSTAS    *
      * CARREGADO PELO CLIENTESJ; VALE A MAIS RECENTE.                  *
      * USADO POR: CLIENTESH, CLIENTESJ E CLIENTESY                     *
      *----------------------------------------------------------------*
           05  ALVO-CHAVE.
               10  ALVO-CAMPANHA           PIC X(08).
               10  ALVO-CLIENTE            PIC 9(09).
           05  ALVO-FONE                   PIC 9(09).
           05  ALVO-CONTATO-SEQ            PIC 9(04).
           05  ALVO-DATA-ENVIO             PIC 9(08).
           05  ALVO-RESPOSTA               PIC X(01).
               88  ALVO-SEM-RETORNO        VALUE ' '.
               88  ALVO-RESPONDEU          VALUE 'R'.
               88  ALVO-DEVOLVIDO          VALUE 'D'.
               88  ALVO-SEM-INTERESSE      VALUE 'N'.
               88  ALVO-RESPOSTA-VALIDA    VALUE 'R' 'D' 'N'.
           05  ALVO-DATA-RESPOSTA          PIC 9(08).
