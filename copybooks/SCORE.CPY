      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE SCORE E SEGMENTO DO CLIENTE               *
      * (CLIENTES-SCORE.DAT)                                            *
      * UM REGISTRO POR CLIENTE DO CADASTRO, CHAVEADO PELO TELEFONE     *
      * PRINCIPAL (MESMA CHAVE DE CLIENTES.DAT), RECALCULADO TODA NOITE *
      * PELO CLIENTESW A PARTIR DE CONTATOS, PROTOCOLOS E AGENDA. O     *
      * SCORE VAI DE 0 A 100; O SEGMENTO E C = CAMPEAO, R = REGULAR,    *
      * E = EM RISCO OU D = DORMENTE. SCORE-SEGMENTO-ANTERIOR GUARDA O  *
      * SEGMENTO DO CALCULO ANTERIOR (BRANCO = CLIENTE NOVO) PARA O     *
      * RELATORIO DE MIGRACAO. OS DEMAIS CAMPOS SAO OS FATORES USADOS   *
      * NO CALCULO, PARA O GERENTE ENTENDER O SEGMENTO.                 *
      * USADO POR: CLIENTESW, CLIENTES, CLIENTESF, CLIENTESX,           *
      *            CLIENTESH E CLIENTESY                                *
      *----------------------------------------------------------------*
           05  SCORE-CHAVE.
               10  SCORE-FONE              PIC 9(09).
           05  SCORE-CLIENTE               PIC 9(09).
           05  SCORE-PONTOS                PIC 9(03).
           05  SCORE-SEGMENTO              PIC X(01).
               88  SCORE-CAMPEAO           VALUE 'C'.
               88  SCORE-REGULAR           VALUE 'R'.
               88  SCORE-EM-RISCO          VALUE 'E'.
               88  SCORE-DORMENTE          VALUE 'D'.
           05  SCORE-DATA-CALCULO          PIC 9(08).
           05  SCORE-SEGMENTO-ANTERIOR     PIC X(01).
           05  SCORE-DATA-ANTERIOR         PIC 9(08).
           05  SCORE-ULTIMO-CONTATO        PIC 9(08).
           05  SCORE-QTD-CONTATOS          PIC 9(04).
           05  SCORE-QTD-VISITAS           PIC 9(04).
           05  SCORE-QTD-LIGACOES          PIC 9(04).
           05  SCORE-QTD-RECLAMACOES       PIC 9(02).
           05  SCORE-QTD-RETORNOS          PIC 9(02).
           05  SCORE-QTD-ATRASADOS         PIC 9(02).
