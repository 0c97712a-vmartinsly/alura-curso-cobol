      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DE CAMPANHA DE MARKETING                     *
      * (CLIENTES-CAMPANHAS.DAT)                                        *
      * UM REGISTRO POR CAMPANHA, CRIADO PELA SELECAO DO PUBLICO        *
      * (CLIENTESH) COM O CARTAO DE DEFINICAO DO SYSIN. O CANAL E O DO  *
      * CONSENTIMENTO (E = EMAIL, T = TELEFONE) E DEFINE O TIPO DO      *
      * CONTATO GRAVADO PARA CADA CLIENTE (E OU L). CAMP-CRITERIOS      *
      * GUARDA O CARTAO DE CRITERIOS USADO NA SELECAO. AS QUANTIDADES   *
      * DE RETORNO SAO RECONTADAS DO ARQUIVO DE ALVOS PELO CLIENTESJ.   *
      * USADO POR: CLIENTESH E CLIENTESJ                                *
      *----------------------------------------------------------------*
           05  CAMP-CHAVE.
               10  CAMP-CODIGO             PIC X(08).
           05  CAMP-DESCRICAO              PIC X(40).
           05  CAMP-CANAL                  PIC X(01).
               88  CAMP-CANAL-EMAIL        VALUE 'E'.
               88  CAMP-CANAL-TELEFONE     VALUE 'T'.
               88  CAMP-CANAL-VALIDO       VALUE 'E' 'T'.
           05  CAMP-DATA-INICIO            PIC 9(08).
           05  CAMP-DATA-FIM               PIC 9(08).
           05  CAMP-CRITERIOS              PIC X(20).
           05  CAMP-DATA-SELECAO           PIC 9(08).
           05  CAMP-QTD-SELECIONADOS       PIC 9(06).
           05  CAMP-QTD-RESPONDEU          PIC 9(06).
           05  CAMP-QTD-DEVOLVIDO          PIC 9(06).
           05  CAMP-QTD-SEM-INTERESSE      PIC 9(06).
           05  CAMP-DATA-RETORNO           PIC 9(08).
