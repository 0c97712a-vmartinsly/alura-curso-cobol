      *----------------------------------------------------------------*
      * LAYOUT DO REGISTRO DO CALENDARIO DE DIAS UTEIS                  *
      * (CLIENTES-CALENDARIO.DAT) - UM REGISTRO POR DIA SEM EXPEDIENTE  *
      * (FERIADO OU DIA NAO UTIL) QUE CAIA EM DIA DE SEMANA. SABADO E   *
      * DOMINGO NUNCA SAO UTEIS E NAO PRECISAM SER CADASTRADOS. O ANO   *
      * E CONSIDERADO CARREGADO QUANDO TEM AO MENOS UM REGISTRO.        *
      * MANTIDO PELOS SUPERVISORES NO ONLINE (OPCAO C).                 *
      * USADO POR: DIAUTIL, CLIENTES (FD CALENDARIO) E CLIENTESK        *
      *----------------------------------------------------------------*
           05  CAL-CHAVE.
               10  CAL-DATA                PIC 9(08).
           05  CAL-TIPO                    PIC X(01).
               88  CAL-FERIADO             VALUE 'F'.
               88  CAL-NAO-UTIL            VALUE 'N'.
               88  CAL-TIPO-VALIDO         VALUE 'F' 'N'.
           05  CAL-DESCRICAO               PIC X(30).
           05  CAL-OPERADOR                PIC X(08).
           05  CAL-DATA-ATUALIZACAO        PIC 9(08).
