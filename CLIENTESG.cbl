      *                                                                *
      * MODULOS CHAMADOS:                                              *
      *                                                                *
      * DIAUTIL - CALENDARIO DE DIAS UTEIS                             *
      *                                                                *
      * PAUTA MATINAL DA AGENDA DE RETORNOS. LE AGENDA.DAT E IMPRIME   *
      * OS ITENS PENDENTES COM DATA DE HOJE OU ATRASADOS, COM O NOME   *
      * DO CLIENTE BUSCADO EM CLIENTES.DAT, MARCANDO OS ATRASADOS      *
      * COM ASTERISCO. TOTAIS DE PENDENTES DO DIA E ATRASADOS NO       *
      * RODAPE. RODA ANTES DA ABERTURA PARA A EQUIPE COMECAR O DIA     *
      * COM A FILA IMPRESSA. RETORNO MARCADO PARA DIA SEM EXPEDIENTE   *
      * SO VENCE NO PROXIMO DIA UTIL, ENTAO NAO CONTA COMO ATRASADO    *
      * ATE LA.                                                        *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77 WRK-TOT-HOJE                  PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-ATRASADOS             PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-EDIT                  PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-CAL-FUNCAO                PIC X(001) VALUE SPACES.
       77 WRK-CAL-DATA-1                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DATA-2                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DIAS                  PIC 9(005) VALUE ZEROS.
       77 WRK-CAL-RESULTADO             PIC X(001) VALUE SPACES.

       01 WRK-PAUTA-DETALHE.
          05 WRK-PAU-MARCA              PIC X(001).
      *----------------------------------------------------------------*
       2100-DETALHE SECTION.
      *----------------------------------------------------------------*
      *    O ITEM ESTA ATRASADO QUANDO O DIA UTIL EM QUE VENCE (A
      *    PROPRIA DATA OU O PROXIMO DIA UTIL) JA PASSOU.

           MOVE SPACES TO WRK-PAUTA-DETALHE.
           MOVE 'P' TO WRK-CAL-FUNCAO.
           MOVE AGENDA-DATA TO WRK-CAL-DATA-1 WRK-CAL-DATA-2.
           CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                WRK-CAL-DATA-2 WRK-CAL-DIAS
                                WRK-CAL-RESULTADO.
           IF WRK-CAL-DATA-2 LESS THAN WRK-DATA-SISTEMA
              MOVE '*' TO WRK-PAU-MARCA
              ADD 1 TO WRK-TOT-ATRASADOS
           ELSE
