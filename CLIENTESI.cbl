      *                                                                *
      * MODULOS CHAMADOS:                                              *
      *                                                                *
      * DIAUTIL - CALENDARIO DE DIAS UTEIS                             *
      *                                                                *
      * VARREDURA DE INATIVIDADE: CRUZA O CADASTRO COM O ULTIMO        *
      * CONTATO DE CADA TELEFONE EM CONTATOS.DAT E INATIVA (STATUS     *
      * I) OS CLIENTES ATIVOS SEM CONTATO DENTRO DA RETENCAO EM        *
      * OPERADOR DE BATCH, E O RELATORIO LISTA OS INATIVADOS E OS      *
      * QUE ENTRAM NA FAIXA NO PROXIMO MES. E ESTA VARREDURA QUE       *
      * MANTEM O STATUS CONFIAVEL PARA O EXTRATO DE MARKETING E O      *
      * RELATORIO POR STATUS DO ONLINE. O CORTE E SEMPRE UM DIA UTIL   *
      * (O PRIMEIRO DIA UTIL DO MES DE CORTE, PELO CALENDARIO).        *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       77 WRK-IND                       PIC 9(004) COMP VALUE ZEROS.
       77 WRK-QTD-EDIT                  PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-DATA-EDIT                 PIC X(012) VALUE SPACES.
       77 WRK-CAL-FUNCAO                PIC X(001) VALUE SPACES.
       77 WRK-CAL-DATA-1                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DATA-2                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DIAS                  PIC 9(005) VALUE ZEROS.
       77 WRK-CAL-RESULTADO             PIC X(001) VALUE SPACES.

       01 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-SISTEMA-R REDEFINES WRK-DATA-SISTEMA.
      *----------------------------------------------------------------*
      *    DATA DE CORTE = PRIMEIRO DIA DO MES, WRK-RET-MESES MESES
      *    ANTES DO MES CORRENTE - MESMA CONTA DO CORTE DE RETENCAO
      *    (CLIENTESA). SE O DIA 1 NAO FOR UTIL, O CORTE VAI PARA O
      *    PRIMEIRO DIA UTIL DO MES (DIAUTIL).

           COMPUTE WRK-MESES-TOT = WRK-DATA-SIS-ANO * 12
                                 + WRK-DATA-SIS-MES - 1
                                  + WRK-MES-CORTE * 100
                                  + 1.

           MOVE 'P' TO WRK-CAL-FUNCAO.
           MOVE WRK-DATA-CORTE TO WRK-CAL-DATA-1.
           CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                WRK-CAL-DATA-2 WRK-CAL-DIAS
                                WRK-CAL-RESULTADO.
           IF WRK-CAL-RESULTADO EQUAL 'O'
              MOVE WRK-CAL-DATA-2 TO WRK-DATA-CORTE
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM. EXIT.
      *----------------------------------------------------------------*
