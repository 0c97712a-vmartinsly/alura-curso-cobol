      *                                                                *
      * MODULOS CHAMADOS:                                              *
      *                                                                *
      * DIAUTIL - CALENDARIO DE DIAS UTEIS                             *
      *                                                                *
      * ENVELHECIMENTO DE RECLAMACOES A PARTIR DO LOG DE CONTATOS.     *
      * VARRE CONTATOS.DAT EM ORDEM DE CHAVE (TELEFONE + SEQUENCIA):   *
      * UMA RECLAMACAO (TIPO R) ESTA ABERTA QUANDO E O ULTIMO          *
      * CONTATO DO CLIENTE - QUALQUER CONTATO POSTERIOR NO MESMO       *
      * TELEFONE VALE COMO TRATAMENTO. AS ABERTAS SAEM NO RELATORIO    *
      * POR FAIXA DE IDADE EM DIAS UTEIS (ATE 7, 8 A 30 E ACIMA DE     *
      * 30), SEM CONTAR FINS DE SEMANA E FERIADOS DO CALENDARIO, COM   *
      * NOME E EMAIL BUSCADOS EM CLIENTES.DAT, E COM OS TOTAIS POR     *
      * OPERADOR NO FECHAMENTO. RODA NA SEXTA PARA O FECHAMENTO        *
      * SEMANAL DA GERENCIA.                                           *
       77 WRK-ULT-TIPO                  PIC X(001) VALUE SPACES.
       77 WRK-ULT-DATA                  PIC 9(008) VALUE ZEROS.
       77 WRK-ULT-OPERADOR              PIC X(020) VALUE SPACES.
       77 WRK-IDADE                     PIC 9(005) VALUE ZEROS.
       77 WRK-FAIXA                     PIC 9(001) VALUE ZEROS.
       77 WRK-QTD-RECL                  PIC 9(004) COMP VALUE ZEROS.
       77 WRK-FAIXA-QTD                 PIC 9(004) VALUE ZEROS.
       77 WRK-TABELA-CHEIA              PIC X(001) VALUE 'N'.
       77 WRK-QTD-EDIT                  PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-CAL-FUNCAO                PIC X(001) VALUE SPACES.
       77 WRK-CAL-DATA-1                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DATA-2                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DIAS                  PIC 9(005) VALUE ZEROS.
       77 WRK-CAL-RESULTADO             PIC X(001) VALUE SPACES.

       01 WRK-TAB-RECL.
          05 WRK-RECL OCCURS 2000 TIMES.
                  WRK-DATA-SISTEMA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-REL
           END-STRING.

           OPEN INPUT CLIENTES.
           IF WRK-CLIENTES-STATUS NOT EQUAL ZEROS
       2200-FECHAR-GRUPO SECTION.
      *----------------------------------------------------------------*
      *    SE O ULTIMO CONTATO DO TELEFONE ANTERIOR FOI RECLAMACAO,
      *    ELA ESTA ABERTA: CALCULA A IDADE EM DIAS UTEIS (DIAUTIL
      *    CONTA OS DIAS UTEIS DEPOIS DA RECLAMACAO ATE HOJE),
      *    CLASSIFICA NA FAIXA, BUSCA NOME E EMAIL NO CADASTRO E
      *    ACUMULA O OPERADOR.

           IF WRK-FONE-ATUAL NOT EQUAL ZEROS
              AND WRK-ULT-TIPO EQUAL 'R'
              IF WRK-QTD-RECL EQUAL 2000
                 MOVE 'S' TO WRK-TABELA-CHEIA
              ELSE
                 MOVE 'C' TO WRK-CAL-FUNCAO
                 MOVE WRK-ULT-DATA     TO WRK-CAL-DATA-1
                 MOVE WRK-DATA-SISTEMA TO WRK-CAL-DATA-2
                 CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                      WRK-CAL-DATA-2 WRK-CAL-DIAS
                                      WRK-CAL-RESULTADO
                 IF WRK-CAL-RESULTADO EQUAL 'O'
                    MOVE WRK-CAL-DIAS TO WRK-IDADE
                 ELSE
                    MOVE ZEROS TO WRK-IDADE
                 END-IF
           PERFORM 3100-CABECALHO.

           MOVE 1 TO WRK-FAIXA.
           MOVE 'RECLAMACOES ABERTAS ATE 7 DIAS UTEIS' TO RECL-LINHA.
           PERFORM 3200-IMPRIMIR-FAIXA.

           MOVE 2 TO WRK-FAIXA.
           MOVE 'RECLAMACOES ABERTAS DE 8 A 30 DIAS UTEIS'
                TO RECL-LINHA.
           PERFORM 3200-IMPRIMIR-FAIXA.

           MOVE 3 TO WRK-FAIXA.
           MOVE 'RECLAMACOES ABERTAS ACIMA DE 30 DIAS UTEIS'
                TO RECL-LINHA.
           PERFORM 3200-IMPRIMIR-FAIXA.

           PERFORM 3300-TOTAIS-OPERADOR.
