      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. CLIENTESK.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : CLIENTESK                                           *
      *     TIPO : BATCH                                               *
      *                                                                *
      * ANALISTA : VITOR MARTINS LYRA                                  *
      *     DATA : 15/10/2026                                          *
      *                                                                *
      * PROJETO  : SISTEMA DE GESTAO DE CLIENTES                       *
      *----------------------------------------------------------------*
      *                                                                *
      * MODULOS CHAMADOS:                                              *
      *                                                                *
      * DIAUTIL - CALENDARIO DE DIAS UTEIS                             *
      *                                                                *
      * CALENDARIO ANUAL PARA CONFERENCIA. IMPRIME, MES A MES, A       *
      * QUANTIDADE DE DIAS UTEIS E OS DIAS SEM EXPEDIENTE CADASTRADOS  *
      * EM CLIENTES-CALENDARIO.DAT (DATA, DIA DA SEMANA, TIPO,         *
      * DESCRICAO E QUEM CADASTROU), OS TOTAIS DO ANO E AS LINHAS DE   *
      * ASSINATURA DA CONFERENCIA. AVISA NO RELATORIO E NO SYSOUT      *
      * (RETURN-CODE 4) QUANDO O ANO SEGUINTE AINDA NAO FOI CARREGADO. *
      * O CARTAO SYSIN INFORMA O ANO (AAAA) OU BRANCO PARA O ANO       *
      * CORRENTE. RODA NO FIM DO ANO, DEPOIS DO CADASTRO DOS FERIADOS  *
      * DO ANO SEGUINTE NO ONLINE (OPCAO C).                           *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTESK.JCL, ENTAO OS SELECT ABAIXO REFERENCIAM
      *    OS DDNAMES DO JOB.
           SELECT CALENDARIO ASSIGN TO "CALENDAR"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CALENDAR-STATUS
             RECORD KEY   IS CAL-CHAVE.

           SELECT RELATORIO ASSIGN TO "CALENREL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-RELATORIO-STATUS.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD CALENDARIO.
          01 CAL-REG.
             COPY CALENDAR.CPY.

      *----------------------------------------------------------------*
       FD RELATORIO.
          01 REL-LINHA                      PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-CALENDAR-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-RELATORIO-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-ABORTAR                   PIC X(001) VALUE 'N'.
       77 WRK-CAL-FIM                   PIC X(001) VALUE 'N'.
       77 WRK-CAL-ABERTO                PIC X(001) VALUE 'N'.
       77 WRK-CARTAO-ANO                PIC X(004) VALUE SPACES.
       77 WRK-ANO                       PIC 9(004) VALUE ZEROS.
       77 WRK-ANO-SEGUINTE              PIC 9(004) VALUE ZEROS.
       77 WRK-MES                       PIC 9(002) VALUE ZEROS.
       77 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-REL                  PIC X(010) VALUE SPACES.
       77 WRK-LINHA-CONT                PIC 9(002) VALUE ZEROS.
       77 WRK-MAX-LINHAS                PIC 9(002) VALUE 40.
       77 WRK-PRIMEIRO-DIA              PIC 9(008) VALUE ZEROS.
       77 WRK-ULTIMO-DIA                PIC 9(008) VALUE ZEROS.
       77 WRK-PROXIMO-MES               PIC 9(008) VALUE ZEROS.
       77 WRK-UTEIS-MES                 PIC 9(005) VALUE ZEROS.
       77 WRK-ITENS-MES                 PIC 9(004) VALUE ZEROS.
       77 WRK-TOT-UTEIS                 PIC 9(005) VALUE ZEROS.
       77 WRK-TOT-FERIADOS              PIC 9(005) VALUE ZEROS.
       77 WRK-TOT-NAO-UTEIS             PIC 9(005) VALUE ZEROS.
       77 WRK-TOT-FIM-SEMANA            PIC 9(005) VALUE ZEROS.
       77 WRK-ANO-CARREGADO             PIC X(001) VALUE 'N'.
       77 WRK-SEGUINTE-CARREGADO        PIC X(001) VALUE 'N'.
       77 WRK-IND-SEMANA                PIC 9(002) VALUE ZEROS.
       77 WRK-QTD-EDIT                  PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-CAL-FUNCAO                PIC X(001) VALUE SPACES.
       77 WRK-CAL-DATA-1                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DATA-2                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DIAS                  PIC 9(005) VALUE ZEROS.
       77 WRK-CAL-RESULTADO             PIC X(001) VALUE SPACES.

       01 WRK-ASSINATURA.
          05 FILLER                     PIC X(032) VALUE ALL '_'.
          05 FILLER                     PIC X(008) VALUE '  DATA: '.
          05 FILLER                     PIC X(010)
                                        VALUE '___/___/__'.
          05 FILLER                     PIC X(003) VALUE '___'.

       01 WRK-TAB-NOMES-MES.
          05 FILLER                     PIC X(009) VALUE 'JANEIRO'.
          05 FILLER                     PIC X(009) VALUE 'FEVEREIRO'.
          05 FILLER                     PIC X(009) VALUE 'MARCO'.
          05 FILLER                     PIC X(009) VALUE 'ABRIL'.
          05 FILLER                     PIC X(009) VALUE 'MAIO'.
          05 FILLER                     PIC X(009) VALUE 'JUNHO'.
          05 FILLER                     PIC X(009) VALUE 'JULHO'.
          05 FILLER                     PIC X(009) VALUE 'AGOSTO'.
          05 FILLER                     PIC X(009) VALUE 'SETEMBRO'.
          05 FILLER                     PIC X(009) VALUE 'OUTUBRO'.
          05 FILLER                     PIC X(009) VALUE 'NOVEMBRO'.
          05 FILLER                     PIC X(009) VALUE 'DEZEMBRO'.
       01 WRK-TAB-NOMES-MES-R REDEFINES WRK-TAB-NOMES-MES.
          05 WRK-NOME-MES OCCURS 12 TIMES PIC X(009).

      *    DIA DA SEMANA DEVOLVIDO PELA DIAUTIL (0=DOMINGO) MAIS 1.
       01 WRK-TAB-SEMANA.
          05 FILLER                     PIC X(013) VALUE 'DOMINGO'.
          05 FILLER                     PIC X(013)
                                        VALUE 'SEGUNDA-FEIRA'.
          05 FILLER                     PIC X(013) VALUE 'TERCA-FEIRA'.
          05 FILLER                     PIC X(013) VALUE 'QUARTA-FEIRA'.
          05 FILLER                     PIC X(013) VALUE 'QUINTA-FEIRA'.
          05 FILLER                     PIC X(013) VALUE 'SEXTA-FEIRA'.
          05 FILLER                     PIC X(013) VALUE 'SABADO'.
       01 WRK-TAB-SEMANA-R REDEFINES WRK-TAB-SEMANA.
          05 WRK-NOME-SEMANA OCCURS 7 TIMES PIC X(013).

       01 WRK-REL-CABECALHO.
          05 FILLER                     PIC X(003) VALUE SPACES.
          05 FILLER                     PIC X(012) VALUE 'DATA'.
          05 FILLER                     PIC X(015)
                                        VALUE 'DIA DA SEMANA'.
          05 FILLER                     PIC X(016) VALUE 'TIPO'.
          05 FILLER                     PIC X(032) VALUE 'DESCRICAO'.
          05 FILLER                     PIC X(010) VALUE 'CADASTRO'.
          05 FILLER                     PIC X(010) VALUE 'ATUALIZADO'.

       01 WRK-REL-DETALHE.
          05 FILLER                     PIC X(003) VALUE SPACES.
          05 WRK-DET-DATA               PIC X(010).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-SEMANA             PIC X(013).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-TIPO               PIC X(014).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-DESCRICAO          PIC X(030).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-OPERADOR           PIC X(008).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-ATUALIZACAO        PIC X(010).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR.
           IF WRK-ABORTAR NOT EQUAL 'S'
              PERFORM 2000-IMPRIMIR-MES
                      VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
              PERFORM 3000-VERIFICAR-ANO-SEGUINTE
              PERFORM 3400-FECHAMENTO
           END-IF.
           PERFORM 9000-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *----------------------------------------------------------------*
      *    A PRIMEIRA CHAMADA DA DIAUTIL CARREGA A TABELA DELA ANTES
      *    DE O CALENDARIO SER ABERTO AQUI PARA A LISTAGEM. SEM O
      *    ARQUIVO O ANO SAI SO COM OS FINS DE SEMANA.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WRK-DATA-SISTEMA(7:2) '/' WRK-DATA-SISTEMA(5:2) '/'
                  WRK-DATA-SISTEMA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-REL
           END-STRING.

           ACCEPT WRK-CARTAO-ANO.
           IF WRK-CARTAO-ANO IS NUMERIC
              AND WRK-CARTAO-ANO GREATER THAN '1600'
              AND WRK-CARTAO-ANO LESS THAN '9999'
              MOVE WRK-CARTAO-ANO TO WRK-ANO
           ELSE
              MOVE WRK-DATA-SISTEMA(1:4) TO WRK-ANO
           END-IF.
           COMPUTE WRK-ANO-SEGUINTE = WRK-ANO + 1.

           MOVE 'V' TO WRK-CAL-FUNCAO.
           MOVE WRK-DATA-SISTEMA TO WRK-CAL-DATA-1.
           CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                WRK-CAL-DATA-2 WRK-CAL-DIAS
                                WRK-CAL-RESULTADO.

           OPEN INPUT CALENDARIO.
           EVALUATE WRK-CALENDAR-STATUS
               WHEN ZEROS
                 MOVE 'S' TO WRK-CAL-ABERTO
               WHEN 35
                 DISPLAY 'CLIENTES-CALENDARIO.DAT NAO ENCONTRADO - '
                         'SO FINS DE SEMANA'
                 MOVE 'S' TO WRK-CAL-FIM
               WHEN OTHER
                 DISPLAY 'CLIENTES-CALENDARIO.DAT NAO ABRIU - STATUS: '
                         WRK-CALENDAR-STATUS
                 MOVE 8 TO RETURN-CODE
                 MOVE 'S' TO WRK-ABORTAR
           END-EVALUATE.

           OPEN OUTPUT RELATORIO.
           IF WRK-RELATORIO-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS: '
                      WRK-RELATORIO-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           IF WRK-ABORTAR EQUAL 'S'
              GO TO 1000-99-FIM
           END-IF.

           IF WRK-CAL-FIM NOT EQUAL 'S'
              COMPUTE CAL-DATA = WRK-ANO * 10000 + 0101
              START CALENDARIO KEY IS NOT LESS THAN CAL-CHAVE
                    INVALID KEY MOVE 'S' TO WRK-CAL-FIM
              END-START
           END-IF.
           PERFORM 2100-LER-CALENDARIO.

           PERFORM 2500-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-IMPRIMIR-MES SECTION.
      *----------------------------------------------------------------*
      *    DIAS UTEIS DO MES = O DIA 1 (SE FOR UTIL) MAIS OS DIAS
      *    UTEIS DEPOIS DELE ATE O ULTIMO DIA. EM SEGUIDA SAEM OS DIAS
      *    CADASTRADOS NO MES, QUE JA ESTAO NA LEITURA ANTECIPADA.

           COMPUTE WRK-PRIMEIRO-DIA = WRK-ANO * 10000
                                    + WRK-MES * 100 + 1.
           IF WRK-MES EQUAL 12
              COMPUTE WRK-PROXIMO-MES = WRK-ANO-SEGUINTE * 10000
                                      + 0101
           ELSE
              COMPUTE WRK-PROXIMO-MES = WRK-PRIMEIRO-DIA + 100
           END-IF.
           COMPUTE WRK-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-PROXIMO-MES) - 1).

           MOVE ZEROS TO WRK-UTEIS-MES.
           MOVE 'V' TO WRK-CAL-FUNCAO.
           MOVE WRK-PRIMEIRO-DIA TO WRK-CAL-DATA-1.
           CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                WRK-CAL-DATA-2 WRK-CAL-DIAS
                                WRK-CAL-RESULTADO.
           IF WRK-CAL-RESULTADO EQUAL 'O'
              MOVE 1 TO WRK-UTEIS-MES
           END-IF.
           MOVE 'C' TO WRK-CAL-FUNCAO.
           MOVE WRK-PRIMEIRO-DIA TO WRK-CAL-DATA-1.
           MOVE WRK-ULTIMO-DIA   TO WRK-CAL-DATA-2.
           CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                WRK-CAL-DATA-2 WRK-CAL-DIAS
                                WRK-CAL-RESULTADO.
           ADD WRK-CAL-DIAS TO WRK-UTEIS-MES.
           ADD WRK-UTEIS-MES TO WRK-TOT-UTEIS.

           IF WRK-LINHA-CONT GREATER THAN WRK-MAX-LINHAS - 4
              PERFORM 2500-CABECALHO
           END-IF.
           MOVE WRK-UTEIS-MES TO WRK-QTD-EDIT.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-NOME-MES(WRK-MES) '/' WRK-ANO
                  '      DIAS UTEIS: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           ADD 1 TO WRK-LINHA-CONT.

           MOVE ZEROS TO WRK-ITENS-MES.
           PERFORM UNTIL WRK-CAL-FIM EQUAL 'S'
                      OR CAL-DATA GREATER THAN WRK-ULTIMO-DIA
              PERFORM 2200-DETALHE
              PERFORM 2100-LER-CALENDARIO
           END-PERFORM.

           IF WRK-ITENS-MES EQUAL ZEROS
              MOVE '   (SEM FERIADOS CADASTRADOS NO MES)' TO REL-LINHA
              WRITE REL-LINHA
              ADD 1 TO WRK-LINHA-CONT
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-CALENDARIO SECTION.
      *----------------------------------------------------------------*
      *    LEITURA ANTECIPADA; O REGISTRO DE OUTRO ANO ENCERRA.

           IF WRK-CAL-FIM EQUAL 'S'
              GO TO 2100-99-FIM
           END-IF.

           READ CALENDARIO NEXT RECORD
                AT END
                   MOVE 'S' TO WRK-CAL-FIM
                NOT AT END
                   IF CAL-DATA(1:4) NOT EQUAL WRK-ANO
                      MOVE 'S' TO WRK-CAL-FIM
                   ELSE
                      MOVE 'S' TO WRK-ANO-CARREGADO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-DETALHE SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO WRK-ITENS-MES.
           MOVE 'V' TO WRK-CAL-FUNCAO.
           MOVE CAL-DATA TO WRK-CAL-DATA-1.
           CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                WRK-CAL-DATA-2 WRK-CAL-DIAS
                                WRK-CAL-RESULTADO.

           MOVE SPACES TO WRK-REL-DETALHE.
           STRING CAL-DATA(7:2) '/' CAL-DATA(5:2) '/' CAL-DATA(1:4)
                  DELIMITED BY SIZE INTO WRK-DET-DATA
           END-STRING.
           IF WRK-CAL-RESULTADO EQUAL 'E'
              MOVE 'DATA INVALIDA' TO WRK-DET-SEMANA
           ELSE
              COMPUTE WRK-IND-SEMANA = WRK-CAL-DIAS + 1
              MOVE WRK-NOME-SEMANA(WRK-IND-SEMANA) TO WRK-DET-SEMANA
              IF WRK-CAL-DIAS EQUAL 6 OR WRK-CAL-DIAS EQUAL ZEROS
                 ADD 1 TO WRK-TOT-FIM-SEMANA
              END-IF
           END-IF.
           IF CAL-FERIADO
              MOVE 'FERIADO' TO WRK-DET-TIPO
              ADD 1 TO WRK-TOT-FERIADOS
           ELSE
              MOVE 'SEM EXPEDIENTE' TO WRK-DET-TIPO
              ADD 1 TO WRK-TOT-NAO-UTEIS
           END-IF.
           MOVE CAL-DESCRICAO TO WRK-DET-DESCRICAO.
           MOVE CAL-OPERADOR  TO WRK-DET-OPERADOR.
           IF CAL-DATA-ATUALIZACAO IS NUMERIC
              AND CAL-DATA-ATUALIZACAO NOT EQUAL ZEROS
              STRING CAL-DATA-ATUALIZACAO(7:2) '/'
                     CAL-DATA-ATUALIZACAO(5:2) '/'
                     CAL-DATA-ATUALIZACAO(1:4)
                     DELIMITED BY SIZE INTO WRK-DET-ATUALIZACAO
              END-STRING
           END-IF.

           IF WRK-LINHA-CONT NOT LESS THAN WRK-MAX-LINHAS
              PERFORM 2500-CABECALHO
           END-IF.
           MOVE WRK-REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-CABECALHO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO REL-LINHA.
           STRING 'CALENDARIO DE DIAS UTEIS - ANO ' WRK-ANO
                  '   EMISSAO: ' WRK-DATA-REL
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 4 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       2500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-VERIFICAR-ANO-SEGUINTE SECTION.
      *----------------------------------------------------------------*
      *    O ANO SEGUINTE ESTA CARREGADO SE HOUVER AO MENOS UM
      *    REGISTRO COM DATA NELE.

           IF WRK-CAL-ABERTO NOT EQUAL 'S'
              GO TO 3000-99-FIM
           END-IF.

           COMPUTE CAL-DATA = WRK-ANO-SEGUINTE * 10000 + 0101.
           START CALENDARIO KEY IS NOT LESS THAN CAL-CHAVE
                 INVALID KEY
                    GO TO 3000-99-FIM
           END-START.
           READ CALENDARIO NEXT RECORD
                AT END
                   CONTINUE
                NOT AT END
                   IF CAL-DATA(1:4) EQUAL WRK-ANO-SEGUINTE
                      MOVE 'S' TO WRK-SEGUINTE-CARREGADO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-FECHAMENTO SECTION.
      *----------------------------------------------------------------*

           IF WRK-LINHA-CONT GREATER THAN WRK-MAX-LINHAS - 16
              PERFORM 2500-CABECALHO
           END-IF.

           MOVE WRK-TOT-UTEIS TO WRK-QTD-EDIT.
           MOVE SPACES TO REL-LINHA.
           STRING 'DIAS UTEIS NO ANO..................: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-TOT-FERIADOS TO WRK-QTD-EDIT.
           MOVE SPACES TO REL-LINHA.
           STRING 'FERIADOS CADASTRADOS...............: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-TOT-NAO-UTEIS TO WRK-QTD-EDIT.
           MOVE SPACES TO REL-LINHA.
           STRING 'OUTROS DIAS SEM EXPEDIENTE.........: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WRK-TOT-FIM-SEMANA TO WRK-QTD-EDIT.
           MOVE SPACES TO REL-LINHA.
           STRING '   DOS QUAIS EM FIM DE SEMANA......: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           IF WRK-ANO-CARREGADO NOT EQUAL 'S'
              MOVE SPACES TO REL-LINHA
              STRING 'ATENCAO: CALENDARIO DE ' WRK-ANO
                     ' NAO CARREGADO - SO FINS DE SEMANA FECHADOS'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              WRITE REL-LINHA
              DISPLAY 'ATENCAO: CALENDARIO DE ' WRK-ANO
                      ' NAO CARREGADO'
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-SEGUINTE-CARREGADO NOT EQUAL 'S'
              MOVE SPACES TO REL-LINHA
              STRING 'ATENCAO: CALENDARIO DE ' WRK-ANO-SEGUINTE
                     ' AINDA NAO CARREGADO - CADASTRAR OS FERIADOS'
                     ' NO ONLINE (OPCAO C)'
                     DELIMITED BY SIZE INTO REL-LINHA
              END-STRING
              WRITE REL-LINHA
              DISPLAY 'ATENCAO: CALENDARIO DE ' WRK-ANO-SEGUINTE
                      ' AINDA NAO CARREGADO'
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONFERIDO POR......: ' WRK-ASSINATURA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           STRING 'APROVADO (SUPERV.).: ' WRK-ASSINATURA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *----------------------------------------------------------------*
       3400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           IF WRK-CAL-ABERTO EQUAL 'S'
              CLOSE CALENDARIO
           END-IF.
           CLOSE RELATORIO.

           DISPLAY 'CALENDARIO ANUAL CONCLUIDO'.
           DISPLAY 'ANO................: ' WRK-ANO.
           DISPLAY 'DIAS UTEIS.........: ' WRK-TOT-UTEIS.
           DISPLAY 'DIAS CADASTRADOS...: ' WRK-TOT-FERIADOS
                   ' FERIADOS, ' WRK-TOT-NAO-UTEIS ' OUTROS'.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
      *----------------------------------------------------------------*
