      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. DIAUTIL.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : DIAUTIL                                             *
      *     TIPO : SUBROTINA                                           *
      *                                                                *
      * ANALISTA : VITOR MARTINS LYRA                                  *
      *     DATA : 15/10/2026                                          *
      *                                                                *
      * PROJETO  : SISTEMA DE GESTAO DE CLIENTES                       *
      *----------------------------------------------------------------*
      *                                                                *
      * ROTINA COMUM DE DIAS UTEIS. SABADO E DOMINGO NUNCA SAO UTEIS;  *
      * OS FERIADOS E DEMAIS DIAS SEM EXPEDIENTE VEM DO CALENDARIO     *
      * (CLIENTES-CALENDARIO.DAT), CARREGADO EM TABELA NA PRIMEIRA     *
      * CHAMADA. SEM O ARQUIVO, SO OS FINS DE SEMANA FECHAM. QUEM      *
      * ALTERA O CALENDARIO PEDE A RECARGA (FUNCAO R).                 *
      *                                                                *
      * FUNCOES EM LNK-FUNCAO:                                         *
      *    'V' - LNK-DATA-1 E DIA UTIL? DEVOLVE O DIA DA SEMANA EM     *
      *          LNK-DIAS (1=SEGUNDA ... 6=SABADO, 0=DOMINGO)          *
      *    'P' - PRIMEIRO DIA UTIL A PARTIR DE LNK-DATA-1 (A PROPRIA   *
      *          DATA SE JA FOR UTIL) EM LNK-DATA-2                    *
      *    'S' - LNK-DATA-1 MAIS LNK-DIAS DIAS UTEIS EM LNK-DATA-2     *
      *    'C' - QUANTIDADE DE DIAS UTEIS DEPOIS DE LNK-DATA-1 ATE     *
      *          LNK-DATA-2 (INCLUSIVE) EM LNK-DIAS                    *
      *    'R' - RECARREGA O CALENDARIO                                *
      *                                                                *
      * RETORNA EM LNK-RESULTADO:                                      *
      *    'O' - OK (NA FUNCAO V: DIA UTIL)                            *
      *    'F' - NA FUNCAO V: DIA SEM EXPEDIENTE                       *
      *    'E' - DATA OU FUNCAO INVALIDA                               *
      *                                                                *
      * CHAMADO POR: CLIENTES, CLIENTESG, CLIENTESQ, CLIENTESI,        *
      *              CLIENTESE, CLIENTESK E CLIENTESW                  *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT CALENDARIO ASSIGN TO "CALENDAR"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CALENDAR-STATUS
             RECORD KEY   IS CAL-CHAVE.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD CALENDARIO.
          01 CAL-REG.
             COPY CALENDAR.CPY.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-CALENDAR-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CARREGADO                 PIC X(001) VALUE 'N'.
       77 WRK-CAL-FIM                   PIC X(001) VALUE 'N'.
       77 WRK-CAL-QTD                   PIC 9(004) COMP VALUE ZEROS.
       77 WRK-DATA-OK                   PIC X(001) VALUE 'N'.
       77 WRK-DIA-UTIL                  PIC X(001) VALUE 'N'.
       77 WRK-DATA-INT                  PIC S9(009) COMP VALUE ZEROS.
       77 WRK-FIM-INT                   PIC S9(009) COMP VALUE ZEROS.
       77 WRK-LIMITE-INT                PIC S9(009) COMP VALUE ZEROS.
       77 WRK-QUOCIENTE                 PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIA-SEMANA                PIC 9(001) VALUE ZEROS.
       77 WRK-CONTADOR                  PIC 9(005) VALUE ZEROS.
       77 WRK-ULTIMO-DIA                PIC 9(002) VALUE ZEROS.
       77 WRK-RESTO                     PIC 9(003) VALUE ZEROS.
       77 WRK-DATA-TRAB                 PIC 9(008) VALUE ZEROS.

       01 WRK-DATA-TESTE                PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
          05 WRK-TESTE-ANO              PIC 9(004).
          05 WRK-TESTE-MES              PIC 9(002).
          05 WRK-TESTE-DIA              PIC 9(002).

       01 WRK-TAB-MESES                 PIC X(024)
                                 VALUE '312831303130313130313031'.
       01 WRK-TAB-MESES-R REDEFINES WRK-TAB-MESES.
          05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(002).

       01 WRK-TAB-CALENDARIO.
          05 WRK-FERIADO OCCURS 2000 TIMES
                         ASCENDING KEY IS WRK-FERIADO-DATA
                         INDEXED BY WRK-FER-IND.
             10 WRK-FERIADO-DATA        PIC 9(008).

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

       01 LNK-FUNCAO                    PIC X(001).
       01 LNK-DATA-1                    PIC 9(008).
       01 LNK-DATA-2                    PIC 9(008).
       01 LNK-DIAS                      PIC 9(005).
       01 LNK-RESULTADO                 PIC X(001).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LNK-FUNCAO LNK-DATA-1 LNK-DATA-2
                                LNK-DIAS LNK-RESULTADO.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           MOVE 'O' TO LNK-RESULTADO.

           IF LNK-FUNCAO EQUAL 'R'
              OR WRK-CARREGADO NOT EQUAL 'S'
              PERFORM 1000-CARREGAR-CALENDARIO
           END-IF.
           IF LNK-FUNCAO EQUAL 'R'
              GOBACK
           END-IF.

           MOVE LNK-DATA-1 TO WRK-DATA-TESTE.
           PERFORM 2000-VALIDAR-DATA.
           IF WRK-DATA-OK EQUAL 'S'
              AND LNK-FUNCAO EQUAL 'C'
              MOVE LNK-DATA-2 TO WRK-DATA-TESTE
              PERFORM 2000-VALIDAR-DATA
           END-IF.
           IF WRK-DATA-OK NOT EQUAL 'S'
              MOVE 'E' TO LNK-RESULTADO
              GOBACK
           END-IF.

           COMPUTE WRK-DATA-INT = FUNCTION INTEGER-OF-DATE(LNK-DATA-1).
           COMPUTE WRK-LIMITE-INT = FUNCTION INTEGER-OF-DATE(99991231)
                                  - 1000.

           EVALUATE LNK-FUNCAO
               WHEN 'V'
                 PERFORM 3000-VERIFICAR-DIA
               WHEN 'P'
                 PERFORM 4000-PROXIMO-UTIL
               WHEN 'S'
                 PERFORM 5000-SOMAR-DIAS
               WHEN 'C'
                 PERFORM 6000-CONTAR-DIAS
               WHEN OTHER
                 MOVE 'E' TO LNK-RESULTADO
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-CARREGAR-CALENDARIO SECTION.
      *----------------------------------------------------------------*
      *    LE O CALENDARIO EM ORDEM DE DATA PARA A TABELA DA BUSCA
      *    BINARIA; AS POSICOES LIVRES FICAM COM 99999999 PARA
      *    MANTER A ORDEM CRESCENTE.

           INITIALIZE WRK-TAB-CALENDARIO
                      REPLACING NUMERIC DATA BY 99999999.
           MOVE ZEROS TO WRK-CAL-QTD.
           MOVE 'S' TO WRK-CARREGADO.

           OPEN INPUT CALENDARIO.
           IF WRK-CALENDAR-STATUS EQUAL 35
              GO TO 1000-99-FIM
           END-IF.
           IF WRK-CALENDAR-STATUS NOT EQUAL ZEROS
              DISPLAY 'DIAUTIL: CALENDARIO NAO ABRIU - STATUS: '
                      WRK-CALENDAR-STATUS
              GO TO 1000-99-FIM
           END-IF.

           MOVE 'N' TO WRK-CAL-FIM.
           PERFORM UNTIL WRK-CAL-FIM EQUAL 'S'
              READ CALENDARIO NEXT RECORD
                   AT END
                      MOVE 'S' TO WRK-CAL-FIM
                   NOT AT END
                      IF WRK-CAL-QTD LESS THAN 2000
                         ADD 1 TO WRK-CAL-QTD
                         MOVE CAL-DATA
                              TO WRK-FERIADO-DATA(WRK-CAL-QTD)
                      ELSE
                         DISPLAY 'DIAUTIL: TABELA DO CALENDARIO '
                                 'ESGOTADA'
                         MOVE 'S' TO WRK-CAL-FIM
                      END-IF
              END-READ
           END-PERFORM.

           CLOSE CALENDARIO.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-VALIDAR-DATA SECTION.
      *----------------------------------------------------------------*
      *    DATA AAAAMMDD EM WRK-DATA-TESTE: MES 01-12 E DIA DENTRO
      *    DO MES, COM FEVEREIRO DE 29 DIAS NO ANO BISSEXTO.

           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-DATA-TESTE IS NOT NUMERIC
              OR WRK-TESTE-ANO LESS THAN 1601
              OR WRK-TESTE-MES LESS THAN 1
              OR WRK-TESTE-MES GREATER THAN 12
              OR WRK-TESTE-DIA LESS THAN 1
              GO TO 2000-99-FIM
           END-IF.

           MOVE WRK-DIAS-MES(WRK-TESTE-MES) TO WRK-ULTIMO-DIA.
           IF WRK-TESTE-MES EQUAL 2
              DIVIDE WRK-TESTE-ANO BY 4 GIVING WRK-QUOCIENTE
                     REMAINDER WRK-RESTO
              IF WRK-RESTO EQUAL ZEROS
                 MOVE 29 TO WRK-ULTIMO-DIA
                 DIVIDE WRK-TESTE-ANO BY 100 GIVING WRK-QUOCIENTE
                        REMAINDER WRK-RESTO
                 IF WRK-RESTO EQUAL ZEROS
                    DIVIDE WRK-TESTE-ANO BY 400 GIVING WRK-QUOCIENTE
                           REMAINDER WRK-RESTO
                    IF WRK-RESTO NOT EQUAL ZEROS
                       MOVE 28 TO WRK-ULTIMO-DIA
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WRK-TESTE-DIA NOT GREATER THAN WRK-ULTIMO-DIA
              MOVE 'S' TO WRK-DATA-OK
           END-IF.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-TESTAR-DIA SECTION.
      *----------------------------------------------------------------*
      *    TESTA O DIA DE WRK-DATA-INT (DIA 1 DO CALENDARIO INTEIRO,
      *    01/01/1601, FOI SEGUNDA-FEIRA, ENTAO O RESTO POR 7 DA O DIA
      *    DA SEMANA). DEVOLVE A DATA EM WRK-DATA-TRAB E WRK-DIA-UTIL.

           COMPUTE WRK-DATA-TRAB =
                   FUNCTION DATE-OF-INTEGER(WRK-DATA-INT).
           DIVIDE WRK-DATA-INT BY 7 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-DIA-SEMANA.

           MOVE 'S' TO WRK-DIA-UTIL.
           IF WRK-DIA-SEMANA EQUAL 6 OR WRK-DIA-SEMANA EQUAL ZERO
              MOVE 'N' TO WRK-DIA-UTIL
           ELSE
              IF WRK-CAL-QTD GREATER THAN ZEROS
                 SEARCH ALL WRK-FERIADO
                    AT END
                       CONTINUE
                    WHEN WRK-FERIADO-DATA(WRK-FER-IND) EQUAL
                         WRK-DATA-TRAB
                       MOVE 'N' TO WRK-DIA-UTIL
                 END-SEARCH
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-VERIFICAR-DIA SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-TESTAR-DIA.
           MOVE WRK-DIA-SEMANA TO LNK-DIAS.
           IF WRK-DIA-UTIL NOT EQUAL 'S'
              MOVE 'F' TO LNK-RESULTADO
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-PROXIMO-UTIL SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-TESTAR-DIA.
           PERFORM UNTIL WRK-DIA-UTIL EQUAL 'S'
              IF WRK-DATA-INT NOT LESS THAN WRK-LIMITE-INT
                 MOVE 'E' TO LNK-RESULTADO
                 GO TO 4000-99-FIM
              END-IF
              ADD 1 TO WRK-DATA-INT
              PERFORM 2100-TESTAR-DIA
           END-PERFORM.
           MOVE WRK-DATA-TRAB TO LNK-DATA-2.

      *----------------------------------------------------------------*
       4000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-SOMAR-DIAS SECTION.
      *----------------------------------------------------------------*
      *    ZERO DIAS UTEIS EQUIVALE A FUNCAO P.

           IF LNK-DIAS EQUAL ZEROS
              PERFORM 4000-PROXIMO-UTIL
              GO TO 5000-99-FIM
           END-IF.

           MOVE ZEROS TO WRK-CONTADOR.
           PERFORM UNTIL WRK-CONTADOR NOT LESS THAN LNK-DIAS
              IF WRK-DATA-INT NOT LESS THAN WRK-LIMITE-INT
                 MOVE 'E' TO LNK-RESULTADO
                 GO TO 5000-99-FIM
              END-IF
              ADD 1 TO WRK-DATA-INT
              PERFORM 2100-TESTAR-DIA
              IF WRK-DIA-UTIL EQUAL 'S'
                 ADD 1 TO WRK-CONTADOR
              END-IF
           END-PERFORM.
           MOVE WRK-DATA-TRAB TO LNK-DATA-2.

      *----------------------------------------------------------------*
       5000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-CONTAR-DIAS SECTION.
      *----------------------------------------------------------------*
      *    CONTA OS DIAS UTEIS DO DIA SEGUINTE A LNK-DATA-1 ATE
      *    LNK-DATA-2; DATA FINAL ANTERIOR OU IGUAL DA ZERO.

           MOVE ZEROS TO WRK-CONTADOR.
           COMPUTE WRK-FIM-INT = FUNCTION INTEGER-OF-DATE(LNK-DATA-2).
           PERFORM UNTIL WRK-DATA-INT NOT LESS THAN WRK-FIM-INT
                      OR WRK-CONTADOR EQUAL 99999
              ADD 1 TO WRK-DATA-INT
              PERFORM 2100-TESTAR-DIA
              IF WRK-DIA-UTIL EQUAL 'S'
                 ADD 1 TO WRK-CONTADOR
              END-IF
           END-PERFORM.
           MOVE WRK-CONTADOR TO LNK-DIAS.

      *----------------------------------------------------------------*
       6000-99-FIM. EXIT.
      *----------------------------------------------------------------*
