      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. CLIENTESN.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : CLIENTESN                                           *
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
      * SOLICITACOES DE APROVACAO PARADAS. VARRE                       *
      * CLIENTES-PENDENCIAS.DAT (FILA DE APROVACAO DO SUPERVISOR,      *
      * OPCAO A DO ONLINE) E LISTA AS SOLICITACOES AINDA PENDENTES HA  *
      * MAIS DE N DIAS: NUMERO, OPERACAO, SOLICITANTE, DATA, DIAS DE   *
      * ESPERA, TELEFONE, NOME E OS VALORES ANTES/DEPOIS, COM OS       *
      * TOTAIS NO FIM. O CARTAO SYSIN INFORMA N (NNN) OU BRANCO PARA   *
      * O PADRAO DE 2 DIAS. RODA DE MANHA PARA A SUPERVISAO.           *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTESN.JCL, ENTAO OS SELECT ABAIXO REFERENCIAM
      *    OS DDNAMES DO JOB.
           SELECT CLIENTES-PENDENCIAS ASSIGN TO "PENDENC"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-PENDENCIAS-STATUS
             RECORD KEY   IS PEND-CHAVE.

           SELECT PARADAS ASSIGN TO "PARADAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-PARADAS-STATUS.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD CLIENTES-PENDENCIAS.
          01 PEND-REG.
             COPY PENDENC.CPY.

      *----------------------------------------------------------------*
       FD PARADAS.
          01 PARA-LINHA                     PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-PENDENCIAS-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-PARADAS-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO               PIC X(001) VALUE 'N'.
       77 WRK-CARTAO-DIAS               PIC X(003) VALUE SPACES.
       77 WRK-DIAS-LIMITE               PIC 9(003) VALUE 2.
       77 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-REL                  PIC X(010) VALUE SPACES.
       77 WRK-LINHA-CONT                PIC 9(002) VALUE ZEROS.
       77 WRK-MAX-LINHAS                PIC 9(002) VALUE 40.
       77 WRK-HOJE-INT                  PIC S9(009) COMP VALUE ZEROS.
       77 WRK-SOLIC-INT                 PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIAS-ESPERA               PIC 9(005) VALUE ZEROS.
       77 WRK-TOT-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-PENDENTES             PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-PARADAS               PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-EXCLUSAO              PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-RESTAURACAO           PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-TROCA-FONE            PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-TROCA-DOC             PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-EDIT                  PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-DIAS-EDIT                 PIC ZZ9 VALUE ZEROS.

       01 WRK-PARA-DETALHE.
          05 WRK-DET-NUMERO             PIC 9(009).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-OPERACAO           PIC X(011).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-SOLICITANTE        PIC X(008).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-DATA               PIC X(010).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-DIAS               PIC ZZZZ9.
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-FONE               PIC 9(009).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-NOME               PIC X(024).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-ANTES              PIC X(020).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-DEPOIS             PIC X(020).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQUIVO EQUAL 'S'.
           PERFORM 3400-FECHAMENTO.
           PERFORM 9000-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *----------------------------------------------------------------*

           ACCEPT WRK-CARTAO-DIAS.
           IF WRK-CARTAO-DIAS IS NUMERIC
              MOVE WRK-CARTAO-DIAS TO WRK-DIAS-LIMITE
           END-IF.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WRK-DATA-SISTEMA(7:2) '/' WRK-DATA-SISTEMA(5:2) '/'
                  WRK-DATA-SISTEMA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-REL
           END-STRING.
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA).

           OPEN INPUT CLIENTES-PENDENCIAS.
           IF WRK-PENDENCIAS-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES-PENDENCIAS.DAT NAO ENCONTRADO - '
                      'STATUS: '
                      WRK-PENDENCIAS-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           OPEN OUTPUT PARADAS.
           IF WRK-PARADAS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS: '
                      WRK-PARADAS-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           IF WRK-FIM-ARQUIVO NOT EQUAL 'S'
              MOVE ZEROS TO PEND-NUMERO
              START CLIENTES-PENDENCIAS KEY IS NOT LESS THAN PEND-CHAVE
                    INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
              END-START
           END-IF.

           PERFORM 3100-CABECALHO.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *    A CHAVE E O NUMERO DA SERIE PENDENCIA, ENTAO A LISTA SAI
      *    DA SOLICITACAO MAIS ANTIGA PARA A MAIS NOVA. APROVADAS E
      *    REJEITADAS SO CONTAM COMO LIDAS.

           READ CLIENTES-PENDENCIAS NEXT RECORD
                AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WRK-TOT-LIDOS
                   IF PEND-PENDENTE
                      ADD 1 TO WRK-TOT-PENDENTES
                      PERFORM 2100-VERIFICAR-ESPERA
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-VERIFICAR-ESPERA SECTION.
      *----------------------------------------------------------------*
      *    DIAS CORRIDOS DESDE A SOLICITACAO. SO ENTRA NA LISTA A QUE
      *    ESPERA HA MAIS DE WRK-DIAS-LIMITE DIAS.

           MOVE ZEROS TO WRK-DIAS-ESPERA.
           COMPUTE WRK-SOLIC-INT =
                   FUNCTION INTEGER-OF-DATE(PEND-DATA-SOLIC).
           IF WRK-SOLIC-INT GREATER THAN ZEROS
              AND WRK-HOJE-INT GREATER THAN WRK-SOLIC-INT
              COMPUTE WRK-DIAS-ESPERA = WRK-HOJE-INT - WRK-SOLIC-INT
           END-IF.

           IF WRK-DIAS-ESPERA NOT GREATER THAN WRK-DIAS-LIMITE
              GO TO 2100-99-FIM
           END-IF.

           ADD 1 TO WRK-TOT-PARADAS.
           MOVE SPACES TO WRK-PARA-DETALHE.
           EVALUATE TRUE
              WHEN PEND-EXCLUSAO
                 MOVE 'EXCLUSAO'    TO WRK-DET-OPERACAO
                 ADD 1 TO WRK-TOT-EXCLUSAO
              WHEN PEND-RESTAURACAO
                 MOVE 'RESTAURACAO' TO WRK-DET-OPERACAO
                 ADD 1 TO WRK-TOT-RESTAURACAO
              WHEN PEND-TROCA-FONE
                 MOVE 'TROCA FONE'  TO WRK-DET-OPERACAO
                 ADD 1 TO WRK-TOT-TROCA-FONE
              WHEN PEND-TROCA-DOC
                 MOVE 'TROCA DOC'   TO WRK-DET-OPERACAO
                 ADD 1 TO WRK-TOT-TROCA-DOC
              WHEN OTHER
                 MOVE PEND-OPERACAO TO WRK-DET-OPERACAO
           END-EVALUATE.
           MOVE PEND-NUMERO       TO WRK-DET-NUMERO.
           MOVE PEND-SOLICITANTE  TO WRK-DET-SOLICITANTE.
           STRING PEND-DATA-SOLIC(7:2) '/' PEND-DATA-SOLIC(5:2) '/'
                  PEND-DATA-SOLIC(1:4)
                  DELIMITED BY SIZE INTO WRK-DET-DATA
           END-STRING.
           MOVE WRK-DIAS-ESPERA   TO WRK-DET-DIAS.
           MOVE PEND-FONE         TO WRK-DET-FONE.
           MOVE PEND-NOME         TO WRK-DET-NOME.
           MOVE PEND-VALOR-ANTES  TO WRK-DET-ANTES.
           MOVE PEND-VALOR-DEPOIS TO WRK-DET-DEPOIS.

           IF WRK-LINHA-CONT NOT LESS THAN WRK-MAX-LINHAS
              PERFORM 3100-CABECALHO
           END-IF.
           MOVE WRK-PARA-DETALHE TO PARA-LINHA.
           WRITE PARA-LINHA.
           ADD 1 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CABECALHO SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DIAS-LIMITE TO WRK-DIAS-EDIT.
           MOVE SPACES TO PARA-LINHA.
           STRING 'SOLICITACOES DE APROVACAO PENDENTES HA MAIS DE '
                  WRK-DIAS-EDIT ' DIAS   DATA: ' WRK-DATA-REL
                  DELIMITED BY SIZE INTO PARA-LINHA
           END-STRING.
           WRITE PARA-LINHA.
           MOVE SPACES TO PARA-LINHA.
           WRITE PARA-LINHA.
           MOVE 'SOLICITAC  OPERACAO     SOLICIT.  DATA         DIAS
      -         '  TELEFONE   CLIENTE                   ANTES
      -         '                 DEPOIS'
                TO PARA-LINHA.
           WRITE PARA-LINHA.
           MOVE SPACES TO PARA-LINHA.
           WRITE PARA-LINHA.
           MOVE 4 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       3100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-FECHAMENTO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO PARA-LINHA.
           WRITE PARA-LINHA.
           MOVE WRK-TOT-LIDOS TO WRK-QTD-EDIT.
           MOVE SPACES TO PARA-LINHA.
           STRING 'SOLICITACOES LIDAS.................: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO PARA-LINHA
           END-STRING.
           WRITE PARA-LINHA.
           MOVE WRK-TOT-PENDENTES TO WRK-QTD-EDIT.
           MOVE SPACES TO PARA-LINHA.
           STRING 'PENDENTES DE DECISAO...............: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO PARA-LINHA
           END-STRING.
           WRITE PARA-LINHA.
           MOVE WRK-TOT-PARADAS TO WRK-QTD-EDIT.
           MOVE SPACES TO PARA-LINHA.
           STRING 'PARADAS ALEM DO LIMITE.............: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO PARA-LINHA
           END-STRING.
           WRITE PARA-LINHA.
           MOVE WRK-TOT-EXCLUSAO TO WRK-QTD-EDIT.
           MOVE SPACES TO PARA-LINHA.
           STRING '   EXCLUSAO........................: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO PARA-LINHA
           END-STRING.
           WRITE PARA-LINHA.
           MOVE WRK-TOT-RESTAURACAO TO WRK-QTD-EDIT.
           MOVE SPACES TO PARA-LINHA.
           STRING '   RESTAURACAO.....................: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO PARA-LINHA
           END-STRING.
           WRITE PARA-LINHA.
           MOVE WRK-TOT-TROCA-FONE TO WRK-QTD-EDIT.
           MOVE SPACES TO PARA-LINHA.
           STRING '   TROCA DE TELEFONE...............: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO PARA-LINHA
           END-STRING.
           WRITE PARA-LINHA.
           MOVE WRK-TOT-TROCA-DOC TO WRK-QTD-EDIT.
           MOVE SPACES TO PARA-LINHA.
           STRING '   TROCA DE CPF/CNPJ...............: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO PARA-LINHA
           END-STRING.
           WRITE PARA-LINHA.

      *----------------------------------------------------------------*
       3400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           CLOSE CLIENTES-PENDENCIAS.
           CLOSE PARADAS.

           DISPLAY 'SOLICITACOES PARADAS CONCLUIDO'.
           DISPLAY 'SOLICITACOES LIDAS.: ' WRK-TOT-LIDOS.
           DISPLAY 'PENDENTES..........: ' WRK-TOT-PENDENTES.
           DISPLAY 'PARADAS............: ' WRK-TOT-PARADAS.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
      *----------------------------------------------------------------*
