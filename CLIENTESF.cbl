      *                                                                *
      * MODULOS CHAMADOS:                                              *
      *                                                                *
      * FICHA DO CLIENTE EM LOTE. PARA A FAIXA DE TELEFONES DO CARTAO  *
      * SYSIN (INICIAL E FINAL), OU PARA UM UNICO NUMERO DE CLIENTE    *
      * (CARTAO 'N' + NUMERO), GERA UMA FICHA CONSOLIDADA POR CLIENTE  *
      * - DADOS DO MESTRE, SEGMENTO DO SCORE NOTURNO (CLIENTESW),      *
      * HISTORICO DE ALTERACOES EM ORDEM DE DATA E LOG COMPLETO DE     *
      * CONTATOS - NO MESMO FORMATO DA OPCAO DE FICHA DO ONLINE. E O   *
      * MACO QUE O GERENTE DE CONTA LEVA PARA A RODADA DE REUNIOES.    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
             FILE STATUS  IS WRK-CONTATOS-STATUS
             RECORD KEY   IS CONTATOS-CHAVE.

           SELECT CLIENTES-FONES ASSIGN TO "FONES"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-FONES-STATUS
             RECORD KEY   IS FONEX-CHAVE
             ALTERNATE RECORD KEY IS FONEX-NUMERO WITH DUPLICATES.

           SELECT CLIENTES-HISTORICO ASSIGN TO "HISTORIC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-HISTORICO-STATUS.

           SELECT CLIENTES-SCORE ASSIGN TO "SCORE"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-SCORE-STATUS
             RECORD KEY   IS SCORE-CHAVE.

           SELECT FICHA ASSIGN TO "FICHA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-FICHA-STATUS.
          01 CONTATOS-REG.
             COPY CONTATOS.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-FONES.
          01 FONEX-REG.
             COPY FONEXREF.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-HISTORICO.
          01 HIST-REG.
             COPY HISTORIC.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-SCORE.
          01 SCORE-REG.
             COPY SCORE.CPY.

      *----------------------------------------------------------------*
       FD FICHA.
          01 FICHA-LINHA                    PIC X(132).
       77 WRK-CONTATOS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-HISTORICO-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-FICHA-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SCORE-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SCORE-ABERTO              PIC X(001) VALUE 'N'.
       77 WRK-SEGMENTO-DESC             PIC X(035) VALUE SPACES.
       77 WRK-SEGMENTO-NOME             PIC X(008) VALUE SPACES.
       77 WRK-FONEX-FIM                 PIC X(001) VALUE 'N'.
       77 WRK-FONEX-PRINCIPAL           PIC 9(009) VALUE ZEROS.
       77 WRK-CLIENTE-NUMERO            PIC 9(009) VALUE ZEROS.
       77 WRK-FONEX-DESC                PIC X(008) VALUE SPACES.
       77 WRK-ABORTAR                   PIC X(001) VALUE 'N'.
       77 WRK-FIM-ARQUIVO               PIC X(001) VALUE 'N'.
       77 WRK-HIST-FIM                  PIC X(001) VALUE 'N'.
          05 WRK-PARM-FONE-INI          PIC 9(009).
          05 FILLER                     PIC X(001).
          05 WRK-PARM-FONE-FIM          PIC 9(009).
       01 WRK-PARM-CLIENTE REDEFINES WRK-PARM.
          05 WRK-PARM-TIPO              PIC X(001).
          05 FILLER                     PIC X(001).
          05 WRK-PARM-NUMERO            PIC 9(009).
          05 FILLER                     PIC X(008).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    FAIXA DE TELEFONES NO CARTAO SYSIN (INICIAL E FINAL,
      *    SEPARADOS POR BRANCO). FINAL ZERADO OU MENOR QUE O
      *    INICIAL ASSUME FICHA DE UM UNICO TELEFONE. CARTAO
      *    'N NNNNNNNNN' PEDE A FICHA DE UM NUMERO DE CLIENTE, QUE E
      *    CONVERTIDO NO TELEFONE PRINCIPAL APOS A ABERTURA.

           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM.
           IF WRK-PARM-TIPO EQUAL 'N'
              IF WRK-PARM-NUMERO IS NOT NUMERIC
                 OR WRK-PARM-NUMERO EQUAL ZEROS
                 DISPLAY 'NUMERO DE CLIENTE INVALIDO NO SYSIN'
                 MOVE 8 TO RETURN-CODE
                 MOVE 'S' TO WRK-ABORTAR
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              ELSE
                 MOVE WRK-PARM-NUMERO TO WRK-CLIENTE-NUMERO
              END-IF
           ELSE
              IF WRK-PARM-FONE-INI IS NOT NUMERIC
                 OR WRK-PARM-FONE-INI EQUAL ZEROS
                 DISPLAY 'FAIXA DE TELEFONES INVALIDA NO SYSIN'
                 MOVE 8 TO RETURN-CODE
                 MOVE 'S' TO WRK-ABORTAR
                 MOVE 'S' TO WRK-FIM-ARQUIVO
              ELSE
                 IF WRK-PARM-FONE-FIM IS NOT NUMERIC
                    OR WRK-PARM-FONE-FIM LESS THAN WRK-PARM-FONE-INI
                    MOVE WRK-PARM-FONE-INI TO WRK-PARM-FONE-FIM
                 END-IF
              END-IF
           END-IF.

              OPEN INPUT CLIENTES
              OPEN INPUT CONTATOS
              OPEN INPUT CLIENTES-HISTORICO
              OPEN INPUT CLIENTES-FONES
              OPEN INPUT CLIENTES-SCORE
              IF WRK-SCORE-STATUS EQUAL ZEROS
                 MOVE 'S' TO WRK-SCORE-ABERTO
              END-IF
              OPEN OUTPUT FICHA
              IF WRK-CLIENTES-STATUS NOT EQUAL ZEROS
                 OR WRK-CONTATOS-STATUS NOT EQUAL ZEROS
                 OR WRK-FONES-STATUS NOT EQUAL ZEROS
                 OR WRK-FICHA-STATUS NOT EQUAL ZEROS
                 DISPLAY 'ERRO DE ABERTURA - STATUS: '
                         WRK-CLIENTES-STATUS ' / '
                         WRK-CONTATOS-STATUS ' / '
                         WRK-FONES-STATUS ' / '
                         WRK-FICHA-STATUS
                 MOVE 8 TO RETURN-CODE
                 MOVE 'S' TO WRK-ABORTAR
           END-IF.

           IF WRK-ABORTAR NOT EQUAL 'S'
              AND WRK-PARM-TIPO EQUAL 'N'
              PERFORM 1100-LOCALIZAR-NUMERO
           END-IF.

           IF WRK-ABORTAR NOT EQUAL 'S'
              AND WRK-FIM-ARQUIVO NOT EQUAL 'S'
              MOVE WRK-PARM-FONE-INI TO CLIENTES-FONE
              START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                    INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-LOCALIZAR-NUMERO SECTION.
      *----------------------------------------------------------------*
      *    O NUMERO DO CLIENTE E RESOLVIDO NO TELEFONE PRINCIPAL
      *    (TIPO P) DA REFERENCIA DE TELEFONES, QUE PASSA A SER A
      *    FAIXA DE UM UNICO TELEFONE.

           MOVE ZEROS TO WRK-FONEX-PRINCIPAL.
           MOVE WRK-CLIENTE-NUMERO TO FONEX-NUMERO.
           MOVE 'N' TO WRK-FONEX-FIM.
           START CLIENTES-FONES KEY IS EQUAL FONEX-NUMERO
                 INVALID KEY MOVE 'S' TO WRK-FONEX-FIM
           END-START.

           PERFORM UNTIL WRK-FONEX-FIM EQUAL 'S'
              READ CLIENTES-FONES NEXT RECORD
                   AT END MOVE 'S' TO WRK-FONEX-FIM
              END-READ
              IF WRK-FONEX-FIM NOT EQUAL 'S'
                 IF FONEX-NUMERO NOT EQUAL WRK-CLIENTE-NUMERO
                    MOVE 'S' TO WRK-FONEX-FIM
                 ELSE
                    IF FONEX-PRINCIPAL
                       MOVE FONEX-FONE TO WRK-FONEX-PRINCIPAL
                       MOVE 'S' TO WRK-FONEX-FIM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-FONEX-PRINCIPAL EQUAL ZEROS
              DISPLAY 'NUMERO DE CLIENTE NAO ENCONTRADO: '
                      WRK-CLIENTE-NUMERO
              MOVE 4 TO RETURN-CODE
              MOVE 'S' TO WRK-FIM-ARQUIVO
              GO TO 1100-99-FIM
           END-IF.

           MOVE WRK-FONEX-PRINCIPAL TO WRK-PARM-FONE-INI.
           MOVE WRK-FONEX-PRINCIPAL TO WRK-PARM-FONE-FIM.

      *----------------------------------------------------------------*
       1100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO FICHA-LINHA.
           WRITE FICHA-LINHA.

           MOVE ZEROS TO WRK-CLIENTE-NUMERO.
           MOVE CLIENTES-FONE TO FONEX-FONE.
           READ CLIENTES-FONES
                NOT INVALID KEY
                   MOVE FONEX-NUMERO TO WRK-CLIENTE-NUMERO
           END-READ.

           MOVE SPACES TO FICHA-LINHA.
           STRING 'NUMERO...: ' WRK-CLIENTE-NUMERO
                  DELIMITED BY SIZE INTO FICHA-LINHA
           END-STRING.
           WRITE FICHA-LINHA.
           MOVE SPACES TO FICHA-LINHA.
           STRING 'TELEFONE.: ' CLIENTES-FONE
                  DELIMITED BY SIZE INTO FICHA-LINHA
           END-STRING.
           WRITE FICHA-LINHA.
           IF WRK-CLIENTE-NUMERO NOT EQUAL ZEROS
              PERFORM 2150-FICHA-FONES
           END-IF.
           MOVE SPACES TO FICHA-LINHA.
           STRING 'NOME.....: ' CLIENTES-NOME
                  DELIMITED BY SIZE INTO FICHA-LINHA
                  DELIMITED BY SIZE INTO FICHA-LINHA
           END-STRING.
           WRITE FICHA-LINHA.
           PERFORM 2160-FICHA-SEGMENTO.
           MOVE SPACES TO FICHA-LINHA.
           STRING 'SEGMENTO.: ' WRK-SEGMENTO-DESC
                  DELIMITED BY SIZE INTO FICHA-LINHA
           END-STRING.
           WRITE FICHA-LINHA.

           PERFORM 2200-FICHA-HISTORICO.
           PERFORM 2300-FICHA-CONTATOS.
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2150-FICHA-FONES SECTION.
      *----------------------------------------------------------------*
      *    TELEFONES ADICIONAIS DO CLIENTE PELA CHAVE ALTERNADA DA
      *    REFERENCIA (NUMERO DO CLIENTE), MESMAS LINHAS DA FICHA
      *    DO ONLINE.

           MOVE WRK-CLIENTE-NUMERO TO FONEX-NUMERO.
           MOVE 'N' TO WRK-FONEX-FIM.
           START CLIENTES-FONES KEY IS EQUAL FONEX-NUMERO
                 INVALID KEY MOVE 'S' TO WRK-FONEX-FIM
           END-START.

           PERFORM UNTIL WRK-FONEX-FIM EQUAL 'S'
              READ CLIENTES-FONES NEXT RECORD
                   AT END MOVE 'S' TO WRK-FONEX-FIM
              END-READ
              IF WRK-FONEX-FIM NOT EQUAL 'S'
                 IF FONEX-NUMERO NOT EQUAL WRK-CLIENTE-NUMERO
                    MOVE 'S' TO WRK-FONEX-FIM
                 ELSE
                    IF FONEX-TIPO-ADICIONAL
                       EVALUATE TRUE
                          WHEN FONEX-CELULAR
                             MOVE 'CELULAR' TO WRK-FONEX-DESC
                          WHEN FONEX-FIXO
                             MOVE 'FIXO' TO WRK-FONEX-DESC
                          WHEN OTHER
                             MOVE 'TRABALHO' TO WRK-FONEX-DESC
                       END-EVALUATE
                       MOVE SPACES TO FICHA-LINHA
                       STRING 'ADICIONAL: ' FONEX-FONE ' '
                              WRK-FONEX-DESC
                              DELIMITED BY SIZE INTO FICHA-LINHA
                       END-STRING
                       WRITE FICHA-LINHA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2150-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2160-FICHA-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *    SEGMENTO, PONTOS E DATA DO ULTIMO CALCULO DO SCORE NOTURNO
      *    (CLIENTESW), NO MESMO TEXTO DA FICHA DO ONLINE. SEM O
      *    ARQUIVO OU SEM REGISTRO DO TELEFONE SAI NAO CALCULADO.

           MOVE 'NAO CALCULADO' TO WRK-SEGMENTO-DESC.
           IF WRK-SCORE-ABERTO NOT EQUAL 'S'
              GO TO 2160-99-FIM
           END-IF.
           MOVE CLIENTES-FONE TO SCORE-FONE.
           READ CLIENTES-SCORE
                INVALID KEY
                   GO TO 2160-99-FIM
           END-READ.

           EVALUATE TRUE
              WHEN SCORE-CAMPEAO
                 MOVE 'CAMPEAO ' TO WRK-SEGMENTO-NOME
              WHEN SCORE-REGULAR
                 MOVE 'REGULAR ' TO WRK-SEGMENTO-NOME
              WHEN SCORE-EM-RISCO
                 MOVE 'EM RISCO' TO WRK-SEGMENTO-NOME
              WHEN SCORE-DORMENTE
                 MOVE 'DORMENTE' TO WRK-SEGMENTO-NOME
              WHEN OTHER
                 GO TO 2160-99-FIM
           END-EVALUATE.
           MOVE SPACES TO WRK-SEGMENTO-DESC.
           STRING WRK-SEGMENTO-NOME ' - ' SCORE-PONTOS
                  ' PONTOS EM ' SCORE-DATA-CALCULO(7:2) '/'
                  SCORE-DATA-CALCULO(5:2) '/' SCORE-DATA-CALCULO(1:4)
                  DELIMITED BY SIZE INTO WRK-SEGMENTO-DESC
           END-STRING.

      *----------------------------------------------------------------*
       2160-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-FICHA-HISTORICO SECTION.
      *----------------------------------------------------------------*
              CLOSE CLIENTES
              CLOSE CONTATOS
              CLOSE CLIENTES-HISTORICO
              CLOSE CLIENTES-FONES
              CLOSE CLIENTES-SCORE
              CLOSE FICHA
           END-IF.

