      *                                                                *
      * CPFCNPJ - VALIDACAO DE DIGITO VERIFICADOR DE CPF/CNPJ          *
      * CADEIA  - CONTROLE DE EXECUCAO DA CADEIA BATCH                 *
      * NUMERA  - NUMERACAO SEQUENCIAL (NUMERO PERMANENTE DO CLIENTE)  *
      *                                                                *
      * CARGA NOTURNA DE CLIENTES A PARTIR DE ARQUIVO SEQUENCIAL.      *
      * LE CLIENTES-IMPORT.TXT, GRAVA OS REGISTROS VALIDOS EM          *
      * CLIENTES.DAT E LISTA EM CLIENTES-REJEITADOS.TXT AS LINHAS      *
      * COM TELEFONE INVALIDO OU CHAVE DUPLICADA. CADA CLIENTE         *
      * GRAVADO RECEBE O NUMERO PERMANENTE E A ENTRADA PRINCIPAL NA    *
      * REFERENCIA DE TELEFONES; TELEFONE QUE JA E ADICIONAL DE OUTRO  *
      * CLIENTE E REJEITADO.                                           *
      *                                                                *
      * A CADA REGISTRO COMMITADO O PROGRAMA GRAVA UM CHECKPOINT       *
      * (NUMERO DO ULTIMO REGISTRO DE ENTRADA PROCESSADO E TOTAIS      *
             FILE STATUS  IS WRK-DOCX-STATUS
             RECORD KEY   IS DOCX-CHAVE.

           SELECT CLIENTES-FONES ASSIGN TO "FONES"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-FONES-STATUS
             RECORD KEY   IS FONEX-CHAVE
             ALTERNATE RECORD KEY IS FONEX-NUMERO WITH DUPLICATES.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
          01 DOCX-REG.
             COPY DOCXREF.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-FONES.
          01 FONEX-REG.
             COPY FONEXREF.CPY.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77 WRK-DOCX-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-DOCX-FIM                  PIC X(001) VALUE 'N'.
       77 WRK-MOTIVO-REJEICAO           PIC X(030) VALUE SPACES.
       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-FONEX-FIM                 PIC X(001) VALUE 'N'.
       77 WRK-FONEX-NUMERO              PIC 9(009) VALUE ZEROS.
       77 WRK-FONEX-PRINCIPAL           PIC 9(009) VALUE ZEROS.
       77 WRK-CLIENTE-NUMERO            PIC 9(009) VALUE ZEROS.
       77 WRK-NUM-SERIE                 PIC X(010) VALUE 'CLIENTE'.
       77 WRK-NUM-RESULTADO             PIC X(001) VALUE SPACES.
       77 WRK-TOT-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-GRAVADOS              PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-REJEITADOS            PIC 9(006) VALUE ZEROS.
              PERFORM 1300-RECONSTRUIR-DOCX
           END-IF.

           OPEN I-O CLIENTES-FONES.
           IF WRK-FONES-STATUS EQUAL 35 THEN
              OPEN OUTPUT CLIENTES-FONES
              CLOSE CLIENTES-FONES
              OPEN I-O CLIENTES-FONES
           END-IF.

           OPEN EXTEND CLIENTES-LOG.
           IF WRK-LOG-STATUS EQUAL 35
              OPEN OUTPUT CLIENTES-LOG
              END-IF
           END-IF.

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              PERFORM 2700-VERIFICAR-FONE
           END-IF.

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              MOVE IMPORT-FONE     TO CLIENTES-FONE
              MOVE IMPORT-NOME     TO CLIENTES-NOME
                    MOVE CLIENTES-FONE     TO DOCX-FONE
                    PERFORM 2600-GRAVAR-DOCX
                 END-IF
                 PERFORM 2800-NUMERAR-CLIENTE
              ELSE
                 IF WRK-CLIENTES-STATUS EQUAL 22
                    MOVE 'TELEFONE JA CADASTRADO'
       2600-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2700-VERIFICAR-FONE SECTION.
      *----------------------------------------------------------------*
      *    O TELEFONE IMPORTADO JA PODE ESTAR NA REFERENCIA DE
      *    TELEFONES. SE O DONO (PELO PRINCIPAL DO NUMERO) AINDA ESTA
      *    NO CADASTRO E O TELEFONE E ADICIONAL DELE, A LINHA E
      *    REJEITADA; SE E O PROPRIO PRINCIPAL, A GRAVACAO REJEITA
      *    COMO DUPLICADA. ENTRADA DE CLIENTE QUE NAO ESTA MAIS NO
      *    CADASTRO E OBSOLETA E SAI, PARA O CLIENTE NOVO NAO HERDAR
      *    O NUMERO ANTIGO.

           MOVE IMPORT-FONE TO FONEX-FONE.
           READ CLIENTES-FONES
                INVALID KEY
                   GO TO 2700-99-FIM
           END-READ.

           MOVE FONEX-NUMERO TO WRK-FONEX-NUMERO.
           MOVE ZEROS TO WRK-FONEX-PRINCIPAL.
           MOVE 'N' TO WRK-FONEX-FIM.
           START CLIENTES-FONES KEY IS EQUAL TO FONEX-NUMERO
                 INVALID KEY MOVE 'S' TO WRK-FONEX-FIM
           END-START.
           PERFORM UNTIL WRK-FONEX-FIM EQUAL 'S'
              READ CLIENTES-FONES NEXT RECORD
                   AT END MOVE 'S' TO WRK-FONEX-FIM
              END-READ
              IF WRK-FONEX-FIM NOT EQUAL 'S'
                 IF FONEX-NUMERO NOT EQUAL WRK-FONEX-NUMERO
                    MOVE 'S' TO WRK-FONEX-FIM
                 ELSE
                    IF FONEX-PRINCIPAL
                       MOVE FONEX-FONE TO WRK-FONEX-PRINCIPAL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WRK-FONEX-PRINCIPAL TO CLIENTES-FONE.
           READ CLIENTES
                INVALID KEY
                   MOVE IMPORT-FONE TO FONEX-FONE
                   DELETE CLIENTES-FONES RECORD
                          INVALID KEY CONTINUE
                   END-DELETE
                NOT INVALID KEY
                   IF WRK-FONEX-PRINCIPAL NOT EQUAL IMPORT-FONE
                      MOVE 'TELEFONE DE OUTRO CLIENTE'
                           TO WRK-MOTIVO-REJEICAO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       2700-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2800-NUMERAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    TIRA O NUMERO PERMANENTE DA SERIE CLIENTE E GRAVA O
      *    TELEFONE CARREGADO COMO PRINCIPAL DO NUMERO. FALHA NA
      *    NUMERACAO NAO DESFAZ A CARGA: O CLIENTE FICA SEM NUMERO
      *    ATE A CONSISTENCIA (CLIENTESC) OU O ONLINE NUMERA-LO.

           CALL 'NUMERA' USING WRK-NUM-SERIE WRK-CLIENTE-NUMERO
                               WRK-NUM-RESULTADO.
           IF WRK-NUM-RESULTADO NOT EQUAL 'O'
              DISPLAY 'ERRO NA NUMERACAO DO CLIENTE ' CLIENTES-FONE
           ELSE
              MOVE CLIENTES-FONE      TO FONEX-FONE
              MOVE WRK-CLIENTE-NUMERO TO FONEX-NUMERO
              MOVE 'P'                TO FONEX-TIPO
              MOVE WRK-DATA-SISTEMA   TO FONEX-DATA
              WRITE FONEX-REG
              IF WRK-FONES-STATUS EQUAL 22
                 REWRITE FONEX-REG
              END-IF
              IF WRK-FONES-STATUS NOT EQUAL ZEROS
                 DISPLAY 'ERRO NA REFERENCIA DE TELEFONES - STATUS: '
                         WRK-FONES-STATUS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2800-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE CLIENTES-REJEITADOS.
           CLOSE CLIENTES-LOG.
           CLOSE CLIENTES-DOCX.
           CLOSE CLIENTES-FONES.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
