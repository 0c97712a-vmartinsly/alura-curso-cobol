      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. NUMERA.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : NUMERA                                              *
      *     TIPO : SUBROTINA                                           *
      *                                                                *
      * ANALISTA : VITOR MARTINS LYRA                                  *
      *     DATA : 15/10/2026                                          *
      *                                                                *
      * PROJETO  : SISTEMA DE GESTAO DE CLIENTES                       *
      *----------------------------------------------------------------*
      *                                                                *
      * ENTREGA O PROXIMO NUMERO SEQUENCIAL DE UMA SERIE. CADA SERIE   *
      * (NUMERO DE CLIENTE, PROTOCOLO ETC.) TEM UM REGISTRO EM         *
      * CLIENTES-NUMERA.DAT COM O ULTIMO NUMERO ENTREGUE; A SERIE      *
      * QUE AINDA NAO EXISTE COMECA EM 1. O ARQUIVO E ABERTO E         *
      * FECHADO A CADA CHAMADA, ENTAO O ONLINE E O BATCH PODEM         *
      * NUMERAR NA MESMA SERIE SEM REPETIR NUMERO. NUMERO ENTREGUE     *
      * E NAO USADO (GRAVACAO QUE FALHOU NO CHAMADOR) FICA COMO        *
      * FALHA NA SEQUENCIA - NUNCA E REAPROVEITADO.                    *
      *                                                                *
      * RETORNA EM LNK-RESULTADO:                                      *
      *    'O' - NUMERO ENTREGUE EM LNK-NUMERO                         *
      *    'E' - ERRO DE ARQUIVO OU SERIE ESGOTADA (LNK-NUMERO ZERO)   *
      *                                                                *
      * CHAMADO POR: CLIENTES, CLIENTESB E CLIENTESC                   *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT NUMERACAO ASSIGN TO "NUMERA"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-NUMERA-STATUS
             RECORD KEY   IS NUM-CHAVE.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD NUMERACAO.
          01 NUM-REG.
             COPY NUMERA.CPY.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-NUMERA-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-HORA-SISTEMA              PIC 9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

       01 LNK-SERIE                     PIC X(010).
       01 LNK-NUMERO                    PIC 9(009).
       01 LNK-RESULTADO                 PIC X(001).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LNK-SERIE LNK-NUMERO LNK-RESULTADO.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           MOVE 'O' TO LNK-RESULTADO.
           MOVE ZEROS TO LNK-NUMERO.

           OPEN I-O NUMERACAO.
           IF WRK-NUMERA-STATUS EQUAL 35 THEN
              OPEN OUTPUT NUMERACAO
              CLOSE NUMERACAO
              OPEN I-O NUMERACAO
           END-IF.
           IF WRK-NUMERA-STATUS NOT EQUAL ZEROS
              DISPLAY 'NUMERA: CONTROLE NAO ABRIU - STATUS: '
                      WRK-NUMERA-STATUS
              MOVE 'E' TO LNK-RESULTADO
              GOBACK
           END-IF.

           PERFORM 1000-PROXIMO-NUMERO.

           CLOSE NUMERACAO.
           GOBACK.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-PROXIMO-NUMERO SECTION.
      *----------------------------------------------------------------*

           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE LNK-SERIE TO NUM-SERIE.
           READ NUMERACAO
                INVALID KEY
                   MOVE 1 TO NUM-ULTIMO
                   ACCEPT NUM-DATA FROM DATE YYYYMMDD
                   MOVE WRK-HORA-SISTEMA(1:6) TO NUM-HORA
                   WRITE NUM-REG
                NOT INVALID KEY
                   IF NUM-ULTIMO EQUAL 999999999
                      DISPLAY 'NUMERA: SERIE ESGOTADA - ' LNK-SERIE
                      MOVE 'E' TO LNK-RESULTADO
                      GO TO 1000-99-FIM
                   END-IF
                   ADD 1 TO NUM-ULTIMO
                   ACCEPT NUM-DATA FROM DATE YYYYMMDD
                   MOVE WRK-HORA-SISTEMA(1:6) TO NUM-HORA
                   REWRITE NUM-REG
           END-READ.

           IF WRK-NUMERA-STATUS NOT EQUAL ZEROS
              DISPLAY 'NUMERA: ERRO NA SERIE ' LNK-SERIE
                      ' - STATUS: ' WRK-NUMERA-STATUS
              MOVE 'E' TO LNK-RESULTADO
           ELSE
              MOVE NUM-ULTIMO TO LNK-NUMERO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*
