      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. CLIENTESJ.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : CLIENTESJ                                           *
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
      * RETORNO DE CAMPANHA DE MARKETING. CARREGA O ARQUIVO DE         *
      * RESPOSTAS (CAMPANHA, NUMERO OU TELEFONE DO CLIENTE, RESULTADO  *
      * R = RESPONDEU, D = DEVOLVIDO, N = SEM INTERESSE, DATA) NOS     *
      * ALVOS DA CAMPANHA GRAVADOS PELO CLIENTESH. VALE A RESPOSTA     *
      * MAIS RECENTE; LINHAS INVALIDAS, DE CAMPANHA INEXISTENTE OU DE  *
      * QUEM NAO E ALVO SAEM NA LISTA DE CRITICA.                      *
      *                                                                *
      * DEPOIS RECONTA OS ALVOS DE CADA CAMPANHA, ATUALIZA OS TOTAIS   *
      * DO REGISTRO DA CAMPANHA E IMPRIME O RESULTADO: SELECIONADOS,   *
      * RESPOSTAS POR TIPO E AS TAXAS SOBRE OS SELECIONADOS. O CARTAO  *
      * SYSIN INFORMA O CODIGO DE UMA CAMPANHA OU BRANCO PARA TODAS.   *
      * SEM ARQUIVO DE RESPOSTAS SO O RELATORIO E EMITIDO.             *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTESJ.JCL, ENTAO OS SELECT ABAIXO REFERENCIAM
      *    OS DDNAMES DO JOB.
           SELECT CLIENTES-FONES ASSIGN TO "FONES"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-FONES-STATUS
             RECORD KEY   IS FONEX-CHAVE
             ALTERNATE RECORD KEY IS FONEX-NUMERO WITH DUPLICATES.

           SELECT CLIENTES-CAMPANHAS ASSIGN TO "CAMPANHA"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CAMPANHAS-STATUS
             RECORD KEY   IS CAMP-CHAVE.

           SELECT CLIENTES-CAMPANHA-ALVOS ASSIGN TO "CAMPALVO"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-ALVOS-STATUS
             RECORD KEY   IS ALVO-CHAVE
             ALTERNATE RECORD KEY IS ALVO-CLIENTE WITH DUPLICATES.

           SELECT RESPOSTAS ASSIGN TO "RESPOSTA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-RESPOSTAS-STATUS.

           SELECT CRITICA ASSIGN TO "CRITICA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-CRITICA-STATUS.

           SELECT RESULTADO ASSIGN TO "RESULTAD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-RESULTADO-STATUS.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD CLIENTES-FONES.
          01 FONEX-REG.
             COPY FONEXREF.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-CAMPANHAS.
          01 CAMP-REG.
             COPY CAMPANHA.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-CAMPANHA-ALVOS.
          01 ALVO-REG.
             COPY CAMPALVO.CPY.

      *----------------------------------------------------------------*
       FD RESPOSTAS.
          01 RESP-REG.
             05  RESP-CAMPANHA              PIC X(08).
             05  RESP-NUMERO                PIC 9(09).
             05  RESP-FONE                  PIC 9(09).
             05  RESP-RESULTADO             PIC X(01).
                 88  RESP-RESULTADO-VALIDO  VALUE 'R' 'D' 'N'.
             05  RESP-DATA                  PIC 9(08).

      *----------------------------------------------------------------*
       FD CRITICA.
          01 CRIT-LINHA                     PIC X(100).

      *----------------------------------------------------------------*
       FD RESULTADO.
          01 RESU-LINHA                     PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-CAMPANHAS-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-ALVOS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-RESPOSTAS-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-CRITICA-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-RESULTADO-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-ABORTAR                   PIC X(001) VALUE 'N'.
       77 WRK-FIM-RESPOSTAS             PIC X(001) VALUE 'N'.
       77 WRK-FIM-CAMPANHAS             PIC X(001) VALUE 'N'.
       77 WRK-FIM-ALVOS                 PIC X(001) VALUE 'N'.
       77 WRK-PARM-CAMPANHA             PIC X(008) VALUE SPACES.
       77 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-REL                  PIC X(010) VALUE SPACES.
       77 WRK-DATA-AUX                  PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-FMT                  PIC X(010) VALUE SPACES.
       77 WRK-DATA-FMT2                 PIC X(010) VALUE SPACES.
       77 WRK-RESP-DATA                 PIC 9(008) VALUE ZEROS.
       77 WRK-CLIENTE-NUMERO            PIC 9(009) VALUE ZEROS.
       77 WRK-MOTIVO-REJEICAO           PIC X(040) VALUE SPACES.
       77 WRK-CANAL-DESC                PIC X(008) VALUE SPACES.
       77 WRK-LINHA-CONT                PIC 9(002) VALUE ZEROS.
       77 WRK-MAX-LINHAS                PIC 9(002) VALUE 40.
       77 WRK-QTD-ALVOS                 PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-RESPONDEU             PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDO             PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-SEM-INTERESSE         PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-SEM-RETORNO           PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-RETORNOS              PIC 9(006) VALUE ZEROS.
       77 WRK-ULTIMA-RESPOSTA           PIC 9(008) VALUE ZEROS.
       77 WRK-QTD-LINHA                 PIC 9(006) VALUE ZEROS.
       77 WRK-TAXA                      PIC 9(003)V9 VALUE ZEROS.
       77 WRK-TOT-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-APLICADOS             PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-ANTIGAS               PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-REJEITADOS            PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-CAMPANHAS             PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-ERROS                 PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-EDIT                  PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-TAXA-EDIT                 PIC ZZ9.9 VALUE ZEROS.

       01 WRK-CRIT-DETALHE.
          05 WRK-CRIT-CAMPANHA           PIC X(008).
          05 FILLER                      PIC X(002) VALUE SPACES.
          05 WRK-CRIT-NUMERO             PIC 9(009).
          05 FILLER                      PIC X(002) VALUE SPACES.
          05 WRK-CRIT-FONE               PIC 9(009).
          05 FILLER                      PIC X(002) VALUE SPACES.
          05 WRK-CRIT-RESULTADO          PIC X(001).
          05 FILLER                      PIC X(002) VALUE SPACES.
          05 WRK-CRIT-MOTIVO             PIC X(040).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR.
           IF WRK-ABORTAR NOT EQUAL 'S'
              PERFORM 2000-PROCESSAR
                      UNTIL WRK-FIM-RESPOSTAS EQUAL 'S'
              PERFORM 3000-RELATORIO
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

           ACCEPT WRK-PARM-CAMPANHA.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WRK-DATA-SISTEMA(7:2) '/' WRK-DATA-SISTEMA(5:2) '/'
                  WRK-DATA-SISTEMA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-REL
           END-STRING.

           OPEN INPUT CLIENTES-FONES.
           IF WRK-FONES-STATUS NOT EQUAL ZEROS
              DISPLAY 'REFERENCIA DE TELEFONES NAO ABRIU - STATUS: '
                      WRK-FONES-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           OPEN I-O CLIENTES-CAMPANHAS.
           IF WRK-CAMPANHAS-STATUS NOT EQUAL ZEROS
              DISPLAY 'CAMPANHAS NAO ABRIU - STATUS: '
                      WRK-CAMPANHAS-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           OPEN I-O CLIENTES-CAMPANHA-ALVOS.
           IF WRK-ALVOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ALVOS DE CAMPANHA NAO ABRIU - STATUS: '
                      WRK-ALVOS-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           OPEN OUTPUT CRITICA.

           OPEN OUTPUT RESULTADO.
           IF WRK-RESULTADO-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS: '
                      WRK-RESULTADO-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           IF WRK-ABORTAR EQUAL 'S'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-99-FIM
           END-IF.

      *    SEM ARQUIVO DE RESPOSTAS O PROGRAMA SO RECONTA E IMPRIME.
           OPEN INPUT RESPOSTAS.
           IF WRK-RESPOSTAS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ARQUIVO DE RESPOSTAS NAO ENCONTRADO - '
                      'STATUS: ' WRK-RESPOSTAS-STATUS
              MOVE 'S' TO WRK-FIM-RESPOSTAS
           ELSE
              PERFORM 2100-LER-RESPOSTA
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO WRK-TOT-LIDOS.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.

           IF NOT RESP-RESULTADO-VALIDO
              MOVE 'RESULTADO INVALIDO' TO WRK-MOTIVO-REJEICAO
           END-IF.

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              AND WRK-PARM-CAMPANHA NOT EQUAL SPACES
              AND RESP-CAMPANHA NOT EQUAL WRK-PARM-CAMPANHA
              MOVE 'CAMPANHA DIFERENTE DA DO CARTAO'
                   TO WRK-MOTIVO-REJEICAO
           END-IF.

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              MOVE RESP-CAMPANHA TO CAMP-CODIGO
              READ CLIENTES-CAMPANHAS
                   INVALID KEY
                      MOVE 'CAMPANHA NAO CADASTRADA'
                           TO WRK-MOTIVO-REJEICAO
              END-READ
           END-IF.

      *    DATA DA RESPOSTA AUSENTE OU FUTURA VALE COMO HOJE.
           IF RESP-DATA IS NUMERIC AND RESP-DATA NOT EQUAL ZEROS
              AND RESP-DATA NOT GREATER THAN WRK-DATA-SISTEMA
              MOVE RESP-DATA TO WRK-RESP-DATA
           ELSE
              MOVE WRK-DATA-SISTEMA TO WRK-RESP-DATA
           END-IF.

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              PERFORM 2300-LOCALIZAR-ALVO
           END-IF.

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              PERFORM 2400-APLICAR-RESPOSTA
           END-IF.

           IF WRK-MOTIVO-REJEICAO NOT EQUAL SPACES
              ADD 1 TO WRK-TOT-REJEITADOS
              PERFORM 2200-GRAVAR-CRITICA
           END-IF.

           PERFORM 2100-LER-RESPOSTA.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-RESPOSTA SECTION.
      *----------------------------------------------------------------*

           READ RESPOSTAS
                AT END MOVE 'S' TO WRK-FIM-RESPOSTAS
           END-READ.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-GRAVAR-CRITICA SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-CRIT-DETALHE.
           MOVE RESP-CAMPANHA TO WRK-CRIT-CAMPANHA.
           IF RESP-NUMERO IS NUMERIC
              MOVE RESP-NUMERO TO WRK-CRIT-NUMERO
           ELSE
              MOVE ZEROS TO WRK-CRIT-NUMERO
           END-IF.
           IF RESP-FONE IS NUMERIC
              MOVE RESP-FONE TO WRK-CRIT-FONE
           ELSE
              MOVE ZEROS TO WRK-CRIT-FONE
           END-IF.
           MOVE RESP-RESULTADO TO WRK-CRIT-RESULTADO.
           MOVE WRK-MOTIVO-REJEICAO TO WRK-CRIT-MOTIVO.
           MOVE SPACES TO CRIT-LINHA.
           MOVE WRK-CRIT-DETALHE TO CRIT-LINHA.
           WRITE CRIT-LINHA.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-LOCALIZAR-ALVO SECTION.
      *----------------------------------------------------------------*
      *    O FORNECEDOR DEVOLVE O NUMERO PERMANENTE QUE SAIU NA MALA
      *    DIRETA; SEM ELE, O TELEFONE E RESOLVIDO PELA REFERENCIA
      *    (QUALQUER TELEFONE DO CLIENTE SERVE).

           MOVE ZEROS TO WRK-CLIENTE-NUMERO.

           IF RESP-NUMERO IS NUMERIC AND RESP-NUMERO NOT EQUAL ZEROS
              MOVE RESP-NUMERO TO WRK-CLIENTE-NUMERO
           ELSE
              IF RESP-FONE IS NUMERIC AND RESP-FONE NOT EQUAL ZEROS
                 MOVE RESP-FONE TO FONEX-FONE
                 READ CLIENTES-FONES
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE FONEX-NUMERO TO WRK-CLIENTE-NUMERO
                 END-READ
              END-IF
           END-IF.

           IF WRK-CLIENTE-NUMERO EQUAL ZEROS
              MOVE 'CLIENTE NAO IDENTIFICADO' TO WRK-MOTIVO-REJEICAO
              GO TO 2300-99-FIM
           END-IF.

           MOVE RESP-CAMPANHA      TO ALVO-CAMPANHA.
           MOVE WRK-CLIENTE-NUMERO TO ALVO-CLIENTE.
           READ CLIENTES-CAMPANHA-ALVOS
                INVALID KEY
                   MOVE 'CLIENTE NAO E ALVO DA CAMPANHA'
                        TO WRK-MOTIVO-REJEICAO
           END-READ.

      *----------------------------------------------------------------*
       2300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-APLICAR-RESPOSTA SECTION.
      *----------------------------------------------------------------*
      *    VALE A RESPOSTA MAIS RECENTE (UM EMAIL DEVOLVIDO PODE SER
      *    SEGUIDO DE UMA RESPOSTA POR TELEFONE). EMPATE NA DATA FICA
      *    COM A ULTIMA LIDA.

           IF ALVO-DATA-RESPOSTA GREATER THAN WRK-RESP-DATA
              ADD 1 TO WRK-TOT-ANTIGAS
              MOVE 'RESPOSTA ANTERIOR A JA REGISTRADA'
                   TO WRK-MOTIVO-REJEICAO
              GO TO 2400-99-FIM
           END-IF.

           MOVE RESP-RESULTADO TO ALVO-RESPOSTA.
           MOVE WRK-RESP-DATA  TO ALVO-DATA-RESPOSTA.
           REWRITE ALVO-REG.
           IF WRK-ALVOS-STATUS EQUAL ZEROS
              ADD 1 TO WRK-TOT-APLICADOS
           ELSE
              DISPLAY 'ERRO AO REGRAVAR ALVO ' WRK-CLIENTE-NUMERO
                      ' - STATUS: ' WRK-ALVOS-STATUS
              ADD 1 TO WRK-TOT-ERROS
              MOVE 'ERRO DE GRAVACAO' TO WRK-MOTIVO-REJEICAO
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-RELATORIO SECTION.
      *----------------------------------------------------------------*
      *    UMA CAMPANHA (CARTAO SYSIN) OU TODAS, NA ORDEM DO CODIGO.

           PERFORM 3100-CABECALHO.

           MOVE WRK-PARM-CAMPANHA TO CAMP-CODIGO.
           START CLIENTES-CAMPANHAS KEY IS NOT LESS THAN CAMP-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-CAMPANHAS
           END-START.

           PERFORM UNTIL WRK-FIM-CAMPANHAS EQUAL 'S'
              READ CLIENTES-CAMPANHAS NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-CAMPANHAS
              END-READ
              IF WRK-FIM-CAMPANHAS NOT EQUAL 'S'
                 IF WRK-PARM-CAMPANHA NOT EQUAL SPACES
                    AND CAMP-CODIGO NOT EQUAL WRK-PARM-CAMPANHA
                    MOVE 'S' TO WRK-FIM-CAMPANHAS
                 ELSE
                    PERFORM 3200-CONTAR-ALVOS
                    PERFORM 3300-IMPRIMIR-CAMPANHA
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-TOT-CAMPANHAS EQUAL ZEROS
              MOVE SPACES TO RESU-LINHA
              MOVE 'NENHUMA CAMPANHA ENCONTRADA' TO RESU-LINHA
              WRITE RESU-LINHA
              ADD 1 TO WRK-LINHA-CONT
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CABECALHO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO RESU-LINHA.
           STRING 'RESULTADO DAS CAMPANHAS DE MARKETING'
                  '   DATA: ' WRK-DATA-REL
                  DELIMITED BY SIZE INTO RESU-LINHA
           END-STRING.
           WRITE RESU-LINHA.
           MOVE SPACES TO RESU-LINHA.
           WRITE RESU-LINHA.
           MOVE 2 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       3100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-CONTAR-ALVOS SECTION.
      *----------------------------------------------------------------*
      *    OS TOTAIS DA CAMPANHA SAO SEMPRE RECONTADOS DOS ALVOS, ENTAO
      *    UMA CARGA REPETIDA OU CORRIGIDA NAO DUPLICA NADA. A DATA DE
      *    RETORNO DA CAMPANHA E A DA RESPOSTA MAIS RECENTE.

           MOVE ZEROS TO WRK-QTD-ALVOS WRK-QTD-RESPONDEU
                         WRK-QTD-DEVOLVIDO WRK-QTD-SEM-INTERESSE
                         WRK-QTD-SEM-RETORNO WRK-ULTIMA-RESPOSTA.

           MOVE CAMP-CODIGO TO ALVO-CAMPANHA.
           MOVE ZEROS TO ALVO-CLIENTE.
           MOVE 'N' TO WRK-FIM-ALVOS.
           START CLIENTES-CAMPANHA-ALVOS
                 KEY IS NOT LESS THAN ALVO-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-ALVOS
           END-START.

           PERFORM UNTIL WRK-FIM-ALVOS EQUAL 'S'
              READ CLIENTES-CAMPANHA-ALVOS NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-ALVOS
              END-READ
              IF WRK-FIM-ALVOS NOT EQUAL 'S'
                 IF ALVO-CAMPANHA NOT EQUAL CAMP-CODIGO
                    MOVE 'S' TO WRK-FIM-ALVOS
                 ELSE
                    ADD 1 TO WRK-QTD-ALVOS
                    EVALUATE TRUE
                       WHEN ALVO-RESPONDEU
                          ADD 1 TO WRK-QTD-RESPONDEU
                       WHEN ALVO-DEVOLVIDO
                          ADD 1 TO WRK-QTD-DEVOLVIDO
                       WHEN ALVO-SEM-INTERESSE
                          ADD 1 TO WRK-QTD-SEM-INTERESSE
                       WHEN OTHER
                          ADD 1 TO WRK-QTD-SEM-RETORNO
                    END-EVALUATE
                    IF ALVO-DATA-RESPOSTA GREATER THAN
                       WRK-ULTIMA-RESPOSTA
                       MOVE ALVO-DATA-RESPOSTA TO WRK-ULTIMA-RESPOSTA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           COMPUTE WRK-QTD-RETORNOS = WRK-QTD-RESPONDEU
                                    + WRK-QTD-DEVOLVIDO
                                    + WRK-QTD-SEM-INTERESSE.

           MOVE WRK-QTD-ALVOS         TO CAMP-QTD-SELECIONADOS.
           MOVE WRK-QTD-RESPONDEU     TO CAMP-QTD-RESPONDEU.
           MOVE WRK-QTD-DEVOLVIDO     TO CAMP-QTD-DEVOLVIDO.
           MOVE WRK-QTD-SEM-INTERESSE TO CAMP-QTD-SEM-INTERESSE.
           MOVE WRK-ULTIMA-RESPOSTA   TO CAMP-DATA-RETORNO.
           REWRITE CAMP-REG.
           IF WRK-CAMPANHAS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO REGRAVAR CAMPANHA ' CAMP-CODIGO
                      ' - STATUS: ' WRK-CAMPANHAS-STATUS
              ADD 1 TO WRK-TOT-ERROS
           END-IF.

      *----------------------------------------------------------------*
       3200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-IMPRIMIR-CAMPANHA SECTION.
      *----------------------------------------------------------------*
      *    UM BLOCO DE 10 LINHAS POR CAMPANHA, SEM QUEBRAR ENTRE
      *    PAGINAS. AS TAXAS SAO SOBRE OS SELECIONADOS.

           ADD 1 TO WRK-TOT-CAMPANHAS.
           IF WRK-LINHA-CONT + 10 GREATER THAN WRK-MAX-LINHAS
              PERFORM 3100-CABECALHO
           END-IF.

           IF CAMP-CANAL-EMAIL
              MOVE 'EMAIL'    TO WRK-CANAL-DESC
           ELSE
              MOVE 'TELEFONE' TO WRK-CANAL-DESC
           END-IF.
           MOVE SPACES TO RESU-LINHA.
           STRING 'CAMPANHA ' CAMP-CODIGO ' - ' CAMP-DESCRICAO
                  '   CANAL: ' WRK-CANAL-DESC
                  DELIMITED BY SIZE INTO RESU-LINHA
           END-STRING.
           WRITE RESU-LINHA.

           MOVE CAMP-DATA-INICIO TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           MOVE WRK-DATA-FMT TO WRK-DATA-FMT2.
           MOVE CAMP-DATA-FIM TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           MOVE SPACES TO RESU-LINHA.
           STRING '   PERIODO: ' WRK-DATA-FMT2 ' A ' WRK-DATA-FMT
                  '   CRITERIOS: ' CAMP-CRITERIOS
                  DELIMITED BY SIZE INTO RESU-LINHA
           END-STRING.
           WRITE RESU-LINHA.

           MOVE CAMP-DATA-SELECAO TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           IF CAMP-DATA-SELECAO EQUAL ZEROS
              MOVE 'INCOMPLETA' TO WRK-DATA-FMT
           END-IF.
           MOVE WRK-DATA-FMT TO WRK-DATA-FMT2.
           MOVE CAMP-DATA-RETORNO TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           IF CAMP-DATA-RETORNO EQUAL ZEROS
              MOVE '-' TO WRK-DATA-FMT
           END-IF.
           MOVE SPACES TO RESU-LINHA.
           STRING '   SELECAO: ' WRK-DATA-FMT2
                  '   ULTIMA RESPOSTA: ' WRK-DATA-FMT
                  DELIMITED BY SIZE INTO RESU-LINHA
           END-STRING.
           WRITE RESU-LINHA.

           MOVE WRK-QTD-ALVOS TO WRK-QTD-EDIT.
           MOVE SPACES TO RESU-LINHA.
           STRING '   SELECIONADOS.......: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO RESU-LINHA
           END-STRING.
           WRITE RESU-LINHA.

           MOVE WRK-QTD-RESPONDEU TO WRK-QTD-LINHA.
           MOVE '   RESPONDERAM........: ' TO RESU-LINHA.
           PERFORM 3310-LINHA-TAXA.
           MOVE WRK-QTD-DEVOLVIDO TO WRK-QTD-LINHA.
           MOVE '   DEVOLVIDOS.........: ' TO RESU-LINHA.
           PERFORM 3310-LINHA-TAXA.
           MOVE WRK-QTD-SEM-INTERESSE TO WRK-QTD-LINHA.
           MOVE '   SEM INTERESSE......: ' TO RESU-LINHA.
           PERFORM 3310-LINHA-TAXA.
           MOVE WRK-QTD-SEM-RETORNO TO WRK-QTD-LINHA.
           MOVE '   SEM RETORNO........: ' TO RESU-LINHA.
           PERFORM 3310-LINHA-TAXA.
           MOVE WRK-QTD-RETORNOS TO WRK-QTD-LINHA.
           MOVE '   TOTAL DE RETORNOS..: ' TO RESU-LINHA.
           PERFORM 3310-LINHA-TAXA.

           MOVE SPACES TO RESU-LINHA.
           WRITE RESU-LINHA.
           ADD 10 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       3300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-LINHA-TAXA SECTION.
      *----------------------------------------------------------------*
      *    COMPLETA A LINHA JA ROTULADA EM RESU-LINHA COM A QUANTIDADE
      *    (WRK-QTD-LINHA) E O PERCENTUAL SOBRE OS SELECIONADOS.

           MOVE ZEROS TO WRK-TAXA.
           IF WRK-QTD-ALVOS GREATER THAN ZEROS
              COMPUTE WRK-TAXA ROUNDED =
                      WRK-QTD-LINHA * 100 / WRK-QTD-ALVOS
           END-IF.
           MOVE WRK-QTD-LINHA TO WRK-QTD-EDIT.
           MOVE WRK-TAXA      TO WRK-TAXA-EDIT.
           STRING WRK-QTD-EDIT '   ' WRK-TAXA-EDIT ' %'
                  DELIMITED BY SIZE INTO RESU-LINHA(25:)
           END-STRING.
           WRITE RESU-LINHA.

      *----------------------------------------------------------------*
       3310-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-FECHAMENTO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO RESU-LINHA.
           WRITE RESU-LINHA.
           MOVE WRK-TOT-CAMPANHAS TO WRK-QTD-EDIT.
           MOVE SPACES TO RESU-LINHA.
           STRING 'CAMPANHAS LISTADAS.................: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO RESU-LINHA
           END-STRING.
           WRITE RESU-LINHA.
           MOVE WRK-TOT-LIDOS TO WRK-QTD-EDIT.
           MOVE SPACES TO RESU-LINHA.
           STRING 'RESPOSTAS LIDAS....................: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO RESU-LINHA
           END-STRING.
           WRITE RESU-LINHA.
           MOVE WRK-TOT-APLICADOS TO WRK-QTD-EDIT.
           MOVE SPACES TO RESU-LINHA.
           STRING 'RESPOSTAS CARREGADAS...............: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO RESU-LINHA
           END-STRING.
           WRITE RESU-LINHA.
           MOVE WRK-TOT-REJEITADOS TO WRK-QTD-EDIT.
           MOVE SPACES TO RESU-LINHA.
           STRING 'RESPOSTAS NA CRITICA...............: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO RESU-LINHA
           END-STRING.
           WRITE RESU-LINHA.

      *----------------------------------------------------------------*
       3400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8100-FORMATAR-DATA SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-DATA-FMT.
           STRING WRK-DATA-AUX(7:2) '/' WRK-DATA-AUX(5:2) '/'
                  WRK-DATA-AUX(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-FMT
           END-STRING.

      *----------------------------------------------------------------*
       8100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           IF WRK-ABORTAR NOT EQUAL 'S'
              MOVE SPACES TO CRIT-LINHA
              STRING 'TOTAL LIDOS: '      DELIMITED BY SIZE
                     WRK-TOT-LIDOS        DELIMITED BY SIZE
                     '  CARREGADOS: '     DELIMITED BY SIZE
                     WRK-TOT-APLICADOS    DELIMITED BY SIZE
                     '  REJEITADOS: '     DELIMITED BY SIZE
                     WRK-TOT-REJEITADOS   DELIMITED BY SIZE
                     INTO CRIT-LINHA
              END-STRING
              WRITE CRIT-LINHA

              DISPLAY 'RETORNO DE CAMPANHA CONCLUIDO'
              DISPLAY 'RESPOSTAS LIDAS....: ' WRK-TOT-LIDOS
              DISPLAY 'CARREGADAS.........: ' WRK-TOT-APLICADOS
              DISPLAY 'MAIS ANTIGAS.......: ' WRK-TOT-ANTIGAS
              DISPLAY 'REJEITADAS.........: ' WRK-TOT-REJEITADOS
              DISPLAY 'CAMPANHAS LISTADAS.: ' WRK-TOT-CAMPANHAS
              DISPLAY 'ERROS DE GRAVACAO..: ' WRK-TOT-ERROS
              IF WRK-TOT-ERROS GREATER THAN ZEROS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE CLIENTES-FONES.
           CLOSE CLIENTES-CAMPANHAS.
           CLOSE CLIENTES-CAMPANHA-ALVOS.
           CLOSE RESPOSTAS.
           CLOSE CRITICA.
           CLOSE RESULTADO.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
      *----------------------------------------------------------------*
