      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. CLIENTEST.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : CLIENTEST                                           *
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
      * NUMERA  - NUMERACAO SEQUENCIAL (NUMERO PERMANENTE DO CLIENTE)  *
      *                                                                *
      * DESCADASTRAMENTO DO CRM: APLICA NO CONSENTIMENTO DE MARKETING  *
      * (CLIENTES-CONSENTIMENTO.DAT) OS PEDIDOS DE SAIDA (OPT-OUT)     *
      * QUE O CLIENTE FEZ DO LADO DO CRM, POR CANAL (E=EMAIL,          *
      * T=TELEFONE, C=CORREIO, A=TODOS). O CLIENTE VEM PELO NUMERO     *
      * PERMANENTE (PRIMEIRA COLUNA DO EXTRATO CLIENTESX) OU, SE ELE   *
      * VIER ZERADO, POR QUALQUER UM DOS SEUS TELEFONES. CLIENTE AINDA *
      * SEM NUMERO E NUMERADO AQUI, PARA O DESCADASTRAMENTO NAO SE     *
      * PERDER. O CANAL PASSA PARA N COM A DATA DO PEDIDO, ORIGEM C E  *
      * O OPERADOR DE BATCH, E CADA MUDANCA VAI PARA O LOG COMO        *
      * CONS-<CANAL>-NAO. UM CONSENTIMENTO DADO NO ONLINE DEPOIS DA    *
      * DATA DO PEDIDO E MANTIDO (VALE A MANIFESTACAO MAIS RECENTE) E  *
      * SAI NA LISTA DE CRITICA, JUNTO COM AS LINHAS REJEITADAS.       *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTEST.JCL, ENTAO OS SELECT ABAIXO REFERENCIAM
      *    OS DDNAMES DO JOB.
           SELECT CLIENTES ASSIGN TO "CLIENTES"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CLIENTES-STATUS
             RECORD KEY   IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.

           SELECT CLIENTES-FONES ASSIGN TO "FONES"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-FONES-STATUS
             RECORD KEY   IS FONEX-CHAVE
             ALTERNATE RECORD KEY IS FONEX-NUMERO WITH DUPLICATES.

           SELECT CLIENTES-CONSENTIMENTO ASSIGN TO "CONSENT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CONSENT-STATUS
             RECORD KEY   IS CONS-CHAVE.

           SELECT OPTOUT ASSIGN TO "OPTOUT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-OPTOUT-STATUS.

           SELECT CRITICA ASSIGN TO "CRITICA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-CRITICA-STATUS.

           SELECT CLIENTES-LOG ASSIGN TO "LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-LOG-STATUS.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD CLIENTES.
          01 CLIENTES-REG.
             COPY CLIENTES.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-FONES.
          01 FONEX-REG.
             COPY FONEXREF.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-CONSENTIMENTO.
          01 CONS-REG.
             COPY CONSENT.CPY.

      *----------------------------------------------------------------*
       FD OPTOUT.
          01 OPT-REG.
             05  OPT-FONE                   PIC 9(09).
             05  OPT-NUMERO                 PIC 9(09).
             05  OPT-CANAL                  PIC X(01).
                 88  OPT-CANAL-VALIDO       VALUE 'E' 'T' 'C' 'A'.
                 88  OPT-TODOS-CANAIS       VALUE 'A'.
             05  OPT-DATA                   PIC 9(08).

      *----------------------------------------------------------------*
       FD CRITICA.
          01 CRIT-LINHA                     PIC X(100).

      *----------------------------------------------------------------*
       FD CLIENTES-LOG.
          01 LOG-REG.
             COPY CLIENLOG.CPY.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-CLIENTES-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-CONSENT-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-OPTOUT-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-CRITICA-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-LOG-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-HORA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO               PIC X(001) VALUE 'N'.
       77 WRK-MOTIVO-REJEICAO           PIC X(040) VALUE SPACES.
       77 WRK-CLIENTE-NUMERO            PIC 9(009) VALUE ZEROS.
       77 WRK-FONE-PRINCIPAL            PIC 9(009) VALUE ZEROS.
       77 WRK-FONEX-FIM                 PIC X(001) VALUE 'N'.
       77 WRK-NUM-SERIE                 PIC X(010) VALUE 'CLIENTE'.
       77 WRK-NUM-RESULTADO             PIC X(001) VALUE SPACES.
       77 WRK-OPT-DATA                  PIC 9(008) VALUE ZEROS.
       77 WRK-CONS-IND                  PIC 9(003) COMP VALUE ZEROS.
       77 WRK-CONS-NOVO                 PIC X(001) VALUE 'N'.
       77 WRK-CONS-ALTEROU              PIC X(001) VALUE 'N'.
       77 WRK-CONS-MANTEVE              PIC X(001) VALUE 'N'.
       77 WRK-LOG-OPERACAO              PIC X(010) VALUE SPACES.
       77 WRK-TOT-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-APLICADOS             PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-CANAIS                PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-JA-FORA               PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-MANTIDOS              PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-NUMERADOS             PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-REJEITADOS            PIC 9(006) VALUE ZEROS.

       01 WRK-CONS-SIGLAS               PIC X(003) VALUE 'ETC'.
       01 WRK-CONS-SIGLAS-TAB REDEFINES WRK-CONS-SIGLAS.
          05 WRK-CONS-SIGLA OCCURS 3 TIMES PIC X(001).

       01 WRK-CRIT-DETALHE.
          05 WRK-CRIT-FONE               PIC 9(009).
          05 FILLER                      PIC X(002) VALUE SPACES.
          05 WRK-CRIT-NUMERO             PIC 9(009).
          05 FILLER                      PIC X(002) VALUE SPACES.
          05 WRK-CRIT-CANAL              PIC X(001).
          05 FILLER                      PIC X(002) VALUE SPACES.
          05 WRK-CRIT-MOTIVO             PIC X(040).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQUIVO EQUAL 'S'.
           PERFORM 9000-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *----------------------------------------------------------------*

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN INPUT CLIENTES.
           IF WRK-CLIENTES-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES.DAT NAO ABRIU - STATUS: '
                      WRK-CLIENTES-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           OPEN I-O CLIENTES-FONES.
           IF WRK-FONES-STATUS NOT EQUAL ZEROS
              DISPLAY 'REFERENCIA DE TELEFONES NAO ABRIU - STATUS: '
                      WRK-FONES-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           OPEN I-O CLIENTES-CONSENTIMENTO.
           IF WRK-CONSENT-STATUS EQUAL 35 THEN
              OPEN OUTPUT CLIENTES-CONSENTIMENTO
              CLOSE CLIENTES-CONSENTIMENTO
              OPEN I-O CLIENTES-CONSENTIMENTO
           END-IF.

           OPEN INPUT OPTOUT.
           IF WRK-OPTOUT-STATUS NOT EQUAL ZEROS
              DISPLAY 'ARQUIVO DE DESCADASTRAMENTO NAO ENCONTRADO - '
                      'STATUS: ' WRK-OPTOUT-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           OPEN OUTPUT CRITICA.

           OPEN EXTEND CLIENTES-LOG.
           IF WRK-LOG-STATUS EQUAL 35
              OPEN OUTPUT CLIENTES-LOG
              CLOSE CLIENTES-LOG
              OPEN EXTEND CLIENTES-LOG
           END-IF.

           IF WRK-FIM-ARQUIVO NOT EQUAL 'S'
              PERFORM 2100-LER-OPTOUT
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO WRK-TOT-LIDOS.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.

           IF NOT OPT-CANAL-VALIDO
              MOVE 'CANAL INVALIDO' TO WRK-MOTIVO-REJEICAO
           END-IF.

      *    DATA DO PEDIDO AUSENTE OU FUTURA VALE COMO HOJE.
           IF OPT-DATA IS NUMERIC AND OPT-DATA NOT EQUAL ZEROS
              AND OPT-DATA NOT GREATER THAN WRK-DATA-SISTEMA
              MOVE OPT-DATA TO WRK-OPT-DATA
           ELSE
              MOVE WRK-DATA-SISTEMA TO WRK-OPT-DATA
           END-IF.

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              PERFORM 2300-LOCALIZAR-CLIENTE
           END-IF.

           IF WRK-MOTIVO-REJEICAO EQUAL SPACES
              PERFORM 2400-APLICAR-OPTOUT
           ELSE
              ADD 1 TO WRK-TOT-REJEITADOS
              PERFORM 2200-GRAVAR-CRITICA
           END-IF.

           PERFORM 2100-LER-OPTOUT.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-LER-OPTOUT SECTION.
      *----------------------------------------------------------------*

           READ OPTOUT
                AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-GRAVAR-CRITICA SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-CRIT-DETALHE.
           IF OPT-FONE IS NUMERIC
              MOVE OPT-FONE TO WRK-CRIT-FONE
           ELSE
              MOVE ZEROS TO WRK-CRIT-FONE
           END-IF.
           IF OPT-NUMERO IS NUMERIC
              MOVE OPT-NUMERO TO WRK-CRIT-NUMERO
           ELSE
              MOVE ZEROS TO WRK-CRIT-NUMERO
           END-IF.
           MOVE OPT-CANAL TO WRK-CRIT-CANAL.
           MOVE WRK-MOTIVO-REJEICAO TO WRK-CRIT-MOTIVO.
           MOVE SPACES TO CRIT-LINHA.
           MOVE WRK-CRIT-DETALHE TO CRIT-LINHA.
           WRITE CRIT-LINHA.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-LOCALIZAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    RESOLVE O NUMERO PERMANENTE (WRK-CLIENTE-NUMERO) E O
      *    TELEFONE PRINCIPAL (WRK-FONE-PRINCIPAL, CHAVE DO LOG).
      *    PELO TELEFONE, UM CLIENTE DO CADASTRO AINDA SEM ENTRADA NA
      *    REFERENCIA E NUMERADO NA HORA. CLIENTE EXCLUIDO CONTINUA
      *    COM O NUMERO NA REFERENCIA E RECEBE O DESCADASTRAMENTO
      *    NORMALMENTE - VALE SE ELE FOR RESTAURADO.

           MOVE ZEROS TO WRK-CLIENTE-NUMERO WRK-FONE-PRINCIPAL.

           IF OPT-NUMERO IS NUMERIC AND OPT-NUMERO NOT EQUAL ZEROS
              MOVE OPT-NUMERO TO WRK-CLIENTE-NUMERO
           ELSE
              IF OPT-FONE IS NOT NUMERIC OR OPT-FONE EQUAL ZEROS
                 MOVE 'CLIENTE NAO INFORMADO' TO WRK-MOTIVO-REJEICAO
                 GO TO 2300-99-FIM
              END-IF
              MOVE OPT-FONE TO FONEX-FONE
              READ CLIENTES-FONES
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE FONEX-NUMERO TO WRK-CLIENTE-NUMERO
              END-READ
              IF WRK-CLIENTE-NUMERO EQUAL ZEROS
                 MOVE OPT-FONE TO CLIENTES-FONE
                 READ CLIENTES
                      INVALID KEY
                         MOVE 'TELEFONE NAO CADASTRADO'
                              TO WRK-MOTIVO-REJEICAO
                      NOT INVALID KEY
                         PERFORM 2350-NUMERAR-CLIENTE
                 END-READ
                 GO TO 2300-99-FIM
              END-IF
           END-IF.

           MOVE WRK-CLIENTE-NUMERO TO FONEX-NUMERO.
           MOVE 'N' TO WRK-FONEX-FIM.
           START CLIENTES-FONES KEY IS EQUAL TO FONEX-NUMERO
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
                    IF WRK-FONE-PRINCIPAL EQUAL ZEROS
                       OR FONEX-PRINCIPAL
                       MOVE FONEX-FONE TO WRK-FONE-PRINCIPAL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-FONE-PRINCIPAL EQUAL ZEROS
              MOVE 'NUMERO DE CLIENTE INEXISTENTE'
                   TO WRK-MOTIVO-REJEICAO
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2350-NUMERAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    MESMA NUMERACAO DA CARGA (CLIENTESB): TIRA O NUMERO DA
      *    SERIE CLIENTE E GRAVA O TELEFONE LIDO COMO PRINCIPAL.

           CALL 'NUMERA' USING WRK-NUM-SERIE WRK-CLIENTE-NUMERO
                               WRK-NUM-RESULTADO.
           IF WRK-NUM-RESULTADO NOT EQUAL 'O'
              MOVE ZEROS TO WRK-CLIENTE-NUMERO
              MOVE 'ERRO NA NUMERACAO DO CLIENTE'
                   TO WRK-MOTIVO-REJEICAO
              GO TO 2350-99-FIM
           END-IF.

           MOVE CLIENTES-FONE      TO FONEX-FONE.
           MOVE WRK-CLIENTE-NUMERO TO FONEX-NUMERO.
           MOVE 'P'                TO FONEX-TIPO.
           MOVE WRK-DATA-SISTEMA   TO FONEX-DATA.
           WRITE FONEX-REG.
           IF WRK-FONES-STATUS NOT EQUAL ZEROS
              MOVE ZEROS TO WRK-CLIENTE-NUMERO
              STRING 'ERRO NA REFERENCIA DE TELEFONES '
                     WRK-FONES-STATUS DELIMITED BY SIZE
                     INTO WRK-MOTIVO-REJEICAO
              END-STRING
           ELSE
              ADD 1 TO WRK-TOT-NUMERADOS
              MOVE CLIENTES-FONE TO WRK-FONE-PRINCIPAL
           END-IF.

      *----------------------------------------------------------------*
       2350-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-APLICAR-OPTOUT SECTION.
      *----------------------------------------------------------------*
      *    PASSA PARA N OS CANAIS PEDIDOS. CANAL JA EM N FICA COMO
      *    ESTA; CANAL EM S COM DATA POSTERIOR A DO PEDIDO TAMBEM
      *    (O CLIENTE CONSENTIU DE NOVO DEPOIS DE PEDIR A SAIDA).

           MOVE 'N' TO WRK-CONS-NOVO WRK-CONS-ALTEROU WRK-CONS-MANTEVE.
           MOVE WRK-CLIENTE-NUMERO TO CONS-CLIENTE.
           READ CLIENTES-CONSENTIMENTO
                INVALID KEY
                   INITIALIZE CONS-REG
                   MOVE WRK-CLIENTE-NUMERO TO CONS-CLIENTE
                   MOVE 'S' TO WRK-CONS-NOVO
           END-READ.

           PERFORM VARYING WRK-CONS-IND FROM 1 BY 1
                   UNTIL WRK-CONS-IND > 3
              IF OPT-TODOS-CANAIS
                 OR OPT-CANAL EQUAL WRK-CONS-SIGLA(WRK-CONS-IND)
                 EVALUATE TRUE
                    WHEN CONS-CANAL-NAO(WRK-CONS-IND)
                       CONTINUE
                    WHEN CONS-CANAL-SIM(WRK-CONS-IND)
                     AND CONS-CANAL-DATA(WRK-CONS-IND) GREATER THAN
                         WRK-OPT-DATA
                       MOVE 'S' TO WRK-CONS-MANTEVE
                    WHEN OTHER
                       MOVE 'N' TO CONS-CANAL-OPCAO(WRK-CONS-IND)
                       MOVE WRK-OPT-DATA
                            TO CONS-CANAL-DATA(WRK-CONS-IND)
                       MOVE 'C' TO CONS-CANAL-ORIGEM(WRK-CONS-IND)
                       MOVE 'OPTOUT'
                            TO CONS-CANAL-OPERADOR(WRK-CONS-IND)
                       MOVE 'S' TO WRK-CONS-ALTEROU
                       ADD 1 TO WRK-TOT-CANAIS
                       MOVE SPACES TO WRK-LOG-OPERACAO
                       STRING 'CONS-' WRK-CONS-SIGLA(WRK-CONS-IND)
                              '-NAO' DELIMITED BY SIZE
                              INTO WRK-LOG-OPERACAO
                       END-STRING
                       PERFORM 2500-GRAVAR-LOG
                 END-EVALUATE
              END-IF
           END-PERFORM.

           IF WRK-CONS-ALTEROU EQUAL 'S'
              MOVE WRK-FONE-PRINCIPAL TO CONS-FONE
              MOVE WRK-DATA-SISTEMA   TO CONS-DATA-ATUALIZACAO
              IF WRK-CONS-NOVO EQUAL 'S'
                 WRITE CONS-REG
              ELSE
                 REWRITE CONS-REG
              END-IF
              IF WRK-CONSENT-STATUS EQUAL ZEROS
                 ADD 1 TO WRK-TOT-APLICADOS
              ELSE
                 ADD 1 TO WRK-TOT-REJEITADOS
                 STRING 'ERRO GRAVACAO STATUS ' DELIMITED BY SIZE
                        WRK-CONSENT-STATUS      DELIMITED BY SIZE
                        INTO WRK-MOTIVO-REJEICAO
                 END-STRING
                 PERFORM 2200-GRAVAR-CRITICA
              END-IF
           ELSE
              IF WRK-CONS-MANTEVE NOT EQUAL 'S'
                 ADD 1 TO WRK-TOT-JA-FORA
              END-IF
           END-IF.

           IF WRK-CONS-MANTEVE EQUAL 'S'
              ADD 1 TO WRK-TOT-MANTIDOS
              MOVE 'CONSENTIMENTO POSTERIOR AO PEDIDO - MANTIDO'
                   TO WRK-MOTIVO-REJEICAO
              PERFORM 2200-GRAVAR-CRITICA
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *    MESMO LAYOUT DO 2900-GRAVAR-LOG DO PROGRAMA CLIENTES,
      *    CHAVEADO PELO TELEFONE PRINCIPAL, COM O OPERADOR DE BATCH.

           MOVE WRK-LOG-OPERACAO   TO LOG-OPERACAO.
           MOVE WRK-FONE-PRINCIPAL TO LOG-CHAVE.
           MOVE WRK-DATA-SISTEMA   TO LOG-DATA.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-HORA-SISTEMA(1:6) TO LOG-HORA.
           MOVE 'OPTOUT'           TO LOG-OPERADOR.
           WRITE LOG-REG.

      *----------------------------------------------------------------*
       2500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO CRIT-LINHA.
           STRING 'TOTAL LIDOS: '      DELIMITED BY SIZE
                  WRK-TOT-LIDOS        DELIMITED BY SIZE
                  '  APLICADOS: '      DELIMITED BY SIZE
                  WRK-TOT-APLICADOS    DELIMITED BY SIZE
                  '  JA FORA: '        DELIMITED BY SIZE
                  WRK-TOT-JA-FORA      DELIMITED BY SIZE
                  '  MANTIDOS: '       DELIMITED BY SIZE
                  WRK-TOT-MANTIDOS     DELIMITED BY SIZE
                  '  REJEITADOS: '     DELIMITED BY SIZE
                  WRK-TOT-REJEITADOS   DELIMITED BY SIZE
                  INTO CRIT-LINHA
           END-STRING.
           WRITE CRIT-LINHA.

           DISPLAY 'DESCADASTRAMENTO DO CRM CONCLUIDO'.
           DISPLAY 'LIDOS..............: ' WRK-TOT-LIDOS.
           DISPLAY 'APLICADOS..........: ' WRK-TOT-APLICADOS.
           DISPLAY 'CANAIS DESMARCADOS.: ' WRK-TOT-CANAIS.
           DISPLAY 'JA DESCADASTRADOS..: ' WRK-TOT-JA-FORA.
           DISPLAY 'CONSENTIMENTO NOVO.: ' WRK-TOT-MANTIDOS.
           DISPLAY 'CLIENTES NUMERADOS.: ' WRK-TOT-NUMERADOS.
           DISPLAY 'REJEITADOS.........: ' WRK-TOT-REJEITADOS.

           CLOSE CLIENTES.
           CLOSE CLIENTES-FONES.
           CLOSE CLIENTES-CONSENTIMENTO.
           CLOSE OPTOUT.
           CLOSE CRITICA.
           CLOSE CLIENTES-LOG.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
      *----------------------------------------------------------------*
