      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. CLIENTESP.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : CLIENTESP                                           *
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
      * CONTROLE NOTURNO DOS PROTOCOLOS DE RECLAMACAO. VARRE           *
      * CLIENTES-PROTOCOLOS.DAT E MARCA COMO VENCIDO (PROT-ATRASADO)   *
      * TODO PROTOCOLO AINDA ABERTO OU EM ANDAMENTO COM PRAZO ANTERIOR *
      * A HOJE; CADA MARCACAO NOVA E REGRAVADA E VAI PARA O LOG COM O  *
      * OPERADOR DE BATCH 'PROTOCOL'. EM SEGUIDA IMPRIME OS VENCIDOS   *
      * AGRUPADOS POR OPERADOR RESPONSAVEL, COM O NOME DO CLIENTE      *
      * (NUMERO -> TELEFONE PRINCIPAL EM FONES -> CLIENTES.DAT), DIAS  *
      * DE ATRASO, SUBTOTAL POR OPERADOR E TOTAIS GERAIS. RODA A NOITE *
      * PARA A SUPERVISAO COBRAR OS CASOS NA MANHA SEGUINTE.           *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTESP.JCL, ENTAO OS SELECT ABAIXO REFERENCIAM
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

           SELECT CLIENTES-PROTOCOLOS ASSIGN TO "PROTOCOL"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-PROTOCOLOS-STATUS
             RECORD KEY   IS PROT-CHAVE
             ALTERNATE RECORD KEY IS PROT-CLIENTE WITH DUPLICATES.

           SELECT OPERADORES ASSIGN TO "OPERADOR"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-OPERADORES-STATUS
             RECORD KEY   IS OPER-CHAVE.

           SELECT CLIENTES-LOG ASSIGN TO "LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-LOG-STATUS.

           SELECT VENCIDOS ASSIGN TO "VENCIDOS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-VENCIDOS-STATUS.

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
       FD CLIENTES-PROTOCOLOS.
          01 PROT-REG.
             COPY PROTOCOL.CPY.

      *----------------------------------------------------------------*
       FD OPERADORES.
          01 OPERADORES-REG.
             COPY OPERADOR.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-LOG.
          01 LOG-REG.
             COPY CLIENLOG.CPY.

      *----------------------------------------------------------------*
       FD VENCIDOS.
          01 VENC-LINHA                     PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-CLIENTES-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-PROTOCOLOS-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-OPERADORES-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-LOG-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-VENCIDOS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO               PIC X(001) VALUE 'N'.
       77 WRK-FONEX-FIM                 PIC X(001) VALUE 'N'.
       77 WRK-OPERADORES-OK             PIC X(001) VALUE 'N'.
       77 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-HORA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-REL                  PIC X(010) VALUE SPACES.
       77 WRK-LINHA-CONT                PIC 9(002) VALUE ZEROS.
       77 WRK-MAX-LINHAS                PIC 9(002) VALUE 40.
       77 WRK-HOJE-INT                  PIC S9(009) COMP VALUE ZEROS.
       77 WRK-PRAZO-INT                 PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIAS-ATRASO               PIC 9(005) VALUE ZEROS.
       77 WRK-FONE-PRINCIPAL            PIC 9(009) VALUE ZEROS.
       77 WRK-LOG-OPERACAO              PIC X(010) VALUE SPACES.
       77 WRK-LOG-FONE                  PIC 9(009) VALUE ZEROS.
       77 WRK-QTD-VENC                  PIC 9(004) COMP VALUE ZEROS.
       77 WRK-IND                       PIC 9(004) COMP VALUE ZEROS.
       77 WRK-QTD-OPERS                 PIC 9(003) COMP VALUE ZEROS.
       77 WRK-OPER-IND                  PIC 9(003) COMP VALUE ZEROS.
       77 WRK-OPER-ACHOU                PIC X(001) VALUE 'N'.
       77 WRK-TABELA-CHEIA              PIC X(001) VALUE 'N'.
       77 WRK-TOT-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-EM-ABERTO             PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-VENCIDOS              PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-MARCADOS              PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-EDIT                  PIC ZZZZZ9 VALUE ZEROS.

       01 WRK-TAB-VENC.
          05 WRK-VENC OCCURS 2000 TIMES.
             10 WRK-VENC-NUMERO         PIC 9(009).
             10 WRK-VENC-FONE           PIC 9(009).
             10 WRK-VENC-NOME           PIC X(030).
             10 WRK-VENC-STATUS         PIC X(001).
             10 WRK-VENC-ABERTURA       PIC 9(008).
             10 WRK-VENC-PRAZO          PIC 9(008).
             10 WRK-VENC-DIAS           PIC 9(005).
             10 WRK-VENC-OPERADOR       PIC X(008).
             10 WRK-VENC-NOVO           PIC X(001).

       01 WRK-TAB-OPERS.
          05 WRK-OPER OCCURS 100 TIMES.
             10 WRK-OPER-ID             PIC X(008).
             10 WRK-OPER-QTD            PIC 9(006).

       01 WRK-VENC-DETALHE.
          05 WRK-DET-NOVO               PIC X(001).
          05 FILLER                     PIC X(001) VALUE SPACES.
          05 WRK-DET-NUMERO             PIC 9(009).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-STATUS             PIC X(001).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-FONE               PIC 9(009).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-NOME               PIC X(030).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-ABERTURA           PIC X(010).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-PRAZO              PIC X(010).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-DIAS               PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQUIVO EQUAL 'S'.
           PERFORM 3000-IMPRIMIR.
           PERFORM 9000-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *----------------------------------------------------------------*
      *    PROTOCOLOS ABRE EM I-O PARA A MARCACAO DE VENCIDO E O LOG
      *    EM EXTEND. OPERADORES SO DA O NOME NO CABECALHO DO GRUPO;
      *    SE NAO ABRIR, O RELATORIO SAI SO COM A IDENTIFICACAO.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WRK-DATA-SISTEMA(7:2) '/' WRK-DATA-SISTEMA(5:2) '/'
                  WRK-DATA-SISTEMA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-REL
           END-STRING.
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA).

           OPEN I-O CLIENTES-PROTOCOLOS.
           IF WRK-PROTOCOLOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES-PROTOCOLOS.DAT NAO ENCONTRADO - '
                      'STATUS: '
                      WRK-PROTOCOLOS-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           OPEN INPUT CLIENTES.
           IF WRK-CLIENTES-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES.DAT NAO ENCONTRADO - STATUS: '
                      WRK-CLIENTES-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           OPEN INPUT CLIENTES-FONES.
           IF WRK-FONES-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES-FONES.DAT NAO ENCONTRADO - STATUS: '
                      WRK-FONES-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           OPEN INPUT OPERADORES.
           IF WRK-OPERADORES-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-OPERADORES-OK
           ELSE
              DISPLAY 'OPERADORES.DAT NAO ABRIU - STATUS: '
                      WRK-OPERADORES-STATUS ' (SEGUE SEM NOMES)'
           END-IF.

           OPEN EXTEND CLIENTES-LOG.
           IF WRK-LOG-STATUS EQUAL 35
              OPEN OUTPUT CLIENTES-LOG
              CLOSE CLIENTES-LOG
              OPEN EXTEND CLIENTES-LOG
           END-IF.
           IF WRK-LOG-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES-LOG.DAT NAO ABRIU - STATUS: '
                      WRK-LOG-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           OPEN OUTPUT VENCIDOS.
           IF WRK-VENCIDOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS: '
                      WRK-VENCIDOS-STATUS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

           IF WRK-FIM-ARQUIVO NOT EQUAL 'S'
              MOVE ZEROS TO PROT-NUMERO
              START CLIENTES-PROTOCOLOS KEY IS NOT LESS THAN PROT-CHAVE
                    INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
              END-START
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *    SO INTERESSAM OS PROTOCOLOS ABERTOS OU EM ANDAMENTO COM O
      *    PRAZO JA PASSADO. ENCERRADOS E DENTRO DO PRAZO SO CONTAM
      *    NOS TOTAIS.

           READ CLIENTES-PROTOCOLOS NEXT RECORD
                AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                NOT AT END
                   ADD 1 TO WRK-TOT-LIDOS
                   IF PROT-EM-ABERTO
                      ADD 1 TO WRK-TOT-EM-ABERTO
                      IF PROT-PRAZO LESS THAN WRK-DATA-SISTEMA
                         PERFORM 2100-MARCAR-VENCIDO
                         PERFORM 2200-GUARDAR-VENCIDO
                      END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-MARCAR-VENCIDO SECTION.
      *----------------------------------------------------------------*
      *    PROTOCOLO JA MARCADO EM NOITE ANTERIOR NAO E REGRAVADO NEM
      *    LOGADO DE NOVO. A MARCA SO SAI QUANDO O SUPERVISOR DA NOVO
      *    PRAZO NO ONLINE (OPCAO P).

           ADD 1 TO WRK-TOT-VENCIDOS.
           IF PROT-VENCIDO
              GO TO 2100-99-FIM
           END-IF.

           MOVE 'S'              TO PROT-ATRASADO.
           MOVE WRK-DATA-SISTEMA TO PROT-DATA-ATRASO.
           REWRITE PROT-REG.
           IF WRK-PROTOCOLOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO MARCAR PROTOCOLO ' PROT-NUMERO
                      ' - STATUS: ' WRK-PROTOCOLOS-STATUS
              GO TO 2100-99-FIM
           END-IF.

           ADD 1 TO WRK-TOT-MARCADOS.
           MOVE 'PROT-VENC' TO WRK-LOG-OPERACAO.
           MOVE PROT-FONE   TO WRK-LOG-FONE.
           PERFORM 7500-GRAVAR-LOG.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-GUARDAR-VENCIDO SECTION.
      *----------------------------------------------------------------*
      *    GUARDA O CASO NA TABELA DO RELATORIO. O NOME VEM PELO
      *    TELEFONE PRINCIPAL ATUAL DO NUMERO DO CLIENTE (O TELEFONE
      *    PODE TER SIDO TROCADO DEPOIS DA ABERTURA); SEM NUMERO, PELO
      *    TELEFONE DA ABERTURA. '*' MARCA OS VENCIDOS NESTA NOITE.

           IF WRK-QTD-VENC EQUAL 2000
              MOVE 'S' TO WRK-TABELA-CHEIA
              GO TO 2200-99-FIM
           END-IF.

           COMPUTE WRK-PRAZO-INT = FUNCTION INTEGER-OF-DATE(PROT-PRAZO).
           IF WRK-PRAZO-INT GREATER THAN ZEROS
              AND WRK-HOJE-INT GREATER THAN WRK-PRAZO-INT
              COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT - WRK-PRAZO-INT
           ELSE
              MOVE ZEROS TO WRK-DIAS-ATRASO
           END-IF.

           PERFORM 2250-BUSCAR-PRINCIPAL.

           ADD 1 TO WRK-QTD-VENC.
           MOVE PROT-NUMERO        TO WRK-VENC-NUMERO(WRK-QTD-VENC).
           MOVE WRK-FONE-PRINCIPAL TO WRK-VENC-FONE(WRK-QTD-VENC).
           MOVE PROT-STATUS        TO WRK-VENC-STATUS(WRK-QTD-VENC).
           MOVE PROT-DATA-ABERTURA TO WRK-VENC-ABERTURA(WRK-QTD-VENC).
           MOVE PROT-PRAZO         TO WRK-VENC-PRAZO(WRK-QTD-VENC).
           MOVE WRK-DIAS-ATRASO    TO WRK-VENC-DIAS(WRK-QTD-VENC).
           MOVE PROT-OPERADOR      TO WRK-VENC-OPERADOR(WRK-QTD-VENC).
           IF PROT-DATA-ATRASO EQUAL WRK-DATA-SISTEMA
              MOVE '*' TO WRK-VENC-NOVO(WRK-QTD-VENC)
           ELSE
              MOVE SPACES TO WRK-VENC-NOVO(WRK-QTD-VENC)
           END-IF.

           MOVE WRK-FONE-PRINCIPAL TO CLIENTES-FONE.
           READ CLIENTES
                INVALID KEY
                   MOVE '(CLIENTE NAO ENCONTRADO)'
                        TO WRK-VENC-NOME(WRK-QTD-VENC)
                NOT INVALID KEY
                   MOVE CLIENTES-NOME TO WRK-VENC-NOME(WRK-QTD-VENC)
           END-READ.

           PERFORM 2300-ACUMULAR-OPERADOR.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2250-BUSCAR-PRINCIPAL SECTION.
      *----------------------------------------------------------------*
      *    TELEFONE PRINCIPAL (TIPO P) DO NUMERO PROT-CLIENTE EM
      *    WRK-FONE-PRINCIPAL; SEM NUMERO OU SEM PRINCIPAL FICA O
      *    TELEFONE DA ABERTURA.

           MOVE PROT-FONE TO WRK-FONE-PRINCIPAL.
           IF PROT-CLIENTE EQUAL ZEROS
              GO TO 2250-99-FIM
           END-IF.

           MOVE PROT-CLIENTE TO FONEX-NUMERO.
           MOVE 'N' TO WRK-FONEX-FIM.
           START CLIENTES-FONES KEY IS EQUAL TO FONEX-NUMERO
                 INVALID KEY MOVE 'S' TO WRK-FONEX-FIM
           END-START.

           PERFORM UNTIL WRK-FONEX-FIM EQUAL 'S'
              READ CLIENTES-FONES NEXT RECORD
                   AT END MOVE 'S' TO WRK-FONEX-FIM
              END-READ
              IF WRK-FONEX-FIM NOT EQUAL 'S'
                 IF FONEX-NUMERO NOT EQUAL PROT-CLIENTE
                    MOVE 'S' TO WRK-FONEX-FIM
                 ELSE
                    IF FONEX-PRINCIPAL
                       MOVE FONEX-FONE TO WRK-FONE-PRINCIPAL
                       MOVE 'S' TO WRK-FONEX-FIM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2250-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ACUMULAR-OPERADOR SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-OPER-ACHOU.
           PERFORM VARYING WRK-OPER-IND FROM 1 BY 1
                   UNTIL WRK-OPER-IND > WRK-QTD-OPERS
                      OR WRK-OPER-ACHOU EQUAL 'S'
              IF WRK-OPER-ID(WRK-OPER-IND) EQUAL PROT-OPERADOR
                 MOVE 'S' TO WRK-OPER-ACHOU
              END-IF
           END-PERFORM.

           IF WRK-OPER-ACHOU EQUAL 'S'
              SUBTRACT 1 FROM WRK-OPER-IND
              ADD 1 TO WRK-OPER-QTD(WRK-OPER-IND)
           ELSE
              IF WRK-QTD-OPERS LESS THAN 100
                 ADD 1 TO WRK-QTD-OPERS
                 MOVE PROT-OPERADOR TO WRK-OPER-ID(WRK-QTD-OPERS)
                 MOVE 1 TO WRK-OPER-QTD(WRK-QTD-OPERS)
              ELSE
                 MOVE 'S' TO WRK-TABELA-CHEIA
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
      *    UM GRUPO POR OPERADOR RESPONSAVEL, NA ORDEM EM QUE
      *    APARECERAM NA VARREDURA, E OS TOTAIS GERAIS NO FIM.

           PERFORM 3100-CABECALHO.

           PERFORM VARYING WRK-OPER-IND FROM 1 BY 1
                   UNTIL WRK-OPER-IND > WRK-QTD-OPERS
              PERFORM 3200-IMPRIMIR-OPERADOR
           END-PERFORM.

           PERFORM 3400-FECHAMENTO.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CABECALHO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO VENC-LINHA.
           STRING 'PROTOCOLOS DE RECLAMACAO VENCIDOS POR OPERADOR   '
                  'DATA: '
                  DELIMITED BY SIZE
                  WRK-DATA-REL DELIMITED BY SIZE
                  INTO VENC-LINHA
           END-STRING.
           WRITE VENC-LINHA.
           MOVE SPACES TO VENC-LINHA.
           WRITE VENC-LINHA.
           MOVE ZEROS TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       3100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3150-CABECALHO-OPERADOR SECTION.
      *----------------------------------------------------------------*
      *    IDENTIFICA O OPERADOR DE WRK-OPER-IND (COM O NOME, SE
      *    OPERADORES ABRIU) E REPETE OS TITULOS DAS COLUNAS.

           MOVE SPACES TO OPER-NOME.
           IF WRK-OPERADORES-OK EQUAL 'S'
              MOVE WRK-OPER-ID(WRK-OPER-IND) TO OPER-ID
              READ OPERADORES
                   INVALID KEY
                      MOVE '(OPERADOR NAO CADASTRADO)' TO OPER-NOME
              END-READ
           END-IF.

           MOVE SPACES TO VENC-LINHA.
           STRING 'OPERADOR: ' WRK-OPER-ID(WRK-OPER-IND) '  '
                  OPER-NOME
                  DELIMITED BY SIZE INTO VENC-LINHA
           END-STRING.
           WRITE VENC-LINHA.
           MOVE '  PROTOCOLO  S  TELEFONE   CLIENTE
      -         '    ABERTURA    PRAZO        DIAS  (* = NOVO)'
                TO VENC-LINHA.
           WRITE VENC-LINHA.
           MOVE SPACES TO VENC-LINHA.
           WRITE VENC-LINHA.
           ADD 3 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       3150-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-IMPRIMIR-OPERADOR SECTION.
      *----------------------------------------------------------------*
      *    ESPERA O OPERADOR EM WRK-OPER-IND. NA QUEBRA DE PAGINA O
      *    CABECALHO DO OPERADOR E REPETIDO.

           IF WRK-LINHA-CONT NOT LESS THAN WRK-MAX-LINHAS
              PERFORM 3100-CABECALHO
           END-IF.
           PERFORM 3150-CABECALHO-OPERADOR.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-VENC
              IF WRK-VENC-OPERADOR(WRK-IND)
                 EQUAL WRK-OPER-ID(WRK-OPER-IND)
                 IF WRK-LINHA-CONT NOT LESS THAN WRK-MAX-LINHAS
                    PERFORM 3100-CABECALHO
                    PERFORM 3150-CABECALHO-OPERADOR
                 END-IF
                 MOVE SPACES TO WRK-VENC-DETALHE
                 MOVE WRK-VENC-NOVO(WRK-IND)   TO WRK-DET-NOVO
                 MOVE WRK-VENC-NUMERO(WRK-IND) TO WRK-DET-NUMERO
                 MOVE WRK-VENC-STATUS(WRK-IND) TO WRK-DET-STATUS
                 MOVE WRK-VENC-FONE(WRK-IND)   TO WRK-DET-FONE
                 MOVE WRK-VENC-NOME(WRK-IND)   TO WRK-DET-NOME
                 STRING WRK-VENC-ABERTURA(WRK-IND)(7:2) '/'
                        WRK-VENC-ABERTURA(WRK-IND)(5:2) '/'
                        WRK-VENC-ABERTURA(WRK-IND)(1:4)
                        DELIMITED BY SIZE INTO WRK-DET-ABERTURA
                 END-STRING
                 STRING WRK-VENC-PRAZO(WRK-IND)(7:2) '/'
                        WRK-VENC-PRAZO(WRK-IND)(5:2) '/'
                        WRK-VENC-PRAZO(WRK-IND)(1:4)
                        DELIMITED BY SIZE INTO WRK-DET-PRAZO
                 END-STRING
                 MOVE WRK-VENC-DIAS(WRK-IND)   TO WRK-DET-DIAS
                 MOVE SPACES TO VENC-LINHA
                 MOVE WRK-VENC-DETALHE TO VENC-LINHA
                 WRITE VENC-LINHA
                 ADD 1 TO WRK-LINHA-CONT
              END-IF
           END-PERFORM.

           MOVE WRK-OPER-QTD(WRK-OPER-IND) TO WRK-QTD-EDIT.
           MOVE SPACES TO VENC-LINHA.
           STRING 'TOTAL DO OPERADOR: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO VENC-LINHA
           END-STRING.
           WRITE VENC-LINHA.
           MOVE SPACES TO VENC-LINHA.
           WRITE VENC-LINHA.
           ADD 2 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       3200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-FECHAMENTO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO VENC-LINHA.
           WRITE VENC-LINHA.
           MOVE WRK-TOT-LIDOS TO WRK-QTD-EDIT.
           MOVE SPACES TO VENC-LINHA.
           STRING 'PROTOCOLOS LIDOS..................: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO VENC-LINHA
           END-STRING.
           WRITE VENC-LINHA.
           MOVE WRK-TOT-EM-ABERTO TO WRK-QTD-EDIT.
           MOVE SPACES TO VENC-LINHA.
           STRING 'ABERTOS OU EM ANDAMENTO...........: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO VENC-LINHA
           END-STRING.
           WRITE VENC-LINHA.
           MOVE WRK-TOT-VENCIDOS TO WRK-QTD-EDIT.
           MOVE SPACES TO VENC-LINHA.
           STRING 'VENCIDOS (FORA DO PRAZO)..........: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO VENC-LINHA
           END-STRING.
           WRITE VENC-LINHA.
           MOVE WRK-TOT-MARCADOS TO WRK-QTD-EDIT.
           MOVE SPACES TO VENC-LINHA.
           STRING 'MARCADOS COMO VENCIDOS NESTA NOITE: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO VENC-LINHA
           END-STRING.
           WRITE VENC-LINHA.

           IF WRK-TABELA-CHEIA EQUAL 'S'
              MOVE 'ATENCAO: TABELA ESGOTADA - HA MAIS PROTOCOLOS '
                   TO VENC-LINHA
              WRITE VENC-LINHA
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7500-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *    MESMO LAYOUT DO 2900-GRAVAR-LOG DO PROGRAMA CLIENTES. A
      *    OPERACAO PROT-VENC NAO MEXE NO SALDO DO CADASTRO, ENTAO A
      *    CONCILIACAO (CLIENTESR) A IGNORA.

           MOVE WRK-LOG-OPERACAO TO LOG-OPERACAO.
           MOVE WRK-LOG-FONE     TO LOG-CHAVE.
           MOVE WRK-DATA-SISTEMA TO LOG-DATA.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-HORA-SISTEMA(1:6) TO LOG-HORA.
           MOVE 'PROTOCOL'       TO LOG-OPERADOR.
           WRITE LOG-REG.

      *----------------------------------------------------------------*
       7500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           CLOSE CLIENTES-PROTOCOLOS.
           CLOSE CLIENTES.
           CLOSE CLIENTES-FONES.
           IF WRK-OPERADORES-OK EQUAL 'S'
              CLOSE OPERADORES
           END-IF.
           CLOSE CLIENTES-LOG.
           CLOSE VENCIDOS.

           DISPLAY 'CONTROLE DE PROTOCOLOS CONCLUIDO'.
           DISPLAY 'PROTOCOLOS LIDOS...: ' WRK-TOT-LIDOS.
           DISPLAY 'VENCIDOS...........: ' WRK-TOT-VENCIDOS.
           DISPLAY 'MARCADOS HOJE......: ' WRK-TOT-MARCADOS.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
      *----------------------------------------------------------------*
