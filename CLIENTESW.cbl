      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. CLIENTESW.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : CLIENTESW                                           *
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
      * SCORE DE RELACIONAMENTO E SEGMENTACAO, RODADO TODA NOITE. PARA *
      * CADA CLIENTE DE CLIENTES.DAT APURA EM CONTATOS.DAT A DATA DO   *
      * ULTIMO CONTATO, OS CONTATOS DOS ULTIMOS 12 MESES E QUANTOS     *
      * FORAM VISITAS E LIGACOES; NOS PROTOCOLOS, AS RECLAMACOES EM    *
      * ABERTO; NA AGENDA, OS RETORNOS PENDENTES EM DIA E ATRASADOS.   *
      * CONTATOS GRAVADOS PELA SELECAO DE CAMPANHA (OPERADOR CAMPANHA) *
      * NAO CONTAM: SAO ACAO NOSSA, NAO DO CLIENTE.                    *
      *                                                                *
      * PONTOS (0 A 100): RECENCIA ATE 40, FREQUENCIA ATE 30, PARTE DE *
      * VISITAS NAS VISITAS + LIGACOES ATE 20, 10 SEM RECLAMACAO EM    *
      * ABERTO E 5 POR RETORNO PENDENTE EM DIA (ATE 10); MENOS 15 POR  *
      * RECLAMACAO EM ABERTO E 10 POR RETORNO ATRASADO. SEGMENTO: SEM  *
      * CONTATO EM 12 MESES = DORMENTE; COM RECLAMACAO EM ABERTO,      *
      * RETORNO ATRASADO OU MENOS DE 40 PONTOS = EM RISCO; 70 PONTOS   *
      * OU MAIS = CAMPEAO; OS DEMAIS = REGULAR.                        *
      *                                                                *
      * O RESULTADO VAI PARA CLIENTES-SCORE.DAT (SCORE, SEGMENTO, DATA *
      * DO CALCULO E O SEGMENTO ANTERIOR); REGISTRO DE TELEFONE QUE    *
      * SAIU DO CADASTRO (EXCLUSAO OU TROCA) E APAGADO. O RELATORIO    *
      * MOSTRA A DISTRIBUICAO POR SEGMENTO ANTES E DEPOIS E A MIGRACAO *
      * ENTRE SEGMENTOS DESDE O CALCULO ANTERIOR. REEXECUTAR NO MESMO  *
      * DIA NAO PERDE O SEGMENTO ANTERIOR.                             *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTESW.JCL, ENTAO OS SELECT ABAIXO REFERENCIAM
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

           SELECT CONTATOS ASSIGN TO "CONTATOS"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CONTATOS-STATUS
             RECORD KEY   IS CONTATOS-CHAVE.

           SELECT CLIENTES-PROTOCOLOS ASSIGN TO "PROTOCOL"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-PROTOCOLOS-STATUS
             RECORD KEY   IS PROT-CHAVE
             ALTERNATE RECORD KEY IS PROT-CLIENTE WITH DUPLICATES.

           SELECT AGENDA ASSIGN TO "AGENDA"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-AGENDA-STATUS
             RECORD KEY   IS AGENDA-CHAVE.

           SELECT CLIENTES-SCORE ASSIGN TO "SCORE"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-SCORE-STATUS
             RECORD KEY   IS SCORE-CHAVE.

           SELECT SEGMENTOS ASSIGN TO "SEGMENTO"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-SEGMENTOS-STATUS.

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
       FD CONTATOS.
          01 CONTATOS-REG.
             COPY CONTATOS.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-PROTOCOLOS.
          01 PROT-REG.
             COPY PROTOCOL.CPY.

      *----------------------------------------------------------------*
       FD AGENDA.
          01 AGENDA-REG.
             COPY AGENDA.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-SCORE.
          01 SCORE-REG.
             COPY SCORE.CPY.

      *----------------------------------------------------------------*
       FD SEGMENTOS.
          01 SEGM-LINHA                     PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-CLIENTES-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-CONTATOS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-PROTOCOLOS-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-AGENDA-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-SCORE-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SEGMENTOS-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-PROTOCOLOS-ABERTO         PIC X(001) VALUE 'N'.
       77 WRK-AGENDA-ABERTO             PIC X(001) VALUE 'N'.
       77 WRK-ABORTAR                   PIC X(001) VALUE 'N'.
       77 WRK-FIM-ARQUIVO               PIC X(001) VALUE 'N'.
       77 WRK-FIM                       PIC X(001) VALUE 'N'.
       77 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-REL                  PIC X(010) VALUE SPACES.
       77 WRK-DATA-12-MESES             PIC 9(008) VALUE ZEROS.
       77 WRK-HOJE-INT                  PIC S9(009) COMP VALUE ZEROS.
       77 WRK-CONTATO-INT               PIC S9(009) COMP VALUE ZEROS.
       77 WRK-DIAS-SEM-CONTATO          PIC 9(005) VALUE ZEROS.
       77 WRK-CLIENTE-NUMERO            PIC 9(009) VALUE ZEROS.
       77 WRK-ULTIMO-CONTATO            PIC 9(008) VALUE ZEROS.
       77 WRK-QTD-CONTATOS              PIC 9(004) VALUE ZEROS.
       77 WRK-QTD-VISITAS               PIC 9(004) VALUE ZEROS.
       77 WRK-QTD-LIGACOES              PIC 9(004) VALUE ZEROS.
       77 WRK-QTD-RECLAMACOES           PIC 9(002) VALUE ZEROS.
       77 WRK-PONTOS                    PIC S9(005) VALUE ZEROS.
       77 WRK-PONTOS-AUX                PIC S9(005) VALUE ZEROS.
       77 WRK-SEG-ANT                   PIC 9(003) COMP VALUE ZEROS.
       77 WRK-SEG-ATU                   PIC 9(003) COMP VALUE ZEROS.
       77 WRK-SEG-IND                   PIC 9(003) COMP VALUE ZEROS.
       77 WRK-SEG-COL                   PIC 9(003) COMP VALUE ZEROS.
       77 WRK-SEG-LETRA                 PIC X(001) VALUE SPACES.
       77 WRK-SEG-POS                   PIC 9(003) COMP VALUE ZEROS.
       77 WRK-VARIACAO                  PIC S9(006) VALUE ZEROS.
       77 WRK-CAL-FUNCAO                PIC X(001) VALUE SPACES.
       77 WRK-CAL-DATA-1                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DATA-2                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DIAS                  PIC 9(005) VALUE ZEROS.
       77 WRK-CAL-RESULTADO             PIC X(001) VALUE SPACES.
       77 WRK-TOT-CLIENTES              PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-NOVOS                 PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-MUDARAM               PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-REMOVIDOS             PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-AGENDA                PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-ERROS                 PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-EDIT                  PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-EDIT2                 PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-VARIACAO-EDIT             PIC -ZZZZZ9 VALUE ZEROS.

      *    PESOS E LIMITES DO CALCULO.
       77 WRK-PESO-RECENCIA-30          PIC 9(003) VALUE 40.
       77 WRK-PESO-RECENCIA-90          PIC 9(003) VALUE 30.
       77 WRK-PESO-RECENCIA-180         PIC 9(003) VALUE 20.
       77 WRK-PESO-RECENCIA-365         PIC 9(003) VALUE 10.
       77 WRK-PESO-CONTATO              PIC 9(003) VALUE 3.
       77 WRK-MAX-FREQUENCIA            PIC 9(003) VALUE 30.
       77 WRK-MAX-VISITAS               PIC 9(003) VALUE 20.
       77 WRK-BONUS-SEM-RECLAMACAO      PIC 9(003) VALUE 10.
       77 WRK-PESO-RETORNO              PIC 9(003) VALUE 5.
       77 WRK-MAX-RETORNOS              PIC 9(003) VALUE 10.
       77 WRK-PENA-RECLAMACAO           PIC 9(003) VALUE 15.
       77 WRK-PENA-ATRASO               PIC 9(003) VALUE 10.
       77 WRK-LIMITE-CAMPEAO            PIC 9(003) VALUE 70.
       77 WRK-LIMITE-RISCO              PIC 9(003) VALUE 40.

      *    SEGMENTOS NA ORDEM DO RELATORIO; A QUINTA POSICAO (BRANCO)
      *    E O CLIENTE SEM CALCULO ANTERIOR.
       01 WRK-SEG-SIGLAS                PIC X(005) VALUE 'CRED '.
       01 WRK-SEG-SIGLAS-TAB REDEFINES WRK-SEG-SIGLAS.
          05 WRK-SEG-SIGLA OCCURS 5 TIMES PIC X(001).

       01 WRK-SEG-NOMES                 PIC X(040)
             VALUE 'CAMPEAO REGULAR EM RISCODORMENTENOVO    '.
       01 WRK-SEG-NOMES-TAB REDEFINES WRK-SEG-NOMES.
          05 WRK-SEG-NOME OCCURS 5 TIMES PIC X(008).

      *    DISTRIBUICAO ANTERIOR (INCLUI OS REMOVIDOS) E ATUAL, E A
      *    MATRIZ DE MIGRACAO: LINHA = SEGMENTO ANTERIOR (5 = NOVO),
      *    COLUNA = SEGMENTO ATUAL.
       01 WRK-DISTRIBUICAO.
          05 WRK-DIST OCCURS 5 TIMES.
             10 WRK-DIST-ANTERIOR       PIC 9(006).
             10 WRK-DIST-ATUAL          PIC 9(006).
             10 WRK-DIST-REMOVIDOS      PIC 9(006).
             10 WRK-MIGRA OCCURS 4 TIMES PIC 9(006).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR.
           IF WRK-ABORTAR NOT EQUAL 'S'
              PERFORM 2000-APURAR-CLIENTE
                      UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              PERFORM 3000-APURAR-AGENDA
              PERFORM 4000-CLASSIFICAR
              PERFORM 5000-RELATORIO
           END-IF.
           PERFORM 9000-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *----------------------------------------------------------------*

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WRK-DATA-SISTEMA(7:2) '/' WRK-DATA-SISTEMA(5:2) '/'
                  WRK-DATA-SISTEMA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-REL
           END-STRING.
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA).
      *    JANELA DE 12 MESES: CONTATOS DEPOIS DO MESMO DIA DO ANO
      *    PASSADO.
           COMPUTE WRK-DATA-12-MESES = WRK-DATA-SISTEMA - 10000.
           INITIALIZE WRK-DISTRIBUICAO.

           OPEN INPUT CLIENTES.
           IF WRK-CLIENTES-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES.DAT NAO ABRIU - STATUS: '
                      WRK-CLIENTES-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           OPEN INPUT CLIENTES-FONES.
           IF WRK-FONES-STATUS NOT EQUAL ZEROS
              DISPLAY 'REFERENCIA DE TELEFONES NAO ABRIU - STATUS: '
                      WRK-FONES-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           OPEN INPUT CONTATOS.
           IF WRK-CONTATOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'CONTATOS.DAT NAO ABRIU - STATUS: '
                      WRK-CONTATOS-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

      *    SEM PROTOCOLOS NAO HA RECLAMACAO EM ABERTO; SEM AGENDA NAO
      *    HA RETORNO PENDENTE.
           OPEN INPUT CLIENTES-PROTOCOLOS.
           IF WRK-PROTOCOLOS-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-PROTOCOLOS-ABERTO
           ELSE
              DISPLAY 'PROTOCOLOS INDISPONIVEIS - STATUS: '
                      WRK-PROTOCOLOS-STATUS
           END-IF.

           OPEN INPUT AGENDA.
           IF WRK-AGENDA-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-AGENDA-ABERTO
           ELSE
              DISPLAY 'AGENDA INDISPONIVEL - STATUS: '
                      WRK-AGENDA-STATUS
           END-IF.

           OPEN I-O CLIENTES-SCORE.
           IF WRK-SCORE-STATUS EQUAL 35 THEN
              OPEN OUTPUT CLIENTES-SCORE
              CLOSE CLIENTES-SCORE
              OPEN I-O CLIENTES-SCORE
           END-IF.
           IF WRK-SCORE-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES-SCORE.DAT NAO ABRIU - STATUS: '
                      WRK-SCORE-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           OPEN OUTPUT SEGMENTOS.
           IF WRK-SEGMENTOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS: '
                      WRK-SEGMENTOS-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           IF WRK-ABORTAR EQUAL 'S'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-99-FIM
           END-IF.

           MOVE ZEROS TO CLIENTES-FONE.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-APURAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    PRIMEIRA PASSADA: FATORES DE CONTATO E DE RECLAMACAO DE
      *    CADA CLIENTE, GRAVADOS NO REGISTRO DE SCORE COM A DATA DE
      *    HOJE. PONTOS E SEGMENTO SAO CALCULADOS NO 4000, DEPOIS DA
      *    AGENDA.

           READ CLIENTES NEXT RECORD
                AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   GO TO 2000-99-FIM
           END-READ.
           ADD 1 TO WRK-TOT-CLIENTES.

           PERFORM 2100-APURAR-CONTATOS.

           MOVE ZEROS TO WRK-CLIENTE-NUMERO WRK-QTD-RECLAMACOES.
           MOVE CLIENTES-FONE TO FONEX-FONE.
           READ CLIENTES-FONES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FONEX-NUMERO TO WRK-CLIENTE-NUMERO
           END-READ.
           IF WRK-CLIENTE-NUMERO NOT EQUAL ZEROS
              AND WRK-PROTOCOLOS-ABERTO EQUAL 'S'
              PERFORM 2200-CONTAR-RECLAMACOES
           END-IF.

           PERFORM 2300-GRAVAR-FATORES.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-APURAR-CONTATOS SECTION.
      *----------------------------------------------------------------*
      *    ULTIMO CONTATO DE QUALQUER TIPO E, NOS ULTIMOS 12 MESES, O
      *    TOTAL DE CONTATOS, AS VISITAS E AS LIGACOES. OS CONTATOS DA
      *    SELECAO DE CAMPANHA FICAM DE FORA.

           MOVE ZEROS TO WRK-ULTIMO-CONTATO WRK-QTD-CONTATOS
                         WRK-QTD-VISITAS WRK-QTD-LIGACOES.
           MOVE CLIENTES-FONE TO CONTATOS-FONE.
           MOVE ZEROS TO CONTATOS-SEQ.
           MOVE 'N' TO WRK-FIM.
           START CONTATOS KEY IS NOT LESS THAN CONTATOS-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM
           END-START.

           PERFORM UNTIL WRK-FIM EQUAL 'S'
              READ CONTATOS NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM
              END-READ
              IF WRK-FIM NOT EQUAL 'S'
                 IF CONTATOS-FONE NOT EQUAL CLIENTES-FONE
                    MOVE 'S' TO WRK-FIM
                 ELSE
                    IF CONTATOS-OPERADOR NOT EQUAL 'CAMPANHA'
                       PERFORM 2110-SOMAR-CONTATO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2110-SOMAR-CONTATO SECTION.
      *----------------------------------------------------------------*

           IF CONTATOS-DATA GREATER THAN WRK-ULTIMO-CONTATO
              MOVE CONTATOS-DATA TO WRK-ULTIMO-CONTATO
           END-IF.

           IF CONTATOS-DATA GREATER THAN WRK-DATA-12-MESES
              AND WRK-QTD-CONTATOS LESS THAN 9999
              ADD 1 TO WRK-QTD-CONTATOS
              EVALUATE TRUE
                 WHEN CONTATO-VISITA
                    ADD 1 TO WRK-QTD-VISITAS
                 WHEN CONTATO-LIGACAO
                    ADD 1 TO WRK-QTD-LIGACOES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       2110-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-CONTAR-RECLAMACOES SECTION.
      *----------------------------------------------------------------*
      *    PROTOCOLOS DO NUMERO DO CLIENTE COM STATUS A OU E.

           MOVE WRK-CLIENTE-NUMERO TO PROT-CLIENTE.
           MOVE 'N' TO WRK-FIM.
           START CLIENTES-PROTOCOLOS KEY IS EQUAL TO PROT-CLIENTE
                 INVALID KEY MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL WRK-FIM EQUAL 'S'
              READ CLIENTES-PROTOCOLOS NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM
              END-READ
              IF WRK-FIM NOT EQUAL 'S'
                 IF PROT-CLIENTE NOT EQUAL WRK-CLIENTE-NUMERO
                    MOVE 'S' TO WRK-FIM
                 ELSE
                    IF PROT-EM-ABERTO
                       AND WRK-QTD-RECLAMACOES LESS THAN 99
                       ADD 1 TO WRK-QTD-RECLAMACOES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-GRAVAR-FATORES SECTION.
      *----------------------------------------------------------------*
      *    O SEGMENTO ATUAL PASSA A SER O ANTERIOR, A NAO SER QUE O
      *    REGISTRO JA TENHA SIDO CALCULADO HOJE (REEXECUCAO): ENTAO O
      *    ANTERIOR CONTINUA O DO DIA DE CALCULO PASSADO.

           MOVE CLIENTES-FONE TO SCORE-FONE.
           READ CLIENTES-SCORE
                INVALID KEY
                   INITIALIZE SCORE-REG
                   MOVE CLIENTES-FONE TO SCORE-FONE
                   MOVE SPACES TO SCORE-SEGMENTO
                                  SCORE-SEGMENTO-ANTERIOR
                NOT INVALID KEY
                   IF SCORE-DATA-CALCULO NOT EQUAL WRK-DATA-SISTEMA
                      MOVE SCORE-SEGMENTO TO SCORE-SEGMENTO-ANTERIOR
                      MOVE SCORE-DATA-CALCULO TO SCORE-DATA-ANTERIOR
                   END-IF
           END-READ.

           MOVE WRK-CLIENTE-NUMERO  TO SCORE-CLIENTE.
           MOVE WRK-DATA-SISTEMA    TO SCORE-DATA-CALCULO.
           MOVE WRK-ULTIMO-CONTATO  TO SCORE-ULTIMO-CONTATO.
           MOVE WRK-QTD-CONTATOS    TO SCORE-QTD-CONTATOS.
           MOVE WRK-QTD-VISITAS     TO SCORE-QTD-VISITAS.
           MOVE WRK-QTD-LIGACOES    TO SCORE-QTD-LIGACOES.
           MOVE WRK-QTD-RECLAMACOES TO SCORE-QTD-RECLAMACOES.
           MOVE ZEROS TO SCORE-QTD-RETORNOS SCORE-QTD-ATRASADOS.

           IF WRK-SCORE-STATUS EQUAL 23
              WRITE SCORE-REG
           ELSE
              REWRITE SCORE-REG
           END-IF.
           IF WRK-SCORE-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO GRAVAR SCORE ' CLIENTES-FONE
                      ' - STATUS: ' WRK-SCORE-STATUS
              ADD 1 TO WRK-TOT-ERROS
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-APURAR-AGENDA SECTION.
      *----------------------------------------------------------------*
      *    SEGUNDA PASSADA: A AGENDA E CHAVEADA PELA DATA, ENTAO E
      *    LIDA UMA VEZ SO E CADA RETORNO PENDENTE E SOMADO NO SCORE
      *    DO TELEFONE. ATRASADO E O QUE VENCEU ANTES DE HOJE, COM A
      *    MESMA REGRA DE DIA UTIL DA PAUTA (CLIENTESG).

           IF WRK-AGENDA-ABERTO NOT EQUAL 'S'
              GO TO 3000-99-FIM
           END-IF.

           MOVE ZEROS TO AGENDA-DATA AGENDA-FONE AGENDA-SEQ.
           MOVE 'N' TO WRK-FIM.
           START AGENDA KEY IS NOT LESS THAN AGENDA-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM
           END-START.

           PERFORM UNTIL WRK-FIM EQUAL 'S'
              READ AGENDA NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM
              END-READ
              IF WRK-FIM NOT EQUAL 'S'
                 IF AGENDA-PENDENTE
                    PERFORM 3100-SOMAR-RETORNO
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-SOMAR-RETORNO SECTION.
      *----------------------------------------------------------------*

           MOVE AGENDA-FONE TO SCORE-FONE.
           READ CLIENTES-SCORE
                INVALID KEY
                   GO TO 3100-99-FIM
           END-READ.
           IF SCORE-DATA-CALCULO NOT EQUAL WRK-DATA-SISTEMA
              GO TO 3100-99-FIM
           END-IF.

           MOVE AGENDA-DATA TO WRK-CAL-DATA-2.
           IF AGENDA-DATA LESS THAN WRK-DATA-SISTEMA
              MOVE 'P' TO WRK-CAL-FUNCAO
              MOVE AGENDA-DATA TO WRK-CAL-DATA-1 WRK-CAL-DATA-2
              CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                   WRK-CAL-DATA-2 WRK-CAL-DIAS
                                   WRK-CAL-RESULTADO
           END-IF.

           IF WRK-CAL-DATA-2 LESS THAN WRK-DATA-SISTEMA
              IF SCORE-QTD-ATRASADOS LESS THAN 99
                 ADD 1 TO SCORE-QTD-ATRASADOS
              END-IF
           ELSE
              IF SCORE-QTD-RETORNOS LESS THAN 99
                 ADD 1 TO SCORE-QTD-RETORNOS
              END-IF
           END-IF.

           REWRITE SCORE-REG.
           IF WRK-SCORE-STATUS EQUAL ZEROS
              ADD 1 TO WRK-TOT-AGENDA
           ELSE
              DISPLAY 'ERRO AO REGRAVAR SCORE ' SCORE-FONE
                      ' - STATUS: ' WRK-SCORE-STATUS
              ADD 1 TO WRK-TOT-ERROS
           END-IF.

      *----------------------------------------------------------------*
       3100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CLASSIFICAR SECTION.
      *----------------------------------------------------------------*
      *    TERCEIRA PASSADA: PONTOS E SEGMENTO DE CADA REGISTRO
      *    APURADO HOJE. O QUE NAO FOI APURADO E DE TELEFONE QUE NAO
      *    ESTA MAIS NO CADASTRO E E APAGADO.

           MOVE ZEROS TO SCORE-FONE.
           MOVE 'N' TO WRK-FIM.
           START CLIENTES-SCORE KEY IS NOT LESS THAN SCORE-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM
           END-START.

           PERFORM UNTIL WRK-FIM EQUAL 'S'
              READ CLIENTES-SCORE NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM
              END-READ
              IF WRK-FIM NOT EQUAL 'S'
                 IF SCORE-DATA-CALCULO EQUAL WRK-DATA-SISTEMA
                    PERFORM 4100-CALCULAR
                 ELSE
                    PERFORM 4200-REMOVER
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       4000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-CALCULAR SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS TO WRK-PONTOS.

      *    RECENCIA.
           IF SCORE-ULTIMO-CONTATO NOT EQUAL ZEROS
              COMPUTE WRK-CONTATO-INT =
                      FUNCTION INTEGER-OF-DATE(SCORE-ULTIMO-CONTATO)
              IF WRK-HOJE-INT GREATER THAN WRK-CONTATO-INT
                 COMPUTE WRK-DIAS-SEM-CONTATO =
                         WRK-HOJE-INT - WRK-CONTATO-INT
              ELSE
                 MOVE ZEROS TO WRK-DIAS-SEM-CONTATO
              END-IF
              EVALUATE TRUE
                 WHEN WRK-DIAS-SEM-CONTATO NOT GREATER THAN 30
                    ADD WRK-PESO-RECENCIA-30 TO WRK-PONTOS
                 WHEN WRK-DIAS-SEM-CONTATO NOT GREATER THAN 90
                    ADD WRK-PESO-RECENCIA-90 TO WRK-PONTOS
                 WHEN WRK-DIAS-SEM-CONTATO NOT GREATER THAN 180
                    ADD WRK-PESO-RECENCIA-180 TO WRK-PONTOS
                 WHEN WRK-DIAS-SEM-CONTATO NOT GREATER THAN 365
                    ADD WRK-PESO-RECENCIA-365 TO WRK-PONTOS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *    FREQUENCIA NOS 12 MESES.
           COMPUTE WRK-PONTOS-AUX = SCORE-QTD-CONTATOS
                                  * WRK-PESO-CONTATO.
           IF WRK-PONTOS-AUX GREATER THAN WRK-MAX-FREQUENCIA
              MOVE WRK-MAX-FREQUENCIA TO WRK-PONTOS-AUX
           END-IF.
           ADD WRK-PONTOS-AUX TO WRK-PONTOS.

      *    PARTE DAS VISITAS NO TOTAL DE VISITAS E LIGACOES.
           IF SCORE-QTD-VISITAS + SCORE-QTD-LIGACOES GREATER THAN ZEROS
              COMPUTE WRK-PONTOS-AUX = SCORE-QTD-VISITAS
                                     * WRK-MAX-VISITAS
                                     / (SCORE-QTD-VISITAS
                                        + SCORE-QTD-LIGACOES)
              ADD WRK-PONTOS-AUX TO WRK-PONTOS
           END-IF.

      *    RECLAMACOES EM ABERTO E RETORNOS DA AGENDA.
           IF SCORE-QTD-RECLAMACOES EQUAL ZEROS
              ADD WRK-BONUS-SEM-RECLAMACAO TO WRK-PONTOS
           ELSE
              COMPUTE WRK-PONTOS = WRK-PONTOS
                                 - SCORE-QTD-RECLAMACOES
                                 * WRK-PENA-RECLAMACAO
           END-IF.
           COMPUTE WRK-PONTOS-AUX = SCORE-QTD-RETORNOS
                                  * WRK-PESO-RETORNO.
           IF WRK-PONTOS-AUX GREATER THAN WRK-MAX-RETORNOS
              MOVE WRK-MAX-RETORNOS TO WRK-PONTOS-AUX
           END-IF.
           ADD WRK-PONTOS-AUX TO WRK-PONTOS.
           COMPUTE WRK-PONTOS = WRK-PONTOS
                              - SCORE-QTD-ATRASADOS * WRK-PENA-ATRASO.

           IF WRK-PONTOS LESS THAN ZEROS
              MOVE ZEROS TO WRK-PONTOS
           END-IF.
           IF WRK-PONTOS GREATER THAN 100
              MOVE 100 TO WRK-PONTOS
           END-IF.
           MOVE WRK-PONTOS TO SCORE-PONTOS.

           EVALUATE TRUE
              WHEN SCORE-ULTIMO-CONTATO NOT GREATER THAN
                   WRK-DATA-12-MESES
                 MOVE 'D' TO SCORE-SEGMENTO
              WHEN SCORE-QTD-RECLAMACOES GREATER THAN ZEROS
                 OR SCORE-QTD-ATRASADOS GREATER THAN ZEROS
                 OR WRK-PONTOS LESS THAN WRK-LIMITE-RISCO
                 MOVE 'E' TO SCORE-SEGMENTO
              WHEN WRK-PONTOS NOT LESS THAN WRK-LIMITE-CAMPEAO
                 MOVE 'C' TO SCORE-SEGMENTO
              WHEN OTHER
                 MOVE 'R' TO SCORE-SEGMENTO
           END-EVALUATE.

           REWRITE SCORE-REG.
           IF WRK-SCORE-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO REGRAVAR SCORE ' SCORE-FONE
                      ' - STATUS: ' WRK-SCORE-STATUS
              ADD 1 TO WRK-TOT-ERROS
           END-IF.

           MOVE SCORE-SEGMENTO-ANTERIOR TO WRK-SEG-LETRA.
           PERFORM 8100-POSICAO-SEGMENTO.
           MOVE WRK-SEG-POS TO WRK-SEG-ANT.
           MOVE SCORE-SEGMENTO TO WRK-SEG-LETRA.
           PERFORM 8100-POSICAO-SEGMENTO.
           MOVE WRK-SEG-POS TO WRK-SEG-ATU.

           ADD 1 TO WRK-DIST-ANTERIOR(WRK-SEG-ANT).
           ADD 1 TO WRK-DIST-ATUAL(WRK-SEG-ATU).
           ADD 1 TO WRK-MIGRA(WRK-SEG-ANT WRK-SEG-ATU).
           IF WRK-SEG-ANT EQUAL 5
              ADD 1 TO WRK-TOT-NOVOS
           ELSE
              IF WRK-SEG-ANT NOT EQUAL WRK-SEG-ATU
                 ADD 1 TO WRK-TOT-MUDARAM
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       4100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4200-REMOVER SECTION.
      *----------------------------------------------------------------*
      *    O SEGMENTO DO REGISTRO REMOVIDO AINDA CONTA NA DISTRIBUICAO
      *    ANTERIOR, PARA OS DOIS LADOS DO RELATORIO BATEREM.

           MOVE SCORE-SEGMENTO TO WRK-SEG-LETRA.
           PERFORM 8100-POSICAO-SEGMENTO.

           DELETE CLIENTES-SCORE RECORD.
           IF WRK-SCORE-STATUS EQUAL ZEROS
              ADD 1 TO WRK-TOT-REMOVIDOS
              ADD 1 TO WRK-DIST-ANTERIOR(WRK-SEG-POS)
              ADD 1 TO WRK-DIST-REMOVIDOS(WRK-SEG-POS)
           ELSE
              DISPLAY 'ERRO AO APAGAR SCORE ' SCORE-FONE
                      ' - STATUS: ' WRK-SCORE-STATUS
              ADD 1 TO WRK-TOT-ERROS
           END-IF.

      *----------------------------------------------------------------*
       4200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-RELATORIO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO SEGM-LINHA.
           STRING 'DISTRIBUICAO DE CLIENTES POR SEGMENTO   DATA: '
                  WRK-DATA-REL
                  DELIMITED BY SIZE INTO SEGM-LINHA
           END-STRING.
           WRITE SEGM-LINHA.
           MOVE SPACES TO SEGM-LINHA.
           WRITE SEGM-LINHA.
           MOVE 'SEGMENTO    ANTERIOR     ATUAL  VARIACAO  REMOVIDOS'
                TO SEGM-LINHA.
           WRITE SEGM-LINHA.
           MOVE SPACES TO SEGM-LINHA.
           WRITE SEGM-LINHA.

      *    A QUINTA POSICAO VIRA A LINHA DE TOTAL (A MATRIZ DE
      *    MIGRACAO DOS NOVOS FICA).
           MOVE ZEROS TO WRK-DIST-ANTERIOR(5) WRK-DIST-ATUAL(5)
                         WRK-DIST-REMOVIDOS(5).
           MOVE 'TOTAL   ' TO WRK-SEG-NOME(5).
           PERFORM VARYING WRK-SEG-IND FROM 1 BY 1
                   UNTIL WRK-SEG-IND > 4
              PERFORM 5100-LINHA-DISTRIBUICAO
              ADD WRK-DIST-ANTERIOR(WRK-SEG-IND)
                  TO WRK-DIST-ANTERIOR(5)
              ADD WRK-DIST-ATUAL(WRK-SEG-IND) TO WRK-DIST-ATUAL(5)
              ADD WRK-DIST-REMOVIDOS(WRK-SEG-IND)
                  TO WRK-DIST-REMOVIDOS(5)
           END-PERFORM.

           MOVE 5 TO WRK-SEG-IND.
           PERFORM 5100-LINHA-DISTRIBUICAO.

           MOVE SPACES TO SEGM-LINHA.
           WRITE SEGM-LINHA.
           MOVE SPACES TO SEGM-LINHA.
           WRITE SEGM-LINHA.
           MOVE 'MIGRACAO ENTRE SEGMENTOS - ANTERIOR X ATUAL'
                TO SEGM-LINHA.
           WRITE SEGM-LINHA.
           MOVE SPACES TO SEGM-LINHA.
           WRITE SEGM-LINHA.
           MOVE 'ANTERIOR     CAMPEAO   REGULAR  EM RISCO  DORMENTE'
                TO SEGM-LINHA.
           WRITE SEGM-LINHA.
           MOVE SPACES TO SEGM-LINHA.
           WRITE SEGM-LINHA.

      *    NA MATRIZ A QUINTA LINHA SAO OS CLIENTES NOVOS.
           MOVE 'NOVO    ' TO WRK-SEG-NOME(5).
           PERFORM VARYING WRK-SEG-IND FROM 1 BY 1
                   UNTIL WRK-SEG-IND > 5
              PERFORM 5200-LINHA-MIGRACAO
           END-PERFORM.

           MOVE SPACES TO SEGM-LINHA.
           WRITE SEGM-LINHA.
           MOVE WRK-TOT-CLIENTES TO WRK-QTD-EDIT.
           MOVE SPACES TO SEGM-LINHA.
           STRING 'CLIENTES CALCULADOS................: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO SEGM-LINHA
           END-STRING.
           WRITE SEGM-LINHA.
           MOVE WRK-TOT-MUDARAM TO WRK-QTD-EDIT.
           MOVE SPACES TO SEGM-LINHA.
           STRING 'MUDARAM DE SEGMENTO................: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO SEGM-LINHA
           END-STRING.
           WRITE SEGM-LINHA.
           MOVE WRK-TOT-NOVOS TO WRK-QTD-EDIT.
           MOVE SPACES TO SEGM-LINHA.
           STRING 'NOVOS (SEM CALCULO ANTERIOR).......: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO SEGM-LINHA
           END-STRING.
           WRITE SEGM-LINHA.
           MOVE WRK-TOT-REMOVIDOS TO WRK-QTD-EDIT.
           MOVE SPACES TO SEGM-LINHA.
           STRING 'REMOVIDOS (FORA DO CADASTRO).......: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO SEGM-LINHA
           END-STRING.
           WRITE SEGM-LINHA.

      *----------------------------------------------------------------*
       5000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-LINHA-DISTRIBUICAO SECTION.
      *----------------------------------------------------------------*
      *    OS NOVOS SO ENTRAM NA COLUNA ATUAL E OS REMOVIDOS SO NA
      *    ANTERIOR.

           MOVE WRK-DIST-ANTERIOR(WRK-SEG-IND) TO WRK-QTD-EDIT.
           MOVE WRK-DIST-ATUAL(WRK-SEG-IND)    TO WRK-QTD-EDIT2.
           COMPUTE WRK-VARIACAO = WRK-DIST-ATUAL(WRK-SEG-IND)
                                - WRK-DIST-ANTERIOR(WRK-SEG-IND).
           MOVE WRK-VARIACAO TO WRK-VARIACAO-EDIT.
           MOVE SPACES TO SEGM-LINHA.
           STRING WRK-SEG-NOME(WRK-SEG-IND) '      '
                  WRK-QTD-EDIT '    ' WRK-QTD-EDIT2 '   '
                  WRK-VARIACAO-EDIT
                  DELIMITED BY SIZE INTO SEGM-LINHA
           END-STRING.
           MOVE WRK-DIST-REMOVIDOS(WRK-SEG-IND) TO WRK-QTD-EDIT.
           MOVE WRK-QTD-EDIT TO SEGM-LINHA(46:6).
           WRITE SEGM-LINHA.

      *----------------------------------------------------------------*
       5100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5200-LINHA-MIGRACAO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO SEGM-LINHA.
           MOVE WRK-SEG-NOME(WRK-SEG-IND) TO SEGM-LINHA(1:8).
           PERFORM VARYING WRK-SEG-COL FROM 1 BY 1
                   UNTIL WRK-SEG-COL > 4
              MOVE WRK-MIGRA(WRK-SEG-IND WRK-SEG-COL) TO WRK-QTD-EDIT
              COMPUTE WRK-SEG-POS = 5 + WRK-SEG-COL * 10
              MOVE WRK-QTD-EDIT TO SEGM-LINHA(WRK-SEG-POS:6)
           END-PERFORM.
           WRITE SEGM-LINHA.

      *----------------------------------------------------------------*
       5200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8100-POSICAO-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *    POSICAO DE WRK-SEG-LETRA EM WRK-SEG-SIGLAS (1 A 4); BRANCO
      *    OU SIGLA DESCONHECIDA = 5 (NOVO).

           MOVE 5 TO WRK-SEG-POS.
           PERFORM VARYING WRK-SEG-IND FROM 1 BY 1
                   UNTIL WRK-SEG-IND > 4
              IF WRK-SEG-SIGLA(WRK-SEG-IND) EQUAL WRK-SEG-LETRA
                 MOVE WRK-SEG-IND TO WRK-SEG-POS
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       8100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           IF WRK-ABORTAR NOT EQUAL 'S'
              DISPLAY 'SCORE E SEGMENTACAO CONCLUIDO'
              DISPLAY 'CLIENTES CALCULADOS: ' WRK-TOT-CLIENTES
              DISPLAY 'RETORNOS DA AGENDA.: ' WRK-TOT-AGENDA
              DISPLAY 'MUDARAM DE SEGMENTO: ' WRK-TOT-MUDARAM
              DISPLAY 'NOVOS..............: ' WRK-TOT-NOVOS
              DISPLAY 'REMOVIDOS..........: ' WRK-TOT-REMOVIDOS
              DISPLAY 'ERROS DE GRAVACAO..: ' WRK-TOT-ERROS
              IF WRK-TOT-ERROS GREATER THAN ZEROS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE CLIENTES.
           CLOSE CLIENTES-FONES.
           CLOSE CONTATOS.
           CLOSE CLIENTES-PROTOCOLOS.
           CLOSE AGENDA.
           CLOSE CLIENTES-SCORE.
           CLOSE SEGMENTOS.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
      *----------------------------------------------------------------*
