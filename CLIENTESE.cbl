      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. CLIENTESE.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : CLIENTESE                                           *
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
      * PRODUTIVIDADE MENSAL DA EQUIPE. UMA LINHA POR OPERADOR DE      *
      * OPERADORES.DAT COM:                                            *
      *  - CONTATOS REGISTRADOS POR TIPO (L/E/V/R), DE CONTATOS.DAT.   *
      *    CONTATOS-OPERADOR E O CARIMBO 'ID NOME' DE 20 POSICOES; A   *
      *    PRIMEIRA PALAVRA E O ID QUE CASA COM OPER-ID;               *
      *  - INCLUSOES, ALTERACOES, EXCLUSOES, RESTAURACOES E TROCAS DE  *
      *    TELEFONE, DE CLIENTES-LOG.DAT (LOG-OPERADOR). A TROCA CONTA *
      *    PELO LANCAMENTO TROCA-DE, UM POR TROCA;                     *
      *  - RETORNOS DA AGENDA (AGENDA-OPERADOR): AGENDADOS PARA O MES, *
      *    REALIZADOS NO PRAZO E COM ATRASO (BAIXAS AGENDA-OK E        *
      *    AGENDA-ATR DO LOG) E AINDA VENCIDOS (PENDENTES COM DATA ATE *
      *    O FIM DO MES E VENCIMENTO ANTERIOR A HOJE - DATA EM DIA     *
      *    SEM EXPEDIENTE VENCE NO PROXIMO DIA UTIL).                  *
      * O CARTAO SYSIN INFORMA O MES (AAAAMM) OU BRANCO PARA APURAR OS *
      * ARQUIVOS INTEIROS. ATIVIDADE DE ID FORA DE OPERADORES.DAT E OS *
      * CARIMBOS DOS PROCESSOS BATCH (RETORNO, CARGA, INATIVA,         *
      * CONSIST, PROTOCOL, OPTOUT, LGPD, CAMPANHA) SAEM EM BLOCO       *
      * SEPARADO. QUEBRA DE PAGINA, SUBTOTAIS DOS DOIS BLOCOS E TOTAL  *
      * GERAL.                                                         *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTESE.JCL, ENTAO OS SELECT ABAIXO REFERENCIAM
      *    OS DDNAMES DO JOB.
           SELECT OPERADORES ASSIGN TO "OPERADOR"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-OPERADORES-STATUS
             RECORD KEY   IS OPER-CHAVE.

           SELECT CONTATOS ASSIGN TO "CONTATOS"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CONTATOS-STATUS
             RECORD KEY   IS CONTATOS-CHAVE.

           SELECT AGENDA ASSIGN TO "AGENDA"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-AGENDA-STATUS
             RECORD KEY   IS AGENDA-CHAVE.

           SELECT CLIENTES-LOG ASSIGN TO "LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-LOG-STATUS.

           SELECT PRODUTIVIDADE ASSIGN TO "PRODUTIV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-PRODUTIV-STATUS.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD OPERADORES.
          01 OPERADORES-REG.
             COPY OPERADOR.CPY.

      *----------------------------------------------------------------*
       FD CONTATOS.
          01 CONTATOS-REG.
             COPY CONTATOS.CPY.

      *----------------------------------------------------------------*
       FD AGENDA.
          01 AGENDA-REG.
             COPY AGENDA.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-LOG.
          01 LOG-REG.
             COPY CLIENLOG.CPY.

      *----------------------------------------------------------------*
       FD PRODUTIVIDADE.
          01 PROD-LINHA                     PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-OPERADORES-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-CONTATOS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-AGENDA-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-LOG-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-PRODUTIV-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO               PIC X(001) VALUE 'N'.
       77 WRK-ABORTAR                   PIC X(001) VALUE 'N'.
       77 WRK-FILTRO-MES                PIC X(006) VALUE SPACES.
       77 WRK-LIMITE-VENCIDO            PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-REL                  PIC X(010) VALUE SPACES.
       77 WRK-MES-REL                   PIC X(007) VALUE SPACES.
       77 WRK-LINHA-CONT                PIC 9(002) VALUE ZEROS.
       77 WRK-MAX-LINHAS                PIC 9(002) VALUE 40.
       77 WRK-ID-BUSCA                  PIC X(008) VALUE SPACES.
       77 WRK-QTD-OPERS                 PIC 9(003) COMP VALUE ZEROS.
       77 WRK-OPER-IND                  PIC 9(003) COMP VALUE ZEROS.
       77 WRK-OPER-ACHOU                PIC X(001) VALUE 'N'.
       77 WRK-QTD-FORA                  PIC 9(003) COMP VALUE ZEROS.
       77 WRK-TABELA-CHEIA              PIC X(001) VALUE 'N'.
       77 WRK-COL                       PIC 9(002) COMP VALUE ZEROS.
       77 WRK-GRUPO                     PIC 9(001) COMP VALUE ZEROS.
       77 WRK-TOT-CONTATOS              PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-LOG                   PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-AGENDA                PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-EDIT                  PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-CAL-FUNCAO                PIC X(001) VALUE SPACES.
       77 WRK-CAL-DATA-1                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DATA-2                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DIAS                  PIC 9(005) VALUE ZEROS.
       77 WRK-CAL-RESULTADO             PIC X(001) VALUE SPACES.

      *    COLUNAS DO RELATORIO (WRK-COL):
      *    01 LIGACAO  02 EMAIL  03 VISITA  04 RECLAMACAO
      *    05 INCLUSAO 06 ALTERACAO 07 EXCLUSAO 08 RESTAURACAO
      *    09 TROCA DE TELEFONE
      *    10 RETORNOS AGENDADOS 11 REALIZADOS NO PRAZO
      *    12 REALIZADOS COM ATRASO 13 VENCIDOS PENDENTES
       01 WRK-TAB-OPERS.
          05 WRK-OPER OCCURS 200 TIMES.
             10 WRK-OPER-ID             PIC X(008).
             10 WRK-OPER-NOME           PIC X(024).
             10 WRK-OPER-TIPO           PIC X(001).
                88 WRK-OPER-CADASTRADO  VALUE 'C'.
                88 WRK-OPER-BATCH       VALUE 'B'.
                88 WRK-OPER-DESCONHECIDO VALUE 'N'.
             10 WRK-OPER-QTD            PIC 9(006) OCCURS 13 TIMES.

      *    TOTAIS: 1 = OPERADORES CADASTRADOS, 2 = FORA DO CADASTRO,
      *    3 = TOTAL GERAL.
       01 WRK-TAB-TOTAIS VALUE ZEROS.
          05 WRK-TOT OCCURS 3 TIMES.
             10 WRK-TOT-QTD             PIC 9(007) OCCURS 13 TIMES.

       01 WRK-PROD-DETALHE.
          05 WRK-DET-ID                 PIC X(008).
          05 FILLER                     PIC X(001) VALUE SPACES.
          05 WRK-DET-NOME               PIC X(024).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-COLUNA OCCURS 13 TIMES.
             10 FILLER                  PIC X(001).
             10 WRK-DET-QTD             PIC ZZZZZ9.

       01 WRK-CAB-GRUPOS.
          05 FILLER                     PIC X(035) VALUE SPACES.
          05 FILLER                     PIC X(028)
             VALUE ' ------- CONTATOS NO MES ---'.
          05 FILLER                     PIC X(035)
             VALUE ' ------- OPERACOES NO CADASTRO ----'.
          05 FILLER                     PIC X(028)
             VALUE ' ---- RETORNOS DA AGENDA ---'.

       01 WRK-CAB-COLUNAS.
          05 FILLER                     PIC X(035)
             VALUE 'OPERADOR NOME'.
          05 FILLER                     PIC X(028)
             VALUE '  LIGAC  EMAIL VISITA RECLAM'.
          05 FILLER                     PIC X(035)
             VALUE ' INCLUS ALTERA EXCLUS RESTAU TROCAS'.
          05 FILLER                     PIC X(028)
             VALUE '  AGEND  PRAZO ATRASO VENCID'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR.
           IF WRK-ABORTAR NOT EQUAL 'S'
              PERFORM 2000-APURAR-CONTATOS
              PERFORM 2100-APURAR-LOG
              PERFORM 2200-APURAR-AGENDA
              PERFORM 3000-IMPRIMIR
           END-IF.
           PERFORM 9000-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *----------------------------------------------------------------*
      *    OS VENCIDOS SAO OS PENDENTES COM DATA ATE O FIM DO MES
      *    APURADO (AAAAMM31 SERVE DE LIMITE PARA QUALQUER MES); SEM
      *    MES, TODOS OS PENDENTES COM DATA ANTERIOR A HOJE.

           ACCEPT WRK-FILTRO-MES.
           IF WRK-FILTRO-MES IS NOT NUMERIC
              MOVE SPACES TO WRK-FILTRO-MES
           END-IF.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WRK-DATA-SISTEMA(7:2) '/' WRK-DATA-SISTEMA(5:2) '/'
                  WRK-DATA-SISTEMA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-REL
           END-STRING.

           IF WRK-FILTRO-MES EQUAL SPACES
              MOVE 'TODOS' TO WRK-MES-REL
              MOVE 99999999 TO WRK-LIMITE-VENCIDO
           ELSE
              STRING WRK-FILTRO-MES(5:2) '/' WRK-FILTRO-MES(1:4)
                     DELIMITED BY SIZE INTO WRK-MES-REL
              END-STRING
              STRING WRK-FILTRO-MES '31'
                     DELIMITED BY SIZE INTO WRK-LIMITE-VENCIDO
              END-STRING
           END-IF.

           OPEN OUTPUT PRODUTIVIDADE.
           IF WRK-PRODUTIV-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS: '
                      WRK-PRODUTIV-STATUS
              MOVE 'S' TO WRK-ABORTAR
              GO TO 1000-99-FIM
           END-IF.

           PERFORM 1100-CARREGAR-OPERADORES.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-CARREGAR-OPERADORES SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OPERADORES.DAT NA TABELA EM ORDEM DE ID, COM OS
      *    CONTADORES ZERADOS - TODO OPERADOR CADASTRADO TEM LINHA,
      *    MESMO SEM ATIVIDADE NO MES. SEM O ARQUIVO, TODA ATIVIDADE
      *    SAI NO BLOCO DE FORA DO CADASTRO.

           OPEN INPUT OPERADORES.
           IF WRK-OPERADORES-STATUS NOT EQUAL ZEROS
              DISPLAY 'OPERADORES.DAT NAO ABRIU - STATUS: '
                      WRK-OPERADORES-STATUS ' (SEGUE SEM CADASTRO)'
              GO TO 1100-99-FIM
           END-IF.

           MOVE LOW-VALUES TO OPER-ID.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           START OPERADORES KEY IS NOT LESS THAN OPER-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ OPERADORES NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT EQUAL 'S'
                 IF WRK-QTD-OPERS LESS THAN 200
                    ADD 1 TO WRK-QTD-OPERS
                    MOVE WRK-QTD-OPERS TO WRK-OPER-IND
                    PERFORM 2950-NOVA-ENTRADA
                    MOVE OPER-ID   TO WRK-OPER-ID(WRK-OPER-IND)
                    MOVE OPER-NOME TO WRK-OPER-NOME(WRK-OPER-IND)
                    MOVE 'C'       TO WRK-OPER-TIPO(WRK-OPER-IND)
                 ELSE
                    MOVE 'S' TO WRK-TABELA-CHEIA
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE OPERADORES.

      *----------------------------------------------------------------*
       1100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-APURAR-CONTATOS SECTION.
      *----------------------------------------------------------------*
      *    O ID E A PRIMEIRA PALAVRA DO CARIMBO 'ID NOME' GRAVADO PELO
      *    ONLINE EM CONTATOS-OPERADOR.

           OPEN INPUT CONTATOS.
           IF WRK-CONTATOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'CONTATOS.DAT NAO ABRIU - STATUS: '
                      WRK-CONTATOS-STATUS ' (CONTATOS ZERADOS)'
              GO TO 2000-99-FIM
           END-IF.

           MOVE ZEROS TO CONTATOS-FONE CONTATOS-SEQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           START CONTATOS KEY IS NOT LESS THAN CONTATOS-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ CONTATOS NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT EQUAL 'S'
                 AND (WRK-FILTRO-MES EQUAL SPACES
                  OR CONTATOS-DATA(1:6) EQUAL WRK-FILTRO-MES)
                 MOVE ZEROS TO WRK-COL
                 EVALUATE TRUE
                    WHEN CONTATO-LIGACAO
                       MOVE 1 TO WRK-COL
                    WHEN CONTATO-EMAIL
                       MOVE 2 TO WRK-COL
                    WHEN CONTATO-VISITA
                       MOVE 3 TO WRK-COL
                    WHEN CONTATO-RECLAMACAO
                       MOVE 4 TO WRK-COL
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF WRK-COL GREATER THAN ZEROS
                    ADD 1 TO WRK-TOT-CONTATOS
                    MOVE SPACES TO WRK-ID-BUSCA
                    UNSTRING CONTATOS-OPERADOR DELIMITED BY ALL SPACES
                             INTO WRK-ID-BUSCA
                    END-UNSTRING
                    PERFORM 2900-LOCALIZAR-OPERADOR
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE CONTATOS.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-APURAR-LOG SECTION.
      *----------------------------------------------------------------*
      *    SO AS OPERACOES DE CADASTRO E AS BAIXAS DA AGENDA CONTAM;
      *    OS DEMAIS LANCAMENTOS (PROTOCOLOS, APROVACOES, TELEFONES
      *    ADICIONAIS, REPAROS) SAO IGNORADOS.

           OPEN INPUT CLIENTES-LOG.
           IF WRK-LOG-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES-LOG.DAT NAO ABRIU - STATUS: '
                      WRK-LOG-STATUS ' (OPERACOES ZERADAS)'
              GO TO 2100-99-FIM
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ CLIENTES-LOG
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT EQUAL 'S'
                 AND (WRK-FILTRO-MES EQUAL SPACES
                  OR LOG-DATA(1:6) EQUAL WRK-FILTRO-MES)
                 EVALUATE LOG-OPERACAO
                    WHEN 'INCLUSAO'
                       MOVE 5  TO WRK-COL
                    WHEN 'ALTERACAO'
                       MOVE 6  TO WRK-COL
                    WHEN 'EXCLUSAO'
                       MOVE 7  TO WRK-COL
                    WHEN 'RESTAURA'
                       MOVE 8  TO WRK-COL
                    WHEN 'TROCA-DE'
                       MOVE 9  TO WRK-COL
                    WHEN 'AGENDA-OK'
                       MOVE 11 TO WRK-COL
                    WHEN 'AGENDA-ATR'
                       MOVE 12 TO WRK-COL
                    WHEN OTHER
                       MOVE ZEROS TO WRK-COL
                 END-EVALUATE
                 IF WRK-COL GREATER THAN ZEROS
                    ADD 1 TO WRK-TOT-LOG
                    MOVE LOG-OPERADOR TO WRK-ID-BUSCA
                    PERFORM 2900-LOCALIZAR-OPERADOR
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE CLIENTES-LOG.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-APURAR-AGENDA SECTION.
      *----------------------------------------------------------------*
      *    AGENDADO = ITEM COM DATA PROMETIDA NO MES. VENCIDO = ITEM
      *    AINDA PENDENTE COM DATA ANTERIOR A HOJE E ATE O FIM DO MES.
      *    A CHAVE COMECA PELA DATA, ENTAO A LEITURA PARA NO PRIMEIRO
      *    ITEM DEPOIS DO FIM DO MES.

           OPEN INPUT AGENDA.
           IF WRK-AGENDA-STATUS NOT EQUAL ZEROS
              DISPLAY 'AGENDA.DAT NAO ABRIU - STATUS: '
                      WRK-AGENDA-STATUS ' (AGENDA ZERADA)'
              GO TO 2200-99-FIM
           END-IF.

           MOVE ZEROS TO AGENDA-DATA AGENDA-FONE AGENDA-SEQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           START AGENDA KEY IS NOT LESS THAN AGENDA-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ AGENDA NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT EQUAL 'S'
                 IF AGENDA-DATA GREATER THAN WRK-LIMITE-VENCIDO
                    MOVE 'S' TO WRK-FIM-ARQUIVO
                 ELSE
                    ADD 1 TO WRK-TOT-AGENDA
                    MOVE AGENDA-OPERADOR TO WRK-ID-BUSCA
                    IF WRK-FILTRO-MES EQUAL SPACES
                       OR AGENDA-DATA(1:6) EQUAL WRK-FILTRO-MES
                       MOVE 10 TO WRK-COL
                       PERFORM 2900-LOCALIZAR-OPERADOR
                    END-IF
                    IF AGENDA-PENDENTE
                       AND AGENDA-DATA LESS THAN WRK-DATA-SISTEMA
                       MOVE 'P' TO WRK-CAL-FUNCAO
                       MOVE AGENDA-DATA TO WRK-CAL-DATA-1
                                           WRK-CAL-DATA-2
                       CALL 'DIAUTIL' USING WRK-CAL-FUNCAO
                                            WRK-CAL-DATA-1
                                            WRK-CAL-DATA-2
                                            WRK-CAL-DIAS
                                            WRK-CAL-RESULTADO
                       IF WRK-CAL-DATA-2 LESS THAN WRK-DATA-SISTEMA
                          MOVE 13 TO WRK-COL
                          PERFORM 2900-LOCALIZAR-OPERADOR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE AGENDA.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2900-LOCALIZAR-OPERADOR SECTION.
      *----------------------------------------------------------------*
      *    SOMA 1 NA COLUNA WRK-COL DO ID EM WRK-ID-BUSCA. ID QUE NAO
      *    ESTA NA TABELA ENTRA NO FIM COMO CARIMBO DE PROCESSO BATCH
      *    OU COMO NAO CADASTRADO.

           MOVE 'N' TO WRK-OPER-ACHOU.
           PERFORM VARYING WRK-OPER-IND FROM 1 BY 1
                   UNTIL WRK-OPER-IND > WRK-QTD-OPERS
                      OR WRK-OPER-ACHOU EQUAL 'S'
              IF WRK-OPER-ID(WRK-OPER-IND) EQUAL WRK-ID-BUSCA
                 MOVE 'S' TO WRK-OPER-ACHOU
              END-IF
           END-PERFORM.

           IF WRK-OPER-ACHOU EQUAL 'S'
              SUBTRACT 1 FROM WRK-OPER-IND
           ELSE
              IF WRK-QTD-OPERS LESS THAN 200
                 ADD 1 TO WRK-QTD-OPERS
                 ADD 1 TO WRK-QTD-FORA
                 MOVE WRK-QTD-OPERS TO WRK-OPER-IND
                 PERFORM 2950-NOVA-ENTRADA
                 MOVE WRK-ID-BUSCA TO WRK-OPER-ID(WRK-OPER-IND)
                 EVALUATE WRK-ID-BUSCA
                    WHEN 'RETORNO'
                    WHEN 'CARGA'
                    WHEN 'INATIVA'
                    WHEN 'CONSIST'
                    WHEN 'PROTOCOL'
                    WHEN 'OPTOUT'
                    WHEN 'LGPD'
                    WHEN 'CAMPANHA'
                       MOVE 'B' TO WRK-OPER-TIPO(WRK-OPER-IND)
                       MOVE '(PROCESSO BATCH)'
                            TO WRK-OPER-NOME(WRK-OPER-IND)
                    WHEN SPACES
                       MOVE 'N' TO WRK-OPER-TIPO(WRK-OPER-IND)
                       MOVE '(SEM IDENTIFICACAO)'
                            TO WRK-OPER-NOME(WRK-OPER-IND)
                    WHEN OTHER
                       MOVE 'N' TO WRK-OPER-TIPO(WRK-OPER-IND)
                       MOVE '(NAO CADASTRADO)'
                            TO WRK-OPER-NOME(WRK-OPER-IND)
                 END-EVALUATE
              ELSE
                 MOVE 'S' TO WRK-TABELA-CHEIA
                 GO TO 2900-99-FIM
              END-IF
           END-IF.

           ADD 1 TO WRK-OPER-QTD(WRK-OPER-IND WRK-COL).

      *----------------------------------------------------------------*
       2900-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2950-NOVA-ENTRADA SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-OPER-ID(WRK-OPER-IND)
                          WRK-OPER-NOME(WRK-OPER-IND)
                          WRK-OPER-TIPO(WRK-OPER-IND).
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 13
              MOVE ZEROS TO WRK-OPER-QTD(WRK-OPER-IND WRK-COL)
           END-PERFORM.

      *----------------------------------------------------------------*
       2950-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-IMPRIMIR SECTION.
      *----------------------------------------------------------------*
      *    PRIMEIRO OS OPERADORES CADASTRADOS (ORDEM DE ID), DEPOIS O
      *    BLOCO DE ATIVIDADE FORA DO CADASTRO, CADA UM COM SUBTOTAL,
      *    E O TOTAL GERAL NO FIM.

           PERFORM 3100-CABECALHO.

           MOVE 1 TO WRK-GRUPO.
           PERFORM VARYING WRK-OPER-IND FROM 1 BY 1
                   UNTIL WRK-OPER-IND > WRK-QTD-OPERS
              IF WRK-OPER-CADASTRADO(WRK-OPER-IND)
                 PERFORM 3200-DETALHE
              END-IF
           END-PERFORM.
           PERFORM 3300-SUBTOTAL.

           IF WRK-QTD-FORA GREATER THAN ZEROS
              IF WRK-LINHA-CONT NOT LESS THAN WRK-MAX-LINHAS
                 PERFORM 3100-CABECALHO
              END-IF
              MOVE 'ATIVIDADE FORA DO CADASTRO DE OPERADORES'
                   TO PROD-LINHA
              WRITE PROD-LINHA
              MOVE SPACES TO PROD-LINHA
              WRITE PROD-LINHA
              ADD 2 TO WRK-LINHA-CONT
              MOVE 2 TO WRK-GRUPO
              PERFORM VARYING WRK-OPER-IND FROM 1 BY 1
                      UNTIL WRK-OPER-IND > WRK-QTD-OPERS
                 IF NOT WRK-OPER-CADASTRADO(WRK-OPER-IND)
                    PERFORM 3200-DETALHE
                 END-IF
              END-PERFORM
              PERFORM 3300-SUBTOTAL
           END-IF.

           PERFORM 3400-FECHAMENTO.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CABECALHO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO PROD-LINHA.
           STRING 'PRODUTIVIDADE DA EQUIPE   MES: ' WRK-MES-REL
                  '   DATA: ' WRK-DATA-REL
                  DELIMITED BY SIZE INTO PROD-LINHA
           END-STRING.
           WRITE PROD-LINHA.
           MOVE SPACES TO PROD-LINHA.
           WRITE PROD-LINHA.
           MOVE WRK-CAB-GRUPOS TO PROD-LINHA.
           WRITE PROD-LINHA.
           MOVE WRK-CAB-COLUNAS TO PROD-LINHA.
           WRITE PROD-LINHA.
           MOVE SPACES TO PROD-LINHA.
           WRITE PROD-LINHA.
           MOVE 5 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       3100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-DETALHE SECTION.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE WRK-OPER-IND E SOMA NO GRUPO WRK-GRUPO.

           IF WRK-LINHA-CONT NOT LESS THAN WRK-MAX-LINHAS
              PERFORM 3100-CABECALHO
           END-IF.

           MOVE SPACES TO WRK-PROD-DETALHE.
           MOVE WRK-OPER-ID(WRK-OPER-IND)   TO WRK-DET-ID.
           MOVE WRK-OPER-NOME(WRK-OPER-IND) TO WRK-DET-NOME.
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 13
              MOVE WRK-OPER-QTD(WRK-OPER-IND WRK-COL)
                   TO WRK-DET-QTD(WRK-COL)
              ADD WRK-OPER-QTD(WRK-OPER-IND WRK-COL)
                  TO WRK-TOT-QTD(WRK-GRUPO WRK-COL)
                     WRK-TOT-QTD(3 WRK-COL)
           END-PERFORM.
           MOVE WRK-PROD-DETALHE TO PROD-LINHA.
           WRITE PROD-LINHA.
           ADD 1 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       3200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-SUBTOTAL SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-PROD-DETALHE.
           IF WRK-GRUPO EQUAL 1
              MOVE 'TOTAL DOS OPERADORES' TO WRK-DET-NOME
           ELSE
              MOVE 'TOTAL FORA DO CADASTRO' TO WRK-DET-NOME
           END-IF.
           PERFORM 3350-MONTAR-TOTAL.
           MOVE SPACES TO PROD-LINHA.
           WRITE PROD-LINHA.
           MOVE WRK-PROD-DETALHE TO PROD-LINHA.
           WRITE PROD-LINHA.
           MOVE SPACES TO PROD-LINHA.
           WRITE PROD-LINHA.
           ADD 3 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       3300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3350-MONTAR-TOTAL SECTION.
      *----------------------------------------------------------------*
      *    OS TOTAIS PODEM PASSAR DE 6 DIGITOS SO NO ARQUIVO INTEIRO;
      *    A COLUNA MOSTRA OS 6 DA DIREITA.

           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 13
              MOVE WRK-TOT-QTD(WRK-GRUPO WRK-COL)
                   TO WRK-DET-QTD(WRK-COL)
           END-PERFORM.

      *----------------------------------------------------------------*
       3350-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-FECHAMENTO SECTION.
      *----------------------------------------------------------------*

           IF WRK-LINHA-CONT NOT LESS THAN WRK-MAX-LINHAS
              PERFORM 3100-CABECALHO
           END-IF.

           MOVE 3 TO WRK-GRUPO.
           MOVE SPACES TO WRK-PROD-DETALHE.
           MOVE 'TOTAL GERAL' TO WRK-DET-NOME.
           PERFORM 3350-MONTAR-TOTAL.
           MOVE WRK-PROD-DETALHE TO PROD-LINHA.
           WRITE PROD-LINHA.
           MOVE SPACES TO PROD-LINHA.
           WRITE PROD-LINHA.

           MOVE WRK-TOT-CONTATOS TO WRK-QTD-EDIT.
           MOVE SPACES TO PROD-LINHA.
           STRING 'CONTATOS APURADOS..........: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO PROD-LINHA
           END-STRING.
           WRITE PROD-LINHA.
           MOVE WRK-TOT-LOG TO WRK-QTD-EDIT.
           MOVE SPACES TO PROD-LINHA.
           STRING 'LANCAMENTOS DO LOG APURADOS: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO PROD-LINHA
           END-STRING.
           WRITE PROD-LINHA.
           MOVE WRK-TOT-AGENDA TO WRK-QTD-EDIT.
           MOVE SPACES TO PROD-LINHA.
           STRING 'ITENS DA AGENDA LIDOS......: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO PROD-LINHA
           END-STRING.
           WRITE PROD-LINHA.

           IF WRK-TABELA-CHEIA EQUAL 'S'
              MOVE 'ATENCAO: TABELA DE OPERADORES ESGOTADA'
                   TO PROD-LINHA
              WRITE PROD-LINHA
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           IF WRK-ABORTAR NOT EQUAL 'S'
              CLOSE PRODUTIVIDADE
           END-IF.

           DISPLAY 'PRODUTIVIDADE DA EQUIPE CONCLUIDO - MES: '
                   WRK-MES-REL.
           DISPLAY 'CONTATOS APURADOS..: ' WRK-TOT-CONTATOS.
           DISPLAY 'LANCAMENTOS DO LOG.: ' WRK-TOT-LOG.
           DISPLAY 'ITENS DA AGENDA....: ' WRK-TOT-AGENDA.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
      *----------------------------------------------------------------*
