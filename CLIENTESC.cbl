      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. CLIENTESC.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : CLIENTESC                                           *
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
      * CADEIA - CONTROLE DE EXECUCAO DA CADEIA BATCH                  *
      * NUMERA - NUMERACAO SEQUENCIAL (NUMERO PERMANENTE DO CLIENTE)   *
      *                                                                *
      * CONSISTENCIA REFERENCIAL ENTRE OS ARQUIVOS DO CADASTRO. A      *
      * CONCILIACAO (CLIENTESR) SO CONFERE QUANTIDADES; AQUI CADA      *
      * ARQUIVO DEPENDENTE E CRUZADO COM CLIENTES.DAT:                 *
      *  - CONTATOS CUJO TELEFONE NAO ESTA MAIS NO CADASTRO;           *
      *  - ITENS PENDENTES DA AGENDA DE CLIENTE QUE NAO EXISTE MAIS;   *
      *  - REFERENCIAS DOCX QUE APONTAM PARA TELEFONE INEXISTENTE OU   *
      *    PARA CLIENTE COM OUTRO CPF/CNPJ, E CLIENTES COM DOCUMENTO   *
      *    SEM A REFERENCIA CORRESPONDENTE;                            *
      *  - CLIENTES AINDA SEM NUMERO PERMANENTE NA REFERENCIA DE       *
      *    TELEFONES, OU CUJO TELEFONE CONSTA COMO ADICIONAL DE OUTRO  *
      *    CLIENTE;                                                    *
      *  - TELEFONES EXCLUIDOS (NAO RESTAURADOS) AINDA VIVOS NO        *
      *    CADASTRO.                                                   *
      * O RELATORIO DE EXCECOES SAI POR TIPO DE ERRO, COM TOTAIS.      *
      *                                                                *
      * O CARTAO SYSIN ESCOLHE O MODO: C OU BRANCO = SO CONFERE;       *
      * R = CONFERE E REPARA OS CASOS SEGUROS (REFERENCIA DOCX         *
      * ERRADA OU FALTANTE, BAIXA DA AGENDA PENDENTE DE CLIENTE        *
      * EXCLUIDO E NUMERACAO DO CLIENTE SEM NUMERO). CADA REPARO       *
      * VAI PARA O LOG COM O OPERADOR DE BATCH 'CONSIST'. OS DEMAIS    *
      * CASOS FICAM PARA REVISAO MANUAL.                               *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTESC.JCL, ENTAO OS SELECT ABAIXO REFERENCIAM
      *    OS DDNAMES DO JOB.
           SELECT CLIENTES ASSIGN TO "CLIENTES"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CLIENTES-STATUS
             RECORD KEY   IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.

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

           SELECT CLIENTES-DOCX ASSIGN TO "DOCX"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-DOCX-STATUS
             RECORD KEY   IS DOCX-CHAVE.

           SELECT CLIENTES-FONES ASSIGN TO "FONES"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-FONES-STATUS
             RECORD KEY   IS FONEX-CHAVE
             ALTERNATE RECORD KEY IS FONEX-NUMERO WITH DUPLICATES.

           SELECT CLIENTES-EXCLUIDOS ASSIGN TO "EXCLUIDO"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-EXCLUIDOS-STATUS.

           SELECT CLIENTES-LOG ASSIGN TO "LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-LOG-STATUS.

           SELECT CONSISTENCIA ASSIGN TO "CONSIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-CONSIST-STATUS.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD CLIENTES.
          01 CLIENTES-REG.
             COPY CLIENTES.CPY.

      *----------------------------------------------------------------*
       FD CONTATOS.
          01 CONTATOS-REG.
             COPY CONTATOS.CPY.

      *----------------------------------------------------------------*
       FD AGENDA.
          01 AGENDA-REG.
             COPY AGENDA.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-DOCX.
          01 DOCX-REG.
             COPY DOCXREF.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-FONES.
          01 FONEX-REG.
             COPY FONEXREF.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-EXCLUIDOS.
          01 CLIENTES-EXCL-REG.
             COPY EXCLUIDO.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-LOG.
          01 LOG-REG.
             COPY CLIENLOG.CPY.

      *----------------------------------------------------------------*
       FD CONSISTENCIA.
          01 CONS-LINHA                     PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-CLIENTES-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CONTATOS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-AGENDA-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-DOCX-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-EXCLUIDOS-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-LOG-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-CONSIST-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-ABORTAR                   PIC X(001) VALUE 'N'.
       77 WRK-FIM-ARQUIVO               PIC X(001) VALUE 'N'.
       77 WRK-MODO                      PIC X(001) VALUE SPACES.
       77 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-HORA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-REL                  PIC X(010) VALUE SPACES.
       77 WRK-LINHA-CONT                PIC 9(002) VALUE ZEROS.
       77 WRK-MAX-LINHAS                PIC 9(002) VALUE 40.
       77 WRK-COLUNAS                   PIC X(132) VALUE SPACES.
       77 WRK-CLIENTE-EXISTE            PIC X(001) VALUE 'N'.
       77 WRK-FONE-BUSCA                PIC 9(009) VALUE ZEROS.
       77 WRK-FONE-ATUAL                PIC 9(009) VALUE ZEROS.
       77 WRK-QTD-GRUPO                 PIC 9(006) VALUE ZEROS.
       77 WRK-ULT-DATA                  PIC 9(008) VALUE ZEROS.
       77 WRK-QTD-EXCL                  PIC 9(004) COMP VALUE ZEROS.
       77 WRK-IND                       PIC 9(004) COMP VALUE ZEROS.
       77 WRK-EXCL-ACHOU                PIC X(001) VALUE 'N'.
       77 WRK-EXCL-TAB-CHEIA            PIC X(001) VALUE 'N'.
       77 WRK-LOG-OPERACAO              PIC X(010) VALUE SPACES.
       77 WRK-LOG-FONE                  PIC 9(009) VALUE ZEROS.
       77 WRK-DOC-CADASTRO              PIC X(014) VALUE SPACES.
       77 WRK-TIPO-QTD                  PIC 9(006) VALUE ZEROS.
       77 WRK-TIPO-REPAROS              PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-LIDOS                 PIC 9(009) VALUE ZEROS.
       77 WRK-TOT-EXCECOES              PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-REPAROS               PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-CONT-ORFAOS           PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-AGE-ORFAOS            PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-DOCX-ERRADOS          PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-DOCX-FALTANTES        PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-EXCL-VIVOS            PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-SEM-NUMERO            PIC 9(006) VALUE ZEROS.
       77 WRK-NUM-SERIE                 PIC X(010) VALUE 'CLIENTE'.
       77 WRK-NUM-NUMERO                PIC 9(009) VALUE ZEROS.
       77 WRK-NUM-RESULTADO             PIC X(001) VALUE SPACES.
       77 WRK-QTD-EDIT                  PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-REP-EDIT                  PIC ZZZZZ9 VALUE ZEROS.

       01 WRK-TAB-EXCL.
          05 WRK-EXCL OCCURS 5000 TIMES.
             10 WRK-EXCL-FONE           PIC 9(009).
             10 WRK-EXCL-DATA           PIC 9(008).
             10 WRK-EXCL-RESTAURADO     PIC X(001).

       01 WRK-CONS-DETALHE.
          05 WRK-DET-FONE               PIC 9(009).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-REFERENCIA         PIC X(026).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-OCORRENCIA         PIC X(050).
          05 FILLER                     PIC X(002) VALUE SPACES.
          05 WRK-DET-ACAO               PIC X(020).

       77 WRK-CAD-FUNCAO                PIC X(001) VALUE SPACES.
       77 WRK-CAD-PROGRAMA              PIC X(010) VALUE 'CLIENTESC'.
       77 WRK-CAD-PREDECESSOR           PIC X(010) VALUE 'CLIENTESR'.
       77 WRK-CAD-DATA-MOVTO            PIC 9(008) VALUE ZEROS.
       77 WRK-CAD-REGISTROS             PIC 9(009) VALUE ZEROS.
       77 WRK-CAD-RETORNO               PIC 9(004) VALUE ZEROS.
       77 WRK-CAD-RESULTADO             PIC X(001) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 1050-CONTROLE-INICIO.
           IF WRK-CAD-RESULTADO EQUAL 'O'
              PERFORM 1000-INICIAR
              IF WRK-ABORTAR NOT EQUAL 'S'
                 PERFORM 1100-CARREGAR-EXCLUIDOS
                 PERFORM 2000-CONFERIR-CONTATOS
                 PERFORM 3000-CONFERIR-AGENDA
                 PERFORM 4000-CONFERIR-DOCX
                 PERFORM 5000-CONFERIR-CADASTRO
                 PERFORM 5500-CONFERIR-NUMERACAO
                 PERFORM 6000-CONFERIR-EXCLUIDOS
                 PERFORM 8000-FECHAMENTO
              END-IF
              PERFORM 9000-FINALIZAR
              PERFORM 1060-CONTROLE-FIM
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *----------------------------------------------------------------*
      *    MODO NO CARTAO SYSIN: R = CONFERE E REPARA; QUALQUER
      *    OUTRO VALOR (OU CARTAO AUSENTE) SO CONFERE. NO MODO DE
      *    REPARO AGENDA, DOCX E FONES ABREM EM I-O E O LOG EM
      *    EXTEND.

           MOVE SPACES TO WRK-MODO.
           ACCEPT WRK-MODO.
           IF WRK-MODO NOT EQUAL 'R'
              MOVE 'C' TO WRK-MODO
           END-IF.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WRK-DATA-SISTEMA(7:2) '/' WRK-DATA-SISTEMA(5:2) '/'
                  WRK-DATA-SISTEMA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-REL
           END-STRING.

           OPEN INPUT CLIENTES.
           IF WRK-CLIENTES-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES.DAT NAO ABRIU - STATUS: '
                      WRK-CLIENTES-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           OPEN INPUT CONTATOS.
           IF WRK-CONTATOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'CONTATOS.DAT NAO ABRIU - STATUS: '
                      WRK-CONTATOS-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           IF WRK-MODO EQUAL 'R'
              OPEN I-O AGENDA
              OPEN I-O CLIENTES-DOCX
              OPEN I-O CLIENTES-FONES
              IF WRK-FONES-STATUS EQUAL 35
                 OPEN OUTPUT CLIENTES-FONES
                 CLOSE CLIENTES-FONES
                 OPEN I-O CLIENTES-FONES
              END-IF
              OPEN EXTEND CLIENTES-LOG
              IF WRK-LOG-STATUS EQUAL 35
                 OPEN OUTPUT CLIENTES-LOG
                 CLOSE CLIENTES-LOG
                 OPEN EXTEND CLIENTES-LOG
              END-IF
              IF WRK-LOG-STATUS NOT EQUAL ZEROS
                 DISPLAY 'CLIENTES-LOG.DAT NAO ABRIU - STATUS: '
                         WRK-LOG-STATUS
                 MOVE 'S' TO WRK-ABORTAR
              END-IF
           ELSE
              OPEN INPUT AGENDA
              OPEN INPUT CLIENTES-DOCX
              OPEN INPUT CLIENTES-FONES
           END-IF.

           IF WRK-AGENDA-STATUS NOT EQUAL ZEROS
              DISPLAY 'AGENDA.DAT NAO ABRIU - STATUS: '
                      WRK-AGENDA-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.
           IF WRK-DOCX-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES-DOCX.DAT NAO ABRIU - STATUS: '
                      WRK-DOCX-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.
           IF WRK-FONES-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES-FONES.DAT NAO ABRIU - STATUS: '
                      WRK-FONES-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           OPEN OUTPUT CONSISTENCIA.
           IF WRK-CONSIST-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS: '
                      WRK-CONSIST-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           IF WRK-ABORTAR EQUAL 'S'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WRK-COLUNAS
              PERFORM 7000-CABECALHO
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1050-CONTROLE-INICIO SECTION.
      *----------------------------------------------------------------*
      *    TRAVA DA CADEIA BATCH: REGISTRA O INICIO NO CONTROLE DE
      *    EXECUCAO E RECUSA RODAR FORA DE ORDEM (CLIENTESR
      *    AINDA NAO CONCLUIDO) OU DUAS VEZES NA MESMA DATA DE
      *    MOVIMENTO.

           ACCEPT WRK-CAD-DATA-MOVTO FROM DATE YYYYMMDD.
           MOVE 'I' TO WRK-CAD-FUNCAO.
           MOVE ZEROS TO WRK-CAD-REGISTROS WRK-CAD-RETORNO.
           CALL 'CADEIA' USING WRK-CAD-FUNCAO WRK-CAD-PROGRAMA
                               WRK-CAD-PREDECESSOR WRK-CAD-DATA-MOVTO
                               WRK-CAD-REGISTROS WRK-CAD-RETORNO
                               WRK-CAD-RESULTADO.
           IF WRK-CAD-RESULTADO NOT EQUAL 'O'
              DISPLAY 'CLIENTESC BLOQUEADO PELO CONTROLE DE CADEIA'
              MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       1050-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1060-CONTROLE-FIM SECTION.
      *----------------------------------------------------------------*
      *    EXCECOES ENCONTRADAS NAO MUDAM O RETORNO: O RELATORIO E
      *    PARA REVISAO E NAO DEVE PARAR O RESTANTE DA CADEIA. SO
      *    ERRO DE ARQUIVO (RC 8) MARCA A EXECUCAO COMO ABORTADA.

           MOVE 'F' TO WRK-CAD-FUNCAO.
           MOVE WRK-TOT-LIDOS TO WRK-CAD-REGISTROS.
           MOVE RETURN-CODE TO WRK-CAD-RETORNO.
           CALL 'CADEIA' USING WRK-CAD-FUNCAO WRK-CAD-PROGRAMA
                               WRK-CAD-PREDECESSOR WRK-CAD-DATA-MOVTO
                               WRK-CAD-REGISTROS WRK-CAD-RETORNO
                               WRK-CAD-RESULTADO.

      *----------------------------------------------------------------*
       1060-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1100-CARREGAR-EXCLUIDOS SECTION.
      *----------------------------------------------------------------*
      *    CARREGA O ARQUIVO DE EXCLUIDOS NA TABELA, UMA ENTRADA POR
      *    TELEFONE. O ARQUIVO E GRAVADO EM ORDEM CRONOLOGICA, ENTAO
      *    A ULTIMA OCORRENCIA DO TELEFONE (EXCLUIDO DE NOVO APOS UMA
      *    RESTAURACAO) SOBREPOE AS ANTERIORES.

           OPEN INPUT CLIENTES-EXCLUIDOS.
           IF WRK-EXCLUIDOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'CLIENTES-EXCLUIDOS.DAT AUSENTE - STATUS: '
                      WRK-EXCLUIDOS-STATUS
              GO TO 1100-99-FIM
           END-IF.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ CLIENTES-EXCLUIDOS
                   AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                      ADD 1 TO WRK-TOT-LIDOS
                      MOVE CLIENTES-EXCL-FONE TO WRK-FONE-BUSCA
                      PERFORM 1110-LOCALIZAR-EXCLUIDO
                      IF WRK-EXCL-ACHOU NOT EQUAL 'S'
                         IF WRK-QTD-EXCL LESS THAN 5000
                            ADD 1 TO WRK-QTD-EXCL
                            MOVE WRK-QTD-EXCL TO WRK-IND
                            MOVE CLIENTES-EXCL-FONE
                                 TO WRK-EXCL-FONE(WRK-IND)
                         ELSE
                            MOVE 'S' TO WRK-EXCL-TAB-CHEIA
                            MOVE ZEROS TO WRK-IND
                         END-IF
                      END-IF
                      IF WRK-IND GREATER THAN ZEROS
                         MOVE CLIENTES-EXCL-DATA
                              TO WRK-EXCL-DATA(WRK-IND)
                         MOVE CLIENTES-EXCL-RESTAURADO
                              TO WRK-EXCL-RESTAURADO(WRK-IND)
                      END-IF
              END-READ
           END-PERFORM.

           CLOSE CLIENTES-EXCLUIDOS.

      *----------------------------------------------------------------*
       1100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1110-LOCALIZAR-EXCLUIDO SECTION.
      *----------------------------------------------------------------*
      *    PROCURA WRK-FONE-BUSCA NA TABELA DE EXCLUIDOS; ACHANDO,
      *    DEIXA O INDICE EM WRK-IND.

           MOVE 'N' TO WRK-EXCL-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-EXCL
                      OR WRK-EXCL-ACHOU EQUAL 'S'
              IF WRK-EXCL-FONE(WRK-IND) EQUAL WRK-FONE-BUSCA
                 MOVE 'S' TO WRK-EXCL-ACHOU
              END-IF
           END-PERFORM.

           IF WRK-EXCL-ACHOU EQUAL 'S'
              SUBTRACT 1 FROM WRK-IND
           ELSE
              MOVE ZEROS TO WRK-IND
           END-IF.

      *----------------------------------------------------------------*
       1110-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-LER-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    LEITURA DIRETA DO CADASTRO PELO TELEFONE EM
      *    WRK-FONE-BUSCA; RESULTADO EM WRK-CLIENTE-EXISTE.

           MOVE WRK-FONE-BUSCA TO CLIENTES-FONE.
           READ CLIENTES
                INVALID KEY
                   MOVE 'N' TO WRK-CLIENTE-EXISTE
                NOT INVALID KEY
                   MOVE 'S' TO WRK-CLIENTE-EXISTE
           END-READ.

      *----------------------------------------------------------------*
       1200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-CONFERIR-CONTATOS SECTION.
      *----------------------------------------------------------------*
      *    VARRE CONTATOS EM ORDEM DE CHAVE E FECHA CADA TELEFONE NA
      *    QUEBRA: UM TELEFONE SEM CLIENTE SAI NUMA LINHA SO, COM A
      *    QUANTIDADE DE CONTATOS E A DATA DO ULTIMO. CONTATO E
      *    HISTORICO E NAO E REPARADO - O TELEFONE PODE SER
      *    RESTAURADO OU TROCADO PELO ONLINE.

           MOVE 'CONTATOS SEM CLIENTE NO CADASTRO' TO CONS-LINHA.
           MOVE 'TELEFONE   CONTATOS / ULTIMO           OCORRENCIA
      -         '                                    ACAO'
                TO WRK-COLUNAS.
           PERFORM 7100-ABRIR-TIPO.

           MOVE ZEROS TO WRK-FONE-ATUAL WRK-QTD-GRUPO WRK-ULT-DATA.
           MOVE ZEROS TO CONTATOS-FONE CONTATOS-SEQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           START CONTATOS KEY IS NOT LESS THAN CONTATOS-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ CONTATOS NEXT RECORD
                   AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                      ADD 1 TO WRK-TOT-LIDOS
                      IF CONTATOS-FONE NOT EQUAL WRK-FONE-ATUAL
                         PERFORM 2100-FECHAR-TELEFONE
                         MOVE CONTATOS-FONE TO WRK-FONE-ATUAL
                      END-IF
                      ADD 1 TO WRK-QTD-GRUPO
                      MOVE CONTATOS-DATA TO WRK-ULT-DATA
              END-READ
           END-PERFORM.
           PERFORM 2100-FECHAR-TELEFONE.

           MOVE WRK-TIPO-QTD TO WRK-TOT-CONT-ORFAOS.
           PERFORM 7200-FECHAR-TIPO.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-FECHAR-TELEFONE SECTION.
      *----------------------------------------------------------------*

           IF WRK-FONE-ATUAL EQUAL ZEROS
              GO TO 2100-99-FIM
           END-IF.

           MOVE WRK-FONE-ATUAL TO WRK-FONE-BUSCA.
           PERFORM 1200-LER-CLIENTE.
           IF WRK-CLIENTE-EXISTE NOT EQUAL 'S'
              ADD 1 TO WRK-TIPO-QTD
              MOVE SPACES TO WRK-CONS-DETALHE
              MOVE WRK-FONE-ATUAL TO WRK-DET-FONE
              MOVE WRK-QTD-GRUPO TO WRK-QTD-EDIT
              STRING WRK-QTD-EDIT ' ATE '
                     WRK-ULT-DATA(7:2) '/' WRK-ULT-DATA(5:2) '/'
                     WRK-ULT-DATA(1:4)
                     DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
              END-STRING
              PERFORM 1110-LOCALIZAR-EXCLUIDO
              IF WRK-EXCL-ACHOU EQUAL 'S'
                 MOVE 'TELEFONE EXCLUIDO DO CADASTRO'
                      TO WRK-DET-OCORRENCIA
              ELSE
                 MOVE 'TELEFONE SEM REGISTRO NO CADASTRO'
                      TO WRK-DET-OCORRENCIA
              END-IF
              MOVE 'REVISAO MANUAL' TO WRK-DET-ACAO
              PERFORM 7300-DETALHE
           END-IF.

           MOVE ZEROS TO WRK-QTD-GRUPO WRK-ULT-DATA.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-CONFERIR-AGENDA SECTION.
      *----------------------------------------------------------------*
      *    SO ITENS PENDENTES INTERESSAM: O REALIZADO E HISTORICO.
      *    PENDENTE DE CLIENTE QUE NAO EXISTE MAIS NUNCA SERA
      *    ATENDIDO E SO ATRASA A PAUTA (CLIENTESG); NO MODO DE
      *    REPARO O ITEM E BAIXADO COMO REALIZADO.

           MOVE 'AGENDA PENDENTE DE CLIENTE INEXISTENTE' TO CONS-LINHA.
           MOVE 'TELEFONE   DATA / SEQ / OPERADOR       OCORRENCIA
      -         '                                    ACAO'
                TO WRK-COLUNAS.
           PERFORM 7100-ABRIR-TIPO.

           MOVE ZEROS TO AGENDA-DATA AGENDA-FONE AGENDA-SEQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           START AGENDA KEY IS NOT LESS THAN AGENDA-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ AGENDA NEXT RECORD
                   AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                      ADD 1 TO WRK-TOT-LIDOS
                      IF AGENDA-PENDENTE
                         PERFORM 3100-CONFERIR-ITEM
                      END-IF
              END-READ
           END-PERFORM.

           MOVE WRK-TIPO-QTD TO WRK-TOT-AGE-ORFAOS.
           PERFORM 7200-FECHAR-TIPO.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CONFERIR-ITEM SECTION.
      *----------------------------------------------------------------*

           MOVE AGENDA-FONE TO WRK-FONE-BUSCA.
           PERFORM 1200-LER-CLIENTE.
           IF WRK-CLIENTE-EXISTE EQUAL 'S'
              GO TO 3100-99-FIM
           END-IF.

           ADD 1 TO WRK-TIPO-QTD.
           MOVE SPACES TO WRK-CONS-DETALHE.
           MOVE AGENDA-FONE TO WRK-DET-FONE.
           STRING AGENDA-DATA(7:2) '/' AGENDA-DATA(5:2) '/'
                  AGENDA-DATA(1:4) ' ' AGENDA-SEQ ' '
                  AGENDA-OPERADOR
                  DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
           END-STRING.
           PERFORM 1110-LOCALIZAR-EXCLUIDO.
           IF WRK-EXCL-ACHOU EQUAL 'S'
              MOVE 'RETORNO PENDENTE DE CLIENTE EXCLUIDO'
                   TO WRK-DET-OCORRENCIA
           ELSE
              MOVE 'RETORNO PENDENTE SEM CLIENTE NO CADASTRO'
                   TO WRK-DET-OCORRENCIA
           END-IF.

           IF WRK-MODO EQUAL 'R'
              MOVE 'R' TO AGENDA-SITUACAO
              REWRITE AGENDA-REG
              IF WRK-AGENDA-STATUS EQUAL ZEROS
                 MOVE 'BAIXADO' TO WRK-DET-ACAO
                 ADD 1 TO WRK-TIPO-REPAROS
                 MOVE 'REPARO-AGE' TO WRK-LOG-OPERACAO
                 MOVE AGENDA-FONE  TO WRK-LOG-FONE
                 PERFORM 7500-GRAVAR-LOG
              ELSE
                 MOVE 'ERRO NA BAIXA' TO WRK-DET-ACAO
                 DISPLAY 'ERRO AO BAIXAR AGENDA ' AGENDA-FONE
                         ' - STATUS: ' WRK-AGENDA-STATUS
              END-IF
           ELSE
              MOVE 'REPARAVEL' TO WRK-DET-ACAO
           END-IF.

           PERFORM 7300-DETALHE.

      *----------------------------------------------------------------*
       3100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4000-CONFERIR-DOCX SECTION.
      *----------------------------------------------------------------*
      *    CADA REFERENCIA DOCX PRECISA APONTAR PARA UM CLIENTE VIVO
      *    COM O MESMO CPF/CNPJ. REFERENCIA ERRADA E EXCLUIDA NO
      *    MODO DE REPARO; A VARREDURA DO CADASTRO (5000) GRAVA EM
      *    SEGUIDA A REFERENCIA CERTA, SE O DOCUMENTO AINDA EXISTIR.

           MOVE 'REFERENCIA DOCX INCONSISTENTE' TO CONS-LINHA.
           MOVE 'TELEFONE   CPF/CNPJ DA REFERENCIA      OCORRENCIA
      -         '                                    ACAO'
                TO WRK-COLUNAS.
           PERFORM 7100-ABRIR-TIPO.

           MOVE LOW-VALUES TO DOCX-CPF-CNPJ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           START CLIENTES-DOCX KEY IS NOT LESS THAN DOCX-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ CLIENTES-DOCX NEXT RECORD
                   AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                      ADD 1 TO WRK-TOT-LIDOS
                      PERFORM 4100-CONFERIR-REFERENCIA
              END-READ
           END-PERFORM.

           MOVE WRK-TIPO-QTD TO WRK-TOT-DOCX-ERRADOS.
           PERFORM 7200-FECHAR-TIPO.

      *----------------------------------------------------------------*
       4000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       4100-CONFERIR-REFERENCIA SECTION.
      *----------------------------------------------------------------*

           MOVE DOCX-FONE TO WRK-FONE-BUSCA.
           PERFORM 1200-LER-CLIENTE.
           IF WRK-CLIENTE-EXISTE EQUAL 'S'
              AND CLIENTES-CPF-CNPJ EQUAL DOCX-CPF-CNPJ
              GO TO 4100-99-FIM
           END-IF.

           ADD 1 TO WRK-TIPO-QTD.
           MOVE SPACES TO WRK-CONS-DETALHE.
           MOVE DOCX-FONE     TO WRK-DET-FONE.
           MOVE DOCX-CPF-CNPJ TO WRK-DET-REFERENCIA.
           IF WRK-CLIENTE-EXISTE EQUAL 'S'
              MOVE CLIENTES-CPF-CNPJ TO WRK-DOC-CADASTRO
              STRING 'CLIENTE COM OUTRO DOCUMENTO: ' WRK-DOC-CADASTRO
                     DELIMITED BY SIZE INTO WRK-DET-OCORRENCIA
              END-STRING
           ELSE
              MOVE 'APONTA PARA TELEFONE FORA DO CADASTRO'
                   TO WRK-DET-OCORRENCIA
           END-IF.

           IF WRK-MODO EQUAL 'R'
              DELETE CLIENTES-DOCX RECORD
              IF WRK-DOCX-STATUS EQUAL ZEROS
                 MOVE 'REFERENCIA EXCLUIDA' TO WRK-DET-ACAO
                 ADD 1 TO WRK-TIPO-REPAROS
                 MOVE 'REPARO-DOC' TO WRK-LOG-OPERACAO
                 MOVE DOCX-FONE    TO WRK-LOG-FONE
                 PERFORM 7500-GRAVAR-LOG
              ELSE
                 MOVE 'ERRO NA EXCLUSAO' TO WRK-DET-ACAO
                 DISPLAY 'ERRO AO EXCLUIR DOCX ' DOCX-CPF-CNPJ
                         ' - STATUS: ' WRK-DOCX-STATUS
              END-IF
           ELSE
              MOVE 'REPARAVEL' TO WRK-DET-ACAO
           END-IF.

           PERFORM 7300-DETALHE.

      *----------------------------------------------------------------*
       4100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5000-CONFERIR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *    TODO CLIENTE COM CPF/CNPJ PRECISA DA SUA REFERENCIA DOCX.
      *    REFERENCIA AUSENTE E GRAVADA NO MODO DE REPARO (MESMA
      *    REGRA DA RECONSTRUCAO DO ONLINE). REFERENCIA QUE APONTA
      *    PARA OUTRO TELEFONE VIVO E DOCUMENTO DUPLICADO NO
      *    CADASTRO - DECISAO HUMANA (VER CLIENTESD).

           MOVE 'CLIENTE SEM REFERENCIA DOCX CORRETA' TO CONS-LINHA.
           MOVE 'TELEFONE   CPF/CNPJ DO CADASTRO        OCORRENCIA
      -         '                                    ACAO'
                TO WRK-COLUNAS.
           PERFORM 7100-ABRIR-TIPO.

           MOVE ZEROS TO CLIENTES-FONE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ CLIENTES NEXT RECORD
                   AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                      ADD 1 TO WRK-TOT-LIDOS
                      IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
                         PERFORM 5100-CONFERIR-DOCUMENTO
                      END-IF
              END-READ
           END-PERFORM.

           MOVE WRK-TIPO-QTD TO WRK-TOT-DOCX-FALTANTES.
           PERFORM 7200-FECHAR-TIPO.

      *----------------------------------------------------------------*
       5000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5100-CONFERIR-DOCUMENTO SECTION.
      *----------------------------------------------------------------*

           MOVE CLIENTES-CPF-CNPJ TO DOCX-CPF-CNPJ.
           READ CLIENTES-DOCX
                INVALID KEY
                   MOVE ZEROS TO DOCX-FONE
           END-READ.
           IF DOCX-FONE EQUAL CLIENTES-FONE
              GO TO 5100-99-FIM
           END-IF.

           ADD 1 TO WRK-TIPO-QTD.
           MOVE SPACES TO WRK-CONS-DETALHE.
           MOVE CLIENTES-FONE     TO WRK-DET-FONE.
           MOVE CLIENTES-CPF-CNPJ TO WRK-DET-REFERENCIA.

           IF DOCX-FONE NOT EQUAL ZEROS
              STRING 'DOCUMENTO DUPLICADO - DOCX APONTA PARA '
                     DOCX-FONE
                     DELIMITED BY SIZE INTO WRK-DET-OCORRENCIA
              END-STRING
              MOVE 'REVISAO MANUAL' TO WRK-DET-ACAO
              PERFORM 7300-DETALHE
              GO TO 5100-99-FIM
           END-IF.

           MOVE 'DOCUMENTO SEM REFERENCIA DOCX' TO WRK-DET-OCORRENCIA.
           IF WRK-MODO EQUAL 'R'
              MOVE CLIENTES-CPF-CNPJ TO DOCX-CPF-CNPJ
              MOVE CLIENTES-FONE     TO DOCX-FONE
              WRITE DOCX-REG
              IF WRK-DOCX-STATUS EQUAL ZEROS
                 MOVE 'REFERENCIA GRAVADA' TO WRK-DET-ACAO
                 ADD 1 TO WRK-TIPO-REPAROS
                 MOVE 'REPARO-DOC'  TO WRK-LOG-OPERACAO
                 MOVE CLIENTES-FONE TO WRK-LOG-FONE
                 PERFORM 7500-GRAVAR-LOG
              ELSE
                 MOVE 'ERRO NA GRAVACAO' TO WRK-DET-ACAO
                 DISPLAY 'ERRO AO GRAVAR DOCX ' CLIENTES-CPF-CNPJ
                         ' - STATUS: ' WRK-DOCX-STATUS
              END-IF
           ELSE
              MOVE 'REPARAVEL' TO WRK-DET-ACAO
           END-IF.

           PERFORM 7300-DETALHE.

      *----------------------------------------------------------------*
       5100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5500-CONFERIR-NUMERACAO SECTION.
      *----------------------------------------------------------------*
      *    TODO CLIENTE DO CADASTRO PRECISA DE UMA ENTRADA PRINCIPAL
      *    (TIPO P) NA REFERENCIA DE TELEFONES. CLIENTE SEM ENTRADA
      *    (LEGADO ANTERIOR A NUMERACAO) RECEBE NUMERO NOVO NO MODO DE
      *    REPARO. TELEFONE DO CADASTRO QUE CONSTA COMO ADICIONAL DE
      *    OUTRO NUMERO E CONFLITO - DECISAO HUMANA.

           MOVE 'CLIENTE SEM NUMERO PERMANENTE' TO CONS-LINHA.
           MOVE 'TELEFONE   NOME DO CLIENTE             OCORRENCIA
      -         '                                    ACAO'
                TO WRK-COLUNAS.
           PERFORM 7100-ABRIR-TIPO.

           MOVE ZEROS TO CLIENTES-FONE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ CLIENTES NEXT RECORD
                   AT END
                      MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                      PERFORM 5600-CONFERIR-NUMERO
              END-READ
           END-PERFORM.

           MOVE WRK-TIPO-QTD TO WRK-TOT-SEM-NUMERO.
           PERFORM 7200-FECHAR-TIPO.

      *----------------------------------------------------------------*
       5500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       5600-CONFERIR-NUMERO SECTION.
      *----------------------------------------------------------------*

           MOVE CLIENTES-FONE TO FONEX-FONE.
           READ CLIENTES-FONES
                INVALID KEY
                   MOVE ZEROS TO FONEX-NUMERO
                   MOVE SPACES TO FONEX-TIPO
           END-READ.
           IF FONEX-PRINCIPAL AND FONEX-NUMERO NOT EQUAL ZEROS
              GO TO 5600-99-FIM
           END-IF.

           ADD 1 TO WRK-TIPO-QTD.
           MOVE SPACES TO WRK-CONS-DETALHE.
           MOVE CLIENTES-FONE     TO WRK-DET-FONE.
           MOVE CLIENTES-NOME     TO WRK-DET-REFERENCIA.

           IF FONEX-NUMERO NOT EQUAL ZEROS
              STRING 'TELEFONE E ADICIONAL DO CLIENTE NUMERO '
                     FONEX-NUMERO
                     DELIMITED BY SIZE INTO WRK-DET-OCORRENCIA
              END-STRING
              MOVE 'REVISAO MANUAL' TO WRK-DET-ACAO
              PERFORM 7300-DETALHE
              GO TO 5600-99-FIM
           END-IF.

           MOVE 'CLIENTE SEM NUMERO NA REFERENCIA DE TELEFONES'
                TO WRK-DET-OCORRENCIA.
           IF WRK-MODO EQUAL 'R'
              CALL 'NUMERA' USING WRK-NUM-SERIE WRK-NUM-NUMERO
                                  WRK-NUM-RESULTADO
              IF WRK-NUM-RESULTADO EQUAL 'O'
                 MOVE CLIENTES-FONE     TO FONEX-FONE
                 MOVE WRK-NUM-NUMERO    TO FONEX-NUMERO
                 MOVE 'P'               TO FONEX-TIPO
                 MOVE WRK-DATA-SISTEMA  TO FONEX-DATA
                 WRITE FONEX-REG
                 IF WRK-FONES-STATUS EQUAL 22
                    REWRITE FONEX-REG
                 END-IF
              END-IF
              IF WRK-NUM-RESULTADO EQUAL 'O'
                 AND WRK-FONES-STATUS EQUAL ZEROS
                 STRING 'NUMERADO ' WRK-NUM-NUMERO
                        DELIMITED BY SIZE INTO WRK-DET-ACAO
                 END-STRING
                 ADD 1 TO WRK-TIPO-REPAROS
                 MOVE 'REPARO-NUM'  TO WRK-LOG-OPERACAO
                 MOVE CLIENTES-FONE TO WRK-LOG-FONE
                 PERFORM 7500-GRAVAR-LOG
              ELSE
                 MOVE 'ERRO NA NUMERACAO' TO WRK-DET-ACAO
                 DISPLAY 'ERRO AO NUMERAR CLIENTE ' CLIENTES-FONE
                         ' - STATUS: ' WRK-FONES-STATUS
              END-IF
           ELSE
              MOVE 'REPARAVEL' TO WRK-DET-ACAO
           END-IF.

           PERFORM 7300-DETALHE.

      *----------------------------------------------------------------*
       5600-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       6000-CONFERIR-EXCLUIDOS SECTION.
      *----------------------------------------------------------------*
      *    TELEFONE EXCLUIDO E NAO RESTAURADO QUE AINDA ESTA NO
      *    CADASTRO: OU A EXCLUSAO NAO CHEGOU A APAGAR O MESTRE, OU
      *    O NUMERO FOI REAPROVEITADO NUMA INCLUSAO NOVA. NENHUM DOS
      *    DOIS CASOS E SEGURO DE REPARAR SEM OLHAR OS DADOS.

           MOVE 'EXCLUIDO AINDA VIVO NO CADASTRO' TO CONS-LINHA.
           MOVE 'TELEFONE   DATA DA EXCLUSAO            OCORRENCIA
      -         '                                    ACAO'
                TO WRK-COLUNAS.
           PERFORM 7100-ABRIR-TIPO.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-EXCL
              IF WRK-EXCL-RESTAURADO(WRK-IND) NOT EQUAL 'S'
                 MOVE WRK-EXCL-FONE(WRK-IND) TO WRK-FONE-BUSCA
                 PERFORM 1200-LER-CLIENTE
                 IF WRK-CLIENTE-EXISTE EQUAL 'S'
                    ADD 1 TO WRK-TIPO-QTD
                    MOVE SPACES TO WRK-CONS-DETALHE
                    MOVE WRK-EXCL-FONE(WRK-IND) TO WRK-DET-FONE
                    STRING WRK-EXCL-DATA(WRK-IND)(7:2) '/'
                           WRK-EXCL-DATA(WRK-IND)(5:2) '/'
                           WRK-EXCL-DATA(WRK-IND)(1:4)
                           DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
                    END-STRING
                    STRING 'ATIVO COMO: ' CLIENTES-NOME
                           DELIMITED BY SIZE INTO WRK-DET-OCORRENCIA
                    END-STRING
                    MOVE 'REVISAO MANUAL' TO WRK-DET-ACAO
                    PERFORM 7300-DETALHE
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WRK-TIPO-QTD TO WRK-TOT-EXCL-VIVOS.
           PERFORM 7200-FECHAR-TIPO.

      *----------------------------------------------------------------*
       6000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7000-CABECALHO SECTION.
      *----------------------------------------------------------------*
      *    CABECALHO DE PAGINA. NA QUEBRA NO MEIO DE UM TIPO, O
      *    CABECALHO DE COLUNAS DO TIPO CORRENTE (WRK-COLUNAS) E
      *    REPETIDO.

           MOVE SPACES TO CONS-LINHA.
           STRING 'CONSISTENCIA REFERENCIAL DO CADASTRO   DATA: '
                  DELIMITED BY SIZE
                  WRK-DATA-REL DELIMITED BY SIZE
                  INTO CONS-LINHA
           END-STRING.
           WRITE CONS-LINHA.
           MOVE SPACES TO CONS-LINHA.
           IF WRK-MODO EQUAL 'R'
              MOVE 'MODO: CONFERENCIA COM REPARO' TO CONS-LINHA
           ELSE
              MOVE 'MODO: SOMENTE CONFERENCIA' TO CONS-LINHA
           END-IF.
           WRITE CONS-LINHA.
           MOVE SPACES TO CONS-LINHA.
           WRITE CONS-LINHA.
           IF WRK-COLUNAS NOT EQUAL SPACES
              MOVE WRK-COLUNAS TO CONS-LINHA
              WRITE CONS-LINHA
              MOVE SPACES TO CONS-LINHA
              WRITE CONS-LINHA
           END-IF.
           MOVE ZEROS TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       7000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7100-ABRIR-TIPO SECTION.
      *----------------------------------------------------------------*
      *    ESPERA O TITULO DO TIPO DE ERRO JA EM CONS-LINHA E O
      *    CABECALHO DE COLUNAS EM WRK-COLUNAS.

           WRITE CONS-LINHA.
           MOVE WRK-COLUNAS TO CONS-LINHA.
           WRITE CONS-LINHA.
           MOVE SPACES TO CONS-LINHA.
           WRITE CONS-LINHA.
           ADD 3 TO WRK-LINHA-CONT.
           MOVE ZEROS TO WRK-TIPO-QTD WRK-TIPO-REPAROS.

      *----------------------------------------------------------------*
       7100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7200-FECHAR-TIPO SECTION.
      *----------------------------------------------------------------*

           IF WRK-TIPO-QTD EQUAL ZEROS
              MOVE '(NENHUMA OCORRENCIA)' TO CONS-LINHA
              WRITE CONS-LINHA
           END-IF.

           MOVE WRK-TIPO-QTD     TO WRK-QTD-EDIT.
           MOVE WRK-TIPO-REPAROS TO WRK-REP-EDIT.
           MOVE SPACES TO CONS-LINHA.
           STRING 'TOTAL DO TIPO: ' WRK-QTD-EDIT
                  '   REPARADOS: ' WRK-REP-EDIT
                  DELIMITED BY SIZE INTO CONS-LINHA
           END-STRING.
           WRITE CONS-LINHA.
           MOVE SPACES TO CONS-LINHA.
           WRITE CONS-LINHA.
           ADD 3 TO WRK-LINHA-CONT.

           ADD WRK-TIPO-QTD     TO WRK-TOT-EXCECOES.
           ADD WRK-TIPO-REPAROS TO WRK-TOT-REPAROS.
           MOVE SPACES TO WRK-COLUNAS.

      *----------------------------------------------------------------*
       7200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7300-DETALHE SECTION.
      *----------------------------------------------------------------*

           IF WRK-LINHA-CONT NOT LESS THAN WRK-MAX-LINHAS
              PERFORM 7000-CABECALHO
           END-IF.

           MOVE SPACES TO CONS-LINHA.
           MOVE WRK-CONS-DETALHE TO CONS-LINHA.
           WRITE CONS-LINHA.
           ADD 1 TO WRK-LINHA-CONT.

      *----------------------------------------------------------------*
       7300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       7500-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *    MESMO LAYOUT DO 2900-GRAVAR-LOG DO PROGRAMA CLIENTES. AS
      *    OPERACOES REPARO-AGE, REPARO-DOC E REPARO-NUM NAO MEXEM NO
      *    SALDO DO CADASTRO, ENTAO A CONCILIACAO (CLIENTESR) AS
      *    IGNORA.

           MOVE WRK-LOG-OPERACAO TO LOG-OPERACAO.
           MOVE WRK-LOG-FONE     TO LOG-CHAVE.
           MOVE WRK-DATA-SISTEMA TO LOG-DATA.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-HORA-SISTEMA(1:6) TO LOG-HORA.
           MOVE 'CONSIST'        TO LOG-OPERADOR.
           WRITE LOG-REG.

      *----------------------------------------------------------------*
       7500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8000-FECHAMENTO SECTION.
      *----------------------------------------------------------------*

           MOVE 'RESUMO POR TIPO DE ERRO' TO CONS-LINHA.
           WRITE CONS-LINHA.
           MOVE SPACES TO CONS-LINHA.
           WRITE CONS-LINHA.

           MOVE WRK-TOT-CONT-ORFAOS TO WRK-QTD-EDIT.
           MOVE SPACES TO CONS-LINHA.
           STRING 'CONTATOS SEM CLIENTE (TELEFONES)...: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO CONS-LINHA
           END-STRING.
           WRITE CONS-LINHA.
           MOVE WRK-TOT-AGE-ORFAOS TO WRK-QTD-EDIT.
           MOVE SPACES TO CONS-LINHA.
           STRING 'AGENDA PENDENTE SEM CLIENTE........: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO CONS-LINHA
           END-STRING.
           WRITE CONS-LINHA.
           MOVE WRK-TOT-DOCX-ERRADOS TO WRK-QTD-EDIT.
           MOVE SPACES TO CONS-LINHA.
           STRING 'REFERENCIA DOCX INCONSISTENTE......: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO CONS-LINHA
           END-STRING.
           WRITE CONS-LINHA.
           MOVE WRK-TOT-DOCX-FALTANTES TO WRK-QTD-EDIT.
           MOVE SPACES TO CONS-LINHA.
           STRING 'CLIENTE SEM REFERENCIA DOCX CORRETA: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO CONS-LINHA
           END-STRING.
           WRITE CONS-LINHA.
           MOVE WRK-TOT-SEM-NUMERO TO WRK-QTD-EDIT.
           MOVE SPACES TO CONS-LINHA.
           STRING 'CLIENTE SEM NUMERO PERMANENTE......: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO CONS-LINHA
           END-STRING.
           WRITE CONS-LINHA.
           MOVE WRK-TOT-EXCL-VIVOS TO WRK-QTD-EDIT.
           MOVE SPACES TO CONS-LINHA.
           STRING 'EXCLUIDO AINDA VIVO NO CADASTRO....: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO CONS-LINHA
           END-STRING.
           WRITE CONS-LINHA.
           MOVE SPACES TO CONS-LINHA.
           WRITE CONS-LINHA.

           MOVE WRK-TOT-EXCECOES TO WRK-QTD-EDIT.
           MOVE SPACES TO CONS-LINHA.
           STRING 'TOTAL DE EXCECOES..................: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO CONS-LINHA
           END-STRING.
           WRITE CONS-LINHA.
           MOVE WRK-TOT-REPAROS TO WRK-QTD-EDIT.
           MOVE SPACES TO CONS-LINHA.
           STRING 'REPAROS EFETUADOS E LOGADOS........: ' WRK-QTD-EDIT
                  DELIMITED BY SIZE INTO CONS-LINHA
           END-STRING.
           WRITE CONS-LINHA.

           IF WRK-EXCL-TAB-CHEIA EQUAL 'S'
              MOVE 'ATENCAO: TABELA DE EXCLUIDOS ESGOTADA - CONFERENCIA
      -            ' DE EXCLUIDOS INCOMPLETA' TO CONS-LINHA
              WRITE CONS-LINHA
           END-IF.

      *----------------------------------------------------------------*
       8000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           CLOSE CLIENTES.
           CLOSE CONTATOS.
           CLOSE AGENDA.
           CLOSE CLIENTES-DOCX.
           CLOSE CLIENTES-FONES.
           IF WRK-MODO EQUAL 'R'
              CLOSE CLIENTES-LOG
           END-IF.
           CLOSE CONSISTENCIA.

           DISPLAY 'CONSISTENCIA REFERENCIAL CONCLUIDA'.
           DISPLAY 'MODO...............: ' WRK-MODO.
           DISPLAY 'REGISTROS LIDOS....: ' WRK-TOT-LIDOS.
           DISPLAY 'EXCECOES...........: ' WRK-TOT-EXCECOES.
           DISPLAY 'REPAROS............: ' WRK-TOT-REPAROS.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
      *----------------------------------------------------------------*
