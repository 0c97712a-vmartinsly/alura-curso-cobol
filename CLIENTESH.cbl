      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. CLIENTESH.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : CLIENTESH                                           *
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
      * SELECAO DO PUBLICO DE UMA CAMPANHA DE MARKETING. O PRIMEIRO    *
      * CARTAO SYSIN DEFINE A CAMPANHA (CODIGO, CANAL E OU T, INICIO,  *
      * FIM E DESCRICAO), QUE E GRAVADA EM CLIENTES-CAMPANHAS.DAT. O   *
      * SEGUNDO TRAZ OS CRITERIOS: STATUS (A, I OU T), MESES SEM       *
      * CONTATO EM CONTATOS.DAT (000 = SEM RESTRICAO), EXCLUSAO DE     *
      * QUEM TEM PROTOCOLO DE RECLAMACAO EM ABERTO (S/N), TIPO DE      *
      * DOCUMENTO (F = CPF, J = CNPJ, T = TODOS) E SEGMENTO DO SCORE   *
      * NOTURNO (C, R, E OU D; BRANCO = QUALQUER).                     *
      *                                                                *
      * SO ENTRA QUEM TEM NUMERO PERMANENTE E CONSENTE NO CANAL DA     *
      * CAMPANHA (CLIENTES-CONSENTIMENTO.DAT, OPCAO S) E, NO EMAIL,    *
      * TEM EMAIL CADASTRADO. CADA SELECIONADO VAI PARA O ARQUIVO DE   *
      * MALA DIRETA, GANHA UM CONTATO TIPO E (EMAIL) OU L (LIGACAO)    *
      * COM O TEXTO DA CAMPANHA - ASSIM ELA APARECE NA FICHA DO        *
      * CLIENTE - E UM REGISTRO EM CLIENTES-CAMPANHA-ALVOS.DAT, ONDE O *
      * CLIENTESJ CARREGA AS RESPOSTAS.                                *
      *                                                                *
      * CAMPANHA JA SELECIONADA NAO RODA DE NOVO. SE A SELECAO CAIU NO *
      * MEIO, A REEXECUCAO COM O MESMO CODIGO RETOMA: O CLIENTE QUE JA *
      * E ALVO VOLTA PARA A MALA DIRETA SEM GANHAR OUTRO CONTATO.      *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTESH.JCL, ENTAO OS SELECT ABAIXO REFERENCIAM
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

           SELECT CLIENTES-SCORE ASSIGN TO "SCORE"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-SCORE-STATUS
             RECORD KEY   IS SCORE-CHAVE.

           SELECT CLIENTES-PROTOCOLOS ASSIGN TO "PROTOCOL"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-PROTOCOLOS-STATUS
             RECORD KEY   IS PROT-CHAVE
             ALTERNATE RECORD KEY IS PROT-CLIENTE WITH DUPLICATES.

           SELECT CONTATOS ASSIGN TO "CONTATOS"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CONTATOS-STATUS
             RECORD KEY   IS CONTATOS-CHAVE.

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

           SELECT MALA-DIRETA ASSIGN TO "MALADIR"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-MALA-STATUS.

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
       FD CLIENTES-SCORE.
          01 SCORE-REG.
             COPY SCORE.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-PROTOCOLOS.
          01 PROT-REG.
             COPY PROTOCOL.CPY.

      *----------------------------------------------------------------*
       FD CONTATOS.
          01 CONTATOS-REG.
             COPY CONTATOS.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-CAMPANHAS.
          01 CAMP-REG.
             COPY CAMPANHA.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-CAMPANHA-ALVOS.
          01 ALVO-REG.
             COPY CAMPALVO.CPY.

      *----------------------------------------------------------------*
       FD MALA-DIRETA.
          01 MALA-REG.
             05  MALA-CAMPANHA              PIC X(08).
             05  MALA-CANAL                 PIC X(01).
             05  MALA-NUMERO                PIC 9(09).
             05  MALA-FONE                  PIC 9(09).
             05  MALA-NOME                  PIC X(30).
             05  MALA-EMAIL                 PIC X(40).
             05  MALA-ENDERECO              PIC X(50).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-CLIENTES-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-CONSENT-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-PROTOCOLOS-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-SCORE-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SCORE-ABERTO              PIC X(001) VALUE 'N'.
       77 WRK-CONTATOS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CAMPANHAS-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-ALVOS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-MALA-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-CONSENT-ABERTO            PIC X(001) VALUE 'N'.
       77 WRK-PROTOCOLOS-ABERTO         PIC X(001) VALUE 'N'.
       77 WRK-FIM-ARQUIVO               PIC X(001) VALUE 'N'.
       77 WRK-ABORTAR                   PIC X(001) VALUE 'N'.
       77 WRK-RETOMADA                  PIC X(001) VALUE 'N'.
       77 WRK-CONT-FIM                  PIC X(001) VALUE 'N'.
       77 WRK-PROT-FIM                  PIC X(001) VALUE 'N'.
       77 WRK-TEM-RECLAMACAO            PIC X(001) VALUE 'N'.
       77 WRK-JA-ALVO                   PIC X(001) VALUE 'N'.
       77 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-HORA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-MESES-TOT                 PIC 9(005) COMP VALUE ZEROS.
       77 WRK-ANO-CORTE                 PIC 9(004) VALUE ZEROS.
       77 WRK-MES-ZERO                  PIC 9(002) VALUE ZEROS.
       77 WRK-MES-CORTE                 PIC 9(002) VALUE ZEROS.
       77 WRK-DATA-CORTE                PIC 9(008) VALUE ZEROS.
       77 WRK-ULTIMO-CONTATO            PIC 9(008) VALUE ZEROS.
       77 WRK-CONT-SEQ-MAX              PIC 9(004) VALUE ZEROS.
       77 WRK-CLIENTE-NUMERO            PIC 9(009) VALUE ZEROS.
       77 WRK-CANAL-IND                 PIC 9(003) COMP VALUE ZEROS.
       77 WRK-TIPO-CONTATO              PIC X(001) VALUE SPACES.
       77 WRK-TIPO-DOC                  PIC X(001) VALUE SPACES.
       77 WRK-TOT-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-STATUS                PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-DOCUMENTO             PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-SEGMENTO              PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-RECENTES              PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-RECLAMACAO            PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-SEM-NUMERO            PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-SEM-CONSENT           PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-SEM-EMAIL             PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-LIMITE                PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-SELECIONADOS          PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-RETOMADOS             PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-ERROS                 PIC 9(006) VALUE ZEROS.

       01 WRK-DATA-SIS-R.
          05 WRK-DATA-SIS-ANO           PIC 9(004).
          05 WRK-DATA-SIS-MES           PIC 9(002).
          05 WRK-DATA-SIS-DIA           PIC 9(002).

      *    CARTAO 1: 'CCCCCCCC K AAAAMMDD AAAAMMDD DESCRICAO...'
       01 WRK-PARM-CAMPANHA.
          05 WRK-PARM-CODIGO            PIC X(008).
          05 FILLER                     PIC X(001).
          05 WRK-PARM-CANAL             PIC X(001).
          05 FILLER                     PIC X(001).
          05 WRK-PARM-INICIO            PIC X(008).
          05 WRK-PARM-INICIO-N REDEFINES WRK-PARM-INICIO
                                        PIC 9(008).
          05 FILLER                     PIC X(001).
          05 WRK-PARM-FIM               PIC X(008).
          05 WRK-PARM-FIM-N REDEFINES WRK-PARM-FIM
                                        PIC 9(008).
          05 FILLER                     PIC X(001).
          05 WRK-PARM-DESCRICAO         PIC X(040).

      *    CARTAO 2: 'S MMM R D' - STATUS, MESES SEM CONTATO,
      *    EXCLUI RECLAMACAO EM ABERTO, TIPO DE DOCUMENTO.
       01 WRK-PARM-CRITERIOS.
          05 WRK-FILTRO-STATUS          PIC X(001).
          05 FILLER                     PIC X(001).
          05 WRK-FILTRO-MESES           PIC X(003).
          05 WRK-FILTRO-MESES-N REDEFINES WRK-FILTRO-MESES
                                        PIC 9(003).
          05 FILLER                     PIC X(001).
          05 WRK-FILTRO-RECLAMACAO      PIC X(001).
             88 WRK-EXCLUI-RECLAMACAO   VALUE 'S'.
          05 FILLER                     PIC X(001).
          05 WRK-FILTRO-DOCUMENTO       PIC X(001).
          05 FILLER                     PIC X(001).
          05 WRK-FILTRO-SEGMENTO        PIC X(001).
          05 FILLER                     PIC X(009).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR.
           IF WRK-ABORTAR NOT EQUAL 'S'
              PERFORM 1200-GRAVAR-CAMPANHA
           END-IF.
           IF WRK-ABORTAR NOT EQUAL 'S'
              PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              PERFORM 3000-FECHAR-CAMPANHA
           END-IF.
           PERFORM 9000-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-PARM-CAMPANHA WRK-PARM-CRITERIOS.
           ACCEPT WRK-PARM-CAMPANHA.
           ACCEPT WRK-PARM-CRITERIOS.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-SIS-R.

           PERFORM 1100-VALIDAR-PARAMETROS.
           IF WRK-ABORTAR EQUAL 'S'
              GO TO 1000-99-FIM
           END-IF.

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

           OPEN I-O CONTATOS.
           IF WRK-CONTATOS-STATUS EQUAL 35 THEN
              OPEN OUTPUT CONTATOS
              CLOSE CONTATOS
              OPEN I-O CONTATOS
           END-IF.
           IF WRK-CONTATOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'CONTATOS.DAT NAO ABRIU - STATUS: '
                      WRK-CONTATOS-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

      *    SEM O ARQUIVO DE CONSENTIMENTO NINGUEM TEM CONSENTIMENTO
      *    REGISTRADO (MESMA REGRA DO CLIENTESX): A SELECAO SAI VAZIA.
           OPEN INPUT CLIENTES-CONSENTIMENTO.
           IF WRK-CONSENT-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-CONSENT-ABERTO
           ELSE
              DISPLAY 'CONSENTIMENTO INDISPONIVEL - STATUS: '
                      WRK-CONSENT-STATUS
           END-IF.

      *    SEM O ARQUIVO DE PROTOCOLOS NAO HA RECLAMACAO EM ABERTO.
           OPEN INPUT CLIENTES-PROTOCOLOS.
           IF WRK-PROTOCOLOS-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-PROTOCOLOS-ABERTO
           ELSE
              DISPLAY 'PROTOCOLOS INDISPONIVEIS - STATUS: '
                      WRK-PROTOCOLOS-STATUS
           END-IF.

      *    O SCORE SO E LIDO COM FILTRO DE SEGMENTO. SEM ELE A
      *    SELECAO NAO RODA: SAIRIA VAZIA E A CAMPANHA FICARIA
      *    FECHADA SEM PUBLICO.
           IF WRK-FILTRO-SEGMENTO NOT EQUAL SPACES
              OPEN INPUT CLIENTES-SCORE
              IF WRK-SCORE-STATUS EQUAL ZEROS
                 MOVE 'S' TO WRK-SCORE-ABERTO
              ELSE
                 DISPLAY 'SCORE DE CLIENTES NAO ABRIU - STATUS: '
                         WRK-SCORE-STATUS
                 MOVE 'S' TO WRK-ABORTAR
              END-IF
           END-IF.

           OPEN I-O CLIENTES-CAMPANHAS.
           IF WRK-CAMPANHAS-STATUS EQUAL 35 THEN
              OPEN OUTPUT CLIENTES-CAMPANHAS
              CLOSE CLIENTES-CAMPANHAS
              OPEN I-O CLIENTES-CAMPANHAS
           END-IF.
           IF WRK-CAMPANHAS-STATUS NOT EQUAL ZEROS
              DISPLAY 'CAMPANHAS NAO ABRIU - STATUS: '
                      WRK-CAMPANHAS-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           OPEN I-O CLIENTES-CAMPANHA-ALVOS.
           IF WRK-ALVOS-STATUS EQUAL 35 THEN
              OPEN OUTPUT CLIENTES-CAMPANHA-ALVOS
              CLOSE CLIENTES-CAMPANHA-ALVOS
              OPEN I-O CLIENTES-CAMPANHA-ALVOS
           END-IF.
           IF WRK-ALVOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ALVOS DE CAMPANHA NAO ABRIU - STATUS: '
                      WRK-ALVOS-STATUS
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           OPEN OUTPUT MALA-DIRETA.
           IF WRK-MALA-STATUS NOT EQUAL ZEROS
              DISPLAY 'MALA DIRETA NAO ABRIU - STATUS: '
                      WRK-MALA-STATUS
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
       1100-VALIDAR-PARAMETROS SECTION.
      *----------------------------------------------------------------*
      *    DEFINICAO DA CAMPANHA INVALIDA ENCERRA COM RC 8. CRITERIO
      *    AUSENTE OU INVALIDO ASSUME O PADRAO: TODOS OS STATUS, SEM
      *    RESTRICAO DE CONTATO, EXCLUI RECLAMACAO EM ABERTO, TODOS OS
      *    DOCUMENTOS, QUALQUER SEGMENTO.

           IF WRK-PARM-CODIGO EQUAL SPACES
              DISPLAY 'CODIGO DA CAMPANHA NAO INFORMADO'
              MOVE 'S' TO WRK-ABORTAR
           END-IF.
           IF WRK-PARM-CANAL NOT EQUAL 'E' AND NOT EQUAL 'T'
              DISPLAY 'CANAL DA CAMPANHA INVALIDO (E OU T): '
                      WRK-PARM-CANAL
              MOVE 'S' TO WRK-ABORTAR
           END-IF.
           IF WRK-PARM-INICIO IS NOT NUMERIC
              OR WRK-PARM-FIM IS NOT NUMERIC
              DISPLAY 'DATAS DA CAMPANHA INVALIDAS (AAAAMMDD)'
              MOVE 'S' TO WRK-ABORTAR
           ELSE
              IF WRK-PARM-FIM-N LESS THAN WRK-PARM-INICIO-N
                 DISPLAY 'FIM DA CAMPANHA ANTERIOR AO INICIO'
                 MOVE 'S' TO WRK-ABORTAR
              END-IF
           END-IF.
           IF WRK-PARM-DESCRICAO EQUAL SPACES
              DISPLAY 'DESCRICAO DA CAMPANHA NAO INFORMADA'
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

           IF WRK-ABORTAR EQUAL 'S'
              MOVE 8 TO RETURN-CODE
              GO TO 1100-99-FIM
           END-IF.

           IF WRK-PARM-CANAL EQUAL 'E'
              MOVE 1   TO WRK-CANAL-IND
              MOVE 'E' TO WRK-TIPO-CONTATO
           ELSE
              MOVE 2   TO WRK-CANAL-IND
              MOVE 'L' TO WRK-TIPO-CONTATO
           END-IF.

           IF WRK-FILTRO-STATUS NOT EQUAL 'A' AND NOT EQUAL 'I'
              MOVE 'T' TO WRK-FILTRO-STATUS
           END-IF.
           IF WRK-FILTRO-MESES IS NOT NUMERIC
              MOVE ZEROS TO WRK-FILTRO-MESES-N
           END-IF.
           IF WRK-FILTRO-RECLAMACAO NOT EQUAL 'N'
              MOVE 'S' TO WRK-FILTRO-RECLAMACAO
           END-IF.
           IF WRK-FILTRO-DOCUMENTO NOT EQUAL 'F' AND NOT EQUAL 'J'
              MOVE 'T' TO WRK-FILTRO-DOCUMENTO
           END-IF.
           IF WRK-FILTRO-SEGMENTO NOT EQUAL 'C' AND NOT EQUAL 'R'
                                  AND NOT EQUAL 'E' AND NOT EQUAL 'D'
              MOVE SPACES TO WRK-FILTRO-SEGMENTO
           END-IF.

      *    CORTE = PRIMEIRO DIA DO MES, N MESES ANTES DO CORRENTE
      *    (MESMA CONTA DO CLIENTESI). ENTRA QUEM NAO TEVE CONTATO
      *    DESDE O CORTE.
           IF WRK-FILTRO-MESES-N GREATER THAN ZEROS
              COMPUTE WRK-MESES-TOT = WRK-DATA-SIS-ANO * 12
                                    + WRK-DATA-SIS-MES - 1
                                    - WRK-FILTRO-MESES-N
              DIVIDE WRK-MESES-TOT BY 12 GIVING WRK-ANO-CORTE
                     REMAINDER WRK-MES-ZERO
              COMPUTE WRK-MES-CORTE = WRK-MES-ZERO + 1
              COMPUTE WRK-DATA-CORTE = WRK-ANO-CORTE * 10000
                                     + WRK-MES-CORTE * 100
                                     + 1
           END-IF.

      *----------------------------------------------------------------*
       1100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1200-GRAVAR-CAMPANHA SECTION.
      *----------------------------------------------------------------*
      *    CAMPANHA NOVA E GRAVADA JA NO INICIO, COM A DATA DE SELECAO
      *    ZERADA; SO O 3000 PREENCHE A DATA. CAMPANHA EXISTENTE COM A
      *    DATA ZERADA E UMA SELECAO INTERROMPIDA, QUE E RETOMADA.

           MOVE WRK-PARM-CODIGO TO CAMP-CODIGO.
           READ CLIENTES-CAMPANHAS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CAMP-DATA-SELECAO NOT EQUAL ZEROS
                      DISPLAY 'CAMPANHA ' WRK-PARM-CODIGO
                              ' JA SELECIONADA EM ' CAMP-DATA-SELECAO
                      MOVE 8 TO RETURN-CODE
                      MOVE 'S' TO WRK-ABORTAR
                   ELSE
                      DISPLAY 'RETOMANDO A SELECAO DA CAMPANHA '
                              WRK-PARM-CODIGO
                      MOVE 'S' TO WRK-RETOMADA
                   END-IF
           END-READ.

           IF WRK-ABORTAR EQUAL 'S' OR WRK-RETOMADA EQUAL 'S'
              GO TO 1200-99-FIM
           END-IF.

           INITIALIZE CAMP-REG.
           MOVE WRK-PARM-CODIGO    TO CAMP-CODIGO.
           MOVE WRK-PARM-DESCRICAO TO CAMP-DESCRICAO.
           MOVE WRK-PARM-CANAL     TO CAMP-CANAL.
           MOVE WRK-PARM-INICIO-N  TO CAMP-DATA-INICIO.
           MOVE WRK-PARM-FIM-N     TO CAMP-DATA-FIM.
           MOVE WRK-PARM-CRITERIOS TO CAMP-CRITERIOS.
           WRITE CAMP-REG.
           IF WRK-CAMPANHAS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO GRAVAR CAMPANHA - STATUS: '
                      WRK-CAMPANHAS-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'S' TO WRK-ABORTAR
           END-IF.

      *----------------------------------------------------------------*
       1200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *    OS CRITERIOS BARATOS (STATUS, DOCUMENTO) VEM ANTES DOS QUE
      *    LEEM OUTROS ARQUIVOS (SEGMENTO, CONTATOS, PROTOCOLOS). CADA
      *    CLIENTE FORA E CONTADO NO PRIMEIRO CRITERIO QUE O EXCLUIU.

           READ CLIENTES NEXT RECORD
                AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   GO TO 2000-99-FIM
           END-READ.
           ADD 1 TO WRK-TOT-LIDOS.

           IF WRK-FILTRO-STATUS NOT EQUAL 'T'
              AND CLIENTES-STATUS NOT EQUAL WRK-FILTRO-STATUS
              ADD 1 TO WRK-TOT-STATUS
              GO TO 2000-99-FIM
           END-IF.

           IF WRK-FILTRO-DOCUMENTO NOT EQUAL 'T'
              EVALUATE TRUE
                 WHEN CLIENTES-CPF-CNPJ EQUAL SPACES
                    MOVE SPACES TO WRK-TIPO-DOC
                 WHEN CLIENTES-CPF-CNPJ(12:3) EQUAL SPACES
                    MOVE 'F' TO WRK-TIPO-DOC
                 WHEN OTHER
                    MOVE 'J' TO WRK-TIPO-DOC
              END-EVALUATE
              IF WRK-TIPO-DOC NOT EQUAL WRK-FILTRO-DOCUMENTO
                 ADD 1 TO WRK-TOT-DOCUMENTO
                 GO TO 2000-99-FIM
              END-IF
           END-IF.

      *    SEGMENTO DO ULTIMO CALCULO DO SCORE (CLIENTESW); CLIENTE
      *    AINDA NAO CALCULADO FICA FORA.
           IF WRK-FILTRO-SEGMENTO NOT EQUAL SPACES
              MOVE CLIENTES-FONE TO SCORE-FONE
              READ CLIENTES-SCORE
                   INVALID KEY
                      MOVE SPACES TO SCORE-SEGMENTO
              END-READ
              IF SCORE-SEGMENTO NOT EQUAL WRK-FILTRO-SEGMENTO
                 ADD 1 TO WRK-TOT-SEGMENTO
                 GO TO 2000-99-FIM
              END-IF
           END-IF.

           PERFORM 2100-ULTIMO-CONTATO.
           IF WRK-FILTRO-MESES-N GREATER THAN ZEROS
              AND WRK-ULTIMO-CONTATO NOT LESS THAN WRK-DATA-CORTE
              ADD 1 TO WRK-TOT-RECENTES
              GO TO 2000-99-FIM
           END-IF.

           MOVE ZEROS TO WRK-CLIENTE-NUMERO.
           MOVE CLIENTES-FONE TO FONEX-FONE.
           READ CLIENTES-FONES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FONEX-NUMERO TO WRK-CLIENTE-NUMERO
           END-READ.
           IF WRK-CLIENTE-NUMERO EQUAL ZEROS
              ADD 1 TO WRK-TOT-SEM-NUMERO
              GO TO 2000-99-FIM
           END-IF.

           IF WRK-EXCLUI-RECLAMACAO
              PERFORM 2200-VERIFICAR-RECLAMACAO
              IF WRK-TEM-RECLAMACAO EQUAL 'S'
                 ADD 1 TO WRK-TOT-RECLAMACAO
                 GO TO 2000-99-FIM
              END-IF
           END-IF.

           IF WRK-CONSENT-ABERTO NOT EQUAL 'S'
              ADD 1 TO WRK-TOT-SEM-CONSENT
              GO TO 2000-99-FIM
           END-IF.
           MOVE WRK-CLIENTE-NUMERO TO CONS-CLIENTE.
           READ CLIENTES-CONSENTIMENTO
                INVALID KEY
                   ADD 1 TO WRK-TOT-SEM-CONSENT
                   GO TO 2000-99-FIM
           END-READ.
           IF NOT CONS-CANAL-SIM(WRK-CANAL-IND)
              ADD 1 TO WRK-TOT-SEM-CONSENT
              GO TO 2000-99-FIM
           END-IF.

           IF WRK-PARM-CANAL EQUAL 'E'
              AND CLIENTES-EMAIL EQUAL SPACES
              ADD 1 TO WRK-TOT-SEM-EMAIL
              GO TO 2000-99-FIM
           END-IF.

           PERFORM 2300-SELECIONAR.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-ULTIMO-CONTATO SECTION.
      *----------------------------------------------------------------*
      *    DEIXA EM WRK-ULTIMO-CONTATO A MAIOR DATA DE CONTATO DO
      *    TELEFONE E EM WRK-CONT-SEQ-MAX A MAIOR SEQUENCIA (BASE DO
      *    CONTATO DA CAMPANHA, COMO NO 3010 DO PROGRAMA CLIENTES).

           MOVE ZEROS TO WRK-ULTIMO-CONTATO WRK-CONT-SEQ-MAX.
           MOVE CLIENTES-FONE TO CONTATOS-FONE.
           MOVE ZEROS TO CONTATOS-SEQ.
           MOVE 'N' TO WRK-CONT-FIM.
           START CONTATOS KEY IS NOT LESS THAN CONTATOS-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-CONT-FIM
           END-START.

           PERFORM UNTIL WRK-CONT-FIM EQUAL 'S'
              READ CONTATOS NEXT RECORD
                   AT END MOVE 'S' TO WRK-CONT-FIM
              END-READ
              IF WRK-CONT-FIM NOT EQUAL 'S'
                 IF CONTATOS-FONE NOT EQUAL CLIENTES-FONE
                    MOVE 'S' TO WRK-CONT-FIM
                 ELSE
                    MOVE CONTATOS-SEQ TO WRK-CONT-SEQ-MAX
                    IF CONTATOS-DATA GREATER THAN WRK-ULTIMO-CONTATO
                       MOVE CONTATOS-DATA TO WRK-ULTIMO-CONTATO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-VERIFICAR-RECLAMACAO SECTION.
      *----------------------------------------------------------------*
      *    RECLAMACAO EM ABERTO = PROTOCOLO DO CLIENTE COM STATUS A OU
      *    E (PROT-EM-ABERTO), PELA CHAVE ALTERNATIVA DO NUMERO.

           MOVE 'N' TO WRK-TEM-RECLAMACAO.
           IF WRK-PROTOCOLOS-ABERTO NOT EQUAL 'S'
              GO TO 2200-99-FIM
           END-IF.

           MOVE WRK-CLIENTE-NUMERO TO PROT-CLIENTE.
           MOVE 'N' TO WRK-PROT-FIM.
           START CLIENTES-PROTOCOLOS KEY IS EQUAL TO PROT-CLIENTE
                 INVALID KEY MOVE 'S' TO WRK-PROT-FIM
           END-START.
           PERFORM UNTIL WRK-PROT-FIM EQUAL 'S'
              READ CLIENTES-PROTOCOLOS NEXT RECORD
                   AT END MOVE 'S' TO WRK-PROT-FIM
              END-READ
              IF WRK-PROT-FIM NOT EQUAL 'S'
                 IF PROT-CLIENTE NOT EQUAL WRK-CLIENTE-NUMERO
                    MOVE 'S' TO WRK-PROT-FIM
                 ELSE
                    IF PROT-EM-ABERTO
                       MOVE 'S' TO WRK-TEM-RECLAMACAO
                       MOVE 'S' TO WRK-PROT-FIM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-SELECIONAR SECTION.
      *----------------------------------------------------------------*
      *    NA RETOMADA, CLIENTE QUE JA E ALVO SO VOLTA PARA A MALA
      *    DIRETA. O CONTATO E GRAVADO ANTES DO ALVO, PARA O ALVO
      *    APONTAR A SEQUENCIA DELE.

           MOVE 'N' TO WRK-JA-ALVO.
           MOVE WRK-PARM-CODIGO    TO ALVO-CAMPANHA.
           MOVE WRK-CLIENTE-NUMERO TO ALVO-CLIENTE.
           IF WRK-RETOMADA EQUAL 'S'
              READ CLIENTES-CAMPANHA-ALVOS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'S' TO WRK-JA-ALVO
              END-READ
           END-IF.

           IF WRK-JA-ALVO EQUAL 'S'
              ADD 1 TO WRK-TOT-RETOMADOS
           ELSE
              IF WRK-CONT-SEQ-MAX EQUAL 9999
                 ADD 1 TO WRK-TOT-LIMITE
                 DISPLAY 'LIMITE DE CONTATOS ATINGIDO: ' CLIENTES-FONE
                 GO TO 2300-99-FIM
              END-IF
              PERFORM 2310-GRAVAR-CONTATO
              IF WRK-CONTATOS-STATUS NOT EQUAL ZEROS
                 GO TO 2300-99-FIM
              END-IF
              PERFORM 2320-GRAVAR-ALVO
              IF WRK-ALVOS-STATUS NOT EQUAL ZEROS
                 GO TO 2300-99-FIM
              END-IF
           END-IF.

           MOVE SPACES TO MALA-REG.
           MOVE WRK-PARM-CODIGO    TO MALA-CAMPANHA.
           MOVE WRK-PARM-CANAL     TO MALA-CANAL.
           MOVE WRK-CLIENTE-NUMERO TO MALA-NUMERO.
           MOVE CLIENTES-FONE      TO MALA-FONE.
           MOVE CLIENTES-NOME      TO MALA-NOME.
           MOVE CLIENTES-EMAIL     TO MALA-EMAIL.
           MOVE CLIENTES-ENDERECO  TO MALA-ENDERECO.
           WRITE MALA-REG.
           IF WRK-MALA-STATUS EQUAL ZEROS
              ADD 1 TO WRK-TOT-SELECIONADOS
           ELSE
              DISPLAY 'ERRO AO GRAVAR MALA DIRETA - STATUS: '
                      WRK-MALA-STATUS
              ADD 1 TO WRK-TOT-ERROS
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2310-GRAVAR-CONTATO SECTION.
      *----------------------------------------------------------------*
      *    MESMO REGISTRO DO 3000-REGISTRAR-CONTATO DO PROGRAMA
      *    CLIENTES, COM O CARIMBO DE BATCH CAMPANHA NO OPERADOR.

           MOVE SPACES TO CONTATOS-REG.
           MOVE CLIENTES-FONE TO CONTATOS-FONE.
           COMPUTE CONTATOS-SEQ = WRK-CONT-SEQ-MAX + 1.
           MOVE WRK-DATA-SISTEMA TO CONTATOS-DATA.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-HORA-SISTEMA(1:6) TO CONTATOS-HORA.
           MOVE WRK-TIPO-CONTATO TO CONTATOS-TIPO.
           MOVE 'CAMPANHA' TO CONTATOS-OPERADOR.
           STRING 'CAMPANHA ' WRK-PARM-CODIGO ' - '
                  WRK-PARM-DESCRICAO
                  DELIMITED BY SIZE INTO CONTATOS-TEXTO
           END-STRING.
           WRITE CONTATOS-REG.
           IF WRK-CONTATOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO GRAVAR CONTATO ' CLIENTES-FONE
                      ' - STATUS: ' WRK-CONTATOS-STATUS
              ADD 1 TO WRK-TOT-ERROS
           END-IF.

      *----------------------------------------------------------------*
       2310-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2320-GRAVAR-ALVO SECTION.
      *----------------------------------------------------------------*

           INITIALIZE ALVO-REG.
           MOVE WRK-PARM-CODIGO    TO ALVO-CAMPANHA.
           MOVE WRK-CLIENTE-NUMERO TO ALVO-CLIENTE.
           MOVE CLIENTES-FONE      TO ALVO-FONE.
           MOVE CONTATOS-SEQ       TO ALVO-CONTATO-SEQ.
           MOVE WRK-DATA-SISTEMA   TO ALVO-DATA-ENVIO.
           MOVE SPACES             TO ALVO-RESPOSTA.
           WRITE ALVO-REG.
           IF WRK-ALVOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO GRAVAR ALVO ' WRK-CLIENTE-NUMERO
                      ' - STATUS: ' WRK-ALVOS-STATUS
              ADD 1 TO WRK-TOT-ERROS
           END-IF.

      *----------------------------------------------------------------*
       2320-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-FECHAR-CAMPANHA SECTION.
      *----------------------------------------------------------------*
      *    COM ERRO DE GRAVACAO A DATA DE SELECAO FICA ZERADA, PARA A
      *    REEXECUCAO RETOMAR A CAMPANHA EM VEZ DE RECUSA-LA.

           MOVE WRK-PARM-CODIGO TO CAMP-CODIGO.
           READ CLIENTES-CAMPANHAS
                INVALID KEY
                   DISPLAY 'CAMPANHA NAO ENCONTRADA NO FECHAMENTO'
                   ADD 1 TO WRK-TOT-ERROS
                   GO TO 3000-99-FIM
           END-READ.

           MOVE WRK-TOT-SELECIONADOS TO CAMP-QTD-SELECIONADOS.
           IF WRK-TOT-ERROS EQUAL ZEROS
              MOVE WRK-DATA-SISTEMA TO CAMP-DATA-SELECAO
           END-IF.
           REWRITE CAMP-REG.
           IF WRK-CAMPANHAS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO REGRAVAR CAMPANHA - STATUS: '
                      WRK-CAMPANHAS-STATUS
              ADD 1 TO WRK-TOT-ERROS
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*

           IF WRK-ABORTAR NOT EQUAL 'S'
              DISPLAY 'SELECAO DA CAMPANHA ' WRK-PARM-CODIGO
                      ' CONCLUIDA'
              DISPLAY 'CRITERIOS..........: ' WRK-PARM-CRITERIOS
              DISPLAY 'CLIENTES LIDOS.....: ' WRK-TOT-LIDOS
              DISPLAY 'FORA - STATUS......: ' WRK-TOT-STATUS
              DISPLAY 'FORA - DOCUMENTO...: ' WRK-TOT-DOCUMENTO
              DISPLAY 'FORA - SEGMENTO....: ' WRK-TOT-SEGMENTO
              DISPLAY 'FORA - CONTATO REC.: ' WRK-TOT-RECENTES
              DISPLAY 'FORA - SEM NUMERO..: ' WRK-TOT-SEM-NUMERO
              DISPLAY 'FORA - RECLAMACAO..: ' WRK-TOT-RECLAMACAO
              DISPLAY 'FORA - SEM CONSENT.: ' WRK-TOT-SEM-CONSENT
              DISPLAY 'FORA - SEM EMAIL...: ' WRK-TOT-SEM-EMAIL
              DISPLAY 'FORA - LIMITE CONT.: ' WRK-TOT-LIMITE
              DISPLAY 'SELECIONADOS.......: ' WRK-TOT-SELECIONADOS
              DISPLAY '   JA ALVO (RETOMA): ' WRK-TOT-RETOMADOS
              DISPLAY 'ERROS DE GRAVACAO..: ' WRK-TOT-ERROS
              IF WRK-TOT-ERROS GREATER THAN ZEROS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE CLIENTES.
           CLOSE CLIENTES-FONES.
           CLOSE CLIENTES-CONSENTIMENTO.
           CLOSE CLIENTES-PROTOCOLOS.
           IF WRK-SCORE-ABERTO EQUAL 'S'
              CLOSE CLIENTES-SCORE
           END-IF.
           CLOSE CONTATOS.
           CLOSE CLIENTES-CAMPANHAS.
           CLOSE CLIENTES-CAMPANHA-ALVOS.
           CLOSE MALA-DIRETA.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
      *----------------------------------------------------------------*
