      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*

       PROGRAM-ID. CLIENTESY.

      *----------------------------------------------------------------*
      *                                                                *
      * PROGRAMA : CLIENTESY                                           *
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
      * CPFCNPJ - VALIDACAO DE DIGITO VERIFICADOR DE CPF/CNPJ          *
      *                                                                *
      * ATENDIMENTO AO TITULAR (LGPD) POR CPF/CNPJ. O CARTAO SYSIN     *
      * TRAZ O MODO (C = DECLARACAO, A = ANONIMIZACAO) E O DOCUMENTO.  *
      * PRIMEIRO SAO LEVANTADOS TODOS OS TELEFONES QUE O DOCUMENTO JA  *
      * TEVE: A REFERENCIA CPF/CNPJ (DOCX), O CADASTRO, OS EXCLUIDOS   *
      * VIVOS E ARQUIVADOS, OS TELEFONES DO NUMERO PERMANENTE          *
      * (REFERENCIA DE TELEFONES) E OS PARES TROCA-DE / TROCA-PARA DO  *
      * LOG VIVO E ARQUIVADO, ATE NAO APARECER TELEFONE NOVO. UM       *
      * TELEFONE QUE HOJE PERTENCE A OUTRO TITULAR (REUTILIZADO) E     *
      * LISTADO, MAS SEUS REGISTROS FICAM FORA DA DECLARACAO.          *
      *                                                                *
      * EM SEGUIDA A DECLARACAO LISTA TODO REGISTRO DESSES TELEFONES E *
      * NUMEROS EM CADA ARQUIVO: CONSENTIMENTO, PROTOCOLOS,            *
      * PENDENCIAS, ALVOS DE CAMPANHA, SCORE, CONTATOS, AGENDA,        *
      * HISTORICO, EXCLUIDOS E LOG (VIVOS E ARQUIVAMENTOS DO           *
      * CLIENTESA), CADASTRO E DOCX. OS ALVOS DE CAMPANHA E O SCORE SO *
      * TEM CHAVES, DATAS, CONTADORES E A RESPOSTA, E SAO APENAS       *
      * LISTADOS.                                                      *
      *                                                                *
      * NO MODO A CADA REGISTRO ENCONTRADO E ANONIMIZADO ANTES DE SER  *
      * LISTADO: NOME TROCADO POR UM TEXTO FIXO, EMAIL, ENDERECO E     *
      * DOCUMENTO EM BRANCO, TEXTOS LIVRES (CONTATO, AGENDA, MOTIVOS)  *
      * SUBSTITUIDOS E OS CANAIS DE MARKETING FECHADOS. CHAVES, DATAS, *
      * STATUS E QUANTIDADE DE REGISTROS NAO MUDAM, PARA A CONCILIACAO *
      * (CLIENTESR) E AS ESTATISTICAS CONTINUAREM BATENDO. OS ARQUIVOS *
      * INDEXADOS SAO REGRAVADOS NO LUGAR; HISTORICO E EXCLUIDOS       *
      * (VIVOS E ARQUIVADOS) SAEM EM VERSOES NOVAS QUE O JOB COPIA POR *
      * CIMA DOS ATUAIS, COMO NO CORTE DO CLIENTESA. O CADASTRO E A    *
      * REFERENCIA DOCX SO SAO TOCADOS NO FIM, PARA UMA REEXECUCAO     *
      * APOS FALHA AINDA ACHAR O TITULAR PELO DOCUMENTO. CADA TELEFONE *
      * ANONIMIZADO GANHA UM REGISTRO LGPD-ANON NO LOG (OPERADOR LGPD).*
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTESY.JCL (DECLARACAO) OU CLIENTESZ.JCL
      *    (ANONIMIZACAO), ENTAO OS SELECT ABAIXO REFERENCIAM OS
      *    DDNAMES DO JOB.
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

           SELECT CLIENTES-DOCX ASSIGN TO "DOCX"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-DOCX-STATUS
             RECORD KEY   IS DOCX-CHAVE.

           SELECT CLIENTES-CONSENTIMENTO ASSIGN TO "CONSENT"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CONSENT-STATUS
             RECORD KEY   IS CONS-CHAVE.

           SELECT CLIENTES-PROTOCOLOS ASSIGN TO "PROTOCOL"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-PROTOCOLOS-STATUS
             RECORD KEY   IS PROT-CHAVE
             ALTERNATE RECORD KEY IS PROT-CLIENTE WITH DUPLICATES.

           SELECT CLIENTES-PENDENCIAS ASSIGN TO "PENDENC"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-PENDENCIAS-STATUS
             RECORD KEY   IS PEND-CHAVE.

           SELECT CLIENTES-CAMPANHA-ALVOS ASSIGN TO "CAMPALVO"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-ALVOS-STATUS
             RECORD KEY   IS ALVO-CHAVE
             ALTERNATE RECORD KEY IS ALVO-CLIENTE WITH DUPLICATES.

           SELECT CLIENTES-SCORE ASSIGN TO "SCORE"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-SCORE-STATUS
             RECORD KEY   IS SCORE-CHAVE.

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

           SELECT CLIENTES-HISTORICO ASSIGN TO "HISTORIC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-HISTORICO-STATUS.

           SELECT ARQUIVO-HISTORICO ASSIGN TO "ARQHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-ARQHIST-STATUS.

           SELECT NOVO-HISTORICO ASSIGN TO "NOVHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-NOVHIST-STATUS.

           SELECT NOVO-ARQ-HISTORICO ASSIGN TO "NOVAHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-NOVAHIST-STATUS.

           SELECT CLIENTES-EXCLUIDOS ASSIGN TO "EXCLUIDO"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-EXCLUIDOS-STATUS.

           SELECT ARQUIVO-EXCLUIDOS ASSIGN TO "ARQEXCL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-ARQEXCL-STATUS.

           SELECT NOVO-EXCLUIDOS ASSIGN TO "NOVEXCL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-NOVEXCL-STATUS.

           SELECT NOVO-ARQ-EXCLUIDOS ASSIGN TO "NOVAEXCL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-NOVAEXCL-STATUS.

           SELECT CLIENTES-LOG ASSIGN TO "LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-LOG-STATUS.

           SELECT ARQUIVO-LOG ASSIGN TO "ARQLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-ARQLOG-STATUS.

           SELECT DECLARACAO ASSIGN TO "DECLARA"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-DECLARACAO-STATUS.

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
       FD CLIENTES-DOCX.
          01 DOCX-REG.
             COPY DOCXREF.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-CONSENTIMENTO.
          01 CONS-REG.
             COPY CONSENT.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-PROTOCOLOS.
          01 PROT-REG.
             COPY PROTOCOL.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-PENDENCIAS.
          01 PEND-REG.
             COPY PENDENC.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-CAMPANHA-ALVOS.
          01 ALVO-REG.
             COPY CAMPALVO.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-SCORE.
          01 SCORE-REG.
             COPY SCORE.CPY.

      *----------------------------------------------------------------*
       FD CONTATOS.
          01 CONTATOS-REG.
             COPY CONTATOS.CPY.

      *----------------------------------------------------------------*
       FD AGENDA.
          01 AGENDA-REG.
             COPY AGENDA.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-HISTORICO.
          01 HISTORICO-LINHA                PIC X(163).

      *----------------------------------------------------------------*
       FD ARQUIVO-HISTORICO.
          01 ARQHIST-REG                    PIC X(163).

      *----------------------------------------------------------------*
       FD NOVO-HISTORICO.
          01 NOVHIST-REG                    PIC X(163).

      *----------------------------------------------------------------*
       FD NOVO-ARQ-HISTORICO.
          01 NOVAHIST-REG                   PIC X(163).

      *----------------------------------------------------------------*
       FD CLIENTES-EXCLUIDOS.
          01 EXCLUIDOS-LINHA                PIC X(153).

      *----------------------------------------------------------------*
       FD ARQUIVO-EXCLUIDOS.
          01 ARQEXCL-REG                    PIC X(153).

      *----------------------------------------------------------------*
       FD NOVO-EXCLUIDOS.
          01 NOVEXCL-REG                    PIC X(153).

      *----------------------------------------------------------------*
       FD NOVO-ARQ-EXCLUIDOS.
          01 NOVAEXCL-REG                   PIC X(153).

      *----------------------------------------------------------------*
       FD CLIENTES-LOG.
          01 LOG-LINHA                      PIC X(41).

      *----------------------------------------------------------------*
       FD ARQUIVO-LOG.
          01 ARQLOG-REG                     PIC X(41).

      *----------------------------------------------------------------*
       FD DECLARACAO.
          01 DECL-LINHA                     PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       77 WRK-CLIENTES-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-DOCX-STATUS               PIC 9(002) VALUE ZEROS.
       77 WRK-CONSENT-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-PROTOCOLOS-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-PENDENCIAS-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-ALVOS-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SCORE-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-CONTATOS-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-AGENDA-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-HISTORICO-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-ARQHIST-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-NOVHIST-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-NOVAHIST-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-EXCLUIDOS-STATUS          PIC 9(002) VALUE ZEROS.
       77 WRK-ARQEXCL-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-NOVEXCL-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-NOVAEXCL-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-LOG-STATUS                PIC 9(002) VALUE ZEROS.
       77 WRK-ARQLOG-STATUS             PIC 9(002) VALUE ZEROS.
       77 WRK-DECLARACAO-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-ABORTAR                   PIC X(001) VALUE 'N'.
       77 WRK-FIM                       PIC X(001) VALUE 'N'.
       77 WRK-FONEX-FIM                 PIC X(001) VALUE 'N'.
       77 WRK-TEM-CONSENT               PIC X(001) VALUE 'S'.
       77 WRK-TEM-PROTOCOLOS            PIC X(001) VALUE 'S'.
       77 WRK-TEM-PENDENCIAS            PIC X(001) VALUE 'S'.
       77 WRK-TEM-ALVOS                 PIC X(001) VALUE 'S'.
       77 WRK-TEM-SCORE                 PIC X(001) VALUE 'S'.
       77 WRK-TEM-AGENDA                PIC X(001) VALUE 'S'.
       77 WRK-DOC-RESULTADO             PIC X(001) VALUE SPACES.
       77 WRK-DATA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-HORA-SISTEMA              PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-REL                  PIC X(010) VALUE SPACES.
       77 WRK-DATA-AUX                  PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-FMT                  PIC X(010) VALUE SPACES.
       77 WRK-DATA-FMT2                 PIC X(010) VALUE SPACES.
       77 WRK-DATA-FMT3                 PIC X(010) VALUE SPACES.
       77 WRK-ORIGEM-ARQ                PIC X(007) VALUE SPACES.
       77 WRK-TITULO                    PIC X(060) VALUE SPACES.
       77 WRK-QTD-SECAO                 PIC 9(006) VALUE ZEROS.
       77 WRK-IND                       PIC 9(003) COMP VALUE ZEROS.
       77 WRK-IND-N                     PIC 9(003) COMP VALUE ZEROS.
       77 WRK-IND-AUX                   PIC 9(003) COMP VALUE ZEROS.
       77 WRK-CONS-IND                  PIC 9(003) COMP VALUE ZEROS.
       77 WRK-QTD-FONES                 PIC 9(003) COMP VALUE ZEROS.
       77 WRK-QTD-NUMEROS               PIC 9(003) COMP VALUE ZEROS.
       77 WRK-QTD-AUX                   PIC 9(003) COMP VALUE ZEROS.
       77 WRK-QTD-LOG-PEND              PIC 9(003) COMP VALUE ZEROS.
       77 WRK-PASSADAS                  PIC 9(003) COMP VALUE ZEROS.
       77 WRK-ACRESCENTOU               PIC X(001) VALUE 'N'.
       77 WRK-TAB-CHEIA                 PIC X(001) VALUE 'N'.
       77 WRK-FONE-NOVO                 PIC 9(009) VALUE ZEROS.
       77 WRK-ORIGEM-NOVO               PIC X(010) VALUE SPACES.
       77 WRK-FONE-BUSCA                PIC 9(009) VALUE ZEROS.
       77 WRK-FONE-POS                  PIC 9(003) COMP VALUE ZEROS.
       77 WRK-FONE-NOSSO                PIC X(001) VALUE 'N'.
       77 WRK-NUMERO-BUSCA              PIC 9(009) VALUE ZEROS.
       77 WRK-NUMERO-NOSSO              PIC X(001) VALUE 'N'.
       77 WRK-NUMERO-AUX                PIC 9(009) VALUE ZEROS.
       77 WRK-TIPO-AUX                  PIC X(001) VALUE SPACES.
       77 WRK-OUTRO                     PIC X(001) VALUE 'N'.
       77 WRK-CONS-ALTEROU              PIC X(001) VALUE 'N'.
       77 WRK-NOME-ANONIMO              PIC X(030)
                                        VALUE 'ANONIMIZADO (LGPD)'.
       77 WRK-TEXTO-ANONIMO             PIC X(060)
             VALUE 'TEXTO REMOVIDO A PEDIDO DO TITULAR (LGPD)'.
       77 WRK-QTD-CADASTRO              PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-DOCX                  PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-CONSENT               PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-PROTOCOLOS            PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-PENDENCIAS            PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-ALVOS                 PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-SCORE                 PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-CONTATOS              PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-AGENDA                PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-HIST-VIVO             PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-HIST-ARQ              PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-EXCL-VIVO             PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-EXCL-ARQ              PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-LOG-VIVO              PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-LOG-ARQ               PIC 9(006) VALUE ZEROS.
       77 WRK-QTD-LOG-GRAVADOS          PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-ERROS                 PIC 9(006) VALUE ZEROS.

       01 WRK-PARM.
          05 WRK-PARM-MODO              PIC X(001).
             88 WRK-MODO-DECLARACAO     VALUE 'C'.
             88 WRK-MODO-ANONIMIZAR     VALUE 'A'.
          05 FILLER                     PIC X(001).
          05 WRK-PARM-DOC               PIC X(014).

      *    TELEFONES DO TITULAR. WRK-TF-OUTRO = 'S' MARCA O TELEFONE
      *    QUE HOJE PERTENCE A OUTRO TITULAR.
       01 WRK-TAB-FONES.
          05 WRK-TF-ENT OCCURS 100 TIMES.
             10 WRK-TF-FONE             PIC 9(009).
             10 WRK-TF-ORIGEM           PIC X(010).
             10 WRK-TF-NUMERO           PIC 9(009).
             10 WRK-TF-TIPO             PIC X(001).
             10 WRK-TF-OUTRO            PIC X(001).

       01 WRK-TAB-NUMEROS.
          05 WRK-TN-NUMERO OCCURS 20 TIMES PIC 9(009).

       01 WRK-TAB-AUX.
          05 WRK-TA-FONE OCCURS 50 TIMES PIC 9(009).

      *    REGISTROS DE LOG DO CONSENTIMENTO, GRAVADOS NO FIM JUNTO
      *    COM OS DE ANONIMIZACAO (O LOG SO ABRE PARA EXTENSAO DEPOIS
      *    DE LIDO).
       01 WRK-TAB-LOG-PEND.
          05 WRK-TL-ENT OCCURS 60 TIMES.
             10 WRK-TL-OPERACAO         PIC X(010).
             10 WRK-TL-CHAVE            PIC 9(009).

       01 WRK-CONS-SIGLAS               PIC X(003) VALUE 'ETC'.
       01 WRK-CONS-SIGLAS-TAB REDEFINES WRK-CONS-SIGLAS.
          05 WRK-CONS-SIGLA OCCURS 3 TIMES PIC X(001).

       01 WRK-CONS-TEXTOS.
          05 WRK-CONS-TXT OCCURS 3 TIMES PIC X(014).

       01 WRK-HIST-REG.
          COPY HISTORIC.CPY.

       01 WRK-EXCL-REG.
          COPY EXCLUIDO.CPY.

       01 WRK-LOG-REG.
          COPY CLIENLOG.CPY.

       01 WRK-LOG-ANT.
          05 WRK-ANT-OPERACAO           PIC X(010).
          05 WRK-ANT-CHAVE              PIC 9(009).
          05 FILLER                     PIC X(022).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-INICIAR SECTION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR.
           IF WRK-ABORTAR NOT EQUAL 'S'
              PERFORM 2000-LOCALIZAR-FONES
              PERFORM 3000-EMITIR-DECLARACAO
           END-IF.
           PERFORM 9000-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------------*
       0000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       1000-INICIAR SECTION.
      *----------------------------------------------------------------*
      *    CARTAO SYSIN: 'M DDDDDDDDDDDDDD' - MODO (C OU A) E O
      *    CPF/CNPJ COMO GRAVADO NO CADASTRO (SO DIGITOS, ALINHADO A
      *    ESQUERDA). DIGITO QUE NAO CONFERE SO GERA AVISO: UM
      *    DOCUMENTO ANTIGO GRAVADO ASSIM AINDA PRECISA SER ATENDIDO.

           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM.

           IF NOT WRK-MODO-DECLARACAO AND NOT WRK-MODO-ANONIMIZAR
              DISPLAY 'MODO INVALIDO NO SYSIN (C OU A): '
                      WRK-PARM-MODO
              MOVE 8 TO RETURN-CODE
              MOVE 'S' TO WRK-ABORTAR
              GO TO 1000-99-FIM
           END-IF.

           IF WRK-PARM-DOC EQUAL SPACES
              DISPLAY 'CPF/CNPJ NAO INFORMADO NO SYSIN'
              MOVE 8 TO RETURN-CODE
              MOVE 'S' TO WRK-ABORTAR
              GO TO 1000-99-FIM
           END-IF.

           CALL 'CPFCNPJ' USING WRK-PARM-DOC WRK-DOC-RESULTADO.
           IF WRK-DOC-RESULTADO NOT EQUAL 'V'
              DISPLAY 'AVISO: DIGITO DO CPF/CNPJ NAO CONFERE - '
                      'PESQUISA FEITA ASSIM MESMO: ' WRK-PARM-DOC
           END-IF.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           MOVE WRK-DATA-FMT TO WRK-DATA-REL.

           IF WRK-MODO-ANONIMIZAR
              OPEN I-O CLIENTES
              OPEN I-O CLIENTES-DOCX
              OPEN I-O CLIENTES-CONSENTIMENTO
              OPEN I-O CLIENTES-PROTOCOLOS
              OPEN I-O CLIENTES-PENDENCIAS
              OPEN I-O CONTATOS
              OPEN I-O AGENDA
           ELSE
              OPEN INPUT CLIENTES
              OPEN INPUT CLIENTES-DOCX
              OPEN INPUT CLIENTES-CONSENTIMENTO
              OPEN INPUT CLIENTES-PROTOCOLOS
              OPEN INPUT CLIENTES-PENDENCIAS
              OPEN INPUT CONTATOS
              OPEN INPUT AGENDA
           END-IF.
           OPEN INPUT CLIENTES-FONES.
           OPEN INPUT CLIENTES-CAMPANHA-ALVOS.
           OPEN INPUT CLIENTES-SCORE.

           IF WRK-CLIENTES-STATUS NOT EQUAL ZEROS
              OR WRK-FONES-STATUS NOT EQUAL ZEROS
              OR WRK-DOCX-STATUS NOT EQUAL ZEROS
              OR WRK-CONTATOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA - STATUS: '
                      WRK-CLIENTES-STATUS ' / '
                      WRK-FONES-STATUS ' / '
                      WRK-DOCX-STATUS ' / '
                      WRK-CONTATOS-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'S' TO WRK-ABORTAR
              GO TO 1000-99-FIM
           END-IF.

      *    ARQUIVOS QUE AINDA PODEM NAO EXISTIR NA INSTALACAO (35)
      *    SAEM NA DECLARACAO COMO NAO DISPONIVEIS.
           IF WRK-CONSENT-STATUS EQUAL 35
              MOVE 'N' TO WRK-TEM-CONSENT
              MOVE ZEROS TO WRK-CONSENT-STATUS
           END-IF.
           IF WRK-PROTOCOLOS-STATUS EQUAL 35
              MOVE 'N' TO WRK-TEM-PROTOCOLOS
              MOVE ZEROS TO WRK-PROTOCOLOS-STATUS
           END-IF.
           IF WRK-PENDENCIAS-STATUS EQUAL 35
              MOVE 'N' TO WRK-TEM-PENDENCIAS
              MOVE ZEROS TO WRK-PENDENCIAS-STATUS
           END-IF.
           IF WRK-AGENDA-STATUS EQUAL 35
              MOVE 'N' TO WRK-TEM-AGENDA
              MOVE ZEROS TO WRK-AGENDA-STATUS
           END-IF.
           IF WRK-ALVOS-STATUS EQUAL 35
              MOVE 'N' TO WRK-TEM-ALVOS
              MOVE ZEROS TO WRK-ALVOS-STATUS
           END-IF.
           IF WRK-SCORE-STATUS EQUAL 35
              MOVE 'N' TO WRK-TEM-SCORE
              MOVE ZEROS TO WRK-SCORE-STATUS
           END-IF.

           IF WRK-CONSENT-STATUS NOT EQUAL ZEROS
              OR WRK-PROTOCOLOS-STATUS NOT EQUAL ZEROS
              OR WRK-PENDENCIAS-STATUS NOT EQUAL ZEROS
              OR WRK-AGENDA-STATUS NOT EQUAL ZEROS
              OR WRK-ALVOS-STATUS NOT EQUAL ZEROS
              OR WRK-SCORE-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA - STATUS: '
                      WRK-CONSENT-STATUS ' / '
                      WRK-PROTOCOLOS-STATUS ' / '
                      WRK-PENDENCIAS-STATUS ' / '
                      WRK-AGENDA-STATUS ' / '
                      WRK-ALVOS-STATUS ' / '
                      WRK-SCORE-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'S' TO WRK-ABORTAR
              GO TO 1000-99-FIM
           END-IF.

           OPEN OUTPUT DECLARACAO.
           IF WRK-DECLARACAO-STATUS NOT EQUAL ZEROS
              DISPLAY 'DECLARACAO NAO ABRIU - STATUS: '
                      WRK-DECLARACAO-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE 'S' TO WRK-ABORTAR
              GO TO 1000-99-FIM
           END-IF.

           IF WRK-MODO-ANONIMIZAR
              OPEN OUTPUT NOVO-HISTORICO
              OPEN OUTPUT NOVO-ARQ-HISTORICO
              OPEN OUTPUT NOVO-EXCLUIDOS
              OPEN OUTPUT NOVO-ARQ-EXCLUIDOS
              IF WRK-NOVHIST-STATUS NOT EQUAL ZEROS
                 OR WRK-NOVAHIST-STATUS NOT EQUAL ZEROS
                 OR WRK-NOVEXCL-STATUS NOT EQUAL ZEROS
                 OR WRK-NOVAEXCL-STATUS NOT EQUAL ZEROS
                 DISPLAY 'VERSOES NOVAS NAO ABRIRAM - STATUS: '
                         WRK-NOVHIST-STATUS ' / '
                         WRK-NOVAHIST-STATUS ' / '
                         WRK-NOVEXCL-STATUS ' / '
                         WRK-NOVAEXCL-STATUS
                 MOVE 8 TO RETURN-CODE
                 MOVE 'S' TO WRK-ABORTAR
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       1000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2000-LOCALIZAR-FONES SECTION.
      *----------------------------------------------------------------*
      *    PONTOS DE PARTIDA PELO DOCUMENTO (DOCX, CADASTRO E
      *    EXCLUIDOS); DEPOIS ALTERNA A EXPANSAO PELO NUMERO
      *    PERMANENTE E PELAS TROCAS DE TELEFONE DO LOG ATE UMA
      *    PASSADA NAO TRAZER TELEFONE NOVO.

           MOVE ZEROS TO WRK-QTD-FONES WRK-QTD-NUMEROS.

           PERFORM 2100-BUSCAR-DOCX.
           PERFORM 2200-BUSCAR-CADASTRO.
           PERFORM 2300-BUSCAR-EXCLUIDOS.

           MOVE 'S' TO WRK-ACRESCENTOU.
           MOVE ZEROS TO WRK-PASSADAS.
           PERFORM UNTIL WRK-ACRESCENTOU EQUAL 'N'
                      OR WRK-PASSADAS NOT LESS THAN 10
              MOVE 'N' TO WRK-ACRESCENTOU
              PERFORM 2400-EXPANDIR-NUMEROS
              PERFORM 2500-BUSCAR-TROCAS
              ADD 1 TO WRK-PASSADAS
           END-PERFORM.

      *----------------------------------------------------------------*
       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2010-INCLUIR-FONE SECTION.
      *----------------------------------------------------------------*
      *    ACRESCENTA WRK-FONE-NOVO (ORIGEM WRK-ORIGEM-NOVO) NA TABELA
      *    SE AINDA NAO ESTIVER LA, COM O NUMERO E O TIPO DA
      *    REFERENCIA DE TELEFONES E A MARCA DE OUTRO TITULAR.

           IF WRK-FONE-NOVO EQUAL ZEROS
              GO TO 2010-99-FIM
           END-IF.

           MOVE WRK-FONE-NOVO TO WRK-FONE-BUSCA.
           PERFORM 8200-PROCURAR-FONE.
           IF WRK-FONE-POS NOT EQUAL ZEROS
              GO TO 2010-99-FIM
           END-IF.

           IF WRK-QTD-FONES NOT LESS THAN 100
              IF WRK-TAB-CHEIA NOT EQUAL 'S'
                 DISPLAY 'AVISO: MAIS DE 100 TELEFONES - '
                         'DECLARACAO INCOMPLETA'
                 MOVE 'S' TO WRK-TAB-CHEIA
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO 2010-99-FIM
           END-IF.

           PERFORM 2020-VERIFICAR-TITULAR.

           ADD 1 TO WRK-QTD-FONES.
           MOVE WRK-FONE-NOVO   TO WRK-TF-FONE(WRK-QTD-FONES).
           MOVE WRK-ORIGEM-NOVO TO WRK-TF-ORIGEM(WRK-QTD-FONES).
           MOVE WRK-NUMERO-AUX  TO WRK-TF-NUMERO(WRK-QTD-FONES).
           MOVE WRK-TIPO-AUX    TO WRK-TF-TIPO(WRK-QTD-FONES).
           MOVE WRK-OUTRO       TO WRK-TF-OUTRO(WRK-QTD-FONES).
           MOVE 'S' TO WRK-ACRESCENTOU.

      *----------------------------------------------------------------*
       2010-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2020-VERIFICAR-TITULAR SECTION.
      *----------------------------------------------------------------*
      *    O TELEFONE E DE OUTRO TITULAR QUANDO O CLIENTE VIVO DONO
      *    DELE (O PROPRIO TELEFONE, SE FOR PRINCIPAL, OU O PRINCIPAL
      *    DO NUMERO A QUE ELE PERTENCE) TEM OUTRO DOCUMENTO. CLIENTE
      *    VIVO SEM DOCUMENTO SO E ACEITO SE O NUMERO JA E DO TITULAR.

           MOVE 'N'    TO WRK-OUTRO.
           MOVE ZEROS  TO WRK-NUMERO-AUX.
           MOVE SPACES TO WRK-TIPO-AUX.

           MOVE WRK-FONE-NOVO TO FONEX-FONE.
           READ CLIENTES-FONES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FONEX-NUMERO TO WRK-NUMERO-AUX
                   MOVE FONEX-TIPO   TO WRK-TIPO-AUX
           END-READ.

           MOVE WRK-NUMERO-AUX TO WRK-NUMERO-BUSCA.
           PERFORM 8300-PROCURAR-NUMERO.

           MOVE WRK-FONE-NOVO TO CLIENTES-FONE.
           READ CLIENTES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CLIENTES-CPF-CNPJ NOT EQUAL WRK-PARM-DOC
                      IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
                         OR WRK-NUMERO-NOSSO NOT EQUAL 'S'
                         MOVE 'S' TO WRK-OUTRO
                      END-IF
                   END-IF
           END-READ.

           IF WRK-OUTRO EQUAL 'S'
              OR WRK-NUMERO-AUX EQUAL ZEROS
              OR WRK-NUMERO-NOSSO EQUAL 'S'
              OR WRK-TIPO-AUX EQUAL 'P'
              GO TO 2020-99-FIM
           END-IF.

      *    TELEFONE ADICIONAL DE UM NUMERO AINDA NAO CONHECIDO: VALE
      *    O DOCUMENTO DO PRINCIPAL DESSE NUMERO.
           MOVE WRK-NUMERO-AUX TO FONEX-NUMERO.
           MOVE 'N' TO WRK-FONEX-FIM.
           START CLIENTES-FONES KEY IS EQUAL TO FONEX-NUMERO
                 INVALID KEY MOVE 'S' TO WRK-FONEX-FIM
           END-START.
           PERFORM UNTIL WRK-FONEX-FIM EQUAL 'S'
              READ CLIENTES-FONES NEXT RECORD
                   AT END MOVE 'S' TO WRK-FONEX-FIM
              END-READ
              IF WRK-FONEX-FIM NOT EQUAL 'S'
                 IF FONEX-NUMERO NOT EQUAL WRK-NUMERO-AUX
                    MOVE 'S' TO WRK-FONEX-FIM
                 ELSE
                    IF FONEX-PRINCIPAL
                       MOVE 'S' TO WRK-FONEX-FIM
                       MOVE FONEX-FONE TO CLIENTES-FONE
                       READ CLIENTES
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
                                  AND CLIENTES-CPF-CNPJ NOT EQUAL
                                      WRK-PARM-DOC
                                  MOVE 'S' TO WRK-OUTRO
                               END-IF
                       END-READ
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2020-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-BUSCAR-DOCX SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-PARM-DOC TO DOCX-CPF-CNPJ.
           READ CLIENTES-DOCX
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE DOCX-FONE TO WRK-FONE-NOVO
                   MOVE 'DOCX'    TO WRK-ORIGEM-NOVO
                   PERFORM 2010-INCLUIR-FONE
           END-READ.

      *----------------------------------------------------------------*
       2100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2200-BUSCAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *    VARRE O CADASTRO PELO DOCUMENTO (A DOCX PODE ESTAR
      *    DESATUALIZADA). OS TELEFONES ACHADOS SO ENTRAM NA TABELA
      *    DEPOIS DA VARREDURA, PORQUE A INCLUSAO LE O CADASTRO.

           MOVE ZEROS TO WRK-QTD-AUX.
           MOVE ZEROS TO CLIENTES-FONE.
           MOVE 'N' TO WRK-FIM.
           START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL WRK-FIM EQUAL 'S'
              READ CLIENTES NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM
              END-READ
              IF WRK-FIM NOT EQUAL 'S'
                 AND CLIENTES-CPF-CNPJ EQUAL WRK-PARM-DOC
                 AND WRK-QTD-AUX LESS THAN 50
                 ADD 1 TO WRK-QTD-AUX
                 MOVE CLIENTES-FONE TO WRK-TA-FONE(WRK-QTD-AUX)
              END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IND-AUX FROM 1 BY 1
                   UNTIL WRK-IND-AUX > WRK-QTD-AUX
              MOVE WRK-TA-FONE(WRK-IND-AUX) TO WRK-FONE-NOVO
              MOVE 'CADASTRO' TO WRK-ORIGEM-NOVO
              PERFORM 2010-INCLUIR-FONE
           END-PERFORM.

      *----------------------------------------------------------------*
       2200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-BUSCAR-EXCLUIDOS SECTION.
      *----------------------------------------------------------------*
      *    EXCLUSOES COM O DOCUMENTO, NO ARQUIVO VIVO E NAS GERACOES
      *    ARQUIVADAS PELO CLIENTESA. ARQUIVAMENTO AUSENTE (35) E
      *    TRATADO COMO VAZIO.

           OPEN INPUT CLIENTES-EXCLUIDOS.
           IF WRK-EXCLUIDOS-STATUS EQUAL ZEROS
              MOVE 'N' TO WRK-FIM
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ CLIENTES-EXCLUIDOS INTO WRK-EXCL-REG
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    AND CLIENTES-EXCL-CPF-CNPJ EQUAL WRK-PARM-DOC
                    MOVE CLIENTES-EXCL-FONE TO WRK-FONE-NOVO
                    MOVE 'EXCLUIDOS' TO WRK-ORIGEM-NOVO
                    PERFORM 2010-INCLUIR-FONE
                 END-IF
              END-PERFORM
              CLOSE CLIENTES-EXCLUIDOS
           END-IF.

           OPEN INPUT ARQUIVO-EXCLUIDOS.
           IF WRK-ARQEXCL-STATUS EQUAL ZEROS
              MOVE 'N' TO WRK-FIM
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ ARQUIVO-EXCLUIDOS INTO WRK-EXCL-REG
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    AND CLIENTES-EXCL-CPF-CNPJ EQUAL WRK-PARM-DOC
                    MOVE CLIENTES-EXCL-FONE TO WRK-FONE-NOVO
                    MOVE 'ARQ-EXCL' TO WRK-ORIGEM-NOVO
                    PERFORM 2010-INCLUIR-FONE
                 END-IF
              END-PERFORM
              CLOSE ARQUIVO-EXCLUIDOS
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-EXPANDIR-NUMEROS SECTION.
      *----------------------------------------------------------------*
      *    CADA NUMERO PERMANENTE DOS TELEFONES DO TITULAR TRAZ TODOS
      *    OS TELEFONES DESSE NUMERO. A TABELA PODE CRESCER DURANTE O
      *    LACO; OS NOVOS TAMBEM SAO EXPANDIDOS.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-FONES
              IF WRK-TF-OUTRO(WRK-IND) NOT EQUAL 'S'
                 AND WRK-TF-NUMERO(WRK-IND) NOT EQUAL ZEROS
                 MOVE WRK-TF-NUMERO(WRK-IND) TO WRK-NUMERO-BUSCA
                 PERFORM 8300-PROCURAR-NUMERO
                 IF WRK-NUMERO-NOSSO NOT EQUAL 'S'
                    AND WRK-QTD-NUMEROS LESS THAN 20
                    ADD 1 TO WRK-QTD-NUMEROS
                    MOVE WRK-NUMERO-BUSCA
                         TO WRK-TN-NUMERO(WRK-QTD-NUMEROS)
                    PERFORM 2410-FONES-DO-NUMERO
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2410-FONES-DO-NUMERO SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS TO WRK-QTD-AUX.
           MOVE WRK-NUMERO-BUSCA TO FONEX-NUMERO.
           MOVE 'N' TO WRK-FONEX-FIM.
           START CLIENTES-FONES KEY IS EQUAL TO FONEX-NUMERO
                 INVALID KEY MOVE 'S' TO WRK-FONEX-FIM
           END-START.
           PERFORM UNTIL WRK-FONEX-FIM EQUAL 'S'
              READ CLIENTES-FONES NEXT RECORD
                   AT END MOVE 'S' TO WRK-FONEX-FIM
              END-READ
              IF WRK-FONEX-FIM NOT EQUAL 'S'
                 IF FONEX-NUMERO NOT EQUAL WRK-NUMERO-BUSCA
                    MOVE 'S' TO WRK-FONEX-FIM
                 ELSE
                    IF WRK-QTD-AUX LESS THAN 50
                       ADD 1 TO WRK-QTD-AUX
                       MOVE FONEX-FONE TO WRK-TA-FONE(WRK-QTD-AUX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IND-AUX FROM 1 BY 1
                   UNTIL WRK-IND-AUX > WRK-QTD-AUX
              MOVE WRK-TA-FONE(WRK-IND-AUX) TO WRK-FONE-NOVO
              MOVE 'REF-FONES' TO WRK-ORIGEM-NOVO
              PERFORM 2010-INCLUIR-FONE
           END-PERFORM.

      *----------------------------------------------------------------*
       2410-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2500-BUSCAR-TROCAS SECTION.
      *----------------------------------------------------------------*
      *    A TROCA DE TELEFONE GRAVA TROCA-DE (ANTIGO) SEGUIDO DE
      *    TROCA-PARA (NOVO). SE UM LADO DO PAR E DO TITULAR, O OUTRO
      *    TAMBEM E. LOG ARQUIVADO PRIMEIRO, DEPOIS O VIVO.

           MOVE SPACES TO WRK-LOG-ANT.
           OPEN INPUT ARQUIVO-LOG.
           IF WRK-ARQLOG-STATUS EQUAL ZEROS
              MOVE 'N' TO WRK-FIM
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ ARQUIVO-LOG INTO WRK-LOG-REG
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    PERFORM 2510-VERIFICAR-TROCA
                 END-IF
              END-PERFORM
              CLOSE ARQUIVO-LOG
           END-IF.

           MOVE SPACES TO WRK-LOG-ANT.
           OPEN INPUT CLIENTES-LOG.
           IF WRK-LOG-STATUS EQUAL ZEROS
              MOVE 'N' TO WRK-FIM
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ CLIENTES-LOG INTO WRK-LOG-REG
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    PERFORM 2510-VERIFICAR-TROCA
                 END-IF
              END-PERFORM
              CLOSE CLIENTES-LOG
           END-IF.

      *----------------------------------------------------------------*
       2500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2510-VERIFICAR-TROCA SECTION.
      *----------------------------------------------------------------*

           IF LOG-OPERACAO EQUAL 'TROCA-PARA'
              AND WRK-ANT-OPERACAO EQUAL 'TROCA-DE'
              MOVE WRK-ANT-CHAVE TO WRK-FONE-BUSCA
              PERFORM 8200-PROCURAR-FONE
              IF WRK-FONE-NOSSO EQUAL 'S'
                 MOVE LOG-CHAVE TO WRK-FONE-NOVO
                 MOVE 'TROCA' TO WRK-ORIGEM-NOVO
                 PERFORM 2010-INCLUIR-FONE
              ELSE
                 MOVE LOG-CHAVE TO WRK-FONE-BUSCA
                 PERFORM 8200-PROCURAR-FONE
                 IF WRK-FONE-NOSSO EQUAL 'S'
                    MOVE WRK-ANT-CHAVE TO WRK-FONE-NOVO
                    MOVE 'TROCA' TO WRK-ORIGEM-NOVO
                    PERFORM 2010-INCLUIR-FONE
                 END-IF
              END-IF
           END-IF.

           MOVE WRK-LOG-REG TO WRK-LOG-ANT.

      *----------------------------------------------------------------*
       2510-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-EMITIR-DECLARACAO SECTION.
      *----------------------------------------------------------------*
      *    O CADASTRO E A DOCX VEM POR ULTIMO: NO MODO A SAO ELES QUE
      *    LEVAM O DOCUMENTO, E SO SAO ANONIMIZADOS DEPOIS DE TODO O
      *    RESTO.

           MOVE SPACES TO DECL-LINHA.
           IF WRK-MODO-ANONIMIZAR
              STRING 'ANONIMIZACAO DE DADOS PESSOAIS (LGPD)   DATA: '
                     WRK-DATA-REL
                     DELIMITED BY SIZE INTO DECL-LINHA
              END-STRING
           ELSE
              STRING 'DECLARACAO DE DADOS PESSOAIS (LGPD)   DATA: '
                     WRK-DATA-REL
                     DELIMITED BY SIZE INTO DECL-LINHA
              END-STRING
           END-IF.
           PERFORM 8400-ESCREVER.
           STRING 'CPF/CNPJ DO TITULAR: ' WRK-PARM-DOC
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           IF WRK-MODO-ANONIMIZAR
              MOVE 'REGISTROS LISTADOS JA ANONIMIZADOS.' TO DECL-LINHA
              PERFORM 8400-ESCREVER
           END-IF.

           PERFORM 3050-LISTAR-FONES.
           PERFORM 3200-CONSENTIMENTO.
           PERFORM 3300-PROTOCOLOS.
           PERFORM 3350-PENDENCIAS.
           PERFORM 3370-ALVOS-CAMPANHA.
           PERFORM 3390-SCORE.
           PERFORM 3400-CONTATOS.
           PERFORM 3450-AGENDA.
           PERFORM 3500-HISTORICO.
           PERFORM 3600-EXCLUIDOS.
           PERFORM 3700-LOG.
           PERFORM 3800-CADASTRO.
           PERFORM 3850-DOCX.
           IF WRK-MODO-ANONIMIZAR
              PERFORM 3900-GRAVAR-LOG
           END-IF.
           PERFORM 3950-RESUMO.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3050-LISTAR-FONES SECTION.
      *----------------------------------------------------------------*

           MOVE 'TELEFONES LOCALIZADOS (CLIENTES-FONES.DAT)'
                TO WRK-TITULO.
           PERFORM 8500-TITULO.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-FONES
              STRING 'TELEFONE: ' WRK-TF-FONE(WRK-IND)
                     '  ORIGEM: ' WRK-TF-ORIGEM(WRK-IND)
                     '  NUMERO: ' WRK-TF-NUMERO(WRK-IND)
                     '  TIPO: ' WRK-TF-TIPO(WRK-IND)
                     DELIMITED BY SIZE INTO DECL-LINHA
              END-STRING
              IF WRK-TF-OUTRO(WRK-IND) EQUAL 'S'
                 MOVE '*** HOJE DE OUTRO TITULAR - NAO LISTADO ***'
                      TO DECL-LINHA(70:)
              END-IF
              PERFORM 8400-ESCREVER
           END-PERFORM.

           IF WRK-QTD-FONES EQUAL ZEROS
              MOVE 'NENHUM TELEFONE ENCONTRADO PARA O DOCUMENTO'
                   TO DECL-LINHA
              PERFORM 8400-ESCREVER
           END-IF.

      *----------------------------------------------------------------*
       3050-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3200-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*
      *    NO MODO A OS CANAIS AINDA NAO FECHADOS PASSAM PARA N COM
      *    ORIGEM L; CADA UM VAI PARA O LOG COMO CONS-<CANAL>-NAO.

           MOVE 'CONSENTIMENTO DE MARKETING (CLIENTES-CONSENTIMENTO)'
                TO WRK-TITULO.
           PERFORM 8500-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.

           IF WRK-TEM-CONSENT NOT EQUAL 'S'
              MOVE 'ARQUIVO NAO DISPONIVEL' TO DECL-LINHA
              PERFORM 8400-ESCREVER
              GO TO 3200-99-FIM
           END-IF.

           PERFORM VARYING WRK-IND-N FROM 1 BY 1
                   UNTIL WRK-IND-N > WRK-QTD-NUMEROS
              MOVE WRK-TN-NUMERO(WRK-IND-N) TO CONS-CLIENTE
              READ CLIENTES-CONSENTIMENTO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      ADD 1 TO WRK-QTD-SECAO
                      IF WRK-MODO-ANONIMIZAR
                         PERFORM 3210-FECHAR-CANAIS
                      END-IF
                      PERFORM 3220-LINHA-CONSENTIMENTO
              END-READ
           END-PERFORM.

           MOVE WRK-QTD-SECAO TO WRK-QTD-CONSENT.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3210-FECHAR-CANAIS SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-CONS-ALTEROU.
           PERFORM VARYING WRK-CONS-IND FROM 1 BY 1
                   UNTIL WRK-CONS-IND > 3
              IF NOT CONS-CANAL-NAO(WRK-CONS-IND)
                 MOVE 'N' TO CONS-CANAL-OPCAO(WRK-CONS-IND)
                 MOVE WRK-DATA-SISTEMA
                      TO CONS-CANAL-DATA(WRK-CONS-IND)
                 MOVE 'L' TO CONS-CANAL-ORIGEM(WRK-CONS-IND)
                 MOVE 'LGPD' TO CONS-CANAL-OPERADOR(WRK-CONS-IND)
                 MOVE 'S' TO WRK-CONS-ALTEROU
                 IF WRK-QTD-LOG-PEND LESS THAN 60
                    ADD 1 TO WRK-QTD-LOG-PEND
                    MOVE SPACES TO WRK-TL-OPERACAO(WRK-QTD-LOG-PEND)
                    STRING 'CONS-' WRK-CONS-SIGLA(WRK-CONS-IND)
                           '-NAO' DELIMITED BY SIZE
                           INTO WRK-TL-OPERACAO(WRK-QTD-LOG-PEND)
                    END-STRING
                    MOVE CONS-FONE TO WRK-TL-CHAVE(WRK-QTD-LOG-PEND)
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-CONS-ALTEROU EQUAL 'S'
              MOVE WRK-DATA-SISTEMA TO CONS-DATA-ATUALIZACAO
              REWRITE CONS-REG
              IF WRK-CONSENT-STATUS NOT EQUAL ZEROS
                 DISPLAY 'ERRO AO REGRAVAR CONSENTIMENTO '
                         CONS-CLIENTE ' - STATUS: '
                         WRK-CONSENT-STATUS
                 ADD 1 TO WRK-TOT-ERROS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       3210-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3220-LINHA-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*

           PERFORM VARYING WRK-CONS-IND FROM 1 BY 1
                   UNTIL WRK-CONS-IND > 3
              MOVE CONS-CANAL-DATA(WRK-CONS-IND) TO WRK-DATA-AUX
              PERFORM 8100-FORMATAR-DATA
              MOVE SPACES TO WRK-CONS-TXT(WRK-CONS-IND)
              STRING CONS-CANAL-OPCAO(WRK-CONS-IND) ' '
                     WRK-DATA-FMT ' '
                     CONS-CANAL-ORIGEM(WRK-CONS-IND)
                     DELIMITED BY SIZE
                     INTO WRK-CONS-TXT(WRK-CONS-IND)
              END-STRING
           END-PERFORM.

           MOVE CONS-DATA-ATUALIZACAO TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           STRING 'NUMERO: ' CONS-CLIENTE
                  '  EMAIL: ' WRK-CONS-TXT(1)
                  '  TELEFONE: ' WRK-CONS-TXT(2)
                  '  CORREIO: ' WRK-CONS-TXT(3)
                  '  ATUALIZADO: ' WRK-DATA-FMT
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3220-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3300-PROTOCOLOS SECTION.
      *----------------------------------------------------------------*

           MOVE 'PROTOCOLOS DE RECLAMACAO (CLIENTES-PROTOCOLOS.DAT)'
                TO WRK-TITULO.
           PERFORM 8500-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.

           IF WRK-TEM-PROTOCOLOS NOT EQUAL 'S'
              MOVE 'ARQUIVO NAO DISPONIVEL' TO DECL-LINHA
              PERFORM 8400-ESCREVER
              GO TO 3300-99-FIM
           END-IF.

           PERFORM VARYING WRK-IND-N FROM 1 BY 1
                   UNTIL WRK-IND-N > WRK-QTD-NUMEROS
              MOVE WRK-TN-NUMERO(WRK-IND-N) TO PROT-CLIENTE
              MOVE 'N' TO WRK-FIM
              START CLIENTES-PROTOCOLOS KEY IS EQUAL TO PROT-CLIENTE
                    INVALID KEY MOVE 'S' TO WRK-FIM
              END-START
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ CLIENTES-PROTOCOLOS NEXT RECORD
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    IF PROT-CLIENTE NOT EQUAL WRK-TN-NUMERO(WRK-IND-N)
                       MOVE 'S' TO WRK-FIM
                    ELSE
                       PERFORM 3310-TRATAR-PROTOCOLO
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE WRK-QTD-SECAO TO WRK-QTD-PROTOCOLOS.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3310-TRATAR-PROTOCOLO SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO WRK-QTD-SECAO.

           IF WRK-MODO-ANONIMIZAR
              AND PROT-MOTIVO NOT EQUAL SPACES
              MOVE WRK-TEXTO-ANONIMO TO PROT-MOTIVO
              REWRITE PROT-REG
              IF WRK-PROTOCOLOS-STATUS NOT EQUAL ZEROS
                 DISPLAY 'ERRO AO REGRAVAR PROTOCOLO ' PROT-NUMERO
                         ' - STATUS: ' WRK-PROTOCOLOS-STATUS
                 ADD 1 TO WRK-TOT-ERROS
              END-IF
           END-IF.

           MOVE PROT-DATA-ABERTURA TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           MOVE WRK-DATA-FMT TO WRK-DATA-FMT2.
           MOVE PROT-PRAZO TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           MOVE WRK-DATA-FMT TO WRK-DATA-FMT3.
           MOVE PROT-DATA-FECHAMENTO TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.

           STRING 'PROTOCOLO: ' PROT-NUMERO
                  '  TELEFONE: ' PROT-FONE
                  '  STATUS: ' PROT-STATUS
                  '  ABERTURA: ' WRK-DATA-FMT2
                  '  PRAZO: ' WRK-DATA-FMT3
                  '  FECHAMENTO: ' WRK-DATA-FMT
                  '  OPERADOR: ' PROT-OPERADOR
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING '   MOTIVO: ' PROT-MOTIVO
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3310-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3350-PENDENCIAS SECTION.
      *----------------------------------------------------------------*
      *    A FILA DE APROVACAO E CHAVEADA PELO NUMERO DA SOLICITACAO:
      *    VARRE TUDO E FICA COM AS DO NUMERO OU DO TELEFONE DO
      *    TITULAR. NA TROCA DE DOCUMENTO OS VALORES ANTES/DEPOIS SAO
      *    DOCUMENTOS E SAO APAGADOS NO MODO A.

           MOVE 'SOLICITACOES DE APROVACAO (CLIENTES-PENDENCIAS.DAT)'
                TO WRK-TITULO.
           PERFORM 8500-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.

           IF WRK-TEM-PENDENCIAS NOT EQUAL 'S'
              MOVE 'ARQUIVO NAO DISPONIVEL' TO DECL-LINHA
              PERFORM 8400-ESCREVER
              GO TO 3350-99-FIM
           END-IF.

           MOVE ZEROS TO PEND-NUMERO.
           MOVE 'N' TO WRK-FIM.
           START CLIENTES-PENDENCIAS KEY IS NOT LESS THAN PEND-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL WRK-FIM EQUAL 'S'
              READ CLIENTES-PENDENCIAS NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM
              END-READ
              IF WRK-FIM NOT EQUAL 'S'
                 MOVE PEND-CLIENTE TO WRK-NUMERO-BUSCA
                 PERFORM 8300-PROCURAR-NUMERO
                 MOVE PEND-FONE TO WRK-FONE-BUSCA
                 PERFORM 8200-PROCURAR-FONE
                 IF (WRK-NUMERO-NOSSO EQUAL 'S'
                     AND PEND-CLIENTE NOT EQUAL ZEROS)
                    OR WRK-FONE-NOSSO EQUAL 'S'
                    PERFORM 3360-TRATAR-PENDENCIA
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WRK-QTD-SECAO TO WRK-QTD-PENDENCIAS.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3350-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3360-TRATAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO WRK-QTD-SECAO.

           IF WRK-MODO-ANONIMIZAR
              MOVE WRK-NOME-ANONIMO TO PEND-NOME
              IF PEND-TROCA-DOC
                 MOVE SPACES TO PEND-VALOR-ANTES PEND-VALOR-DEPOIS
              END-IF
              IF PEND-MOTIVO NOT EQUAL SPACES
                 MOVE WRK-TEXTO-ANONIMO TO PEND-MOTIVO
              END-IF
              REWRITE PEND-REG
              IF WRK-PENDENCIAS-STATUS NOT EQUAL ZEROS
                 DISPLAY 'ERRO AO REGRAVAR SOLICITACAO ' PEND-NUMERO
                         ' - STATUS: ' WRK-PENDENCIAS-STATUS
                 ADD 1 TO WRK-TOT-ERROS
              END-IF
           END-IF.

           MOVE PEND-DATA-SOLIC TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           STRING 'SOLICITACAO: ' PEND-NUMERO
                  '  OPERACAO: ' PEND-OPERACAO
                  '  SITUACAO: ' PEND-SITUACAO
                  '  DATA: ' WRK-DATA-FMT
                  '  TELEFONE: ' PEND-FONE
                  '  NOME: ' PEND-NOME
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING '   ANTES: ' PEND-VALOR-ANTES
                  '  DEPOIS: ' PEND-VALOR-DEPOIS
                  '  MOTIVO: ' PEND-MOTIVO
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3360-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3370-ALVOS-CAMPANHA SECTION.
      *----------------------------------------------------------------*
      *    CAMPANHAS EM QUE OS NUMEROS DO TITULAR FORAM SELECIONADOS,
      *    PELA CHAVE ALTERNATIVA DO NUMERO. O TEXTO DA CAMPANHA ESTA
      *    NO CONTATO APONTADO (SECAO DE CONTATOS).

           MOVE 'ALVOS DE CAMPANHA (CLIENTES-CAMPANHA-ALVOS.DAT)'
                TO WRK-TITULO.
           PERFORM 8500-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.

           IF WRK-TEM-ALVOS NOT EQUAL 'S'
              MOVE 'ARQUIVO NAO DISPONIVEL' TO DECL-LINHA
              PERFORM 8400-ESCREVER
              GO TO 3370-99-FIM
           END-IF.

           PERFORM VARYING WRK-IND-N FROM 1 BY 1
                   UNTIL WRK-IND-N > WRK-QTD-NUMEROS
              MOVE WRK-TN-NUMERO(WRK-IND-N) TO ALVO-CLIENTE
              MOVE 'N' TO WRK-FIM
              START CLIENTES-CAMPANHA-ALVOS
                    KEY IS EQUAL TO ALVO-CLIENTE
                    INVALID KEY MOVE 'S' TO WRK-FIM
              END-START
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ CLIENTES-CAMPANHA-ALVOS NEXT RECORD
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    IF ALVO-CLIENTE NOT EQUAL WRK-TN-NUMERO(WRK-IND-N)
                       MOVE 'S' TO WRK-FIM
                    ELSE
                       PERFORM 3380-TRATAR-ALVO
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE WRK-QTD-SECAO TO WRK-QTD-ALVOS.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3370-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3380-TRATAR-ALVO SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO WRK-QTD-SECAO.

           MOVE ALVO-DATA-ENVIO TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           MOVE WRK-DATA-FMT TO WRK-DATA-FMT2.
           MOVE ALVO-DATA-RESPOSTA TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.

           STRING 'CAMPANHA: ' ALVO-CAMPANHA
                  '  NUMERO: ' ALVO-CLIENTE
                  '  TELEFONE: ' ALVO-FONE
                  '  CONTATO: ' ALVO-CONTATO-SEQ
                  '  ENVIO: ' WRK-DATA-FMT2
                  '  RESPOSTA: ' ALVO-RESPOSTA
                  '  EM: ' WRK-DATA-FMT
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3380-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3390-SCORE SECTION.
      *----------------------------------------------------------------*
      *    SCORE E SEGMENTO CALCULADOS PELO CLIENTESW, PELO TELEFONE.
      *    SO TEM CHAVES, DATAS E CONTADORES: E APENAS LISTADO.

           MOVE 'SCORE E SEGMENTO (CLIENTES-SCORE.DAT)' TO WRK-TITULO.
           PERFORM 8500-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.

           IF WRK-TEM-SCORE NOT EQUAL 'S'
              MOVE 'ARQUIVO NAO DISPONIVEL' TO DECL-LINHA
              PERFORM 8400-ESCREVER
              GO TO 3390-99-FIM
           END-IF.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-FONES
              IF WRK-TF-OUTRO(WRK-IND) NOT EQUAL 'S'
                 MOVE WRK-TF-FONE(WRK-IND) TO SCORE-FONE
                 READ CLIENTES-SCORE
                      NOT INVALID KEY
                         PERFORM 3395-TRATAR-SCORE
                 END-READ
              END-IF
           END-PERFORM.

           MOVE WRK-QTD-SECAO TO WRK-QTD-SCORE.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3390-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3395-TRATAR-SCORE SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO WRK-QTD-SECAO.

           MOVE SCORE-DATA-CALCULO TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           MOVE WRK-DATA-FMT TO WRK-DATA-FMT2.
           MOVE SCORE-ULTIMO-CONTATO TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.

           STRING 'TELEFONE: ' SCORE-FONE
                  '  NUMERO: ' SCORE-CLIENTE
                  '  SEGMENTO: ' SCORE-SEGMENTO
                  '  PONTOS: ' SCORE-PONTOS
                  '  CALCULO: ' WRK-DATA-FMT2
                  '  ANTERIOR: ' SCORE-SEGMENTO-ANTERIOR
                  '  ULTIMO CONTATO: ' WRK-DATA-FMT
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3395-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-CONTATOS SECTION.
      *----------------------------------------------------------------*

           MOVE 'CONTATOS (CONTATOS.DAT)' TO WRK-TITULO.
           PERFORM 8500-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-FONES
              IF WRK-TF-OUTRO(WRK-IND) NOT EQUAL 'S'
                 MOVE WRK-TF-FONE(WRK-IND) TO CONTATOS-FONE
                 MOVE ZEROS TO CONTATOS-SEQ
                 MOVE 'N' TO WRK-FIM
                 START CONTATOS KEY IS NOT LESS THAN CONTATOS-CHAVE
                       INVALID KEY MOVE 'S' TO WRK-FIM
                 END-START
                 PERFORM UNTIL WRK-FIM EQUAL 'S'
                    READ CONTATOS NEXT RECORD
                         AT END MOVE 'S' TO WRK-FIM
                    END-READ
                    IF WRK-FIM NOT EQUAL 'S'
                       IF CONTATOS-FONE NOT EQUAL WRK-TF-FONE(WRK-IND)
                          MOVE 'S' TO WRK-FIM
                       ELSE
                          PERFORM 3410-TRATAR-CONTATO
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           MOVE WRK-QTD-SECAO TO WRK-QTD-CONTATOS.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3410-TRATAR-CONTATO SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO WRK-QTD-SECAO.

           IF WRK-MODO-ANONIMIZAR
              AND CONTATOS-TEXTO NOT EQUAL SPACES
              MOVE WRK-TEXTO-ANONIMO TO CONTATOS-TEXTO
              REWRITE CONTATOS-REG
              IF WRK-CONTATOS-STATUS NOT EQUAL ZEROS
                 DISPLAY 'ERRO AO REGRAVAR CONTATO ' CONTATOS-FONE
                         '/' CONTATOS-SEQ ' - STATUS: '
                         WRK-CONTATOS-STATUS
                 ADD 1 TO WRK-TOT-ERROS
              END-IF
           END-IF.

           MOVE CONTATOS-DATA TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           STRING CONTATOS-FONE '/' CONTATOS-SEQ
                  '  ' WRK-DATA-FMT
                  ' ' CONTATOS-HORA(1:2) ':' CONTATOS-HORA(3:2)
                  '  ' CONTATOS-TIPO
                  '  ' CONTATOS-OPERADOR
                  '  ' CONTATOS-TEXTO
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3410-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3450-AGENDA SECTION.
      *----------------------------------------------------------------*
      *    A AGENDA E CHAVEADA PELA DATA: VARRE TUDO.

           MOVE 'AGENDA DE RETORNOS (AGENDA.DAT)' TO WRK-TITULO.
           PERFORM 8500-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.

           IF WRK-TEM-AGENDA NOT EQUAL 'S'
              MOVE 'ARQUIVO NAO DISPONIVEL' TO DECL-LINHA
              PERFORM 8400-ESCREVER
              GO TO 3450-99-FIM
           END-IF.

           MOVE LOW-VALUES TO AGENDA-CHAVE.
           MOVE 'N' TO WRK-FIM.
           START AGENDA KEY IS NOT LESS THAN AGENDA-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-FIM
           END-START.
           PERFORM UNTIL WRK-FIM EQUAL 'S'
              READ AGENDA NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM
              END-READ
              IF WRK-FIM NOT EQUAL 'S'
                 MOVE AGENDA-FONE TO WRK-FONE-BUSCA
                 PERFORM 8200-PROCURAR-FONE
                 IF WRK-FONE-NOSSO EQUAL 'S'
                    PERFORM 3460-TRATAR-AGENDA
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WRK-QTD-SECAO TO WRK-QTD-AGENDA.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3450-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3460-TRATAR-AGENDA SECTION.
      *----------------------------------------------------------------*

           ADD 1 TO WRK-QTD-SECAO.

           IF WRK-MODO-ANONIMIZAR
              AND AGENDA-NOTA NOT EQUAL SPACES
              MOVE WRK-TEXTO-ANONIMO TO AGENDA-NOTA
              REWRITE AGENDA-REG
              IF WRK-AGENDA-STATUS NOT EQUAL ZEROS
                 DISPLAY 'ERRO AO REGRAVAR AGENDA ' AGENDA-FONE
                         ' - STATUS: ' WRK-AGENDA-STATUS
                 ADD 1 TO WRK-TOT-ERROS
              END-IF
           END-IF.

           MOVE AGENDA-DATA TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           STRING WRK-DATA-FMT
                  '  ' AGENDA-FONE '/' AGENDA-SEQ
                  '  SITUACAO: ' AGENDA-SITUACAO
                  '  ' AGENDA-OPERADOR
                  '  ' AGENDA-NOTA
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3460-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *    NO MODO A TODO REGISTRO (DO TITULAR OU NAO) E COPIADO PARA
      *    A VERSAO NOVA DO ARQUIVO, QUE O JOB COPIA DEPOIS POR CIMA
      *    DO ATUAL - A QUANTIDADE DE REGISTROS NAO MUDA.

           MOVE 'HISTORICO DE ALTERACOES (VIVO E ARQUIVADO)'
                TO WRK-TITULO.
           PERFORM 8500-TITULO.

           MOVE ZEROS TO WRK-QTD-SECAO.
           MOVE 'ARQUIVO' TO WRK-ORIGEM-ARQ.
           OPEN INPUT ARQUIVO-HISTORICO.
           IF WRK-ARQHIST-STATUS EQUAL ZEROS
              MOVE 'N' TO WRK-FIM
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ ARQUIVO-HISTORICO INTO WRK-HIST-REG
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    PERFORM 3510-TRATAR-HISTORICO
                    IF WRK-MODO-ANONIMIZAR
                       WRITE NOVAHIST-REG FROM WRK-HIST-REG
                       IF WRK-NOVAHIST-STATUS NOT EQUAL ZEROS
                          ADD 1 TO WRK-TOT-ERROS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQUIVO-HISTORICO
           END-IF.
           MOVE WRK-QTD-SECAO TO WRK-QTD-HIST-ARQ.

           MOVE ZEROS TO WRK-QTD-SECAO.
           MOVE 'VIVO' TO WRK-ORIGEM-ARQ.
           OPEN INPUT CLIENTES-HISTORICO.
           IF WRK-HISTORICO-STATUS EQUAL ZEROS
              MOVE 'N' TO WRK-FIM
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ CLIENTES-HISTORICO INTO WRK-HIST-REG
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    PERFORM 3510-TRATAR-HISTORICO
                    IF WRK-MODO-ANONIMIZAR
                       WRITE NOVHIST-REG FROM WRK-HIST-REG
                       IF WRK-NOVHIST-STATUS NOT EQUAL ZEROS
                          ADD 1 TO WRK-TOT-ERROS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CLIENTES-HISTORICO
           END-IF.
           MOVE WRK-QTD-SECAO TO WRK-QTD-HIST-VIVO.

           ADD WRK-QTD-HIST-ARQ TO WRK-QTD-SECAO.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-TRATAR-HISTORICO SECTION.
      *----------------------------------------------------------------*

           MOVE HIST-CHAVE TO WRK-FONE-BUSCA.
           PERFORM 8200-PROCURAR-FONE.
           IF WRK-FONE-NOSSO NOT EQUAL 'S'
              GO TO 3510-99-FIM
           END-IF.

           ADD 1 TO WRK-QTD-SECAO.

           IF WRK-MODO-ANONIMIZAR
              IF HIST-NOME-ANTERIOR NOT EQUAL SPACES
                 MOVE WRK-NOME-ANONIMO TO HIST-NOME-ANTERIOR
              END-IF
              IF HIST-NOME-NOVO NOT EQUAL SPACES
                 MOVE WRK-NOME-ANONIMO TO HIST-NOME-NOVO
              END-IF
              MOVE SPACES TO HIST-EMAIL-ANTERIOR HIST-EMAIL-NOVO
           END-IF.

           MOVE HIST-DATA TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           STRING WRK-ORIGEM-ARQ '  ' HIST-CHAVE
                  '  ' WRK-DATA-FMT
                  ' ' HIST-HORA(1:2) ':' HIST-HORA(3:2)
                  '  NOME: ' HIST-NOME-ANTERIOR
                  ' -> ' HIST-NOME-NOVO
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING '         EMAIL: ' HIST-EMAIL-ANTERIOR
                  ' -> ' HIST-EMAIL-NOVO
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3510-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-EXCLUIDOS SECTION.
      *----------------------------------------------------------------*
      *    MESMO TRATAMENTO DO HISTORICO. O REGISTRO E DO TITULAR PELO
      *    TELEFONE OU PELO DOCUMENTO (UMA EXCLUSAO COM O DOCUMENTO E
      *    DELE MESMO QUE O TELEFONE TENHA SIDO REUTILIZADO).

           MOVE 'CLIENTES EXCLUIDOS (VIVO E ARQUIVADO)' TO WRK-TITULO.
           PERFORM 8500-TITULO.

           MOVE ZEROS TO WRK-QTD-SECAO.
           MOVE 'ARQUIVO' TO WRK-ORIGEM-ARQ.
           OPEN INPUT ARQUIVO-EXCLUIDOS.
           IF WRK-ARQEXCL-STATUS EQUAL ZEROS
              MOVE 'N' TO WRK-FIM
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ ARQUIVO-EXCLUIDOS INTO WRK-EXCL-REG
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    PERFORM 3610-TRATAR-EXCLUIDO
                    IF WRK-MODO-ANONIMIZAR
                       WRITE NOVAEXCL-REG FROM WRK-EXCL-REG
                       IF WRK-NOVAEXCL-STATUS NOT EQUAL ZEROS
                          ADD 1 TO WRK-TOT-ERROS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQUIVO-EXCLUIDOS
           END-IF.
           MOVE WRK-QTD-SECAO TO WRK-QTD-EXCL-ARQ.

           MOVE ZEROS TO WRK-QTD-SECAO.
           MOVE 'VIVO' TO WRK-ORIGEM-ARQ.
           OPEN INPUT CLIENTES-EXCLUIDOS.
           IF WRK-EXCLUIDOS-STATUS EQUAL ZEROS
              MOVE 'N' TO WRK-FIM
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ CLIENTES-EXCLUIDOS INTO WRK-EXCL-REG
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    PERFORM 3610-TRATAR-EXCLUIDO
                    IF WRK-MODO-ANONIMIZAR
                       WRITE NOVEXCL-REG FROM WRK-EXCL-REG
                       IF WRK-NOVEXCL-STATUS NOT EQUAL ZEROS
                          ADD 1 TO WRK-TOT-ERROS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CLIENTES-EXCLUIDOS
           END-IF.
           MOVE WRK-QTD-SECAO TO WRK-QTD-EXCL-VIVO.

           ADD WRK-QTD-EXCL-ARQ TO WRK-QTD-SECAO.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3600-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3610-TRATAR-EXCLUIDO SECTION.
      *----------------------------------------------------------------*

           MOVE CLIENTES-EXCL-FONE TO WRK-FONE-BUSCA.
           PERFORM 8200-PROCURAR-FONE.
           IF WRK-FONE-NOSSO NOT EQUAL 'S'
              AND CLIENTES-EXCL-CPF-CNPJ NOT EQUAL WRK-PARM-DOC
              GO TO 3610-99-FIM
           END-IF.

           ADD 1 TO WRK-QTD-SECAO.

           IF WRK-MODO-ANONIMIZAR
              MOVE WRK-NOME-ANONIMO TO CLIENTES-EXCL-NOME
              MOVE SPACES TO CLIENTES-EXCL-EMAIL
                             CLIENTES-EXCL-CPF-CNPJ
                             CLIENTES-EXCL-ENDERECO
           END-IF.

           MOVE CLIENTES-EXCL-DATA TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           STRING WRK-ORIGEM-ARQ '  ' CLIENTES-EXCL-FONE
                  '  EXCLUIDO EM ' WRK-DATA-FMT
                  '  STATUS: ' CLIENTES-EXCL-STATUS
                  '  RESTAURADO: ' CLIENTES-EXCL-RESTAURADO
                  '  NOME: ' CLIENTES-EXCL-NOME
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING '         EMAIL: ' CLIENTES-EXCL-EMAIL
                  '  CPF/CNPJ: ' CLIENTES-EXCL-CPF-CNPJ
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING '         ENDERECO: ' CLIENTES-EXCL-ENDERECO
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3610-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3700-LOG SECTION.
      *----------------------------------------------------------------*
      *    O LOG SO GUARDA OPERACAO, TELEFONE, DATA E OPERADOR: E
      *    LISTADO, MAS NAO PRECISA DE ANONIMIZACAO.

           MOVE 'LOG DE OPERACOES (VIVO E ARQUIVADO)' TO WRK-TITULO.
           PERFORM 8500-TITULO.

           MOVE ZEROS TO WRK-QTD-SECAO.
           MOVE 'ARQUIVO' TO WRK-ORIGEM-ARQ.
           OPEN INPUT ARQUIVO-LOG.
           IF WRK-ARQLOG-STATUS EQUAL ZEROS
              MOVE 'N' TO WRK-FIM
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ ARQUIVO-LOG INTO WRK-LOG-REG
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    PERFORM 3710-TRATAR-LOG
                 END-IF
              END-PERFORM
              CLOSE ARQUIVO-LOG
           END-IF.
           MOVE WRK-QTD-SECAO TO WRK-QTD-LOG-ARQ.

           MOVE ZEROS TO WRK-QTD-SECAO.
           MOVE 'VIVO' TO WRK-ORIGEM-ARQ.
           OPEN INPUT CLIENTES-LOG.
           IF WRK-LOG-STATUS EQUAL ZEROS
              MOVE 'N' TO WRK-FIM
              PERFORM UNTIL WRK-FIM EQUAL 'S'
                 READ CLIENTES-LOG INTO WRK-LOG-REG
                      AT END MOVE 'S' TO WRK-FIM
                 END-READ
                 IF WRK-FIM NOT EQUAL 'S'
                    PERFORM 3710-TRATAR-LOG
                 END-IF
              END-PERFORM
              CLOSE CLIENTES-LOG
           END-IF.
           MOVE WRK-QTD-SECAO TO WRK-QTD-LOG-VIVO.

           ADD WRK-QTD-LOG-ARQ TO WRK-QTD-SECAO.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3700-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3710-TRATAR-LOG SECTION.
      *----------------------------------------------------------------*

           MOVE LOG-CHAVE TO WRK-FONE-BUSCA.
           PERFORM 8200-PROCURAR-FONE.
           IF WRK-FONE-NOSSO NOT EQUAL 'S'
              GO TO 3710-99-FIM
           END-IF.

           ADD 1 TO WRK-QTD-SECAO.

           MOVE LOG-DATA TO WRK-DATA-AUX.
           PERFORM 8100-FORMATAR-DATA.
           STRING WRK-ORIGEM-ARQ '  ' WRK-DATA-FMT
                  ' ' LOG-HORA(1:2) ':' LOG-HORA(3:2) ':' LOG-HORA(5:2)
                  '  ' LOG-OPERACAO
                  '  ' LOG-CHAVE
                  '  ' LOG-OPERADOR
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3710-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3800-CADASTRO SECTION.
      *----------------------------------------------------------------*

           MOVE 'CADASTRO DE CLIENTES (CLIENTES.DAT)' TO WRK-TITULO.
           PERFORM 8500-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-FONES
              IF WRK-TF-OUTRO(WRK-IND) NOT EQUAL 'S'
                 MOVE WRK-TF-FONE(WRK-IND) TO CLIENTES-FONE
                 READ CLIENTES
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         PERFORM 3810-TRATAR-CADASTRO
                 END-READ
              END-IF
           END-PERFORM.

           MOVE WRK-QTD-SECAO TO WRK-QTD-CADASTRO.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3800-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3810-TRATAR-CADASTRO SECTION.
      *----------------------------------------------------------------*
      *    A CHAVE (TELEFONE) E O STATUS FICAM: O CLIENTE CONTINUA
      *    CONTANDO NA CONCILIACAO E NAS ESTATISTICAS.

           ADD 1 TO WRK-QTD-SECAO.

           IF WRK-MODO-ANONIMIZAR
              MOVE WRK-NOME-ANONIMO TO CLIENTES-NOME
              MOVE SPACES TO CLIENTES-EMAIL
                             CLIENTES-CPF-CNPJ
                             CLIENTES-ENDERECO
              REWRITE CLIENTES-REG
              IF WRK-CLIENTES-STATUS NOT EQUAL ZEROS
                 DISPLAY 'ERRO AO REGRAVAR CLIENTE ' CLIENTES-FONE
                         ' - STATUS: ' WRK-CLIENTES-STATUS
                 ADD 1 TO WRK-TOT-ERROS
              END-IF
           END-IF.

           STRING 'TELEFONE: ' CLIENTES-FONE
                  '  STATUS: ' CLIENTES-STATUS
                  '  NOME: ' CLIENTES-NOME
                  '  EMAIL: ' CLIENTES-EMAIL
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING '   CPF/CNPJ: ' CLIENTES-CPF-CNPJ
                  '  ENDERECO: ' CLIENTES-ENDERECO
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       3810-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3850-DOCX SECTION.
      *----------------------------------------------------------------*
      *    NO MODO A A ENTRADA DO DOCUMENTO E EXCLUIDA: NENHUM
      *    CADASTRO GUARDA MAIS O DOCUMENTO.

           MOVE 'REFERENCIA CPF/CNPJ (CLIENTES-DOCX.DAT)' TO WRK-TITULO.
           PERFORM 8500-TITULO.
           MOVE ZEROS TO WRK-QTD-SECAO.

           MOVE WRK-PARM-DOC TO DOCX-CPF-CNPJ.
           READ CLIENTES-DOCX
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WRK-QTD-SECAO
                   STRING 'CPF/CNPJ: ' DOCX-CPF-CNPJ
                          '  TELEFONE: ' DOCX-FONE
                          DELIMITED BY SIZE INTO DECL-LINHA
                   END-STRING
                   IF WRK-MODO-ANONIMIZAR
                      DELETE CLIENTES-DOCX RECORD
                      IF WRK-DOCX-STATUS NOT EQUAL ZEROS
                         DISPLAY 'ERRO AO EXCLUIR DOCX - STATUS: '
                                 WRK-DOCX-STATUS
                         ADD 1 TO WRK-TOT-ERROS
                      ELSE
                         MOVE '(ENTRADA EXCLUIDA)' TO DECL-LINHA(50:)
                      END-IF
                   END-IF
                   PERFORM 8400-ESCREVER
           END-READ.

           MOVE WRK-QTD-SECAO TO WRK-QTD-DOCX.
           PERFORM 8600-RODAPE.

      *----------------------------------------------------------------*
       3850-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3900-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *    MESMO LAYOUT DO 2900-GRAVAR-LOG DO PROGRAMA CLIENTES, COM O
      *    OPERADOR DE BATCH LGPD: PRIMEIRO OS CANAIS FECHADOS, DEPOIS
      *    UM LGPD-ANON POR TELEFONE DO TITULAR.

           OPEN EXTEND CLIENTES-LOG.
           IF WRK-LOG-STATUS EQUAL 35
              OPEN OUTPUT CLIENTES-LOG
              CLOSE CLIENTES-LOG
              OPEN EXTEND CLIENTES-LOG
           END-IF.
           IF WRK-LOG-STATUS NOT EQUAL ZEROS
              DISPLAY 'LOG NAO ABRIU - STATUS: ' WRK-LOG-STATUS
              ADD 1 TO WRK-TOT-ERROS
              GO TO 3900-99-FIM
           END-IF.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-LOG-PEND
              MOVE WRK-TL-OPERACAO(WRK-IND) TO LOG-OPERACAO
              MOVE WRK-TL-CHAVE(WRK-IND)    TO LOG-CHAVE
              PERFORM 3910-GRAVAR-REGISTRO
           END-PERFORM.

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-FONES
              IF WRK-TF-OUTRO(WRK-IND) NOT EQUAL 'S'
                 MOVE 'LGPD-ANON'          TO LOG-OPERACAO
                 MOVE WRK-TF-FONE(WRK-IND) TO LOG-CHAVE
                 PERFORM 3910-GRAVAR-REGISTRO
              END-IF
           END-PERFORM.

           CLOSE CLIENTES-LOG.

      *----------------------------------------------------------------*
       3900-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3910-GRAVAR-REGISTRO SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-DATA-SISTEMA TO LOG-DATA.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-HORA-SISTEMA(1:6) TO LOG-HORA.
           MOVE 'LGPD' TO LOG-OPERADOR.
           WRITE LOG-LINHA FROM WRK-LOG-REG.
           IF WRK-LOG-STATUS EQUAL ZEROS
              ADD 1 TO WRK-QTD-LOG-GRAVADOS
           ELSE
              ADD 1 TO WRK-TOT-ERROS
           END-IF.

      *----------------------------------------------------------------*
       3910-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3950-RESUMO SECTION.
      *----------------------------------------------------------------*

           MOVE 'RESUMO - REGISTROS DO TITULAR POR ARQUIVO'
                TO WRK-TITULO.
           PERFORM 8500-TITULO.

           MOVE WRK-QTD-FONES TO WRK-QTD-SECAO.
           STRING 'TELEFONES..................: ' WRK-QTD-SECAO
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'CADASTRO...................: ' WRK-QTD-CADASTRO
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'REFERENCIA CPF/CNPJ........: ' WRK-QTD-DOCX
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'CONSENTIMENTO..............: ' WRK-QTD-CONSENT
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'PROTOCOLOS.................: ' WRK-QTD-PROTOCOLOS
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'SOLICITACOES DE APROVACAO..: ' WRK-QTD-PENDENCIAS
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'ALVOS DE CAMPANHA..........: ' WRK-QTD-ALVOS
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'SCORE E SEGMENTO...........: ' WRK-QTD-SCORE
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'CONTATOS...................: ' WRK-QTD-CONTATOS
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'AGENDA.....................: ' WRK-QTD-AGENDA
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'HISTORICO VIVO / ARQUIVADO.: ' WRK-QTD-HIST-VIVO
                  ' / ' WRK-QTD-HIST-ARQ
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'EXCLUIDOS VIVO / ARQUIVADO.: ' WRK-QTD-EXCL-VIVO
                  ' / ' WRK-QTD-EXCL-ARQ
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           STRING 'LOG VIVO / ARQUIVADO.......: ' WRK-QTD-LOG-VIVO
                  ' / ' WRK-QTD-LOG-ARQ
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.
           IF WRK-MODO-ANONIMIZAR
              STRING 'REGISTROS GRAVADOS NO LOG..: '
                     WRK-QTD-LOG-GRAVADOS
                     DELIMITED BY SIZE INTO DECL-LINHA
              END-STRING
              PERFORM 8400-ESCREVER
              STRING 'ERROS DE GRAVACAO..........: ' WRK-TOT-ERROS
                     DELIMITED BY SIZE INTO DECL-LINHA
              END-STRING
              PERFORM 8400-ESCREVER
           END-IF.

      *----------------------------------------------------------------*
       3950-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8100-FORMATAR-DATA SECTION.
      *----------------------------------------------------------------*
      *    WRK-DATA-AUX (AAAAMMDD) EM WRK-DATA-FMT (DD/MM/AAAA);
      *    DATA ZERADA SAI EM BRANCO.

           MOVE SPACES TO WRK-DATA-FMT.
           IF WRK-DATA-AUX NOT EQUAL ZEROS
              STRING WRK-DATA-AUX(7:2) '/' WRK-DATA-AUX(5:2) '/'
                     WRK-DATA-AUX(1:4)
                     DELIMITED BY SIZE INTO WRK-DATA-FMT
              END-STRING
           END-IF.

      *----------------------------------------------------------------*
       8100-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8200-PROCURAR-FONE SECTION.
      *----------------------------------------------------------------*
      *    WRK-FONE-POS = POSICAO DE WRK-FONE-BUSCA NA TABELA (ZERO SE
      *    NAO ESTA); WRK-FONE-NOSSO = 'S' SE ESTA E E DO TITULAR.

           MOVE ZEROS TO WRK-FONE-POS.
           MOVE 'N' TO WRK-FONE-NOSSO.
           PERFORM VARYING WRK-IND-AUX FROM 1 BY 1
                   UNTIL WRK-IND-AUX > WRK-QTD-FONES
                      OR WRK-FONE-POS NOT EQUAL ZEROS
              IF WRK-TF-FONE(WRK-IND-AUX) EQUAL WRK-FONE-BUSCA
                 MOVE WRK-IND-AUX TO WRK-FONE-POS
                 IF WRK-TF-OUTRO(WRK-IND-AUX) NOT EQUAL 'S'
                    MOVE 'S' TO WRK-FONE-NOSSO
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       8200-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8300-PROCURAR-NUMERO SECTION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WRK-NUMERO-NOSSO.
           PERFORM VARYING WRK-IND-AUX FROM 1 BY 1
                   UNTIL WRK-IND-AUX > WRK-QTD-NUMEROS
                      OR WRK-NUMERO-NOSSO EQUAL 'S'
              IF WRK-TN-NUMERO(WRK-IND-AUX) EQUAL WRK-NUMERO-BUSCA
                 MOVE 'S' TO WRK-NUMERO-NOSSO
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       8300-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8400-ESCREVER SECTION.
      *----------------------------------------------------------------*

           WRITE DECL-LINHA.
           MOVE SPACES TO DECL-LINHA.

      *----------------------------------------------------------------*
       8400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8500-TITULO SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO DECL-LINHA.
           PERFORM 8400-ESCREVER.
           MOVE WRK-TITULO TO DECL-LINHA.
           PERFORM 8400-ESCREVER.
           MOVE ALL '-' TO DECL-LINHA(1:60).
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       8500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8600-RODAPE SECTION.
      *----------------------------------------------------------------*

           STRING 'REGISTROS: ' WRK-QTD-SECAO
                  DELIMITED BY SIZE INTO DECL-LINHA
           END-STRING.
           PERFORM 8400-ESCREVER.

      *----------------------------------------------------------------*
       8600-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
      *    NO MODO A, QUALQUER ERRO DE GRAVACAO TERMINA COM RC 8 PARA
      *    OS PASSOS SEGUINTES DO JOB NAO COPIAREM AS VERSOES NOVAS.

           IF WRK-ABORTAR NOT EQUAL 'S'
              IF WRK-MODO-ANONIMIZAR
                 DISPLAY 'ANONIMIZACAO LGPD CONCLUIDA: ' WRK-PARM-DOC
              ELSE
                 DISPLAY 'DECLARACAO LGPD EMITIDA: ' WRK-PARM-DOC
              END-IF
              DISPLAY 'TELEFONES..........: ' WRK-QTD-FONES
              DISPLAY 'CADASTRO...........: ' WRK-QTD-CADASTRO
              DISPLAY 'CONTATOS...........: ' WRK-QTD-CONTATOS
              DISPLAY 'AGENDA.............: ' WRK-QTD-AGENDA
              DISPLAY 'HISTORICO..........: ' WRK-QTD-HIST-VIVO
                      ' / ' WRK-QTD-HIST-ARQ
              DISPLAY 'EXCLUIDOS..........: ' WRK-QTD-EXCL-VIVO
                      ' / ' WRK-QTD-EXCL-ARQ
              DISPLAY 'LOG................: ' WRK-QTD-LOG-VIVO
                      ' / ' WRK-QTD-LOG-ARQ
              IF WRK-MODO-ANONIMIZAR
                 DISPLAY 'GRAVADOS NO LOG....: ' WRK-QTD-LOG-GRAVADOS
                 DISPLAY 'ERROS DE GRAVACAO..: ' WRK-TOT-ERROS
                 IF WRK-TOT-ERROS GREATER THAN ZEROS
                    DISPLAY 'ANONIMIZACAO INCOMPLETA - VERSOES NOVAS '
                            'NAO DEVEM SER COPIADAS'
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

           CLOSE CLIENTES.
           CLOSE CLIENTES-FONES.
           CLOSE CLIENTES-DOCX.
           CLOSE CLIENTES-CONSENTIMENTO.
           CLOSE CLIENTES-PROTOCOLOS.
           CLOSE CLIENTES-PENDENCIAS.
           CLOSE CLIENTES-CAMPANHA-ALVOS.
           CLOSE CLIENTES-SCORE.
           CLOSE CONTATOS.
           CLOSE AGENDA.
           CLOSE DECLARACAO.
           IF WRK-MODO-ANONIMIZAR
              CLOSE NOVO-HISTORICO
              CLOSE NOVO-ARQ-HISTORICO
              CLOSE NOVO-EXCLUIDOS
              CLOSE NOVO-ARQ-EXCLUIDOS
           END-IF.

      *----------------------------------------------------------------*
       9000-99-FIM. EXIT.
      *----------------------------------------------------------------*
