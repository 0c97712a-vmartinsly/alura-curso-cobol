      * EXTRACAO NOTURNA DA BASE DE CLIENTES PARA O CRM/MARKETING.     *
      * LE CLIENTES.DAT SEQUENCIALMENTE E GRAVA UM EXTRATO DELIMITADO  *
      * POR PONTO-E-VIRGULA COM TODOS OS CAMPOS DO REGISTRO, COM       *
      * LINHA DE CABECALHO E TRAILER COM O TOTAL DE REGISTROS. A       *
      * PRIMEIRA COLUNA E O NUMERO PERMANENTE DO CLIENTE, LIDO NA      *
      * REFERENCIA DE TELEFONES (ZERO SE AINDA NAO NUMERADO).          *
      * O FILTRO DE STATUS VEM DO SYSIN: A=ATIVOS, I=INATIVOS,         *
      * T OU BRANCO=TODOS.                                             *
      *                                                                *
      * CONSENTIMENTO DE MARKETING (CLIENTES-CONSENTIMENTO.DAT): AS    *
      * TRES ULTIMAS COLUNAS DIZEM SE O CLIENTE CONSENTE (S/N) NO      *
      * EMAIL, TELEFONE E CORREIO. A POSICAO 2 DO SYSIN DIZ O CANAL    *
      * DA CAMPANHA (E, T, C OU BRANCO = QUALQUER CANAL) E A POSICAO 3 *
      * O TRATAMENTO DE QUEM NAO CONSENTE NESSE CANAL: S OU BRANCO =   *
      * FICA FORA DO EXTRATO, M = SAI MARCADO NAS COLUNAS. CLIENTE SEM *
      * REGISTRO DE CONSENTIMENTO NAO CONSENTE EM CANAL NENHUM. O      *
      * TOTAL DE SUPRIMIDOS (OU MARCADOS) SAI NO SYSOUT.               *
      *                                                                *
      * SEGMENTO (CLIENTES-SCORE.DAT, CALCULADO PELO CLIENTESW): A     *
      * ULTIMA COLUNA TRAZ O SEGMENTO DO CLIENTE (C=CAMPEAO,           *
      * R=REGULAR, E=EM RISCO, D=DORMENTE, BRANCO=NAO CALCULADO). A    *
      * POSICAO 4 DO SYSIN RESTRINGE O EXTRATO A UM SEGMENTO (BRANCO = *
      * TODOS).                                                        *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
      *    RODA VIA CLIENTESX.JCL, ENTAO OS SELECT ABAIXO REFERENCIAM
      *    OS DDNAMES DO JOB (CLIENTES/FONES/CONSENT/SCORE/EXTRATO), E
      *    NAO OS CAMINHOS FIXOS DE DESENVOLVIMENTO USADOS POR
      *    CLIENTES.CBL.
           SELECT CLIENTES ASSIGN TO "CLIENTES"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
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

           SELECT EXTRATO ASSIGN TO "EXTRATO"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-EXTRATO-STATUS.
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
       FD EXTRATO.
          01 EXT-LINHA                      PIC X(200).

       77 WRK-CLIENTES-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-EXTRATO-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-FONES-ABERTO              PIC X(001) VALUE 'N'.
       77 WRK-NUMERO-EXT                PIC 9(009) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO               PIC X(001) VALUE 'N'.
       77 WRK-EXTRACAO-OK               PIC X(001) VALUE 'N'.
       77 WRK-CONSENT-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CONSENT-ABERTO            PIC X(001) VALUE 'N'.
       77 WRK-CONS-IND                  PIC 9(003) COMP VALUE ZEROS.
       77 WRK-CONSENTE                  PIC X(001) VALUE 'N'.
       77 WRK-TOT-SUPRIMIDOS            PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-MARCADOS              PIC 9(006) VALUE ZEROS.
       77 WRK-SCORE-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SCORE-ABERTO              PIC X(001) VALUE 'N'.
       77 WRK-SEGMENTO-EXT              PIC X(001) VALUE SPACES.
       77 WRK-TOT-FORA-SEGMENTO         PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WRK-TOT-EXTRAIDOS             PIC 9(006) VALUE ZEROS.
       77 WRK-FONE-EXT                  PIC 9(009) VALUE ZEROS.
       77 WRK-CAMPO-LEN                 PIC 9(002) VALUE ZEROS.
       77 WRK-PONTEIRO                  PIC 9(003) COMP VALUE ZEROS.

       01 WRK-PARAMETROS.
          05 WRK-FILTRO-STATUS          PIC X(001) VALUE SPACES.
          05 WRK-FILTRO-CANAL           PIC X(001) VALUE SPACES.
          05 WRK-FILTRO-TRATAMENTO      PIC X(001) VALUE SPACES.
             88 WRK-MARCAR-SEM-CONSENT  VALUE 'M'.
          05 WRK-FILTRO-SEGMENTO        PIC X(001) VALUE SPACES.

       01 WRK-CONS-FLAGS.
          05 WRK-CONS-FLAG OCCURS 3 TIMES PIC X(001).

       01 WRK-CONS-SIGLAS               PIC X(003) VALUE 'ETC'.
       01 WRK-CONS-SIGLAS-TAB REDEFINES WRK-CONS-SIGLAS.
          05 WRK-CONS-SIGLA OCCURS 3 TIMES PIC X(001).

       77 WRK-CAD-FUNCAO                PIC X(001) VALUE SPACES.
       77 WRK-CAD-PROGRAMA              PIC X(010) VALUE 'CLIENTESX'.
       77 WRK-CAD-PREDECESSOR           PIC X(010) VALUE 'CLIENTESC'.
       77 WRK-CAD-DATA-MOVTO            PIC 9(008) VALUE ZEROS.
       77 WRK-CAD-REGISTROS             PIC 9(009) VALUE ZEROS.
       77 WRK-CAD-RETORNO               PIC 9(004) VALUE ZEROS.
       1000-INICIAR SECTION.
      *----------------------------------------------------------------*

           ACCEPT WRK-PARAMETROS.
           IF WRK-FILTRO-STATUS NOT EQUAL 'A' AND NOT EQUAL 'I'
              MOVE 'T' TO WRK-FILTRO-STATUS
           END-IF.
           IF WRK-FILTRO-CANAL NOT EQUAL 'E' AND NOT EQUAL 'T'
                               AND NOT EQUAL 'C'
              MOVE SPACES TO WRK-FILTRO-CANAL
           END-IF.
           IF NOT WRK-MARCAR-SEM-CONSENT
              MOVE 'S' TO WRK-FILTRO-TRATAMENTO
           END-IF.
           IF WRK-FILTRO-SEGMENTO NOT EQUAL 'C' AND NOT EQUAL 'R'
                                  AND NOT EQUAL 'E' AND NOT EQUAL 'D'
              MOVE SPACES TO WRK-FILTRO-SEGMENTO
           END-IF.

           OPEN INPUT CLIENTES.
           IF WRK-CLIENTES-STATUS NOT EQUAL ZEROS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

      *    SEM A REFERENCIA DE TELEFONES O EXTRATO SAI COM NUMERO
      *    ZERADO, SEM INTERROMPER A CADEIA.
           OPEN INPUT CLIENTES-FONES.
           IF WRK-FONES-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-FONES-ABERTO
           ELSE
              DISPLAY 'REFERENCIA DE TELEFONES INDISPONIVEL - STATUS: '
                      WRK-FONES-STATUS
           END-IF.

      *    SEM O ARQUIVO DE CONSENTIMENTO NINGUEM TEM CONSENTIMENTO
      *    REGISTRADO: O EXTRATO SAI SO COM OS MARCADOS OU VAZIO.
           OPEN INPUT CLIENTES-CONSENTIMENTO.
           IF WRK-CONSENT-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-CONSENT-ABERTO
           ELSE
              DISPLAY 'CONSENTIMENTO DE MARKETING INDISPONIVEL - '
                      'STATUS: ' WRK-CONSENT-STATUS
           END-IF.

      *    SEM O SCORE A COLUNA DE SEGMENTO SAI EM BRANCO E, COM
      *    FILTRO DE SEGMENTO NO SYSIN, NINGUEM E EXTRAIDO.
           OPEN INPUT CLIENTES-SCORE.
           IF WRK-SCORE-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-SCORE-ABERTO
           ELSE
              DISPLAY 'SCORE DE CLIENTES INDISPONIVEL - STATUS: '
                      WRK-SCORE-STATUS
           END-IF.

           OPEN OUTPUT EXTRATO.
           IF WRK-EXTRATO-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO ABRIR EXTRATO - STATUS: '
           IF WRK-FIM-ARQUIVO NOT EQUAL 'S'
              MOVE 'S' TO WRK-EXTRACAO-OK
              MOVE SPACES TO EXT-LINHA
              STRING 'NUMERO;FONE;NOME;EMAIL;CPF-CNPJ;ENDERECO;STATUS;'
                     'MKT-EMAIL;MKT-FONE;MKT-CORREIO;SEGMENTO'
                     DELIMITED BY SIZE INTO EXT-LINHA
              END-STRING
              WRITE EXT-LINHA
              MOVE ZEROS TO CLIENTES-FONE
              START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
       1050-CONTROLE-INICIO SECTION.
      *----------------------------------------------------------------*
      *    TRAVA DA CADEIA BATCH: REGISTRA O INICIO NO CONTROLE DE
      *    EXECUCAO E RECUSA RODAR FORA DE ORDEM (CLIENTESC
      *    AINDA NAO CONCLUIDO) OU DUAS VEZES NA MESMA DATA DE
      *    MOVIMENTO.

                   ADD 1 TO WRK-TOT-LIDOS
                   IF WRK-FILTRO-STATUS EQUAL 'T'
                      OR CLIENTES-STATUS EQUAL WRK-FILTRO-STATUS
                      PERFORM 2040-VERIFICAR-SEGMENTO
                      IF WRK-FILTRO-SEGMENTO EQUAL SPACES
                         OR WRK-SEGMENTO-EXT EQUAL WRK-FILTRO-SEGMENTO
                         PERFORM 2050-VERIFICAR-CONSENTIMENTO
                         IF WRK-CONSENTE EQUAL 'S'
                            OR WRK-MARCAR-SEM-CONSENT
                            PERFORM 2100-GRAVAR-EXTRATO
                         END-IF
                      ELSE
                         ADD 1 TO WRK-TOT-FORA-SEGMENTO
                      END-IF
                   END-IF
           END-READ.

       2000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2040-VERIFICAR-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *    SEGMENTO DO ULTIMO CALCULO DO SCORE NOTURNO (CLIENTESW),
      *    PELO TELEFONE PRINCIPAL. BRANCO = AINDA NAO CALCULADO.

           MOVE SPACES TO WRK-SEGMENTO-EXT.
           IF WRK-SCORE-ABERTO EQUAL 'S'
              MOVE CLIENTES-FONE TO SCORE-FONE
              READ CLIENTES-SCORE
                   NOT INVALID KEY
                      MOVE SCORE-SEGMENTO TO WRK-SEGMENTO-EXT
              END-READ
           END-IF.

      *----------------------------------------------------------------*
       2040-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2050-VERIFICAR-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*
      *    RESOLVE O NUMERO DO CLIENTE E MONTA AS MARCAS S/N DOS TRES
      *    CANAIS. WRK-CONSENTE = 'S' SE O CLIENTE CONSENTE NO CANAL
      *    DO SYSIN (OU EM ALGUM CANAL, SE O SYSIN NAO DISSER QUAL).
      *    QUEM NAO CONSENTE E CONTADO COMO SUPRIMIDO OU MARCADO.

           MOVE ZEROS TO WRK-NUMERO-EXT.
           IF WRK-FONES-ABERTO EQUAL 'S'
              MOVE CLIENTES-FONE TO FONEX-FONE
              READ CLIENTES-FONES
                   NOT INVALID KEY
                      MOVE FONEX-NUMERO TO WRK-NUMERO-EXT
              END-READ
           END-IF.

           MOVE 'NNN' TO WRK-CONS-FLAGS.
           IF WRK-CONSENT-ABERTO EQUAL 'S'
              AND WRK-NUMERO-EXT NOT EQUAL ZEROS
              MOVE WRK-NUMERO-EXT TO CONS-CLIENTE
              READ CLIENTES-CONSENTIMENTO
                   NOT INVALID KEY
                      PERFORM VARYING WRK-CONS-IND FROM 1 BY 1
                              UNTIL WRK-CONS-IND > 3
                         IF CONS-CANAL-SIM(WRK-CONS-IND)
                            MOVE 'S' TO WRK-CONS-FLAG(WRK-CONS-IND)
                         END-IF
                      END-PERFORM
              END-READ
           END-IF.

           MOVE 'N' TO WRK-CONSENTE.
           PERFORM VARYING WRK-CONS-IND FROM 1 BY 1
                   UNTIL WRK-CONS-IND > 3
              IF WRK-CONS-FLAG(WRK-CONS-IND) EQUAL 'S'
                 AND (WRK-FILTRO-CANAL EQUAL SPACES
                      OR WRK-FILTRO-CANAL EQUAL
                         WRK-CONS-SIGLA(WRK-CONS-IND))
                 MOVE 'S' TO WRK-CONSENTE
              END-IF
           END-PERFORM.

           IF WRK-CONSENTE NOT EQUAL 'S'
              IF WRK-MARCAR-SEM-CONSENT
                 ADD 1 TO WRK-TOT-MARCADOS
              ELSE
                 ADD 1 TO WRK-TOT-SUPRIMIDOS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2050-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2100-GRAVAR-EXTRATO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES TO EXT-LINHA.
           MOVE 1 TO WRK-PONTEIRO.
           MOVE CLIENTES-FONE TO WRK-FONE-EXT.
           STRING WRK-NUMERO-EXT ';' WRK-FONE-EXT ';' DELIMITED BY SIZE
                  INTO EXT-LINHA
                  WITH POINTER WRK-PONTEIRO
           END-STRING.
           MOVE CLIENTES-ENDERECO TO WRK-CAMPO.
           PERFORM 2110-ADICIONAR-CAMPO.

           STRING CLIENTES-STATUS ';'
                  WRK-CONS-FLAG(1) ';' WRK-CONS-FLAG(2) ';'
                  WRK-CONS-FLAG(3) ';' WRK-SEGMENTO-EXT
                  DELIMITED BY SIZE
                  INTO EXT-LINHA
                  WITH POINTER WRK-PONTEIRO
           END-STRING.

           DISPLAY 'EXTRACAO DE CLIENTES CONCLUIDA'.
           DISPLAY 'FILTRO.....: ' WRK-FILTRO-STATUS.
           DISPLAY 'CANAL......: ' WRK-FILTRO-CANAL.
           DISPLAY 'TRATAMENTO.: ' WRK-FILTRO-TRATAMENTO.
           DISPLAY 'SEGMENTO...: ' WRK-FILTRO-SEGMENTO.
           DISPLAY 'LIDOS......: ' WRK-TOT-LIDOS.
           DISPLAY 'EXTRAIDOS..: ' WRK-TOT-EXTRAIDOS.
           IF WRK-MARCAR-SEM-CONSENT
              DISPLAY 'MARCADOS SEM CONSENTIMENTO..: ' WRK-TOT-MARCADOS
           ELSE
              DISPLAY 'SUPRIMIDOS SEM CONSENTIMENTO: '
                      WRK-TOT-SUPRIMIDOS
           END-IF.
           IF WRK-FILTRO-SEGMENTO NOT EQUAL SPACES
              DISPLAY 'FORA DO SEGMENTO............: '
                      WRK-TOT-FORA-SEGMENTO
           END-IF.

           CLOSE CLIENTES.
           IF WRK-FONES-ABERTO EQUAL 'S'
              CLOSE CLIENTES-FONES
           END-IF.
           IF WRK-CONSENT-ABERTO EQUAL 'S'
              CLOSE CLIENTES-CONSENTIMENTO
           END-IF.
           IF WRK-SCORE-ABERTO EQUAL 'S'
              CLOSE CLIENTES-SCORE
           END-IF.
           CLOSE EXTRATO.

      *----------------------------------------------------------------*
