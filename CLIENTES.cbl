      * MODULOS CHAMADOS:                                              *
      *                                                                *
      * CPFCNPJ - VALIDACAO DE DIGITO VERIFICADOR DE CPF/CNPJ          *
      * NUMERA  - NUMERACAO SEQUENCIAL (NUMERO PERMANENTE DO CLIENTE,  *
      *           PROTOCOLO DE RECLAMACAO E SOLICITACAO DE APROVACAO)  *
      * DIAUTIL - CALENDARIO DE DIAS UTEIS (RETORNO DA AGENDA E PRAZO  *
      *           DO PROTOCOLO QUE CAEM EM DIA SEM EXPEDIENTE)         *
      *                                                                *
      *----------------------------------------------------------------*

             FILE STATUS  IS WRK-DOCX-STATUS
             RECORD KEY   IS DOCX-CHAVE.

           SELECT CLIENTES-FONES ASSIGN TO
                       'D:\Estudos\Alura\Cobol\CLIENTES-FONES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-FONES-STATUS
             RECORD KEY   IS FONEX-CHAVE
             ALTERNATE RECORD KEY IS FONEX-NUMERO WITH DUPLICATES.

           SELECT CLIENTES-PROTOCOLOS ASSIGN TO
                       'D:\Estudos\Alura\Cobol\CLIENTES-PROTOCOLOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-PROTOCOLOS-STATUS
             RECORD KEY   IS PROT-CHAVE
             ALTERNATE RECORD KEY IS PROT-CLIENTE WITH DUPLICATES.

           SELECT CLIENTES-PENDENCIAS ASSIGN TO
                       'D:\Estudos\Alura\Cobol\CLIENTES-PENDENCIAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-PENDENCIAS-STATUS
             RECORD KEY   IS PEND-CHAVE.

           SELECT CLIENTES-CONSENTIMENTO ASSIGN TO
                   'D:\Estudos\Alura\Cobol\CLIENTES-CONSENTIMENTO.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CONSENT-STATUS
             RECORD KEY   IS CONS-CHAVE.

           SELECT CLIENTES-SCORE ASSIGN TO
                       'D:\Estudos\Alura\Cobol\CLIENTES-SCORE.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-SCORE-STATUS
             RECORD KEY   IS SCORE-CHAVE.

           SELECT AGENDA ASSIGN TO
                       'D:\Estudos\Alura\Cobol\AGENDA.DAT'
             ORGANIZATION IS INDEXED
             FILE STATUS  IS WRK-OPERADORES-STATUS
             RECORD KEY   IS OPER-CHAVE.

      *    O CALENDARIO E O MESMO ARQUIVO LIDO PELA ROTINA DIAUTIL, POR
      *    ISSO USA O NOME LOGICO E NAO O CAMINHO. E ABERTO SO NA
      *    MANUTENCAO (OPCAO C).
           SELECT CALENDARIO ASSIGN TO "CALENDAR"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             FILE STATUS  IS WRK-CALENDAR-STATUS
             RECORD KEY   IS CAL-CHAVE.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
          01 DOCX-REG.
             COPY DOCXREF.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-FONES.
          01 FONEX-REG.
             COPY FONEXREF.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-PROTOCOLOS.
          01 PROT-REG.
             COPY PROTOCOL.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-PENDENCIAS.
          01 PEND-REG.
             COPY PENDENC.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-CONSENTIMENTO.
          01 CONS-REG.
             COPY CONSENT.CPY.

      *----------------------------------------------------------------*
       FD CLIENTES-SCORE.
          01 SCORE-REG.
             COPY SCORE.CPY.

      *----------------------------------------------------------------*
       FD AGENDA.
          01 AGENDA-REG.
       FD OPERADORES.
          01 OPERADORES-REG.
             COPY OPERADOR.CPY.

      *----------------------------------------------------------------*
       FD CALENDARIO.
          01 CAL-REG.
             COPY CALENDAR.CPY.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77 WRK-HIST-PAG                  PIC 9(003) VALUE ZEROS.
       77 WRK-HIST-PAGS                 PIC 9(003) VALUE ZEROS.
       77 WRK-HPAG-IND                  PIC 9(003) COMP VALUE ZEROS.
       77 WRK-FONES-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-FONEX-FIM                 PIC X(001) VALUE 'N'.
       77 WRK-FONEX-BUSCA               PIC 9(009) VALUE ZEROS.
       77 WRK-FONEX-NUMERO              PIC 9(009) VALUE ZEROS.
       77 WRK-FONEX-PRINCIPAL           PIC 9(009) VALUE ZEROS.
       77 WRK-FONEX-DONO                PIC 9(009) VALUE ZEROS.
       77 WRK-FONEX-LIVRE               PIC X(001) VALUE 'S'.
       77 WRK-FONEX-OBSOLETO            PIC X(001) VALUE 'N'.
       77 WRK-FONEX-TIPO                PIC X(001) VALUE SPACES.
       77 WRK-FONEX-DESC                PIC X(008) VALUE SPACES.
       77 WRK-FONEX-QTD                 PIC 9(003) COMP VALUE ZEROS.
       77 WRK-FONEX-IND                 PIC 9(003) COMP VALUE ZEROS.
       77 WRK-FONEX-PONT                PIC 9(003) COMP VALUE ZEROS.
       77 WRK-FONES-LISTA               PIC X(060) VALUE SPACES.
       77 WRK-NUMERO-BUSCA              PIC 9(009) VALUE ZEROS.
       77 WRK-FONE-BUSCA                PIC 9(009) VALUE ZEROS.
       77 WRK-CLIENTE-NUMERO            PIC 9(009) VALUE ZEROS.
       77 WRK-CLIENTE-ACHOU             PIC X(001) VALUE 'N'.
       77 WRK-CLIENTE-SALVO             PIC X(144) VALUE SPACES.
       77 WRK-NUM-SERIE                 PIC X(010) VALUE 'CLIENTE'.
       77 WRK-NUM-RESULTADO             PIC X(001) VALUE SPACES.
       77 WRK-TOT-FONES                 PIC 9(006) VALUE ZEROS.
       77 WRK-PROTOCOLOS-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-PROT-SERIE                PIC X(010) VALUE 'PROTOCOLO'.
       77 WRK-PROT-NUMERO               PIC 9(009) VALUE ZEROS.
       77 WRK-PROT-PRAZO-DIAS           PIC 9(003) VALUE 7.
       77 WRK-PROT-BUSCA                PIC 9(009) VALUE ZEROS.
       77 WRK-PROT-FIM                  PIC X(001) VALUE 'N'.
       77 WRK-PROT-ACHOU                PIC X(001) VALUE 'N'.
       77 WRK-PROT-NOME                 PIC X(030) VALUE SPACES.
       77 WRK-PROT-STATUS-DESC          PIC X(012) VALUE SPACES.
       77 WRK-PROT-SITUACAO             PIC X(008) VALUE SPACES.
       77 WRK-PROT-ABERT-REL            PIC X(010) VALUE SPACES.
       77 WRK-PROT-PRAZO-REL            PIC X(010) VALUE SPACES.
       77 WRK-PROT-FECHA-REL            PIC X(010) VALUE SPACES.
       77 WRK-PROT-NOVO-STATUS          PIC X(001) VALUE SPACES.
       77 WRK-PROT-NOVO-OPER            PIC X(008) VALUE SPACES.
       77 WRK-PROT-NOVO-PRAZO           PIC 9(008) VALUE ZEROS.
       77 WRK-PROT-NOVO-MOTIVO          PIC X(060) VALUE SPACES.
       77 WRK-PROT-MENSAGEM             PIC X(050) VALUE SPACES.
       77 WRK-TOT-PROTOCOLOS            PIC 9(006) VALUE ZEROS.
       77 WRK-PENDENCIAS-STATUS         PIC 9(002) VALUE ZEROS.
       77 WRK-PEND-SERIE                PIC X(010) VALUE 'PENDENCIA'.
       77 WRK-PEND-NUMERO               PIC 9(009) VALUE ZEROS.
       77 WRK-PEND-OPERACAO             PIC X(001) VALUE SPACES.
       77 WRK-PEND-FONE                 PIC 9(009) VALUE ZEROS.
       77 WRK-PEND-ANTES                PIC X(020) VALUE SPACES.
       77 WRK-PEND-DEPOIS               PIC X(020) VALUE SPACES.
       77 WRK-PEND-DOC                  PIC X(001) VALUE 'N'.
       77 WRK-PEND-DOC-NOVO             PIC X(014) VALUE SPACES.
       77 WRK-PEND-FIM                  PIC X(001) VALUE 'N'.
       77 WRK-PEND-ACHOU                PIC X(001) VALUE 'N'.
       77 WRK-PEND-OPER-DESC            PIC X(020) VALUE SPACES.
       77 WRK-PEND-DATA-REL             PIC X(010) VALUE SPACES.
       77 WRK-PEND-HORA-REL             PIC X(005) VALUE SPACES.
       77 WRK-PEND-MOTIVO               PIC X(060) VALUE SPACES.
       77 WRK-LOG-SOLICITANTE           PIC X(008) VALUE SPACES.
       77 WRK-EFETIVOU                  PIC X(001) VALUE 'N'.
       77 WRK-REST-VALIDA               PIC X(001) VALUE 'N'.
       77 WRK-TOT-PENDENCIAS            PIC 9(006) VALUE ZEROS.
       77 WRK-CALENDAR-STATUS           PIC 9(002) VALUE ZEROS.
       77 WRK-CAL-FUNCAO                PIC X(001) VALUE SPACES.
       77 WRK-CAL-DATA-1                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DATA-2                PIC 9(008) VALUE ZEROS.
       77 WRK-CAL-DIAS                  PIC 9(005) VALUE ZEROS.
       77 WRK-CAL-RESULTADO             PIC X(001) VALUE SPACES.
       77 WRK-CAL-DATA-REL              PIC X(010) VALUE SPACES.
       77 WRK-CAL-ACAO                  PIC X(001) VALUE SPACES.
       77 WRK-CAL-ALTEROU               PIC X(001) VALUE 'N'.
       77 WRK-CONSENT-STATUS            PIC 9(002) VALUE ZEROS.
       77 WRK-CONS-IND                  PIC 9(003) COMP VALUE ZEROS.
       77 WRK-CONS-NOVO                 PIC X(001) VALUE 'N'.
       77 WRK-CONS-ALTEROU              PIC X(001) VALUE 'N'.
       77 WRK-CONS-ERRO                 PIC X(050) VALUE SPACES.
       77 WRK-CONS-SIM-NAO              PIC X(003) VALUE SPACES.
       77 WRK-SCORE-STATUS              PIC 9(002) VALUE ZEROS.
       77 WRK-SEGMENTO-DESC             PIC X(035) VALUE SPACES.
       77 WRK-SEGMENTO-NOME             PIC X(008) VALUE SPACES.

       01 WRK-CONS-TELA.
          05 WRK-CONS-EMAIL-OPC         PIC X(001).
          05 WRK-CONS-EMAIL-ORIG        PIC X(001).
          05 WRK-CONS-EMAIL-DATA        PIC X(010).
          05 WRK-CONS-TELEF-OPC         PIC X(001).
          05 WRK-CONS-TELEF-ORIG        PIC X(001).
          05 WRK-CONS-TELEF-DATA        PIC X(010).
          05 WRK-CONS-CORR-OPC          PIC X(001).
          05 WRK-CONS-CORR-ORIG         PIC X(001).
          05 WRK-CONS-CORR-DATA         PIC X(010).

       01 WRK-CONS-TELA-TAB REDEFINES WRK-CONS-TELA.
          05 WRK-CONS-TELA-ENT OCCURS 3 TIMES.
             10 WRK-CONS-TELA-OPC       PIC X(001).
             10 WRK-CONS-TELA-ORIG      PIC X(001).
                88 WRK-CONS-ORIGEM-VALIDA VALUE 'T' 'P' 'F' 'E' 'W'.
             10 WRK-CONS-TELA-DATA      PIC X(010).

       01 WRK-CONS-ANTERIOR.
          05 WRK-CONS-ANT-OPC OCCURS 3 TIMES PIC X(001).

       01 WRK-CONS-SIGLAS               PIC X(003) VALUE 'ETC'.
       01 WRK-CONS-SIGLAS-TAB REDEFINES WRK-CONS-SIGLAS.
          05 WRK-CONS-SIGLA OCCURS 3 TIMES PIC X(001).

       01 WRK-FONEX-TAB.
          05 WRK-FONEX-ENT OCCURS 5 TIMES.
             10 WRK-FONEX-TAB-FONE      PIC 9(009).
             10 WRK-FONEX-TAB-TIPO      PIC X(001).

       01 WRK-HIST-TAB.
          05 WRK-HIST-ENT OCCURS 200 TIMES.
          05 LINE 18 COLUMN 15 VALUE 'F - FICHA CLIENTE'.
          05 LINE 19 COLUMN 15 VALUE 'O - OPERADORES'.
          05 LINE 20 COLUMN 15 VALUE 'X - SAIDA'.
          05 LINE 07 COLUMN 38 VALUE 'M - FONES CLIENTE'.
          05 LINE 08 COLUMN 38 VALUE 'P - PROTOCOLOS SAC'.
          05 LINE 09 COLUMN 38 VALUE 'A - APROVACOES'.
          05 LINE 10 COLUMN 38 VALUE 'C - CALENDARIO'.
          05 LINE 21 COLUMN 15 VALUE 'OPCAO......: '.
          05 LINE 21 COLUMN 28 USING WRK-OPCAO.

               10 LINE 15 COLUMN 10 VALUE 'STATUS(A/I) '.
               10 COLUMN PLUS 2 PIC X(01) USING CLIENTES-STATUS.

       01 SRC-CONSENTIMENTO.
          05 LINE 15 COLUMN 30
             VALUE 'ORIGEM: T-TEL P-PRESENC F-FORM E-EMAIL W-SITE'.
          05 LINE 16 COLUMN 10 VALUE 'MARKETING EMAIL...(S/N) '.
          05 LINE 16 COLUMN 35 PIC X(01) USING WRK-CONS-EMAIL-OPC.
          05 LINE 16 COLUMN 38 VALUE 'ORIGEM '.
          05 LINE 16 COLUMN 45 PIC X(01) USING WRK-CONS-EMAIL-ORIG.
          05 LINE 16 COLUMN 48 PIC X(10) FROM WRK-CONS-EMAIL-DATA.
          05 LINE 17 COLUMN 10 VALUE 'MARKETING TELEFONE(S/N) '.
          05 LINE 17 COLUMN 35 PIC X(01) USING WRK-CONS-TELEF-OPC.
          05 LINE 17 COLUMN 38 VALUE 'ORIGEM '.
          05 LINE 17 COLUMN 45 PIC X(01) USING WRK-CONS-TELEF-ORIG.
          05 LINE 17 COLUMN 48 PIC X(10) FROM WRK-CONS-TELEF-DATA.
          05 LINE 18 COLUMN 10 VALUE 'MARKETING CORREIO.(S/N) '.
          05 LINE 18 COLUMN 35 PIC X(01) USING WRK-CONS-CORR-OPC.
          05 LINE 18 COLUMN 38 VALUE 'ORIGEM '.
          05 LINE 18 COLUMN 45 PIC X(01) USING WRK-CONS-CORR-ORIG.
          05 LINE 18 COLUMN 48 PIC X(10) FROM WRK-CONS-CORR-DATA.

       01 SRC-CONSULTA-CHAVE.
          05 LINE 10 COLUMN 10 VALUE 'NOME PARA BUSCA...: '.
          05 COLUMN PLUS 2 PIC X(30) USING WRK-NOME-BUSCA.
          05 LINE 11 COLUMN 10 VALUE 'OU CPF/CNPJ.......: '.
          05 COLUMN PLUS 2 PIC X(14) USING WRK-DOC-CONSULTA.
          05 LINE 12 COLUMN 10 VALUE 'OU NUMERO CLIENTE.: '.
          05 COLUMN PLUS 2 PIC 9(09) USING WRK-NUMERO-BUSCA
             BLANK WHEN ZEROS.
          05 LINE 13 COLUMN 10 VALUE 'OU TELEFONE.......: '.
          05 COLUMN PLUS 2 PIC 9(09) USING WRK-FONE-BUSCA
             BLANK WHEN ZEROS.

       01 SRC-LOCALIZAR.
          05 LINE 09 COLUMN 10 VALUE 'NUMERO.. '.
          05 COLUMN PLUS 2 PIC 9(09) USING WRK-NUMERO-BUSCA
             BLANK WHEN ZEROS.
          05 LINE 10 COLUMN 10 VALUE 'TELEFONE '.
          05 COLUMN PLUS 2 PIC 9(09) USING WRK-FONE-BUSCA
             BLANK WHEN ZEROS.

       01 SRC-CLIENTE-NUMERO.
          05 LINE 09 COLUMN 10 VALUE 'NUMERO.. '.
          05 COLUMN PLUS 2 PIC 9(09) FROM WRK-CLIENTE-NUMERO
             BLANK WHEN ZEROS.

       01 SRC-CLIENTE-SEGMENTO.
          05 LINE 09 COLUMN 32 VALUE 'SEGMENTO '.
          05 COLUMN PLUS 2 PIC X(35) FROM WRK-SEGMENTO-DESC.

       01 SRC-CLIENTE-FONES.
          05 LINE 17 COLUMN 10 VALUE 'FONES... '.
          05 COLUMN PLUS 2 PIC X(60) FROM WRK-FONES-LISTA.

       01 SRC-FONES-MANUT.
          05 LINE 14 COLUMN 10 VALUE 'FONES... '.
          05 COLUMN PLUS 2 PIC X(60) FROM WRK-FONES-LISTA.
          05 LINE 16 COLUMN 10 VALUE 'TELEFONE ADICIONAL......: '.
          05 LINE 16 COLUMN 37 PIC 9(09) USING WRK-FONEX-BUSCA
             BLANK WHEN ZEROS.
          05 LINE 17 COLUMN 10 VALUE 'TIPO C/F/T OU E-EXCLUIR.: '.
          05 LINE 17 COLUMN 37 PIC X(01) USING WRK-FONEX-TIPO.
          05 LINE 18 COLUMN 10
             VALUE '(C=CELULAR F=FIXO T=TRABALHO)'.

       01 SRC-PROT-BUSCA.
          05 LINE 08 COLUMN 10 VALUE 'PROTOCOLO'.
          05 COLUMN PLUS 2 PIC 9(09) USING WRK-PROT-BUSCA
             BLANK WHEN ZEROS.
          05 LINE 12 COLUMN 10
             VALUE '(OU INFORME O NUMERO OU TELEFONE DO CLIENTE)'.

       01 SRC-PROT-ITEM.
          05 LINE 04 COLUMN 01 VALUE 'PROTOCOLO.: '.
          05 LINE 04 COLUMN 13 PIC 9(09) FROM PROT-NUMERO.
          05 LINE 04 COLUMN 25 VALUE 'STATUS: '.
          05 LINE 04 COLUMN 33 PIC X(12) FROM WRK-PROT-STATUS-DESC.
          05 LINE 04 COLUMN 47 PIC X(08) FROM WRK-PROT-SITUACAO.
          05 LINE 05 COLUMN 01 VALUE 'CLIENTE...: '.
          05 LINE 05 COLUMN 13 PIC 9(09) FROM PROT-CLIENTE
             BLANK WHEN ZEROS.
          05 LINE 05 COLUMN 25 VALUE 'NOME: '.
          05 LINE 05 COLUMN 31 PIC X(30) FROM WRK-PROT-NOME.
          05 LINE 06 COLUMN 01 VALUE 'TELEFONE..: '.
          05 LINE 06 COLUMN 13 PIC 9(09) FROM PROT-FONE.
          05 LINE 06 COLUMN 25 VALUE 'RESPONSAVEL: '.
          05 LINE 06 COLUMN 38 PIC X(08) FROM PROT-OPERADOR.
          05 LINE 07 COLUMN 01 VALUE 'ABERTURA..: '.
          05 LINE 07 COLUMN 13 PIC X(10) FROM WRK-PROT-ABERT-REL.
          05 LINE 07 COLUMN 25 VALUE 'PRAZO: '.
          05 LINE 07 COLUMN 32 PIC X(10) FROM WRK-PROT-PRAZO-REL.
          05 LINE 07 COLUMN 44 VALUE 'ENCERRADO: '.
          05 LINE 07 COLUMN 55 PIC X(10) FROM WRK-PROT-FECHA-REL.
          05 LINE 08 COLUMN 01 VALUE 'MOTIVO....: '.
          05 LINE 08 COLUMN 13 PIC X(60) FROM PROT-MOTIVO.
          05 LINE 22 COLUMN 05
             VALUE 'ENTER-PROXIMO  A-ATUALIZAR  X-SAIR: '.
          05 LINE 22 COLUMN 41 USING WRK-TECLA.

       01 SRC-PROT-ATUALIZA.
          05 LINE 11 COLUMN 10 VALUE 'NOVO STATUS (E/R/C)....: '.
          05 LINE 11 COLUMN 36 PIC X(01) USING WRK-PROT-NOVO-STATUS.
          05 LINE 12 COLUMN 10 VALUE 'RESPONSAVEL............: '.
          05 LINE 12 COLUMN 36 PIC X(08) USING WRK-PROT-NOVO-OPER.
          05 LINE 13 COLUMN 10 VALUE 'PRAZO (AAAAMMDD).......: '.
          05 LINE 13 COLUMN 36 PIC 9(08) USING WRK-PROT-NOVO-PRAZO
             BLANK WHEN ZEROS.
          05 LINE 14 COLUMN 10 VALUE 'MOTIVO / ANOTACAO......: '.
          05 LINE 15 COLUMN 10 PIC X(60) USING WRK-PROT-NOVO-MOTIVO.
          05 LINE 17 COLUMN 10
             VALUE '(E=EM ANDAMENTO R=RESOLVIDO C=CANCELADO)'.

       01 SRC-PEND-ITEM.
          05 LINE 04 COLUMN 01 VALUE 'SOLICITACAO: '.
          05 LINE 04 COLUMN 14 PIC 9(09) FROM PEND-NUMERO.
          05 LINE 04 COLUMN 25 VALUE 'OPERACAO: '.
          05 LINE 04 COLUMN 35 PIC X(20) FROM WRK-PEND-OPER-DESC.
          05 LINE 05 COLUMN 01 VALUE 'SOLICITANTE: '.
          05 LINE 05 COLUMN 14 PIC X(08) FROM PEND-SOLICITANTE.
          05 LINE 05 COLUMN 25 VALUE 'EM: '.
          05 LINE 05 COLUMN 29 PIC X(10) FROM WRK-PEND-DATA-REL.
          05 LINE 05 COLUMN 40 PIC X(05) FROM WRK-PEND-HORA-REL.
          05 LINE 06 COLUMN 01 VALUE 'CLIENTE....: '.
          05 LINE 06 COLUMN 14 PIC 9(09) FROM PEND-CLIENTE
             BLANK WHEN ZEROS.
          05 LINE 06 COLUMN 25 VALUE 'TELEFONE: '.
          05 LINE 06 COLUMN 35 PIC 9(09) FROM PEND-FONE.
          05 LINE 07 COLUMN 01 VALUE 'NOME.......: '.
          05 LINE 07 COLUMN 14 PIC X(30) FROM PEND-NOME.
          05 LINE 08 COLUMN 01 VALUE 'ANTES......: '.
          05 LINE 08 COLUMN 14 PIC X(20) FROM PEND-VALOR-ANTES.
          05 LINE 09 COLUMN 01 VALUE 'DEPOIS.....: '.
          05 LINE 09 COLUMN 14 PIC X(20) FROM PEND-VALOR-DEPOIS.
          05 LINE 22 COLUMN 05
             VALUE 'ENTER-PROXIMO  A-APROVAR  R-REJEITAR  X-SAIR: '.
          05 LINE 22 COLUMN 51 USING WRK-TECLA.

       01 SRC-PEND-MOTIVO.
          05 LINE 12 COLUMN 10 VALUE 'MOTIVO DA DECISAO:'.
          05 LINE 13 COLUMN 10 PIC X(60) USING WRK-PEND-MOTIVO.

       01 SRC-CONSULTA-LINHA.
          05 LINE 10 COLUMN 01 PIC 9(09) FROM CLIENTES-FONE.
          05 LINE 10 COLUMN 12 PIC X(30) FROM CLIENTES-NOME.
          05 LINE 10 COLUMN 44 PIC X(37) FROM CLIENTES-EMAIL.
          05 LINE 11 COLUMN 12 PIC X(35) FROM WRK-SEGMENTO-DESC.
          05 LINE 22 COLUMN 10 VALUE 'ENTER-PROXIMO   X-SAIR: '.
          05 LINE 22 COLUMN 35 USING WRK-TECLA.

             10 LINE 13 COLUMN 10 VALUE 'ATIVO (S/N)...: '.
             10 LINE 13 COLUMN 27 PIC X(01) USING OPER-ATIVO.

       01 SRC-CALENDARIO.
          05 SS-CAL-CHAVE.
             10 LINE 10 COLUMN 10 VALUE 'DATA (AAAAMMDD)....: '.
             10 LINE 10 COLUMN 31 PIC 9(08) USING CAL-DATA
                BLANK WHEN ZEROS.
          05 SS-CAL-DADOS.
             10 LINE 11 COLUMN 10 VALUE 'TIPO (F/N).........: '.
             10 LINE 11 COLUMN 31 PIC X(01) USING CAL-TIPO.
             10 LINE 12 COLUMN 10 VALUE 'DESCRICAO..........: '.
             10 LINE 12 COLUMN 31 PIC X(30) USING CAL-DESCRICAO.
             10 LINE 13 COLUMN 10
                VALUE '(F=FERIADO N=DIA SEM EXPEDIENTE)'.

       01 SRC-CAL-ACAO.
          05 LINE 15 COLUMN 10 VALUE 'A-ALTERAR  E-EXCLUIR  X-SAIR: '.
          05 LINE 15 COLUMN 41 USING WRK-CAL-ACAO.

       01 SRC-TROCA.
          05 LINE 10 COLUMN 10 VALUE 'TELEFONE ATUAL: '.
          05 LINE 10 COLUMN 27 PIC 9(09) USING WRK-TROCA-FONE-ANT
          05 LINE 08 COLUMN 13 PIC X(10) FROM WRK-AGENDA-DATA-REL.
          05 LINE 09 COLUMN 01 VALUE 'TELEFONE..: '.
          05 LINE 09 COLUMN 13 PIC 9(09) FROM AGENDA-FONE.
          05 LINE 09 COLUMN 25 VALUE 'NUMERO: '.
          05 LINE 09 COLUMN 33 PIC 9(09) FROM WRK-CLIENTE-NUMERO
             BLANK WHEN ZEROS.
          05 LINE 10 COLUMN 01 VALUE 'CLIENTE...: '.
          05 LINE 10 COLUMN 13 PIC X(30) FROM WRK-AGENDA-NOME.
          05 LINE 11 COLUMN 01 VALUE 'NOTA......: '.
          05 LINE 11 COLUMN 32 PIC 9(006) FROM WRK-TOT-RESTAURACOES.
          05 LINE 12 COLUMN 10 VALUE 'TELEFONES TROCADOS.: '.
          05 LINE 12 COLUMN 31 PIC 9(006) FROM WRK-TOT-TROCAS.
          05 LINE 13 COLUMN 10 VALUE 'FONES ADICIONAIS...: '.
          05 LINE 13 COLUMN 31 PIC 9(006) FROM WRK-TOT-FONES.
          05 LINE 14 COLUMN 10 VALUE 'PROTOCOLOS ABERTOS.: '.
          05 LINE 14 COLUMN 31 PIC 9(006) FROM WRK-TOT-PROTOCOLOS.
          05 LINE 15 COLUMN 10 VALUE 'PEDIDOS APROVACAO..: '.
          05 LINE 15 COLUMN 31 PIC 9(006) FROM WRK-TOT-PENDENCIAS.
          05 LINE 22 COLUMN 10 VALUE 'TECLE ENTER PARA SAIR: '.
          05 LINE 22 COLUMN 33 USING WRK-TECLA.

              PERFORM 1600-RECONSTRUIR-DOCX
           END-IF.

           OPEN I-O CLIENTES-FONES.
           IF WRK-FONES-STATUS EQUAL 35 THEN
              OPEN OUTPUT CLIENTES-FONES
              CLOSE CLIENTES-FONES
              OPEN I-O CLIENTES-FONES
           END-IF.

           OPEN I-O CLIENTES-PROTOCOLOS.
           IF WRK-PROTOCOLOS-STATUS EQUAL 35 THEN
              OPEN OUTPUT CLIENTES-PROTOCOLOS
              CLOSE CLIENTES-PROTOCOLOS
              OPEN I-O CLIENTES-PROTOCOLOS
           END-IF.

           OPEN I-O CLIENTES-PENDENCIAS.
           IF WRK-PENDENCIAS-STATUS EQUAL 35 THEN
              OPEN OUTPUT CLIENTES-PENDENCIAS
              CLOSE CLIENTES-PENDENCIAS
              OPEN I-O CLIENTES-PENDENCIAS
           END-IF.

           OPEN I-O CLIENTES-CONSENTIMENTO.
           IF WRK-CONSENT-STATUS EQUAL 35 THEN
              OPEN OUTPUT CLIENTES-CONSENTIMENTO
              CLOSE CLIENTES-CONSENTIMENTO
              OPEN I-O CLIENTES-CONSENTIMENTO
           END-IF.

      *    O SCORE E GRAVADO SO PELO BATCH NOTURNO (CLIENTESW); AQUI
      *    E APENAS CONSULTADO.
           OPEN INPUT CLIENTES-SCORE.
           IF WRK-SCORE-STATUS EQUAL 35 THEN
              OPEN OUTPUT CLIENTES-SCORE
              CLOSE CLIENTES-SCORE
              OPEN INPUT CLIENTES-SCORE
           END-IF.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WRK-DATA-SISTEMA(7:2) '/' WRK-DATA-SISTEMA(5:2) '/'
                  WRK-DATA-SISTEMA(1:4)
               WHEN 3
                 PERFORM 2300-ALTERAR
               WHEN 4
                 PERFORM 2400-EXCLUIR
               WHEN 6
                 PERFORM 2500-HISTORICO
               WHEN 7
                 PERFORM 2450-RESTAURAR
               WHEN 'T'
                 PERFORM 2470-TROCAR-TELEFONE
               WHEN 'G'
                 PERFORM 3300-AGENDA-DO-DIA
               WHEN 'F'
                 PERFORM 3400-FICHA-CLIENTE
               WHEN 'M'
                 PERFORM 3500-MANTER-FONES
               WHEN 'P'
                 PERFORM 3600-PROTOCOLOS
               WHEN 'A'
                 IF WRK-OPERADOR-PERFIL NOT EQUAL 'S'
                    DISPLAY 'OPCAO RESTRITA A SUPERVISORES'
                            LINE 20 COLUMN 10
                    ACCEPT WRK-TECLA LINE 22 COLUMN 10
                 ELSE
                    PERFORM 3700-APROVACOES
                 END-IF
               WHEN 'C'
                 IF WRK-OPERADOR-PERFIL NOT EQUAL 'S'
                    DISPLAY 'OPCAO RESTRITA A SUPERVISORES'
                            LINE 20 COLUMN 10
                    ACCEPT WRK-TECLA LINE 22 COLUMN 10
                 ELSE
                    PERFORM 3800-MANTER-CALENDARIO
                 END-IF
               WHEN 'O'
                 IF WRK-OPERADOR-PERFIL NOT EQUAL 'S'
                    DISPLAY 'OPCAO RESTRITA A SUPERVISORES'
      *----------------------------------------------------------------*

           MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
           MOVE SPACES TO WRK-CONS-TELA WRK-CONS-ANTERIOR.
           DISPLAY SCR-TELA.
           DISPLAY SRC-CONSENTIMENTO.
           ACCEPT SRC-REGISTRO.
           ACCEPT SRC-CONSENTIMENTO.
           IF CLIENTES-STATUS NOT EQUAL 'A' AND NOT EQUAL 'I'
              MOVE 'A' TO CLIENTES-STATUS
           END-IF.
           PERFORM 2150-VALIDAR-DOCUMENTO.
           PERFORM 2365-VALIDAR-CONSENTIMENTO.
           MOVE CLIENTES-FONE TO WRK-FONEX-BUSCA.
           PERFORM 2970-VERIFICAR-FONE-LIVRE.
           EVALUATE TRUE
              WHEN WRK-DOC-RESULTADO EQUAL 'I'
                 DISPLAY 'CPF/CNPJ INVALIDO' LINE 20 COLUMN 10
              WHEN WRK-DOC-RESULTADO EQUAL 'D'
                 DISPLAY 'CPF/CNPJ JA CADASTRADO' LINE 20 COLUMN 10
              WHEN WRK-FONEX-LIVRE NOT EQUAL 'S'
                 DISPLAY 'TELEFONE JA PERTENCE A OUTRO CLIENTE'
                         LINE 20 COLUMN 10
              WHEN WRK-CONS-ERRO NOT EQUAL SPACES
                 DISPLAY WRK-CONS-ERRO LINE 20 COLUMN 10
              WHEN OTHER
                 WRITE CLIENTES-REG
                 IF WRK-CLIENTES-STATUS EQUAL ZEROS
                       MOVE CLIENTES-FONE     TO DOCX-FONE
                       PERFORM 2950-GRAVAR-DOCX
                    END-IF
      *             CLIENTE NOVO NAO HERDA O NUMERO DE UM DONO
      *             ANTERIOR DO TELEFONE: A ENTRADA OBSOLETA SAI ANTES
      *             DA NUMERACAO.
                    IF WRK-FONEX-OBSOLETO EQUAL 'S'
                       MOVE CLIENTES-FONE TO FONEX-FONE
                       DELETE CLIENTES-FONES RECORD
                              INVALID KEY CONTINUE
                       END-DELETE
                    END-IF
                    PERFORM 2975-GARANTIR-NUMERO
                    PERFORM 2370-GRAVAR-CONSENTIMENTO
                    DISPLAY 'CLIENTE INCLUIDO COM SUCESSO - NUMERO: '
                            WRK-CLIENTE-NUMERO LINE 20 COLUMN 10
                 ELSE
                    IF WRK-CLIENTES-STATUS EQUAL 22
                       DISPLAY 'TELEFONE JA CADASTRADO'

           MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
           MOVE SPACES TO WRK-NOME-BUSCA WRK-DOC-CONSULTA.
           MOVE ZEROS TO WRK-NUMERO-BUSCA WRK-FONE-BUSCA.
           DISPLAY SCR-TELA.
           ACCEPT SRC-CONSULTA-CHAVE.

           END-IF.

           IF WRK-DOC-CONSULTA EQUAL SPACES
              AND (WRK-NUMERO-BUSCA NOT EQUAL ZEROS
                   OR WRK-FONE-BUSCA NOT EQUAL ZEROS)
              PERFORM 2260-CONSULTAR-POR-NUMERO
           END-IF.

           IF WRK-DOC-CONSULTA EQUAL SPACES
              AND WRK-NUMERO-BUSCA EQUAL ZEROS
              AND WRK-FONE-BUSCA EQUAL ZEROS
              AND WRK-NOME-BUSCA NOT EQUAL SPACES
              MOVE ZERO TO WRK-NOME-BUSCA-LEN
              INSPECT FUNCTION REVERSE(WRK-NOME-BUSCA)
                       ELSE
                          MOVE 'S' TO WRK-CONSULTA-ACHOU
                          ADD 1 TO WRK-TOT-CONSULTAS
                          PERFORM 2995-CARREGAR-SEGMENTO
                          DISPLAY SCR-TELA
                          DISPLAY SRC-CONSULTA-LINHA
                          ACCEPT SRC-CONSULTA-LINHA
                           ACCEPT WRK-TECLA LINE 22 COLUMN 10
                        NOT INVALID KEY
                           ADD 1 TO WRK-TOT-CONSULTAS
                           MOVE ZEROS TO WRK-NUMERO-BUSCA
                           MOVE CLIENTES-FONE TO WRK-FONE-BUSCA
                           PERFORM 2980-LOCALIZAR-CLIENTE
                           PERFORM 2995-CARREGAR-SEGMENTO
                           DISPLAY SCR-TELA
                           DISPLAY SRC-CLIENTE-NUMERO
                           DISPLAY SRC-CLIENTE-SEGMENTO
                           DISPLAY CHAVE
                           DISPLAY SS-DADOS
                           DISPLAY SS-DADOS-COMPL
                           DISPLAY SRC-CLIENTE-FONES
                           ACCEPT WRK-TECLA LINE 22 COLUMN 10
                   END-READ
           END-READ.
       2250-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2260-CONSULTAR-POR-NUMERO SECTION.
      *----------------------------------------------------------------*
      *    BUSCA DIRETA PELO NUMERO DO CLIENTE OU POR QUALQUER UM DOS
      *    SEUS TELEFONES, VIA REFERENCIA DE TELEFONES.

           PERFORM 2980-LOCALIZAR-CLIENTE.
           DISPLAY SCR-TELA.
           IF WRK-CLIENTE-ACHOU NOT EQUAL 'S'
              DISPLAY 'NENHUM CLIENTE COM ESTE NUMERO/TELEFONE'
                      LINE 10 COLUMN 10
           ELSE
              ADD 1 TO WRK-TOT-CONSULTAS
              PERFORM 2995-CARREGAR-SEGMENTO
              DISPLAY SRC-CLIENTE-NUMERO
              DISPLAY SRC-CLIENTE-SEGMENTO
              DISPLAY CHAVE
              DISPLAY SS-DADOS
              DISPLAY SS-DADOS-COMPL
              DISPLAY SRC-CLIENTE-FONES
           END-IF.
           ACCEPT WRK-TECLA LINE 22 COLUMN 10.

      *----------------------------------------------------------------*
       2260-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2300-ALTERAR SECTION.
      *----------------------------------------------------------------*
      *    PARA OPERADOR SEM PERFIL DE SUPERVISOR A TROCA DE CPF/CNPJ
      *    NAO E GRAVADA: OS DEMAIS DADOS SAO ALTERADOS NA HORA E O
      *    DOCUMENTO NOVO (JA VALIDADO) VAI PARA A FILA DE APROVACAO.

           MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
           DISPLAY SCR-TELA.
           MOVE ZEROS TO WRK-NUMERO-BUSCA WRK-FONE-BUSCA.
           ACCEPT SRC-LOCALIZAR.
           PERFORM 2980-LOCALIZAR-CLIENTE.
           IF WRK-CLIENTE-ACHOU NOT EQUAL 'S'
              DISPLAY 'REGISTRO NAO ENCONTRADO' LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           ELSE
              DISPLAY SRC-CLIENTE-NUMERO
              DISPLAY CHAVE
              MOVE CLIENTES-NOME     TO WRK-NOME-ANTERIOR
              MOVE CLIENTES-EMAIL    TO WRK-EMAIL-ANTERIOR
              MOVE CLIENTES-CPF-CNPJ TO WRK-DOC-ANTERIOR
              PERFORM 2360-CARREGAR-CONSENTIMENTO
              DISPLAY SS-DADOS
              DISPLAY SS-DADOS-COMPL
              DISPLAY SRC-CONSENTIMENTO
              ACCEPT SS-DADOS
              ACCEPT SS-DADOS-COMPL
              ACCEPT SRC-CONSENTIMENTO
              PERFORM 2150-VALIDAR-DOCUMENTO
              PERFORM 2365-VALIDAR-CONSENTIMENTO
              EVALUATE TRUE
                 WHEN WRK-DOC-RESULTADO EQUAL 'I'
                    DISPLAY 'CPF/CNPJ INVALIDO - NAO GRAVADO'
                            LINE 20 COLUMN 10
                 WHEN WRK-DOC-RESULTADO EQUAL 'D'
                    DISPLAY 'CPF/CNPJ JA CADASTRADO - NAO GRAVADO'
                            LINE 20 COLUMN 10
                 WHEN WRK-CONS-ERRO NOT EQUAL SPACES
                    DISPLAY WRK-CONS-ERRO LINE 20 COLUMN 10
                 WHEN OTHER
                    MOVE 'N' TO WRK-PEND-DOC
                    IF WRK-DOC-ANTERIOR NOT EQUAL CLIENTES-CPF-CNPJ
                       AND WRK-OPERADOR-PERFIL NOT EQUAL 'S'
                       MOVE 'S'               TO WRK-PEND-DOC
                       MOVE CLIENTES-CPF-CNPJ TO WRK-PEND-DOC-NOVO
                       MOVE WRK-DOC-ANTERIOR  TO CLIENTES-CPF-CNPJ
                    END-IF
                    REWRITE CLIENTES-REG
                    IF WRK-CLIENTES-STATUS EQUAL ZEROS
                       IF WRK-NOME-ANTERIOR NOT EQUAL CLIENTES-NOME
                          OR WRK-EMAIL-ANTERIOR NOT EQUAL
                             CLIENTES-EMAIL
                          PERFORM 2350-GRAVAR-HISTORICO
                       END-IF
                       ADD 1 TO WRK-TOT-ALTERACOES
                       MOVE 'ALTERACAO' TO WRK-LOG-OPERACAO
                       PERFORM 2900-GRAVAR-LOG
                       IF WRK-DOC-ANTERIOR NOT EQUAL
                          CLIENTES-CPF-CNPJ
                          AND WRK-DOC-ANTERIOR NOT EQUAL SPACES
                          MOVE WRK-DOC-ANTERIOR TO DOCX-CPF-CNPJ
                          MOVE CLIENTES-FONE    TO WRK-DOCX-FONE
                          PERFORM 2960-EXCLUIR-DOCX
                       END-IF
                       IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
                          MOVE CLIENTES-CPF-CNPJ TO DOCX-CPF-CNPJ
                          MOVE CLIENTES-FONE     TO DOCX-FONE
                          PERFORM 2950-GRAVAR-DOCX
                       END-IF
                       PERFORM 2975-GARANTIR-NUMERO
                       PERFORM 2370-GRAVAR-CONSENTIMENTO
                       IF WRK-PEND-DOC EQUAL 'S'
                          MOVE 'D'               TO WRK-PEND-OPERACAO
                          MOVE CLIENTES-FONE     TO WRK-PEND-FONE
                          MOVE WRK-DOC-ANTERIOR  TO WRK-PEND-ANTES
                          MOVE WRK-PEND-DOC-NOVO TO WRK-PEND-DEPOIS
                          PERFORM 3750-GRAVAR-PENDENCIA
                       END-IF
                       DISPLAY 'CLIENTE ALTERADO COM SUCESSO'
                               LINE 20 COLUMN 10
                    ELSE
                       DISPLAY 'ERRO AO ALTERAR REGISTRO - '
                               'STATUS: ' WRK-CLIENTES-STATUS
                               LINE 20 COLUMN 10
                    END-IF
              END-EVALUATE
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       2300-99-FIM. EXIT.
       2350-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2360-CARREGAR-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*
      *    MONTA OS CAMPOS DE TELA DO CONSENTIMENTO DE MARKETING DO
      *    CLIENTE EM WRK-CLIENTE-NUMERO E GUARDA AS OPCOES ATUAIS
      *    PARA A VALIDACAO. CLIENTE SEM NUMERO OU SEM REGISTRO DE
      *    CONSENTIMENTO VEM COM OS TRES CANAIS EM BRANCO.

           MOVE SPACES TO WRK-CONS-TELA WRK-CONS-ANTERIOR.
           IF WRK-CLIENTE-NUMERO EQUAL ZEROS
              GO TO 2360-99-FIM
           END-IF.

           MOVE WRK-CLIENTE-NUMERO TO CONS-CLIENTE.
           READ CLIENTES-CONSENTIMENTO
                INVALID KEY
                   GO TO 2360-99-FIM
           END-READ.

           PERFORM VARYING WRK-CONS-IND FROM 1 BY 1
                   UNTIL WRK-CONS-IND > 3
              MOVE CONS-CANAL-OPCAO(WRK-CONS-IND)
                   TO WRK-CONS-TELA-OPC(WRK-CONS-IND)
                      WRK-CONS-ANT-OPC(WRK-CONS-IND)
              MOVE CONS-CANAL-ORIGEM(WRK-CONS-IND)
                   TO WRK-CONS-TELA-ORIG(WRK-CONS-IND)
              IF CONS-CANAL-DATA(WRK-CONS-IND) NOT EQUAL ZEROS
                 STRING CONS-CANAL-DATA(WRK-CONS-IND)(7:2) '/'
                        CONS-CANAL-DATA(WRK-CONS-IND)(5:2) '/'
                        CONS-CANAL-DATA(WRK-CONS-IND)(1:4)
                        DELIMITED BY SIZE
                        INTO WRK-CONS-TELA-DATA(WRK-CONS-IND)
                 END-STRING
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       2360-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2365-VALIDAR-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*
      *    CADA CANAL ACEITA S, N OU BRANCO (NUNCA INFORMADO). UMA
      *    OPCAO JA REGISTRADA NAO VOLTA PARA BRANCO - QUEM DESISTE
      *    PASSA PARA N - E TODA MUDANCA DE OPCAO EXIGE A ORIGEM DA
      *    MANIFESTACAO DO CLIENTE. A ORIGEM C E RESERVADA AO
      *    RETORNO DE DESCADASTRAMENTO DO CRM (CLIENTEST). O ERRO
      *    FICA EM WRK-CONS-ERRO (BRANCO SE TUDO CERTO).

           MOVE SPACES TO WRK-CONS-ERRO.
           PERFORM VARYING WRK-CONS-IND FROM 1 BY 1
                   UNTIL WRK-CONS-IND > 3
                      OR WRK-CONS-ERRO NOT EQUAL SPACES
              EVALUATE TRUE
                 WHEN WRK-CONS-TELA-OPC(WRK-CONS-IND) NOT EQUAL 'S'
                  AND WRK-CONS-TELA-OPC(WRK-CONS-IND) NOT EQUAL 'N'
                  AND WRK-CONS-TELA-OPC(WRK-CONS-IND) NOT EQUAL SPACE
                    MOVE 'CONSENTIMENTO DE MARKETING DEVE SER S OU N'
                         TO WRK-CONS-ERRO
                 WHEN WRK-CONS-TELA-OPC(WRK-CONS-IND) EQUAL SPACE
                  AND WRK-CONS-ANT-OPC(WRK-CONS-IND) NOT EQUAL SPACE
                    MOVE 'CONSENTIMENTO JA INFORMADO NAO FICA EM BRANCO'
                         TO WRK-CONS-ERRO
                 WHEN WRK-CONS-TELA-OPC(WRK-CONS-IND) NOT EQUAL
                      WRK-CONS-ANT-OPC(WRK-CONS-IND)
                  AND NOT WRK-CONS-ORIGEM-VALIDA(WRK-CONS-IND)
                    MOVE 'INFORME A ORIGEM DO CONSENTIMENTO (T/P/F/E/W)'
                         TO WRK-CONS-ERRO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       2365-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2370-GRAVAR-CONSENTIMENTO SECTION.
      *----------------------------------------------------------------*
      *    GRAVA NO REGISTRO DE CONSENTIMENTO DO CLIENTE EM
      *    WRK-CLIENTE-NUMERO OS CANAIS QUE MUDARAM NA TELA (JA
      *    VALIDADOS POR 2365), COM DATA, ORIGEM E OPERADOR. CADA
      *    MUDANCA VAI PARA O LOG COMO CONS-<CANAL>-SIM OU
      *    CONS-<CANAL>-NAO (CANAL E, T OU C), CHAVEADA PELO
      *    TELEFONE PRINCIPAL.

           IF WRK-CLIENTE-NUMERO EQUAL ZEROS
              DISPLAY 'CONSENTIMENTO NAO GRAVADO - CLIENTE SEM NUMERO'
                      LINE 19 COLUMN 10
              GO TO 2370-99-FIM
           END-IF.

           MOVE 'N' TO WRK-CONS-NOVO WRK-CONS-ALTEROU.
           MOVE WRK-CLIENTE-NUMERO TO CONS-CLIENTE.
           READ CLIENTES-CONSENTIMENTO
                INVALID KEY
                   INITIALIZE CONS-REG
                   MOVE WRK-CLIENTE-NUMERO TO CONS-CLIENTE
                   MOVE 'S' TO WRK-CONS-NOVO
           END-READ.

           PERFORM VARYING WRK-CONS-IND FROM 1 BY 1
                   UNTIL WRK-CONS-IND > 3
              IF WRK-CONS-TELA-OPC(WRK-CONS-IND) NOT EQUAL
                 CONS-CANAL-OPCAO(WRK-CONS-IND)
                 MOVE WRK-CONS-TELA-OPC(WRK-CONS-IND)
                      TO CONS-CANAL-OPCAO(WRK-CONS-IND)
                 MOVE WRK-DATA-SISTEMA
                      TO CONS-CANAL-DATA(WRK-CONS-IND)
                 MOVE WRK-CONS-TELA-ORIG(WRK-CONS-IND)
                      TO CONS-CANAL-ORIGEM(WRK-CONS-IND)
                 MOVE WRK-OPERADOR-ID
                      TO CONS-CANAL-OPERADOR(WRK-CONS-IND)
                 MOVE 'S' TO WRK-CONS-ALTEROU
                 IF CONS-CANAL-SIM(WRK-CONS-IND)
                    MOVE 'SIM' TO WRK-CONS-SIM-NAO
                 ELSE
                    MOVE 'NAO' TO WRK-CONS-SIM-NAO
                 END-IF
                 MOVE SPACES TO WRK-LOG-OPERACAO
                 STRING 'CONS-' WRK-CONS-SIGLA(WRK-CONS-IND) '-'
                        WRK-CONS-SIM-NAO
                        DELIMITED BY SIZE INTO WRK-LOG-OPERACAO
                 END-STRING
                 PERFORM 2900-GRAVAR-LOG
              END-IF
           END-PERFORM.

           IF WRK-CONS-ALTEROU EQUAL 'S'
              MOVE CLIENTES-FONE    TO CONS-FONE
              MOVE WRK-DATA-SISTEMA TO CONS-DATA-ATUALIZACAO
              IF WRK-CONS-NOVO EQUAL 'S'
                 WRITE CONS-REG
              ELSE
                 REWRITE CONS-REG
              END-IF
              IF WRK-CONSENT-STATUS NOT EQUAL ZEROS
                 DISPLAY 'ERRO AO GRAVAR CONSENTIMENTO - STATUS: '
                         WRK-CONSENT-STATUS LINE 19 COLUMN 10
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2370-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2400-EXCLUIR SECTION.
      *----------------------------------------------------------------*
      *    A REFERENCIA DE TELEFONES DO CLIENTE NAO E TOCADA: O
      *    NUMERO E OS TELEFONES ADICIONAIS VOLTAM NA RESTAURACAO,
      *    E ATE LA A ENTRADA FICA OBSOLETA (TELEFONE LIVRE).
      *    OPERADOR SEM PERFIL DE SUPERVISOR NAO EXCLUI: A EXCLUSAO
      *    CONFIRMADA VIRA SOLICITACAO DE APROVACAO (3750).

           MOVE 'MODULO - EXCLUSAO ' TO WRK-MODULO.
           DISPLAY SCR-TELA.
           MOVE ZEROS TO WRK-NUMERO-BUSCA WRK-FONE-BUSCA.
           ACCEPT SRC-LOCALIZAR.
           PERFORM 2980-LOCALIZAR-CLIENTE.
           IF WRK-CLIENTE-ACHOU NOT EQUAL 'S'
              DISPLAY 'REGISTRO NAO ENCONTRADO' LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           ELSE
              DISPLAY SRC-CLIENTE-NUMERO
              DISPLAY CHAVE
              DISPLAY SS-DADOS
              MOVE SPACES TO WRK-CONFIRMA
              DISPLAY SRC-CONFIRMA
              ACCEPT SRC-CONFIRMA
              IF WRK-CONFIRMA EQUAL 'S'
                 IF WRK-OPERADOR-PERFIL EQUAL 'S'
                    PERFORM 2405-EFETIVAR-EXCLUSAO
                 ELSE
                    MOVE 'E'           TO WRK-PEND-OPERACAO
                    MOVE CLIENTES-FONE TO WRK-PEND-FONE
                    MOVE CLIENTES-FONE TO WRK-PEND-ANTES
                    MOVE 'EXCLUIDO'    TO WRK-PEND-DEPOIS
                    PERFORM 3750-GRAVAR-PENDENCIA
                 END-IF
              END-IF
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       2400-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2405-EFETIVAR-EXCLUSAO SECTION.
      *----------------------------------------------------------------*
      *    ARQUIVA O CLIENTE DE CLIENTES-REG EM CLIENTES-EXCLUIDOS E O
      *    EXCLUI DO CADASTRO. CHAMADO PELA EXCLUSAO DO SUPERVISOR
      *    (2400) E PELA APROVACAO DE SOLICITACAO (3720).
      *    WRK-EFETIVOU = 'S' SE O CLIENTE FOI EXCLUIDO.

           MOVE 'N' TO WRK-EFETIVOU.
           MOVE CLIENTES-FONE  TO CLIENTES-EXCL-FONE.
           MOVE CLIENTES-NOME  TO CLIENTES-EXCL-NOME.
           MOVE CLIENTES-EMAIL TO CLIENTES-EXCL-EMAIL.
           MOVE CLIENTES-CPF-CNPJ TO CLIENTES-EXCL-CPF-CNPJ.
           MOVE CLIENTES-ENDERECO TO CLIENTES-EXCL-ENDERECO.
           MOVE CLIENTES-STATUS   TO CLIENTES-EXCL-STATUS.
           MOVE WRK-DATA-SISTEMA TO CLIENTES-EXCL-DATA.
           MOVE 'N' TO CLIENTES-EXCL-RESTAURADO.
           WRITE CLIENTES-EXCL-REG.
           IF WRK-EXCLUIDOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO ARQUIVAR REGISTRO - STATUS: '
                      WRK-EXCLUIDOS-STATUS LINE 20 COLUMN 10
           ELSE
              DELETE CLIENTES RECORD
              IF WRK-CLIENTES-STATUS EQUAL ZEROS
                 ADD 1 TO WRK-TOT-EXCLUSOES
                 MOVE 'S' TO WRK-EFETIVOU
                 MOVE 'EXCLUSAO' TO WRK-LOG-OPERACAO
                 PERFORM 2900-GRAVAR-LOG
                 IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
                    MOVE CLIENTES-CPF-CNPJ TO DOCX-CPF-CNPJ
                    MOVE CLIENTES-FONE    TO WRK-DOCX-FONE
                    PERFORM 2960-EXCLUIR-DOCX
                 END-IF
                 DISPLAY 'CLIENTE EXCLUIDO COM SUCESSO'
                         LINE 20 COLUMN 10
              ELSE
                 DISPLAY 'ERRO AO EXCLUIR - STATUS: '
                         WRK-CLIENTES-STATUS
                         LINE 20 COLUMN 10
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2405-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2450-RESTAURAR SECTION.
      *----------------------------------------------------------------*
      *    ARQUIVADOS COM A DATA DA EXCLUSAO E, CONFIRMANDO, GRAVA
      *    DE VOLTA EM CLIENTES.DAT COMO ATIVO, MARCA O REGISTRO DO
      *    ARQUIVO COMO RESTAURADO E REGISTRA A OPERACAO NO LOG.
      *    O NUMERO DO CLIENTE VOLTA PELA REFERENCIA DE TELEFONES,
      *    DESDE QUE O TELEFONE NAO TENHA PASSADO A OUTRO CLIENTE.
      *    O ARQUIVO DE EXCLUIDOS FICA ABERTO EM EXTEND NA SESSAO,
      *    ENTAO AQUI ELE E REABERTO EM I-O E DEVOLVIDO AO EXTEND.
      *    OPERADOR SEM PERFIL DE SUPERVISOR NAO RESTAURA: A
      *    RESTAURACAO CONFIRMADA E VALIDA VIRA SOLICITACAO DE
      *    APROVACAO (3750).

           MOVE 'MODULO - RESTAURACAO' TO WRK-MODULO.
           DISPLAY SCR-TELA.
           ACCEPT CHAVE.
           MOVE CLIENTES-FONE TO WRK-REST-FONE.

           PERFORM 2452-LOCALIZAR-EXCLUSAO.

           IF WRK-REST-ACHOU NOT EQUAL 'S'
              DISPLAY 'NENHUMA EXCLUSAO PENDENTE PARA ESTE TELEFONE'
              DISPLAY SRC-CONFIRMA-REST
              ACCEPT SRC-CONFIRMA-REST
              IF WRK-CONFIRMA EQUAL 'S'
                 PERFORM 2454-VALIDAR-RESTAURACAO
                 IF WRK-REST-VALIDA EQUAL 'S'
                    IF WRK-OPERADOR-PERFIL EQUAL 'S'
                       PERFORM 2455-EFETIVAR-RESTAURACAO
                    ELSE
                       MOVE ZEROS         TO WRK-CLIENTE-NUMERO
                       MOVE 'R'           TO WRK-PEND-OPERACAO
                       MOVE CLIENTES-FONE TO WRK-PEND-FONE
                       MOVE SPACES        TO WRK-PEND-ANTES
                       STRING 'EXCLUIDO ' WRK-DATA-EXCL-REL
                              DELIMITED BY SIZE INTO WRK-PEND-ANTES
                       END-STRING
                       MOVE 'ATIVO'       TO WRK-PEND-DEPOIS
                       PERFORM 3750-GRAVAR-PENDENCIA
                    END-IF
                 END-IF
              END-IF
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           END-IF.

           PERFORM 2458-REABRIR-EXCLUIDOS.

      *----------------------------------------------------------------*
       2450-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2452-LOCALIZAR-EXCLUSAO SECTION.
      *----------------------------------------------------------------*
      *    REABRE CLIENTES-EXCLUIDOS EM I-O E PROCURA A EXCLUSAO
      *    PENDENTE DO TELEFONE WRK-REST-FONE. ACHANDO, O REGISTRO
      *    FICA EM CLIENTES-EXCL-REG E SUA POSICAO EM WRK-REST-NUMREG.
      *    O CHAMADOR DEVOLVE O ARQUIVO AO EXTEND (2458).

           CLOSE CLIENTES-EXCLUIDOS.
           OPEN I-O CLIENTES-EXCLUIDOS.

           MOVE 'N' TO WRK-REST-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-REST-CONT WRK-REST-NUMREG.
           IF WRK-EXCLUIDOS-STATUS NOT EQUAL ZEROS
              MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

      *    VARRE O ARQUIVO INTEIRO E GUARDA A ULTIMA EXCLUSAO
      *    PENDENTE DO TELEFONE (A MAIS RECENTE): UM CLIENTE
      *    EXCLUIDO, RECADASTRADO E EXCLUIDO DE NOVO TEM MAIS DE
      *    UMA ENTRADA, E E A ULTIMA QUE DEVE VOLTAR.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'
              READ CLIENTES-EXCLUIDOS
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
              END-READ
              IF WRK-FIM-ARQUIVO NOT EQUAL 'S'
                 ADD 1 TO WRK-REST-CONT
                 IF CLIENTES-EXCL-FONE EQUAL WRK-REST-FONE
                    AND CLIENTES-EXCL-RESTAURADO NOT EQUAL 'S'
                    MOVE 'S' TO WRK-REST-ACHOU
                    MOVE CLIENTES-EXCL-REG TO WRK-REST-REG
                    MOVE WRK-REST-CONT TO WRK-REST-NUMREG
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-REST-ACHOU EQUAL 'S'
              MOVE WRK-REST-REG TO CLIENTES-EXCL-REG
           END-IF.

      *----------------------------------------------------------------*
       2452-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2454-VALIDAR-RESTAURACAO SECTION.
      *----------------------------------------------------------------*
      *    MONTA EM CLIENTES-REG O CLIENTE ARQUIVADO EM
      *    CLIENTES-EXCL-REG, COMO ATIVO, E CONFERE SE ELE PODE
      *    VOLTAR. WRK-REST-VALIDA = 'S' SE PODE.

           MOVE 'N' TO WRK-REST-VALIDA.
           MOVE CLIENTES-EXCL-FONE     TO CLIENTES-FONE.
           MOVE CLIENTES-EXCL-NOME     TO CLIENTES-NOME.
           MOVE CLIENTES-EXCL-EMAIL    TO CLIENTES-EMAIL.
           MOVE CLIENTES-EXCL-CPF-CNPJ TO CLIENTES-CPF-CNPJ.
           MOVE CLIENTES-EXCL-ENDERECO TO CLIENTES-ENDERECO.
           MOVE 'A'                    TO CLIENTES-STATUS.
      *    SO A DUPLICIDADE E CONFERIDA AQUI: O DOCUMENTO ARQUIVADO
      *    PODE SER ANTERIOR A VALIDACAO DE DIGITO E AINDA ASSIM DEVE
      *    PODER VOLTAR AO CADASTRO.
           MOVE 'N' TO WRK-DOC-DUPLICADO.
           IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
              MOVE CLIENTES-CPF-CNPJ TO WRK-DOC-BUSCA
              MOVE CLIENTES-FONE     TO WRK-DOC-FONE-ATUAL
              PERFORM 2160-VERIFICAR-DOC-DUPLICADO
           END-IF.
           MOVE CLIENTES-FONE TO WRK-FONEX-BUSCA.
           PERFORM 2970-VERIFICAR-FONE-LIVRE.
           EVALUATE TRUE
              WHEN WRK-DOC-DUPLICADO EQUAL 'S'
                 DISPLAY 'CPF/CNPJ JA CADASTRADO - RESTAURACAO '
                         'CANCELADA' LINE 20 COLUMN 10
              WHEN WRK-FONEX-LIVRE NOT EQUAL 'S'
                 DISPLAY 'TELEFONE EM USO POR OUTRO CLIENTE - '
                         'RESTAURACAO CANCELADA' LINE 20 COLUMN 10
              WHEN OTHER
                 MOVE 'S' TO WRK-REST-VALIDA
           END-EVALUATE.

      *----------------------------------------------------------------*
       2454-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2455-EFETIVAR-RESTAURACAO SECTION.
      *----------------------------------------------------------------*
      *    GRAVA DE VOLTA O CLIENTE MONTADO POR 2454 E MARCA O
      *    ARQUIVO COMO RESTAURADO. CHAMADO PELA RESTAURACAO DO
      *    SUPERVISOR (2450) E PELA APROVACAO DE SOLICITACAO (3760).
      *    WRK-EFETIVOU = 'S' SE O CLIENTE FOI RESTAURADO.

           MOVE 'N' TO WRK-EFETIVOU.
           WRITE CLIENTES-REG.
           IF WRK-CLIENTES-STATUS EQUAL ZEROS
              PERFORM 2460-MARCAR-RESTAURADO
              ADD 1 TO WRK-TOT-RESTAURACOES
              MOVE 'S' TO WRK-EFETIVOU
              MOVE 'RESTAURA' TO WRK-LOG-OPERACAO
              PERFORM 2900-GRAVAR-LOG
              IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
                 MOVE CLIENTES-CPF-CNPJ TO DOCX-CPF-CNPJ
                 MOVE CLIENTES-FONE     TO DOCX-FONE
                 PERFORM 2950-GRAVAR-DOCX
              END-IF
              PERFORM 2975-GARANTIR-NUMERO
              DISPLAY 'CLIENTE RESTAURADO - NUMERO: '
                      WRK-CLIENTE-NUMERO LINE 20 COLUMN 10
           ELSE
              IF WRK-CLIENTES-STATUS EQUAL 22
                 DISPLAY 'TELEFONE JA CADASTRADO - '
                         'RESTAURACAO CANCELADA'
                         LINE 20 COLUMN 10
              ELSE
                 DISPLAY 'ERRO AO RESTAURAR - STATUS: '
                         WRK-CLIENTES-STATUS
                         LINE 20 COLUMN 10
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2455-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2458-REABRIR-EXCLUIDOS SECTION.
      *----------------------------------------------------------------*
      *    DEVOLVE CLIENTES-EXCLUIDOS AO EXTEND DA SESSAO.

           MOVE 'N' TO WRK-FIM-ARQUIVO.
           CLOSE CLIENTES-EXCLUIDOS.
           OPEN EXTEND CLIENTES-EXCLUIDOS.
           END-IF.

      *----------------------------------------------------------------*
       2458-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    PAR TROCA-DE (NUMERO ANTIGO) / TROCA-PARA (NUMERO NOVO)
      *    NO MESMO HORARIO - E ESSE PAR QUE PERMITE RASTREAR OS
      *    LANCAMENTOS DO LOG AINDA GRAVADOS SOB O NUMERO ANTIGO.
      *    OPERADOR SEM PERFIL DE SUPERVISOR NAO TROCA: A TROCA
      *    CONFIRMADA VIRA SOLICITACAO DE APROVACAO (3750).

           MOVE 'MODULO - TROCA FONE' TO WRK-MODULO.
           DISPLAY SCR-TELA.
              DISPLAY 'TELEFONE NOVO INVALIDO' LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           ELSE
      *       O TELEFONE ATUAL PODE SER QUALQUER UM DOS TELEFONES DO
      *       CLIENTE; A TROCA E SEMPRE DO TELEFONE PRINCIPAL.
              MOVE ZEROS TO WRK-NUMERO-BUSCA
              MOVE WRK-TROCA-FONE-ANT TO WRK-FONE-BUSCA
              PERFORM 2980-LOCALIZAR-CLIENTE
              IF WRK-CLIENTE-ACHOU NOT EQUAL 'S'
                 DISPLAY 'REGISTRO NAO ENCONTRADO'
                         LINE 20 COLUMN 10
                 ACCEPT WRK-TECLA LINE 22 COLUMN 10
              ELSE
                 MOVE CLIENTES-FONE TO WRK-TROCA-FONE-ANT
                 MOVE CLIENTES-REG TO WRK-TROCA-REG
                 DISPLAY SRC-CLIENTE-NUMERO
                 DISPLAY SS-DADOS
                 DISPLAY SS-DADOS-COMPL
                 PERFORM 2472-VERIFICAR-FONE-NOVO
                 IF WRK-TROCA-LIVRE EQUAL 'S'
                    MOVE SPACES TO WRK-CONFIRMA
                    DISPLAY SRC-CONFIRMA-TROCA
                    ACCEPT SRC-CONFIRMA-TROCA
                    IF WRK-CONFIRMA EQUAL 'S'
                       IF WRK-OPERADOR-PERFIL EQUAL 'S'
                          PERFORM 2475-EFETIVAR-TROCA
                       ELSE
                          MOVE WRK-TROCA-REG       TO CLIENTES-REG
                          MOVE 'T'                 TO WRK-PEND-OPERACAO
                          MOVE WRK-TROCA-FONE-ANT  TO WRK-PEND-FONE
                          MOVE WRK-TROCA-FONE-ANT  TO WRK-PEND-ANTES
                          MOVE WRK-TROCA-FONE-NOVO TO WRK-PEND-DEPOIS
                          PERFORM 3750-GRAVAR-PENDENCIA
                       END-IF
                    END-IF
                 END-IF
                 ACCEPT WRK-TECLA LINE 22 COLUMN 10
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2470-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2472-VERIFICAR-FONE-NOVO SECTION.
      *----------------------------------------------------------------*
      *    CONFERE SE O TELEFONE NOVO (WRK-TROCA-FONE-NOVO) PODE
      *    RECEBER O CLIENTE WRK-CLIENTE-NUMERO. RESULTADO EM
      *    WRK-TROCA-LIVRE: 'S' LIVRE, 'N' JA E CHAVE DO CADASTRO,
      *    'F' E TELEFONE DE OUTRO CLIENTE. A AREA DE CLIENTES-REG E
      *    USADA NA LEITURA; O CHAMADOR GUARDA O CLIENTE EM
      *    WRK-TROCA-REG ANTES.

           MOVE 'N' TO WRK-TROCA-LIVRE.
           MOVE WRK-TROCA-FONE-NOVO TO CLIENTES-FONE.
           READ CLIENTES
                INVALID KEY
                   MOVE 'S' TO WRK-TROCA-LIVRE
                NOT INVALID KEY
                   CONTINUE
           END-READ.
      *    O TELEFONE NOVO PODE SER UM ADICIONAL DO PROPRIO CLIENTE
      *    (VIRA O PRINCIPAL), MAS NAO DE OUTRO CLIENTE.
           IF WRK-TROCA-LIVRE EQUAL 'S'
              MOVE WRK-TROCA-FONE-NOVO TO WRK-FONEX-BUSCA
              PERFORM 2970-VERIFICAR-FONE-LIVRE
              IF WRK-FONEX-LIVRE NOT EQUAL 'S'
                 AND WRK-FONEX-DONO NOT EQUAL WRK-CLIENTE-NUMERO
                 MOVE 'F' TO WRK-TROCA-LIVRE
              END-IF
           END-IF.
           EVALUATE WRK-TROCA-LIVRE
              WHEN 'N'
                 DISPLAY 'TELEFONE NOVO JA CADASTRADO'
                         LINE 20 COLUMN 10
              WHEN 'F'
                 DISPLAY 'TELEFONE NOVO PERTENCE A OUTRO CLIENTE'
                         LINE 20 COLUMN 10
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       2472-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2475-EFETIVAR-TROCA SECTION.
      *----------------------------------------------------------------*
      *    ANTIGO: SE A GRAVACAO FALHAR, NADA FOI PERDIDO. CONTATOS,
      *    HISTORICO E RETORNOS PENDENTES DA AGENDA SO SAO
      *    TRANSFERIDOS DEPOIS QUE A CHAVE NOVA ESTA FIRMADA NO
      *    CADASTRO. WRK-EFETIVOU = 'S' SE A TROCA FOI FEITA.

           MOVE 'N' TO WRK-EFETIVOU.
           MOVE WRK-TROCA-REG       TO CLIENTES-REG.
           MOVE WRK-TROCA-FONE-NOVO TO CLIENTES-FONE.
           WRITE CLIENTES-REG.
                 PERFORM 2480-TRANSFERIR-CONTATOS
                 PERFORM 2485-TRANSFERIR-HISTORICO
                 PERFORM 2490-TRANSFERIR-AGENDA
                 PERFORM 2477-TRANSFERIR-NUMERO
                 IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
                    MOVE CLIENTES-CPF-CNPJ   TO DOCX-CPF-CNPJ
                    MOVE WRK-TROCA-FONE-NOVO TO DOCX-FONE
                 MOVE 'TROCA-PARA' TO WRK-LOG-OPERACAO
                 PERFORM 2900-GRAVAR-LOG
                 ADD 1 TO WRK-TOT-TROCAS
                 MOVE 'S' TO WRK-EFETIVOU
                 DISPLAY 'TELEFONE TROCADO COM SUCESSO'
                         LINE 20 COLUMN 10
              END-IF
       2475-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2477-TRANSFERIR-NUMERO SECTION.
      *----------------------------------------------------------------*
      *    O NUMERO DO CLIENTE ACOMPANHA A TROCA: A ENTRADA PRINCIPAL
      *    DO TELEFONE ANTIGO SAI DA REFERENCIA E O TELEFONE NOVO
      *    ENTRA COMO PRINCIPAL DO MESMO NUMERO (SE JA ERA ADICIONAL
      *    DO CLIENTE OU ENTRADA OBSOLETA, E REGRAVADO). CLIENTE
      *    AINDA SEM NUMERO GANHA UM AQUI.

           MOVE ZEROS TO WRK-CLIENTE-NUMERO.
           MOVE WRK-TROCA-FONE-ANT TO FONEX-FONE.
           READ CLIENTES-FONES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF FONEX-PRINCIPAL
                      MOVE FONEX-NUMERO TO WRK-CLIENTE-NUMERO
                      DELETE CLIENTES-FONES RECORD
                             INVALID KEY CONTINUE
                      END-DELETE
                   END-IF
           END-READ.

           IF WRK-CLIENTE-NUMERO EQUAL ZEROS
              CALL 'NUMERA' USING WRK-NUM-SERIE WRK-CLIENTE-NUMERO
                                  WRK-NUM-RESULTADO
              IF WRK-NUM-RESULTADO NOT EQUAL 'O'
                 DISPLAY 'ERRO NA NUMERACAO DO CLIENTE'
                         LINE 19 COLUMN 10
                 MOVE ZEROS TO WRK-CLIENTE-NUMERO
              END-IF
           END-IF.

           IF WRK-CLIENTE-NUMERO NOT EQUAL ZEROS
              MOVE WRK-TROCA-FONE-NOVO TO FONEX-FONE
              MOVE WRK-CLIENTE-NUMERO  TO FONEX-NUMERO
              MOVE 'P'                 TO FONEX-TIPO
              MOVE WRK-DATA-SISTEMA    TO FONEX-DATA
              PERFORM 2978-GRAVAR-FONEX
           END-IF.

      *----------------------------------------------------------------*
       2477-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2480-TRANSFERIR-CONTATOS SECTION.
      *----------------------------------------------------------------*

           MOVE 'MODULO - HISTORICO' TO WRK-MODULO.
           DISPLAY SCR-TELA.
           MOVE ZEROS TO WRK-NUMERO-BUSCA WRK-FONE-BUSCA.
           ACCEPT SRC-LOCALIZAR.
           PERFORM 2980-LOCALIZAR-CLIENTE.
           MOVE CLIENTES-FONE TO WRK-HIST-FONE.

           PERFORM 2510-CARREGAR-HIST.
      *----------------------------------------------------------------*
       2900-GRAVAR-LOG SECTION.
      *----------------------------------------------------------------*
      *    O LANCAMENTO LEVA O OPERADOR DA SESSAO; NA APLICACAO DE
      *    UMA SOLICITACAO APROVADA (3720) LEVA O SOLICITANTE, E O
      *    APROVADOR VAI NO LANCAMENTO PEND-APROV LOGO EM SEGUIDA.

           MOVE WRK-LOG-OPERACAO   TO LOG-OPERACAO.
           MOVE CLIENTES-FONE      TO LOG-CHAVE.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-HORA-SISTEMA(1:6) TO LOG-HORA.
           MOVE WRK-OPERADOR-ID    TO LOG-OPERADOR.
           IF WRK-LOG-SOLICITANTE NOT EQUAL SPACES
              MOVE WRK-LOG-SOLICITANTE TO LOG-OPERADOR
           END-IF.
           WRITE LOG-REG.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2970-VERIFICAR-FONE-LIVRE SECTION.
      *----------------------------------------------------------------*
      *    O TELEFONE EM WRK-FONEX-BUSCA ESTA LIVRE SE NAO TEM ENTRADA
      *    NA REFERENCIA DE TELEFONES OU SE A ENTRADA E OBSOLETA - O
      *    CLIENTE DONO (PELO TELEFONE PRINCIPAL DO NUMERO) NAO ESTA
      *    MAIS NO CADASTRO. A ENTRADA OBSOLETA NAO E EXCLUIDA AQUI
      *    (E ELA QUE DEVOLVE O NUMERO NA RESTAURACAO); QUEM VAI
      *    OCUPAR O TELEFONE DECIDE. O NUMERO DONO FICA EM
      *    WRK-FONEX-DONO. A AREA DO FD DE CLIENTES E PRESERVADA,
      *    MAS A TABELA DE TELEFONES (2990) E RECARREGADA COM OS DO
      *    DONO.

           MOVE 'S' TO WRK-FONEX-LIVRE.
           MOVE 'N' TO WRK-FONEX-OBSOLETO.
           MOVE ZEROS TO WRK-FONEX-DONO.
           MOVE WRK-FONEX-BUSCA TO FONEX-FONE.
           READ CLIENTES-FONES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FONEX-NUMERO TO WRK-FONEX-DONO
           END-READ.

           IF WRK-FONEX-DONO NOT EQUAL ZEROS
              MOVE WRK-FONEX-DONO TO WRK-FONEX-NUMERO
              PERFORM 2990-CARREGAR-FONES
              MOVE CLIENTES-REG TO WRK-CLIENTE-SALVO
              MOVE WRK-FONEX-PRINCIPAL TO CLIENTES-FONE
              READ CLIENTES
                   INVALID KEY
                      MOVE 'S' TO WRK-FONEX-OBSOLETO
                   NOT INVALID KEY
                      MOVE 'N' TO WRK-FONEX-LIVRE
              END-READ
              MOVE WRK-CLIENTE-SALVO TO CLIENTES-REG
           END-IF.

      *----------------------------------------------------------------*
       2970-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2975-GARANTIR-NUMERO SECTION.
      *----------------------------------------------------------------*
      *    GARANTE O NUMERO PERMANENTE DO CLIENTE EM CLIENTES-REG E O
      *    DEIXA EM WRK-CLIENTE-NUMERO. SE O TELEFONE JA E O PRINCIPAL
      *    DE UM NUMERO (CLIENTE RESTAURADO OU JA NUMERADO), O NUMERO
      *    E MANTIDO; SENAO UM NUMERO NOVO E TIRADO DA SERIE CLIENTE
      *    E A ENTRADA PRINCIPAL E GRAVADA. E POR AQUI QUE OS
      *    CLIENTES ANTERIORES A NUMERACAO GANHAM NUMERO NA PRIMEIRA
      *    GRAVACAO PELO ONLINE.

           MOVE ZEROS TO WRK-CLIENTE-NUMERO.
           MOVE CLIENTES-FONE TO FONEX-FONE.
           READ CLIENTES-FONES
                INVALID KEY
                   MOVE SPACES TO FONEX-TIPO
           END-READ.

           IF WRK-FONES-STATUS EQUAL ZEROS AND FONEX-PRINCIPAL
              MOVE FONEX-NUMERO TO WRK-CLIENTE-NUMERO
           ELSE
              CALL 'NUMERA' USING WRK-NUM-SERIE WRK-CLIENTE-NUMERO
                                  WRK-NUM-RESULTADO
              IF WRK-NUM-RESULTADO NOT EQUAL 'O'
                 DISPLAY 'ERRO NA NUMERACAO DO CLIENTE'
                         LINE 19 COLUMN 10
                 MOVE ZEROS TO WRK-CLIENTE-NUMERO
              ELSE
                 MOVE CLIENTES-FONE      TO FONEX-FONE
                 MOVE WRK-CLIENTE-NUMERO TO FONEX-NUMERO
                 MOVE 'P'                TO FONEX-TIPO
                 MOVE WRK-DATA-SISTEMA   TO FONEX-DATA
                 PERFORM 2978-GRAVAR-FONEX
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       2975-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2978-GRAVAR-FONEX SECTION.
      *----------------------------------------------------------------*
      *    GRAVA (OU REGRAVA) A ENTRADA DA REFERENCIA DE TELEFONES,
      *    NOS MOLDES DE 2950. ESPERA FONEX-REG JA PREENCHIDO.

           WRITE FONEX-REG.
           IF WRK-FONES-STATUS EQUAL 22
              REWRITE FONEX-REG
           END-IF.
           IF WRK-FONES-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO NA REFERENCIA DE TELEFONES - STATUS: '
                      WRK-FONES-STATUS LINE 19 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       2978-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2980-LOCALIZAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    LOCALIZA O CLIENTE PELO NUMERO (WRK-NUMERO-BUSCA) OU POR
      *    QUALQUER UM DOS SEUS TELEFONES (WRK-FONE-BUSCA) E LE O
      *    MESTRE PELO TELEFONE PRINCIPAL. TELEFONE SEM ENTRADA NA
      *    REFERENCIA E TRATADO COMO CHAVE DIRETA (CLIENTE AINDA SEM
      *    NUMERO). WRK-CLIENTE-ACHOU = 'S' SE O MESTRE FOI LIDO;
      *    SENAO CLIENTES-FONE FICA COM O TELEFONE RESOLVIDO, PARA
      *    AS CONSULTAS DE CONTATOS E HISTORICO ORFAOS.

           MOVE 'N' TO WRK-CLIENTE-ACHOU.
           MOVE ZEROS TO WRK-CLIENTE-NUMERO WRK-FONEX-QTD.
           MOVE SPACES TO WRK-FONES-LISTA.
           MOVE WRK-FONE-BUSCA TO CLIENTES-FONE.

           IF WRK-NUMERO-BUSCA NOT EQUAL ZEROS
              MOVE WRK-NUMERO-BUSCA TO WRK-CLIENTE-NUMERO
           ELSE
              IF WRK-FONE-BUSCA NOT EQUAL ZEROS
                 MOVE WRK-FONE-BUSCA TO FONEX-FONE
                 READ CLIENTES-FONES
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE FONEX-NUMERO TO WRK-CLIENTE-NUMERO
                 END-READ
              END-IF
           END-IF.

           IF WRK-CLIENTE-NUMERO NOT EQUAL ZEROS
              MOVE WRK-CLIENTE-NUMERO TO WRK-FONEX-NUMERO
              PERFORM 2990-CARREGAR-FONES
              IF WRK-FONEX-PRINCIPAL NOT EQUAL ZEROS
                 MOVE WRK-FONEX-PRINCIPAL TO CLIENTES-FONE
              END-IF
           END-IF.

           IF CLIENTES-FONE NOT EQUAL ZEROS
              READ CLIENTES
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'S' TO WRK-CLIENTE-ACHOU
              END-READ
           END-IF.

      *----------------------------------------------------------------*
       2980-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2990-CARREGAR-FONES SECTION.
      *----------------------------------------------------------------*
      *    CARREGA OS TELEFONES DO NUMERO EM WRK-FONEX-NUMERO PELA
      *    CHAVE ALTERNATIVA: O PRINCIPAL EM WRK-FONEX-PRINCIPAL
      *    (ZERO SE NAO HOUVER), A TABELA WRK-FONEX-TAB (ATE 5
      *    TELEFONES POR CLIENTE) E A LINHA DE TELA WRK-FONES-LISTA.

           MOVE ZEROS TO WRK-FONEX-PRINCIPAL WRK-FONEX-QTD.
           MOVE SPACES TO WRK-FONES-LISTA WRK-FONEX-TAB.
           MOVE 1 TO WRK-FONEX-PONT.
           MOVE WRK-FONEX-NUMERO TO FONEX-NUMERO.
           MOVE 'N' TO WRK-FONEX-FIM.
           START CLIENTES-FONES KEY IS EQUAL TO FONEX-NUMERO
                 INVALID KEY MOVE 'S' TO WRK-FONEX-FIM
           END-START.

           PERFORM UNTIL WRK-FONEX-FIM EQUAL 'S'
              READ CLIENTES-FONES NEXT RECORD
                   AT END MOVE 'S' TO WRK-FONEX-FIM
              END-READ
              IF WRK-FONEX-FIM NOT EQUAL 'S'
                 IF FONEX-NUMERO NOT EQUAL WRK-FONEX-NUMERO
                    MOVE 'S' TO WRK-FONEX-FIM
                 ELSE
                    IF FONEX-PRINCIPAL
                       MOVE FONEX-FONE TO WRK-FONEX-PRINCIPAL
                    END-IF
                    IF WRK-FONEX-QTD LESS THAN 5
                       ADD 1 TO WRK-FONEX-QTD
                       MOVE FONEX-FONE
                            TO WRK-FONEX-TAB-FONE(WRK-FONEX-QTD)
                       MOVE FONEX-TIPO
                            TO WRK-FONEX-TAB-TIPO(WRK-FONEX-QTD)
                       STRING FONEX-FONE '-' FONEX-TIPO ' '
                              DELIMITED BY SIZE INTO WRK-FONES-LISTA
                              WITH POINTER WRK-FONEX-PONT
                       END-STRING
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-FONEX-FIM.

      *----------------------------------------------------------------*
       2990-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2995-CARREGAR-SEGMENTO SECTION.
      *----------------------------------------------------------------*
      *    MONTA EM WRK-SEGMENTO-DESC O SEGMENTO, OS PONTOS E A DATA
      *    DO ULTIMO CALCULO DO CLIENTE EM CLIENTES-REG. O SCORE E
      *    CHAVEADO PELO TELEFONE PRINCIPAL; CLIENTE NOVO OU COM
      *    TELEFONE TROCADO SO TEM SEGMENTO DEPOIS DO PROXIMO CALCULO.

           MOVE 'NAO CALCULADO' TO WRK-SEGMENTO-DESC.
           MOVE CLIENTES-FONE TO SCORE-FONE.
           READ CLIENTES-SCORE
                INVALID KEY
                   GO TO 2995-99-FIM
           END-READ.

           EVALUATE TRUE
              WHEN SCORE-CAMPEAO
                 MOVE 'CAMPEAO ' TO WRK-SEGMENTO-NOME
              WHEN SCORE-REGULAR
                 MOVE 'REGULAR ' TO WRK-SEGMENTO-NOME
              WHEN SCORE-EM-RISCO
                 MOVE 'EM RISCO' TO WRK-SEGMENTO-NOME
              WHEN SCORE-DORMENTE
                 MOVE 'DORMENTE' TO WRK-SEGMENTO-NOME
              WHEN OTHER
                 GO TO 2995-99-FIM
           END-EVALUATE.
           MOVE SPACES TO WRK-SEGMENTO-DESC.
           STRING WRK-SEGMENTO-NOME ' - ' SCORE-PONTOS
                  ' PONTOS EM ' SCORE-DATA-CALCULO(7:2) '/'
                  SCORE-DATA-CALCULO(5:2) '/' SCORE-DATA-CALCULO(1:4)
                  DELIMITED BY SIZE INTO WRK-SEGMENTO-DESC
           END-STRING.

      *----------------------------------------------------------------*
       2995-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3000-REGISTRAR-CONTATO SECTION.
      *----------------------------------------------------------------*
      *    REGISTRA UM CONTATO (LIGACAO/EMAIL/VISITA/RECLAMACAO)
      *    CONTRA UM CLIENTE EXISTENTE. A SEQUENCIA DO CONTATO E A
      *    MAIOR JA GRAVADA PARA O TELEFONE MAIS UM. RECLAMACAO ABRE
      *    PROTOCOLO DE ATENDIMENTO (3030).

           MOVE 'MODULO - CONTATO  ' TO WRK-MODULO.
           DISPLAY SCR-TELA.
           MOVE ZEROS TO WRK-NUMERO-BUSCA WRK-FONE-BUSCA.
           ACCEPT SRC-LOCALIZAR.
           PERFORM 2980-LOCALIZAR-CLIENTE.
           IF WRK-CLIENTE-ACHOU NOT EQUAL 'S'
              DISPLAY 'REGISTRO NAO ENCONTRADO' LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           ELSE
              DISPLAY SRC-CLIENTE-NUMERO
              DISPLAY CHAVE
              PERFORM 3010-PROXIMA-SEQUENCIA
              IF WRK-CONT-SEQ-MAX EQUAL 9999
                 DISPLAY 'LIMITE DE CONTATOS ATINGIDO'
                         LINE 20 COLUMN 10
                 ACCEPT WRK-TECLA LINE 22 COLUMN 10
              ELSE
                 MOVE SPACES TO CONTATOS-REG
                 MOVE CLIENTES-FONE TO CONTATOS-FONE
                 COMPUTE CONTATOS-SEQ = WRK-CONT-SEQ-MAX + 1
                 MOVE WRK-DATA-SISTEMA TO CONTATOS-DATA
                 ACCEPT WRK-HORA-SISTEMA FROM TIME
                 MOVE WRK-HORA-SISTEMA(1:6) TO CONTATOS-HORA
                 MOVE SPACES TO CONTATOS-TIPO CONTATOS-TEXTO
                 MOVE WRK-OPERADOR-STAMP TO CONTATOS-OPERADOR
                 DISPLAY SRC-CONTATO
                 ACCEPT SRC-CONTATO
                 IF NOT CONTATO-TIPO-VALIDO
                    DISPLAY 'TIPO INVALIDO - USE L, E, V OU R'
                            LINE 20 COLUMN 10
                 ELSE
                    WRITE CONTATOS-REG
                    IF WRK-CONTATOS-STATUS EQUAL ZEROS
                       DISPLAY 'CONTATO REGISTRADO COM SUCESSO'
                               LINE 20 COLUMN 10
                       IF CONTATO-RECLAMACAO
                          PERFORM 3030-ABRIR-PROTOCOLO
                       END-IF
                       PERFORM 3020-AGENDAR-RETORNO
                    ELSE
                       DISPLAY 'ERRO AO GRAVAR CONTATO - '
                               'STATUS: ' WRK-CONTATOS-STATUS
                               LINE 20 COLUMN 10
                    END-IF
                 END-IF
                 ACCEPT WRK-TECLA LINE 22 COLUMN 10
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       3000-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3010-PROXIMA-SEQUENCIA SECTION.
      *----------------------------------------------------------------*
      *    DEIXA EM WRK-CONT-SEQ-MAX A MAIOR SEQUENCIA JA GRAVADA
      *    PARA O TELEFONE EM CLIENTES-FONE (ZERO SE NAO HOUVER).

           MOVE ZEROS TO WRK-CONT-SEQ-MAX.
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
                 IF CONTATOS-FONE EQUAL CLIENTES-FONE
                    MOVE CONTATOS-SEQ TO WRK-CONT-SEQ-MAX
                 ELSE
                    MOVE 'S' TO WRK-CONT-FIM
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       3010-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3020-AGENDAR-RETORNO SECTION.
      *----------------------------------------------------------------*
      *    OFERECE O AGENDAMENTO DO RETORNO PROMETIDO LOGO APOS O
      *    REGISTRO DO CONTATO. O ITEM E GRAVADO PENDENTE PARA O
      *    OPERADOR DA SESSAO; A SEQUENCIA DESEMPATA MAIS DE UM
      *    RETORNO DO MESMO CLIENTE NO MESMO DIA. DATA QUE CAI EM
      *    FIM DE SEMANA OU FERIADO VAI PARA O PROXIMO DIA UTIL
      *    (DIAUTIL), E O AJUSTE E AVISADO NA TELA.

           MOVE SPACES TO WRK-AGENDAR.
           DISPLAY SRC-AGENDAR.
           ACCEPT SRC-AGENDAR.
           IF WRK-AGENDAR EQUAL 'S'
              MOVE ZEROS TO AGENDA-DATA
              MOVE SPACES TO AGENDA-NOTA
              DISPLAY SRC-AGENDA-DADOS
              ACCEPT SRC-AGENDA-DADOS
              MOVE 'P' TO WRK-CAL-FUNCAO
              MOVE AGENDA-DATA TO WRK-CAL-DATA-1
              CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                   WRK-CAL-DATA-2 WRK-CAL-DIAS
                                   WRK-CAL-RESULTADO
              IF AGENDA-DATA LESS THAN WRK-DATA-SISTEMA
                 OR AGENDA-DATA(5:2) LESS THAN '01'
                 OR AGENDA-DATA(5:2) GREATER THAN '12'
                 OR AGENDA-DATA(7:2) LESS THAN '01'
                 OR AGENDA-DATA(7:2) GREATER THAN '31'
                 OR WRK-CAL-RESULTADO NOT EQUAL 'O'
                 DISPLAY 'DATA DE RETORNO INVALIDA - NAO AGENDADO'
                         LINE 20 COLUMN 10
              ELSE
                 IF WRK-CAL-DATA-2 NOT EQUAL AGENDA-DATA
                    MOVE WRK-CAL-DATA-2 TO AGENDA-DATA
                    MOVE SPACES TO WRK-CAL-DATA-REL
                    STRING AGENDA-DATA(7:2) '/' AGENDA-DATA(5:2) '/'
                           AGENDA-DATA(1:4)
                           DELIMITED BY SIZE INTO WRK-CAL-DATA-REL
                    END-STRING
                    DISPLAY 'DATA AJUSTADA PARA O PROXIMO DIA UTIL: '
                            WRK-CAL-DATA-REL LINE 19 COLUMN 10
                 END-IF
                 MOVE CONTATOS-FONE   TO AGENDA-FONE
                 MOVE WRK-OPERADOR-ID TO AGENDA-OPERADOR
                 MOVE 'P' TO AGENDA-SITUACAO
                 MOVE 1 TO AGENDA-SEQ
                 MOVE 'N' TO WRK-AGENDA-FIM
                 PERFORM UNTIL WRK-AGENDA-FIM EQUAL 'S'
                    WRITE AGENDA-REG
                    EVALUATE WRK-AGENDA-STATUS
                       WHEN ZEROS
                          DISPLAY 'RETORNO AGENDADO'
                                  LINE 20 COLUMN 10
                          MOVE 'S' TO WRK-AGENDA-FIM
       3020-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3030-ABRIR-PROTOCOLO SECTION.
      *----------------------------------------------------------------*
      *    ABRE O PROTOCOLO DA RECLAMACAO RECEM GRAVADA EM
      *    CONTATOS-REG: NUMERO DA SERIE PROTOCOLO, STATUS ABERTO,
      *    OPERADOR DA SESSAO COMO RESPONSAVEL E PRAZO DE
      *    WRK-PROT-PRAZO-DIAS DIAS (PRAZO QUE CAI EM DIA SEM
      *    EXPEDIENTE VAI PARA O PROXIMO DIA UTIL). O NUMERO SAI NA
      *    TELA PARA SER INFORMADO AO CLIENTE. CLIENTE AINDA SEM
      *    NUMERO PERMANENTE E NUMERADO AQUI; TELEFONE SEM CADASTRO
      *    GANHA O PROTOCOLO SEM NUMERO DE CLIENTE.

           IF WRK-CLIENTE-NUMERO EQUAL ZEROS
              MOVE CONTATOS-FONE TO CLIENTES-FONE
              READ CLIENTES
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      PERFORM 2975-GARANTIR-NUMERO
              END-READ
           END-IF.

           CALL 'NUMERA' USING WRK-PROT-SERIE WRK-PROT-NUMERO
                               WRK-NUM-RESULTADO.
           IF WRK-NUM-RESULTADO NOT EQUAL 'O'
              DISPLAY 'ERRO NA NUMERACAO DO PROTOCOLO'
                      LINE 15 COLUMN 10
              GO TO 3030-99-FIM
           END-IF.

           MOVE SPACES TO PROT-REG.
           MOVE WRK-PROT-NUMERO    TO PROT-NUMERO.
           MOVE WRK-CLIENTE-NUMERO TO PROT-CLIENTE.
           MOVE CONTATOS-FONE      TO PROT-FONE.
           MOVE CONTATOS-SEQ       TO PROT-CONTATO-SEQ.
           MOVE 'A'                TO PROT-STATUS.
           MOVE WRK-OPERADOR-ID    TO PROT-OPERADOR.
           MOVE CONTATOS-DATA      TO PROT-DATA-ABERTURA.
           MOVE CONTATOS-HORA      TO PROT-HORA-ABERTURA.
           COMPUTE PROT-PRAZO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA)
                    + WRK-PROT-PRAZO-DIAS).
           MOVE 'P' TO WRK-CAL-FUNCAO.
           MOVE PROT-PRAZO TO WRK-CAL-DATA-1.
           CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                WRK-CAL-DATA-2 WRK-CAL-DIAS
                                WRK-CAL-RESULTADO.
           IF WRK-CAL-RESULTADO EQUAL 'O'
              MOVE WRK-CAL-DATA-2 TO PROT-PRAZO
           END-IF.
           MOVE ZEROS              TO PROT-DATA-FECHAMENTO.
           MOVE 'N'                TO PROT-ATRASADO.
           MOVE ZEROS              TO PROT-DATA-ATRASO.
           MOVE WRK-DATA-SISTEMA   TO PROT-DATA-ATUALIZACAO.
           MOVE WRK-OPERADOR-ID    TO PROT-OPERADOR-ATUALIZACAO.
           WRITE PROT-REG.

           IF WRK-PROTOCOLOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO GRAVAR PROTOCOLO - STATUS: '
                      WRK-PROTOCOLOS-STATUS LINE 15 COLUMN 10
           ELSE
              MOVE SPACES TO WRK-PROT-PRAZO-REL
              STRING PROT-PRAZO(7:2) '/' PROT-PRAZO(5:2) '/'
                     PROT-PRAZO(1:4)
                     DELIMITED BY SIZE INTO WRK-PROT-PRAZO-REL
              END-STRING
              DISPLAY 'PROTOCOLO DE RECLAMACAO: ' PROT-NUMERO
                      '   PRAZO: ' WRK-PROT-PRAZO-REL
                      LINE 15 COLUMN 10
              ADD 1 TO WRK-TOT-PROTOCOLOS
              MOVE CONTATOS-FONE TO CLIENTES-FONE
              MOVE 'PROT-ABRE' TO WRK-LOG-OPERACAO
              PERFORM 2900-GRAVAR-LOG
           END-IF.

      *----------------------------------------------------------------*
       3030-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3100-CONSULTAR-CONTATOS SECTION.
      *----------------------------------------------------------------*

           MOVE 'MODULO - CONTATOS ' TO WRK-MODULO.
           DISPLAY SCR-TELA.
           MOVE ZEROS TO WRK-NUMERO-BUSCA WRK-FONE-BUSCA.
           ACCEPT SRC-LOCALIZAR.
           PERFORM 2980-LOCALIZAR-CLIENTE.

           PERFORM 3110-CARREGAR-CONTATOS.

                            NOT INVALID KEY
                               MOVE CLIENTES-NOME TO WRK-AGENDA-NOME
                       END-READ
                       MOVE ZEROS TO WRK-CLIENTE-NUMERO
                       MOVE AGENDA-FONE TO FONEX-FONE
                       READ CLIENTES-FONES
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               MOVE FONEX-NUMERO TO WRK-CLIENTE-NUMERO
                       END-READ
                       DISPLAY SCR-TELA
                       DISPLAY SRC-AGENDA-ITEM
                       ACCEPT SRC-AGENDA-ITEM
      *    GRAVA O CONTATO RESULTANTE DO RETORNO (MESMA MONTAGEM DO
      *    REGISTRO DE CONTATO DO MENU) E MARCA O ITEM DA AGENDA
      *    COMO REALIZADO. SE O CONTATO NAO FOR GRAVADO, O ITEM
      *    PERMANECE PENDENTE. A BAIXA VAI PARA O LOG COMO AGENDA-OK
      *    (NO PRAZO) OU AGENDA-ATR (DEPOIS DA DATA PROMETIDA), JA QUE
      *    O ITEM DA AGENDA NAO GUARDA A DATA EM QUE FOI REALIZADO.
      *    DATA PROMETIDA EM DIA SEM EXPEDIENTE VENCE NO PROXIMO DIA
      *    UTIL (DIAUTIL).

           MOVE AGENDA-FONE TO CLIENTES-FONE.
           PERFORM 3010-PROXIMA-SEQUENCIA.
              ELSE
                 WRITE CONTATOS-REG
                 IF WRK-CONTATOS-STATUS EQUAL ZEROS
                    IF CONTATO-RECLAMACAO
                       PERFORM 3030-ABRIR-PROTOCOLO
                    END-IF
                    MOVE 'R' TO AGENDA-SITUACAO
                    REWRITE AGENDA-REG
                    IF WRK-AGENDA-STATUS EQUAL ZEROS
                       MOVE 'P' TO WRK-CAL-FUNCAO
                       MOVE AGENDA-DATA TO WRK-CAL-DATA-1
                                           WRK-CAL-DATA-2
                       CALL 'DIAUTIL' USING WRK-CAL-FUNCAO
                                            WRK-CAL-DATA-1
                                            WRK-CAL-DATA-2
                                            WRK-CAL-DIAS
                                            WRK-CAL-RESULTADO
                       IF WRK-CAL-DATA-2 LESS THAN WRK-DATA-SISTEMA
                          MOVE 'AGENDA-ATR' TO WRK-LOG-OPERACAO
                       ELSE
                          MOVE 'AGENDA-OK'  TO WRK-LOG-OPERACAO
                       END-IF
                       MOVE AGENDA-FONE TO CLIENTES-FONE
                       PERFORM 2900-GRAVAR-LOG
                       DISPLAY 'RETORNO REALIZADO E CONTATO GRAVADO'
                               LINE 20 COLUMN 10
                    ELSE
       3400-FICHA-CLIENTE SECTION.
      *----------------------------------------------------------------*
      *    FICHA DO CLIENTE: GERA EM DISCO A FOLHA CONSOLIDADA DE UM
      *    CLIENTE - DADOS DO MESTRE, HISTORICO DE ALTERACOES EM
      *    ORDEM DE DATA E LOG COMPLETO DE CONTATOS - PARA O GERENTE
      *    DE CONTA LEVAR NA REUNIAO. A VERSAO EM LOTE POR FAIXA DE
      *    TELEFONES E O PROGRAMA CLIENTESF.

           MOVE 'MODULO - FICHA    ' TO WRK-MODULO.
           DISPLAY SCR-TELA.
           MOVE ZEROS TO WRK-NUMERO-BUSCA WRK-FONE-BUSCA.
           ACCEPT SRC-LOCALIZAR.
           PERFORM 2980-LOCALIZAR-CLIENTE.
           IF WRK-CLIENTE-ACHOU NOT EQUAL 'S'
              DISPLAY 'REGISTRO NAO ENCONTRADO' LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           ELSE
              DISPLAY SRC-CLIENTE-NUMERO
              DISPLAY CHAVE
              DISPLAY SS-DADOS
              OPEN OUTPUT FICHA
              IF WRK-FICHA-STATUS NOT EQUAL ZEROS
                 DISPLAY 'ERRO AO ABRIR FICHA - STATUS: '
                         WRK-FICHA-STATUS LINE 20 COLUMN 10
              ELSE
                 PERFORM 3410-MONTAR-FICHA
                 CLOSE FICHA
                 DISPLAY 'FICHA GERADA COM SUCESSO'
                         LINE 20 COLUMN 10
              END-IF
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       3400-99-FIM. EXIT.
      *----------------------------------------------------------------*
       3410-MONTAR-FICHA SECTION.
      *----------------------------------------------------------------*
      *    IMPRIME A FICHA DO REGISTRO CORRENTE EM CLIENTES-REG, COM
      *    O NUMERO E OS TELEFONES CARREGADOS POR 2980.
      *    HISTORICO E CONTATOS VEM DAS MESMAS ROTINAS DE CARGA DAS
      *    CONSULTAS EM TELA (ATE 200 LANCAMENTOS CADA, OS MAIS
      *    RECENTES), IMPRESSOS DO MAIS ANTIGO PARA O MAIS NOVO.
           MOVE SPACES TO FICHA-LINHA.
           WRITE FICHA-LINHA.

           MOVE SPACES TO FICHA-LINHA.
           STRING 'NUMERO...: ' WRK-CLIENTE-NUMERO
                  DELIMITED BY SIZE INTO FICHA-LINHA
           END-STRING.
           WRITE FICHA-LINHA.
           MOVE SPACES TO FICHA-LINHA.
           STRING 'TELEFONE.: ' CLIENTES-FONE
                  DELIMITED BY SIZE INTO FICHA-LINHA
           END-STRING.
           WRITE FICHA-LINHA.
           PERFORM VARYING WRK-FONEX-IND FROM 1 BY 1
                   UNTIL WRK-FONEX-IND > WRK-FONEX-QTD
              IF WRK-FONEX-TAB-TIPO(WRK-FONEX-IND) NOT EQUAL 'P'
                 MOVE SPACES TO FICHA-LINHA
                 MOVE WRK-FONEX-TAB-TIPO(WRK-FONEX-IND) TO FONEX-TIPO
                 EVALUATE TRUE
                    WHEN FONEX-CELULAR
                       MOVE 'CELULAR ' TO WRK-FONEX-DESC
                    WHEN FONEX-FIXO
                       MOVE 'FIXO    ' TO WRK-FONEX-DESC
                    WHEN OTHER
                       MOVE 'TRABALHO' TO WRK-FONEX-DESC
                 END-EVALUATE
                 STRING 'ADICIONAL: ' WRK-FONEX-TAB-FONE(WRK-FONEX-IND)
                        ' ' WRK-FONEX-DESC
                        DELIMITED BY SIZE INTO FICHA-LINHA
                 END-STRING
                 WRITE FICHA-LINHA
              END-IF
           END-PERFORM.
           MOVE SPACES TO FICHA-LINHA.
           STRING 'NOME.....: ' CLIENTES-NOME
                  DELIMITED BY SIZE INTO FICHA-LINHA
                  DELIMITED BY SIZE INTO FICHA-LINHA
           END-STRING.
           WRITE FICHA-LINHA.
           PERFORM 2995-CARREGAR-SEGMENTO.
           MOVE SPACES TO FICHA-LINHA.
           STRING 'SEGMENTO.: ' WRK-SEGMENTO-DESC
                  DELIMITED BY SIZE INTO FICHA-LINHA
           END-STRING.
           WRITE FICHA-LINHA.

           MOVE SPACES TO FICHA-LINHA.
           WRITE FICHA-LINHA.
       3410-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3500-MANTER-FONES SECTION.
      *----------------------------------------------------------------*
      *    TELEFONES ADICIONAIS DO CLIENTE (CELULAR, FIXO, TRABALHO),
      *    ATE 5 TELEFONES POR NUMERO CONTANDO O PRINCIPAL. O
      *    PRINCIPAL E A CHAVE DO CADASTRO E SO MUDA PELA TROCA DE
      *    TELEFONE (OPCAO T). CLIENTE AINDA SEM NUMERO E NUMERADO
      *    AO ENTRAR AQUI.

           MOVE 'MODULO - TELEFONES ' TO WRK-MODULO.
           DISPLAY SCR-TELA.
           MOVE ZEROS TO WRK-NUMERO-BUSCA WRK-FONE-BUSCA.
           ACCEPT SRC-LOCALIZAR.
           PERFORM 2980-LOCALIZAR-CLIENTE.
           IF WRK-CLIENTE-ACHOU NOT EQUAL 'S'
              DISPLAY 'REGISTRO NAO ENCONTRADO' LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           ELSE
              IF WRK-CLIENTE-NUMERO EQUAL ZEROS
                 OR WRK-FONEX-PRINCIPAL EQUAL ZEROS
                 PERFORM 2975-GARANTIR-NUMERO
                 MOVE WRK-CLIENTE-NUMERO TO WRK-FONEX-NUMERO
                 PERFORM 2990-CARREGAR-FONES
              END-IF
              IF WRK-CLIENTE-NUMERO NOT EQUAL ZEROS
                 PERFORM 3510-ATUALIZAR-FONE
              END-IF
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       3500-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3510-ATUALIZAR-FONE SECTION.
      *----------------------------------------------------------------*
      *    TELEFONE NOVO NO CLIENTE E INCLUIDO COM O TIPO INFORMADO;
      *    TELEFONE JA DO CLIENTE TEM O TIPO ALTERADO; TIPO E EXCLUI
      *    O TELEFONE ADICIONAL. TODA MUDANCA VAI PARA O LOG SOB O
      *    TELEFONE PRINCIPAL.

           DISPLAY SCR-TELA.
           DISPLAY SRC-CLIENTE-NUMERO.
           DISPLAY CHAVE.
           DISPLAY SS-DADOS.
           MOVE ZEROS TO WRK-FONEX-BUSCA.
           MOVE SPACES TO WRK-FONEX-TIPO.
           DISPLAY SRC-FONES-MANUT.
           ACCEPT SRC-FONES-MANUT.

           EVALUATE TRUE
              WHEN WRK-FONEX-BUSCA EQUAL ZEROS
                 DISPLAY 'TELEFONE NAO INFORMADO' LINE 20 COLUMN 10
              WHEN WRK-FONEX-TIPO EQUAL 'E'
                 PERFORM 3520-EXCLUIR-FONE
              WHEN WRK-FONEX-TIPO EQUAL 'C' OR 'F' OR 'T'
                 PERFORM 3530-GRAVAR-FONE
              WHEN OTHER
                 DISPLAY 'TIPO INVALIDO - USE C, F, T OU E'
                         LINE 20 COLUMN 10
           END-EVALUATE.

      *----------------------------------------------------------------*
       3510-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3520-EXCLUIR-FONE SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-FONEX-BUSCA TO FONEX-FONE.
           READ CLIENTES-FONES
                INVALID KEY
                   MOVE ZEROS TO FONEX-NUMERO
           END-READ.

           EVALUATE TRUE
              WHEN WRK-FONES-STATUS NOT EQUAL ZEROS
                 OR FONEX-NUMERO NOT EQUAL WRK-CLIENTE-NUMERO
                 DISPLAY 'TELEFONE NAO PERTENCE A ESTE CLIENTE'
                         LINE 20 COLUMN 10
              WHEN FONEX-PRINCIPAL
                 DISPLAY 'TELEFONE PRINCIPAL SO MUDA PELA TROCA (T)'
                         LINE 20 COLUMN 10
              WHEN OTHER
                 DELETE CLIENTES-FONES RECORD
                        INVALID KEY CONTINUE
                 END-DELETE
                 IF WRK-FONES-STATUS EQUAL ZEROS
                    MOVE 'FONE-EXCL' TO WRK-LOG-OPERACAO
                    PERFORM 2900-GRAVAR-LOG
                    DISPLAY 'TELEFONE EXCLUIDO DO CLIENTE'
                            LINE 20 COLUMN 10
                 ELSE
                    DISPLAY 'ERRO AO EXCLUIR TELEFONE - STATUS: '
                            WRK-FONES-STATUS LINE 20 COLUMN 10
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       3520-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3530-GRAVAR-FONE SECTION.
      *----------------------------------------------------------------*
      *    TELEFONE QUE JA E CHAVE DO CADASTRO NAO PODE SER ADICIONAL
      *    (SERIA OUTRO CLIENTE AINDA SEM NUMERO), NEM TELEFONE DE
      *    OUTRO CLIENTE ATIVO NA REFERENCIA. ENTRADA OBSOLETA DE UM
      *    CLIENTE EXCLUIDO E REAPROVEITADA PARA ESTE NUMERO.

           MOVE WRK-FONEX-BUSCA TO FONEX-FONE.
           READ CLIENTES-FONES
                INVALID KEY
                   MOVE ZEROS TO FONEX-NUMERO
           END-READ.

           IF WRK-FONES-STATUS EQUAL ZEROS
              AND FONEX-NUMERO EQUAL WRK-CLIENTE-NUMERO
              IF FONEX-PRINCIPAL
                 DISPLAY 'TELEFONE PRINCIPAL SO MUDA PELA TROCA (T)'
                         LINE 20 COLUMN 10
              ELSE
                 MOVE WRK-FONEX-TIPO   TO FONEX-TIPO
                 MOVE WRK-DATA-SISTEMA TO FONEX-DATA
                 REWRITE FONEX-REG
                 IF WRK-FONES-STATUS EQUAL ZEROS
                    MOVE 'FONE-ALT' TO WRK-LOG-OPERACAO
                    PERFORM 2900-GRAVAR-LOG
                    DISPLAY 'TIPO DO TELEFONE ALTERADO'
                            LINE 20 COLUMN 10
                 ELSE
                    DISPLAY 'ERRO AO ALTERAR TELEFONE - STATUS: '
                            WRK-FONES-STATUS LINE 20 COLUMN 10
                 END-IF
              END-IF
              GO TO 3530-99-FIM
           END-IF.

           IF WRK-FONEX-QTD NOT LESS THAN 5
              DISPLAY 'LIMITE DE 5 TELEFONES POR CLIENTE'
                      LINE 20 COLUMN 10
              GO TO 3530-99-FIM
           END-IF.

           MOVE CLIENTES-REG TO WRK-CLIENTE-SALVO.
           MOVE WRK-FONEX-BUSCA TO CLIENTES-FONE.
           READ CLIENTES
                INVALID KEY
                   MOVE 'S' TO WRK-FONEX-LIVRE
                NOT INVALID KEY
                   MOVE 'N' TO WRK-FONEX-LIVRE
           END-READ.
           MOVE WRK-CLIENTE-SALVO TO CLIENTES-REG.
           IF WRK-FONEX-LIVRE NOT EQUAL 'S'
              DISPLAY 'TELEFONE JA CADASTRADO COMO CLIENTE'
                      LINE 20 COLUMN 10
              GO TO 3530-99-FIM
           END-IF.

           PERFORM 2970-VERIFICAR-FONE-LIVRE.
           IF WRK-FONEX-LIVRE NOT EQUAL 'S'
              DISPLAY 'TELEFONE JA PERTENCE A OUTRO CLIENTE'
                      LINE 20 COLUMN 10
              GO TO 3530-99-FIM
           END-IF.

           MOVE WRK-FONEX-BUSCA    TO FONEX-FONE.
           MOVE WRK-CLIENTE-NUMERO TO FONEX-NUMERO.
           MOVE WRK-FONEX-TIPO     TO FONEX-TIPO.
           MOVE WRK-DATA-SISTEMA   TO FONEX-DATA.
           PERFORM 2978-GRAVAR-FONEX.
           IF WRK-FONES-STATUS EQUAL ZEROS
              ADD 1 TO WRK-TOT-FONES
              MOVE 'FONE-INCL' TO WRK-LOG-OPERACAO
              PERFORM 2900-GRAVAR-LOG
              DISPLAY 'TELEFONE INCLUIDO NO CLIENTE'
                      LINE 20 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       3530-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3600-PROTOCOLOS SECTION.
      *----------------------------------------------------------------*
      *    ACOMPANHAMENTO DOS PROTOCOLOS DE RECLAMACAO. PELO NUMERO DO
      *    PROTOCOLO VAI DIRETO AO CASO; PELO NUMERO OU TELEFONE DO
      *    CLIENTE PERCORRE TODOS OS PROTOCOLOS DELE (CHAVE
      *    ALTERNATIVA), DO MAIS ANTIGO PARA O MAIS NOVO. A ATUALIZA
      *    O CASO EXIBIDO (3620).

           MOVE 'MODULO - PROTOCOLOS' TO WRK-MODULO.
           DISPLAY SCR-TELA.
           MOVE ZEROS TO WRK-PROT-BUSCA WRK-NUMERO-BUSCA WRK-FONE-BUSCA.
           DISPLAY SRC-PROT-BUSCA.
           DISPLAY SRC-LOCALIZAR.
           ACCEPT SRC-PROT-BUSCA.

           IF WRK-PROT-BUSCA NOT EQUAL ZEROS
              MOVE WRK-PROT-BUSCA TO PROT-NUMERO
              READ CLIENTES-PROTOCOLOS
                   INVALID KEY
                      DISPLAY 'PROTOCOLO NAO ENCONTRADO'
                              LINE 20 COLUMN 10
                      ACCEPT WRK-TECLA LINE 22 COLUMN 10
                   NOT INVALID KEY
                      PERFORM 3610-EXIBIR-PROTOCOLO
              END-READ
              GO TO 3600-99-FIM
           END-IF.

           ACCEPT SRC-LOCALIZAR.
           PERFORM 2980-LOCALIZAR-CLIENTE.
           IF WRK-CLIENTE-NUMERO EQUAL ZEROS
              DISPLAY 'NENHUM PROTOCOLO PARA ESTE CLIENTE'
                      LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
              GO TO 3600-99-FIM
           END-IF.

           MOVE WRK-CLIENTE-NUMERO TO PROT-CLIENTE.
           MOVE 'N' TO WRK-PROT-FIM WRK-PROT-ACHOU.
           START CLIENTES-PROTOCOLOS KEY IS EQUAL TO PROT-CLIENTE
                 INVALID KEY MOVE 'S' TO WRK-PROT-FIM
           END-START.

           MOVE 'N' TO WRK-TECLA.
           PERFORM UNTIL WRK-PROT-FIM EQUAL 'S'
                            OR WRK-TECLA EQUAL 'X'
              READ CLIENTES-PROTOCOLOS NEXT RECORD
                   AT END MOVE 'S' TO WRK-PROT-FIM
              END-READ
              IF WRK-PROT-FIM NOT EQUAL 'S'
                 IF PROT-CLIENTE NOT EQUAL WRK-CLIENTE-NUMERO
                    MOVE 'S' TO WRK-PROT-FIM
                 ELSE
                    MOVE 'S' TO WRK-PROT-ACHOU
                    PERFORM 3610-EXIBIR-PROTOCOLO
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-PROT-ACHOU NOT EQUAL 'S'
              DISPLAY SCR-TELA
              DISPLAY 'NENHUM PROTOCOLO PARA ESTE CLIENTE'
                      LINE 10 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           END-IF.
           MOVE 'N' TO WRK-PROT-FIM.

      *----------------------------------------------------------------*
       3600-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3610-EXIBIR-PROTOCOLO SECTION.
      *----------------------------------------------------------------*
      *    EXIBE O PROTOCOLO CORRENTE EM PROT-REG COM O NOME DO
      *    CLIENTE (PELO TELEFONE PRINCIPAL ATUAL DO NUMERO, OU PELO
      *    TELEFONE DA ABERTURA SE O CLIENTE NAO TEM NUMERO).
      *    CLIENTES-FONE FICA COM ESSE TELEFONE PARA O LOG.

           MOVE ZEROS TO WRK-FONEX-PRINCIPAL.
           IF PROT-CLIENTE NOT EQUAL ZEROS
              MOVE PROT-CLIENTE TO WRK-FONEX-NUMERO
              PERFORM 2990-CARREGAR-FONES
           END-IF.
           IF WRK-FONEX-PRINCIPAL NOT EQUAL ZEROS
              MOVE WRK-FONEX-PRINCIPAL TO CLIENTES-FONE
           ELSE
              MOVE PROT-FONE TO CLIENTES-FONE
           END-IF.
           READ CLIENTES
                INVALID KEY
                   MOVE '(CLIENTE NAO ENCONTRADO)' TO WRK-PROT-NOME
                NOT INVALID KEY
                   MOVE CLIENTES-NOME TO WRK-PROT-NOME
           END-READ.

           EVALUATE TRUE
              WHEN PROT-ABERTO
                 MOVE 'ABERTO'       TO WRK-PROT-STATUS-DESC
              WHEN PROT-ANDAMENTO
                 MOVE 'EM ANDAMENTO' TO WRK-PROT-STATUS-DESC
              WHEN PROT-RESOLVIDO
                 MOVE 'RESOLVIDO'    TO WRK-PROT-STATUS-DESC
              WHEN PROT-CANCELADO
                 MOVE 'CANCELADO'    TO WRK-PROT-STATUS-DESC
              WHEN OTHER
                 MOVE PROT-STATUS    TO WRK-PROT-STATUS-DESC
           END-EVALUATE.

           MOVE SPACES TO WRK-PROT-SITUACAO.
           IF PROT-EM-ABERTO
              AND PROT-PRAZO LESS THAN WRK-DATA-SISTEMA
              MOVE 'VENCIDO' TO WRK-PROT-SITUACAO
           END-IF.

           MOVE SPACES TO WRK-PROT-ABERT-REL WRK-PROT-PRAZO-REL
                          WRK-PROT-FECHA-REL.
           STRING PROT-DATA-ABERTURA(7:2) '/'
                  PROT-DATA-ABERTURA(5:2) '/'
                  PROT-DATA-ABERTURA(1:4)
                  DELIMITED BY SIZE INTO WRK-PROT-ABERT-REL
           END-STRING.
           STRING PROT-PRAZO(7:2) '/' PROT-PRAZO(5:2) '/'
                  PROT-PRAZO(1:4)
                  DELIMITED BY SIZE INTO WRK-PROT-PRAZO-REL
           END-STRING.
           IF PROT-DATA-FECHAMENTO NOT EQUAL ZEROS
              STRING PROT-DATA-FECHAMENTO(7:2) '/'
                     PROT-DATA-FECHAMENTO(5:2) '/'
                     PROT-DATA-FECHAMENTO(1:4)
                     DELIMITED BY SIZE INTO WRK-PROT-FECHA-REL
              END-STRING
           END-IF.

           DISPLAY SCR-TELA.
           DISPLAY SRC-PROT-ITEM.
           ACCEPT SRC-PROT-ITEM.
           IF WRK-TECLA EQUAL 'A'
              PERFORM 3620-ATUALIZAR-PROTOCOLO
              MOVE SPACES TO WRK-TECLA
           END-IF.

      *----------------------------------------------------------------*
       3610-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3620-ATUALIZAR-PROTOCOLO SECTION.
      *----------------------------------------------------------------*
      *    ATUALIZA OU ENCERRA O PROTOCOLO EXIBIDO. STATUS EM BRANCO
      *    MANTEM O ATUAL; R (RESOLVIDO) E C (CANCELADO) ENCERRAM O
      *    CASO, EXIGEM O MOTIVO E GRAVAM A DATA DE ENCERRAMENTO.
      *    CASO ENCERRADO NAO E MAIS ALTERADO. O RESPONSAVEL PODE SER
      *    TROCADO POR OUTRO OPERADOR ATIVO; O PRAZO SO PELO
      *    SUPERVISOR, E O NOVO PRAZO TIRA A MARCA DE VENCIDO.

           IF PROT-ENCERRADO
              DISPLAY 'PROTOCOLO JA ENCERRADO' LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
              GO TO 3620-99-FIM
           END-IF.

           MOVE SPACES        TO WRK-PROT-NOVO-STATUS.
           MOVE PROT-OPERADOR TO WRK-PROT-NOVO-OPER.
           MOVE PROT-PRAZO    TO WRK-PROT-NOVO-PRAZO.
           MOVE PROT-MOTIVO   TO WRK-PROT-NOVO-MOTIVO.
           DISPLAY SRC-PROT-ATUALIZA.
           ACCEPT SRC-PROT-ATUALIZA.

           IF WRK-PROT-NOVO-STATUS EQUAL SPACES
              MOVE PROT-STATUS TO WRK-PROT-NOVO-STATUS
           END-IF.

           MOVE SPACES TO WRK-PROT-MENSAGEM.
           EVALUATE TRUE
              WHEN WRK-PROT-NOVO-STATUS NOT EQUAL 'A' AND NOT EQUAL 'E'
                   AND NOT EQUAL 'R' AND NOT EQUAL 'C'
                 MOVE 'STATUS INVALIDO - USE E, R OU C'
                      TO WRK-PROT-MENSAGEM
              WHEN WRK-PROT-NOVO-STATUS EQUAL 'A' AND PROT-ANDAMENTO
                 MOVE 'PROTOCOLO EM ANDAMENTO NAO VOLTA A ABERTO'
                      TO WRK-PROT-MENSAGEM
              WHEN (WRK-PROT-NOVO-STATUS EQUAL 'R' OR 'C')
                   AND WRK-PROT-NOVO-MOTIVO EQUAL SPACES
                 MOVE 'INFORME O MOTIVO DO ENCERRAMENTO'
                      TO WRK-PROT-MENSAGEM
              WHEN WRK-PROT-NOVO-PRAZO NOT EQUAL PROT-PRAZO
                   AND WRK-OPERADOR-PERFIL NOT EQUAL 'S'
                 MOVE 'PRAZO SO PODE SER ALTERADO POR SUPERVISOR'
                      TO WRK-PROT-MENSAGEM
              WHEN WRK-PROT-NOVO-PRAZO NOT EQUAL PROT-PRAZO
                   AND (WRK-PROT-NOVO-PRAZO LESS THAN WRK-DATA-SISTEMA
                    OR WRK-PROT-NOVO-PRAZO(5:2) LESS THAN '01'
                    OR WRK-PROT-NOVO-PRAZO(5:2) GREATER THAN '12'
                    OR WRK-PROT-NOVO-PRAZO(7:2) LESS THAN '01'
                    OR WRK-PROT-NOVO-PRAZO(7:2) GREATER THAN '31')
                 MOVE 'PRAZO INVALIDO' TO WRK-PROT-MENSAGEM
              WHEN WRK-PROT-NOVO-OPER NOT EQUAL PROT-OPERADOR
                 MOVE WRK-PROT-NOVO-OPER TO OPER-ID
                 READ OPERADORES
                      INVALID KEY
                         MOVE 'RESPONSAVEL NAO CADASTRADO'
                              TO WRK-PROT-MENSAGEM
                      NOT INVALID KEY
                         IF NOT OPER-ESTA-ATIVO
                            MOVE 'RESPONSAVEL INATIVO'
                                 TO WRK-PROT-MENSAGEM
                         END-IF
                 END-READ
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WRK-PROT-MENSAGEM NOT EQUAL SPACES
              DISPLAY WRK-PROT-MENSAGEM LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
              GO TO 3620-99-FIM
           END-IF.

           MOVE 'PROT-ATUAL' TO WRK-LOG-OPERACAO.
           IF WRK-PROT-NOVO-STATUS EQUAL 'R' OR 'C'
              MOVE WRK-DATA-SISTEMA TO PROT-DATA-FECHAMENTO
              MOVE 'PROT-FECHA' TO WRK-LOG-OPERACAO
           END-IF.
           IF WRK-PROT-NOVO-PRAZO NOT EQUAL PROT-PRAZO
              MOVE WRK-PROT-NOVO-PRAZO TO PROT-PRAZO
              MOVE 'N' TO PROT-ATRASADO
           END-IF.
           MOVE WRK-PROT-NOVO-STATUS TO PROT-STATUS.
           MOVE WRK-PROT-NOVO-OPER   TO PROT-OPERADOR.
           MOVE WRK-PROT-NOVO-MOTIVO TO PROT-MOTIVO.
           MOVE WRK-DATA-SISTEMA     TO PROT-DATA-ATUALIZACAO.
           MOVE WRK-OPERADOR-ID      TO PROT-OPERADOR-ATUALIZACAO.
           REWRITE PROT-REG.

           IF WRK-PROTOCOLOS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO ATUALIZAR PROTOCOLO - STATUS: '
                      WRK-PROTOCOLOS-STATUS LINE 20 COLUMN 10
           ELSE
              PERFORM 2900-GRAVAR-LOG
              IF PROT-ENCERRADO
                 DISPLAY 'PROTOCOLO ENCERRADO' LINE 20 COLUMN 10
              ELSE
                 DISPLAY 'PROTOCOLO ATUALIZADO' LINE 20 COLUMN 10
              END-IF
           END-IF.
           ACCEPT WRK-TECLA LINE 22 COLUMN 10.

      *----------------------------------------------------------------*
       3620-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3700-APROVACOES SECTION.
      *----------------------------------------------------------------*
      *    FILA DE APROVACAO DO SUPERVISOR: PERCORRE AS SOLICITACOES
      *    EM ORDEM DE NUMERO (A MAIS ANTIGA PRIMEIRO) E EXIBE SO AS
      *    PENDENTES. CADA UMA PODE SER APROVADA (A OPERACAO E
      *    APLICADA NA HORA), REJEITADA OU DEIXADA PARA DEPOIS.

           MOVE 'MODULO - APROVACOES' TO WRK-MODULO.
           DISPLAY SCR-TELA.

           MOVE ZEROS TO PEND-NUMERO.
           MOVE 'N' TO WRK-PEND-FIM WRK-PEND-ACHOU.
           START CLIENTES-PENDENCIAS KEY IS NOT LESS THAN PEND-CHAVE
                 INVALID KEY MOVE 'S' TO WRK-PEND-FIM
           END-START.

           MOVE 'N' TO WRK-TECLA.
           PERFORM UNTIL WRK-PEND-FIM EQUAL 'S'
                            OR WRK-TECLA EQUAL 'X'
              READ CLIENTES-PENDENCIAS NEXT RECORD
                   AT END MOVE 'S' TO WRK-PEND-FIM
              END-READ
              IF WRK-PEND-FIM NOT EQUAL 'S'
                 IF PEND-PENDENTE
                    MOVE 'S' TO WRK-PEND-ACHOU
                    PERFORM 3710-EXIBIR-PENDENCIA
                 END-IF
              END-IF
           END-PERFORM.

           IF WRK-PEND-ACHOU NOT EQUAL 'S'
              DISPLAY SCR-TELA
              DISPLAY 'NENHUMA SOLICITACAO PENDENTE'
                      LINE 10 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
           END-IF.
           MOVE 'N' TO WRK-PEND-FIM.

      *----------------------------------------------------------------*
       3700-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3710-EXIBIR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
      *    EXIBE A SOLICITACAO CORRENTE EM PEND-REG E TRATA A DECISAO.

           EVALUATE TRUE
              WHEN PEND-EXCLUSAO
                 MOVE 'EXCLUSAO'          TO WRK-PEND-OPER-DESC
              WHEN PEND-RESTAURACAO
                 MOVE 'RESTAURACAO'       TO WRK-PEND-OPER-DESC
              WHEN PEND-TROCA-FONE
                 MOVE 'TROCA DE TELEFONE' TO WRK-PEND-OPER-DESC
              WHEN PEND-TROCA-DOC
                 MOVE 'TROCA DE CPF/CNPJ' TO WRK-PEND-OPER-DESC
              WHEN OTHER
                 MOVE PEND-OPERACAO       TO WRK-PEND-OPER-DESC
           END-EVALUATE.

           MOVE SPACES TO WRK-PEND-DATA-REL WRK-PEND-HORA-REL.
           STRING PEND-DATA-SOLIC(7:2) '/'
                  PEND-DATA-SOLIC(5:2) '/'
                  PEND-DATA-SOLIC(1:4)
                  DELIMITED BY SIZE INTO WRK-PEND-DATA-REL
           END-STRING.
           STRING PEND-HORA-SOLIC(1:2) ':' PEND-HORA-SOLIC(3:2)
                  DELIMITED BY SIZE INTO WRK-PEND-HORA-REL
           END-STRING.

           DISPLAY SCR-TELA.
           MOVE SPACES TO WRK-TECLA.
           DISPLAY SRC-PEND-ITEM.
           ACCEPT SRC-PEND-ITEM.
           EVALUATE WRK-TECLA
              WHEN 'A'
                 PERFORM 3720-APROVAR-PENDENCIA
              WHEN 'R'
                 PERFORM 3730-REJEITAR-PENDENCIA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WRK-TECLA NOT EQUAL 'X'
              MOVE SPACES TO WRK-TECLA
           END-IF.

      *----------------------------------------------------------------*
       3710-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3720-APROVAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
      *    APLICA A OPERACAO SOLICITADA COM AS MESMAS ROTINAS DO
      *    SUPERVISOR, CONFERINDO ANTES SE O CADASTRO AINDA ESTA
      *    COMO NA SOLICITACAO. OS LANCAMENTOS DA OPERACAO NO LOG
      *    LEVAM O SOLICITANTE. SE A OPERACAO NAO PUDER SER APLICADA
      *    A SOLICITACAO CONTINUA PENDENTE (O SUPERVISOR PODE
      *    REJEITA-LA). NINGUEM APROVA A PROPRIA SOLICITACAO.

           IF PEND-SOLICITANTE EQUAL WRK-OPERADOR-ID
              DISPLAY 'SOLICITACAO PROPRIA - APROVACAO POR OUTRO '
                      'SUPERVISOR' LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
              GO TO 3720-99-FIM
           END-IF.

           MOVE SPACES TO WRK-PEND-MOTIVO.
           DISPLAY SRC-PEND-MOTIVO.
           ACCEPT SRC-PEND-MOTIVO.

           MOVE 'N' TO WRK-EFETIVOU.
           MOVE PEND-SOLICITANTE TO WRK-LOG-SOLICITANTE.
           IF PEND-RESTAURACAO
              PERFORM 3760-APLICAR-RESTAURACAO
           ELSE
              PERFORM 3740-LOCALIZAR-CLIENTE-PEND
              IF WRK-CLIENTE-ACHOU EQUAL 'S'
                 EVALUATE TRUE
                    WHEN PEND-EXCLUSAO
                       PERFORM 2405-EFETIVAR-EXCLUSAO
                    WHEN PEND-TROCA-FONE
                       PERFORM 3770-APLICAR-TROCA
                    WHEN PEND-TROCA-DOC
                       PERFORM 3780-APLICAR-DOCUMENTO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
           MOVE SPACES TO WRK-LOG-SOLICITANTE.

           IF WRK-EFETIVOU EQUAL 'S'
              MOVE 'A' TO PEND-SITUACAO
              PERFORM 3790-REGISTRAR-DECISAO
           ELSE
              DISPLAY 'APROVACAO NAO APLICADA - SOLICITACAO CONTINUA '
                      'PENDENTE' LINE 19 COLUMN 10
           END-IF.
           ACCEPT WRK-TECLA LINE 22 COLUMN 10.

      *----------------------------------------------------------------*
       3720-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3730-REJEITAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
      *    REJEITA A SOLICITACAO SEM TOCAR NO CADASTRO. O MOTIVO E
      *    OBRIGATORIO (VOLTA PARA O OPERADOR QUE PEDIU).

           MOVE SPACES TO WRK-PEND-MOTIVO.
           DISPLAY SRC-PEND-MOTIVO.
           ACCEPT SRC-PEND-MOTIVO.
           IF WRK-PEND-MOTIVO EQUAL SPACES
              DISPLAY 'INFORME O MOTIVO DA REJEICAO' LINE 20 COLUMN 10
           ELSE
              MOVE 'R' TO PEND-SITUACAO
              PERFORM 3790-REGISTRAR-DECISAO
           END-IF.
           ACCEPT WRK-TECLA LINE 22 COLUMN 10.

      *----------------------------------------------------------------*
       3730-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3740-LOCALIZAR-CLIENTE-PEND SECTION.
      *----------------------------------------------------------------*
      *    LE O CLIENTE DA SOLICITACAO PELO NUMERO PERMANENTE (OU
      *    PELO TELEFONE, SE ELE NAO TINHA NUMERO).

           MOVE PEND-CLIENTE TO WRK-NUMERO-BUSCA.
           MOVE PEND-FONE    TO WRK-FONE-BUSCA.
           PERFORM 2980-LOCALIZAR-CLIENTE.
           IF WRK-CLIENTE-ACHOU NOT EQUAL 'S'
              DISPLAY 'CLIENTE DA SOLICITACAO NAO ENCONTRADO'
                      LINE 20 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       3740-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3750-GRAVAR-PENDENCIA SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A SOLICITACAO DE APROVACAO DE UM OPERADOR SEM PERFIL
      *    DE SUPERVISOR. ESPERA O CLIENTE EM CLIENTES-REG, O NUMERO
      *    EM WRK-CLIENTE-NUMERO E A OPERACAO, O TELEFONE E OS
      *    VALORES ANTES/DEPOIS EM WRK-PEND-xxx. O NUMERO DA
      *    SOLICITACAO VEM DA SERIE PENDENCIA DO NUMERA.

           CALL 'NUMERA' USING WRK-PEND-SERIE WRK-PEND-NUMERO
                               WRK-NUM-RESULTADO.
           IF WRK-NUM-RESULTADO NOT EQUAL 'O'
              DISPLAY 'ERRO NA NUMERACAO DA SOLICITACAO'
                      LINE 19 COLUMN 10
              GO TO 3750-99-FIM
           END-IF.

           MOVE SPACES TO PEND-REG.
           MOVE WRK-PEND-NUMERO    TO PEND-NUMERO.
           MOVE WRK-PEND-OPERACAO  TO PEND-OPERACAO.
           MOVE 'P'                TO PEND-SITUACAO.
           MOVE WRK-CLIENTE-NUMERO TO PEND-CLIENTE.
           MOVE WRK-PEND-FONE      TO PEND-FONE.
           MOVE CLIENTES-NOME      TO PEND-NOME.
           MOVE WRK-PEND-ANTES     TO PEND-VALOR-ANTES.
           MOVE WRK-PEND-DEPOIS    TO PEND-VALOR-DEPOIS.
           MOVE WRK-OPERADOR-ID    TO PEND-SOLICITANTE.
           MOVE WRK-DATA-SISTEMA   TO PEND-DATA-SOLIC.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-HORA-SISTEMA(1:6) TO PEND-HORA-SOLIC.
           MOVE ZEROS              TO PEND-DATA-DECISAO
                                      PEND-HORA-DECISAO.
           WRITE PEND-REG.

           IF WRK-PENDENCIAS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO GRAVAR SOLICITACAO - STATUS: '
                      WRK-PENDENCIAS-STATUS LINE 19 COLUMN 10
           ELSE
              ADD 1 TO WRK-TOT-PENDENCIAS
              MOVE WRK-PEND-FONE TO CLIENTES-FONE
              MOVE 'PEND-SOLIC' TO WRK-LOG-OPERACAO
              PERFORM 2900-GRAVAR-LOG
              DISPLAY 'SOLICITACAO ' PEND-NUMERO
                      ' ENVIADA PARA APROVACAO DO SUPERVISOR'
                      LINE 19 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       3750-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3760-APLICAR-RESTAURACAO SECTION.
      *----------------------------------------------------------------*
      *    RESTAURACAO APROVADA: REFAZ A LOCALIZACAO E AS CONFERENCIAS
      *    DA RESTAURACAO (O TELEFONE OU O DOCUMENTO PODEM TER SIDO
      *    USADOS DEPOIS DA SOLICITACAO) E GRAVA O CLIENTE.

           MOVE PEND-FONE TO WRK-REST-FONE.
           PERFORM 2452-LOCALIZAR-EXCLUSAO.
           IF WRK-REST-ACHOU NOT EQUAL 'S'
              DISPLAY 'NENHUMA EXCLUSAO PENDENTE PARA ESTE TELEFONE'
                      LINE 20 COLUMN 10
           ELSE
              PERFORM 2454-VALIDAR-RESTAURACAO
              IF WRK-REST-VALIDA EQUAL 'S'
                 PERFORM 2455-EFETIVAR-RESTAURACAO
              END-IF
           END-IF.
           PERFORM 2458-REABRIR-EXCLUIDOS.

      *----------------------------------------------------------------*
       3760-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3770-APLICAR-TROCA SECTION.
      *----------------------------------------------------------------*
      *    TROCA DE TELEFONE APROVADA: O TELEFONE PRINCIPAL DO
      *    CLIENTE AINDA TEM DE SER O DA SOLICITACAO, E O TELEFONE
      *    NOVO AINDA TEM DE ESTAR LIVRE.

           MOVE PEND-VALOR-ANTES(1:9)  TO WRK-TROCA-FONE-ANT.
           MOVE PEND-VALOR-DEPOIS(1:9) TO WRK-TROCA-FONE-NOVO.
           IF CLIENTES-FONE NOT EQUAL WRK-TROCA-FONE-ANT
              DISPLAY 'TELEFONE PRINCIPAL MUDOU DESDE A SOLICITACAO'
                      LINE 20 COLUMN 10
              GO TO 3770-99-FIM
           END-IF.

           MOVE CLIENTES-REG TO WRK-TROCA-REG.
           PERFORM 2472-VERIFICAR-FONE-NOVO.
           IF WRK-TROCA-LIVRE EQUAL 'S'
              PERFORM 2475-EFETIVAR-TROCA
           END-IF.

      *----------------------------------------------------------------*
       3770-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3780-APLICAR-DOCUMENTO SECTION.
      *----------------------------------------------------------------*
      *    TROCA DE CPF/CNPJ APROVADA: O DOCUMENTO ATUAL AINDA TEM DE
      *    SER O DA SOLICITACAO, E O NOVO PASSA DE NOVO PELA
      *    VALIDACAO (OUTRO CLIENTE PODE TE-LO RECEBIDO NESSE MEIO
      *    TEMPO). A REFERENCIA POR DOCUMENTO ACOMPANHA A TROCA.

           IF CLIENTES-CPF-CNPJ NOT EQUAL PEND-VALOR-ANTES(1:14)
              DISPLAY 'CPF/CNPJ DO CLIENTE MUDOU DESDE A SOLICITACAO'
                      LINE 20 COLUMN 10
              GO TO 3780-99-FIM
           END-IF.

           MOVE CLIENTES-CPF-CNPJ TO WRK-DOC-ANTERIOR.
           MOVE PEND-VALOR-DEPOIS(1:14) TO CLIENTES-CPF-CNPJ.
           PERFORM 2150-VALIDAR-DOCUMENTO.
           EVALUATE WRK-DOC-RESULTADO
              WHEN 'I'
                 DISPLAY 'CPF/CNPJ INVALIDO - NAO GRAVADO'
                         LINE 20 COLUMN 10
              WHEN 'D'
                 DISPLAY 'CPF/CNPJ JA CADASTRADO - NAO GRAVADO'
                         LINE 20 COLUMN 10
              WHEN OTHER
                 REWRITE CLIENTES-REG
                 IF WRK-CLIENTES-STATUS EQUAL ZEROS
                    ADD 1 TO WRK-TOT-ALTERACOES
                    MOVE 'S' TO WRK-EFETIVOU
                    MOVE 'ALTERACAO' TO WRK-LOG-OPERACAO
                    PERFORM 2900-GRAVAR-LOG
                    IF WRK-DOC-ANTERIOR NOT EQUAL SPACES
                       MOVE WRK-DOC-ANTERIOR TO DOCX-CPF-CNPJ
                       MOVE CLIENTES-FONE    TO WRK-DOCX-FONE
                       PERFORM 2960-EXCLUIR-DOCX
                    END-IF
                    IF CLIENTES-CPF-CNPJ NOT EQUAL SPACES
                       MOVE CLIENTES-CPF-CNPJ TO DOCX-CPF-CNPJ
                       MOVE CLIENTES-FONE     TO DOCX-FONE
                       PERFORM 2950-GRAVAR-DOCX
                    END-IF
                    DISPLAY 'CPF/CNPJ ALTERADO COM SUCESSO'
                            LINE 20 COLUMN 10
                 ELSE
                    DISPLAY 'ERRO AO ALTERAR REGISTRO - '
                            'STATUS: ' WRK-CLIENTES-STATUS
                            LINE 20 COLUMN 10
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       3780-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3790-REGISTRAR-DECISAO SECTION.
      *----------------------------------------------------------------*
      *    GRAVA A DECISAO (PEND-SITUACAO JA PREENCHIDA) COM O
      *    SUPERVISOR, A DATA E O MOTIVO, E REGISTRA NO LOG
      *    PEND-APROV OU PEND-REJEI SOB O TELEFONE DA SOLICITACAO.

           MOVE WRK-OPERADOR-ID  TO PEND-APROVADOR.
           MOVE WRK-DATA-SISTEMA TO PEND-DATA-DECISAO.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-HORA-SISTEMA(1:6) TO PEND-HORA-DECISAO.
           MOVE WRK-PEND-MOTIVO  TO PEND-MOTIVO.
           REWRITE PEND-REG.

           IF WRK-PENDENCIAS-STATUS NOT EQUAL ZEROS
              DISPLAY 'ERRO AO GRAVAR DECISAO - STATUS: '
                      WRK-PENDENCIAS-STATUS LINE 19 COLUMN 10
           ELSE
              MOVE PEND-FONE TO CLIENTES-FONE
              IF PEND-APROVADA
                 MOVE 'PEND-APROV' TO WRK-LOG-OPERACAO
                 PERFORM 2900-GRAVAR-LOG
                 DISPLAY 'SOLICITACAO APROVADA' LINE 19 COLUMN 10
              ELSE
                 MOVE 'PEND-REJEI' TO WRK-LOG-OPERACAO
                 PERFORM 2900-GRAVAR-LOG
                 DISPLAY 'SOLICITACAO REJEITADA' LINE 20 COLUMN 10
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       3790-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3800-MANTER-CALENDARIO SECTION.
      *----------------------------------------------------------------*
      *    CALENDARIO DE DIAS UTEIS, RESTRITO A SUPERVISORES: DATA
      *    NOVA INCLUI O FERIADO OU DIA SEM EXPEDIENTE; DATA JA
      *    CADASTRADA PODE SER ALTERADA OU EXCLUIDA. SABADO E DOMINGO
      *    NAO SAO CADASTRADOS (JA SAO FECHADOS). O ARQUIVO SO FICA
      *    ABERTO AQUI, E A TABELA DA DIAUTIL E RECARREGADA QUANDO
      *    HOUVE ALTERACAO, VALENDO NA HORA PARA A SESSAO.

           MOVE 'MODULO - CALENDARIO' TO WRK-MODULO.
           DISPLAY SCR-TELA.
           MOVE SPACES TO CAL-REG.
           MOVE ZEROS TO CAL-DATA.
           MOVE 'N' TO WRK-CAL-ALTEROU.
           ACCEPT SS-CAL-CHAVE.

           MOVE 'V' TO WRK-CAL-FUNCAO.
           MOVE CAL-DATA TO WRK-CAL-DATA-1.
           CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                WRK-CAL-DATA-2 WRK-CAL-DIAS
                                WRK-CAL-RESULTADO.
           IF WRK-CAL-RESULTADO EQUAL 'E'
              DISPLAY 'DATA INVALIDA' LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
              GO TO 3800-99-FIM
           END-IF.

           OPEN I-O CALENDARIO.
           IF WRK-CALENDAR-STATUS EQUAL 35 THEN
              OPEN OUTPUT CALENDARIO
              CLOSE CALENDARIO
              OPEN I-O CALENDARIO
           END-IF.
           IF WRK-CALENDAR-STATUS NOT EQUAL ZEROS
              DISPLAY 'CALENDARIO NAO ABRIU - STATUS: '
                      WRK-CALENDAR-STATUS LINE 20 COLUMN 10
              ACCEPT WRK-TECLA LINE 22 COLUMN 10
              GO TO 3800-99-FIM
           END-IF.

           READ CALENDARIO
                INVALID KEY
                   PERFORM 3810-INCLUIR-DIA
                NOT INVALID KEY
                   DISPLAY SS-CAL-DADOS
                   MOVE SPACES TO WRK-CAL-ACAO
                   ACCEPT SRC-CAL-ACAO
                   EVALUATE WRK-CAL-ACAO
                       WHEN 'A'
                         PERFORM 3820-ALTERAR-DIA
                       WHEN 'E'
                         PERFORM 3830-EXCLUIR-DIA
                       WHEN OTHER
                         CONTINUE
                   END-EVALUATE
           END-READ.
           ACCEPT WRK-TECLA LINE 22 COLUMN 10.

           CLOSE CALENDARIO.
           IF WRK-CAL-ALTEROU EQUAL 'S'
              MOVE 'R' TO WRK-CAL-FUNCAO
              CALL 'DIAUTIL' USING WRK-CAL-FUNCAO WRK-CAL-DATA-1
                                   WRK-CAL-DATA-2 WRK-CAL-DIAS
                                   WRK-CAL-RESULTADO
           END-IF.

      *----------------------------------------------------------------*
       3800-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3810-INCLUIR-DIA SECTION.
      *----------------------------------------------------------------*
      *    WRK-CAL-DIAS TRAZ O DIA DA SEMANA DEVOLVIDO PELA DIAUTIL
      *    (6=SABADO, 0=DOMINGO).

           IF WRK-CAL-DIAS EQUAL 6 OR WRK-CAL-DIAS EQUAL ZEROS
              DISPLAY 'SABADO E DOMINGO JA SAO DIAS SEM EXPEDIENTE'
                      LINE 20 COLUMN 10
              GO TO 3810-99-FIM
           END-IF.

           MOVE 'F' TO CAL-TIPO.
           MOVE SPACES TO CAL-DESCRICAO.
           DISPLAY SS-CAL-DADOS.
           ACCEPT SS-CAL-DADOS.
           IF NOT CAL-TIPO-VALIDO
              DISPLAY 'TIPO INVALIDO - USE F OU N' LINE 20 COLUMN 10
              GO TO 3810-99-FIM
           END-IF.
           IF CAL-DESCRICAO EQUAL SPACES
              DISPLAY 'DESCRICAO OBRIGATORIA' LINE 20 COLUMN 10
              GO TO 3810-99-FIM
           END-IF.

           MOVE WRK-OPERADOR-ID  TO CAL-OPERADOR.
           MOVE WRK-DATA-SISTEMA TO CAL-DATA-ATUALIZACAO.
           WRITE CAL-REG.
           IF WRK-CALENDAR-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-CAL-ALTEROU
              DISPLAY 'DIA INCLUIDO NO CALENDARIO' LINE 20 COLUMN 10
           ELSE
              DISPLAY 'ERRO AO INCLUIR DIA - STATUS: '
                      WRK-CALENDAR-STATUS LINE 20 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       3810-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3820-ALTERAR-DIA SECTION.
      *----------------------------------------------------------------*

           ACCEPT SS-CAL-DADOS.
           IF NOT CAL-TIPO-VALIDO
              DISPLAY 'TIPO INVALIDO - USE F OU N' LINE 20 COLUMN 10
              GO TO 3820-99-FIM
           END-IF.
           IF CAL-DESCRICAO EQUAL SPACES
              DISPLAY 'DESCRICAO OBRIGATORIA' LINE 20 COLUMN 10
              GO TO 3820-99-FIM
           END-IF.

           MOVE WRK-OPERADOR-ID  TO CAL-OPERADOR.
           MOVE WRK-DATA-SISTEMA TO CAL-DATA-ATUALIZACAO.
           REWRITE CAL-REG.
           IF WRK-CALENDAR-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-CAL-ALTEROU
              DISPLAY 'DIA ALTERADO NO CALENDARIO' LINE 20 COLUMN 10
           ELSE
              DISPLAY 'ERRO AO ALTERAR DIA - STATUS: '
                      WRK-CALENDAR-STATUS LINE 20 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       3820-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3830-EXCLUIR-DIA SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY SRC-CONFIRMA.
           ACCEPT SRC-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL 'S'
              DISPLAY 'EXCLUSAO CANCELADA' LINE 20 COLUMN 10
              GO TO 3830-99-FIM
           END-IF.

           DELETE CALENDARIO RECORD.
           IF WRK-CALENDAR-STATUS EQUAL ZEROS
              MOVE 'S' TO WRK-CAL-ALTEROU
              DISPLAY 'DIA EXCLUIDO DO CALENDARIO' LINE 20 COLUMN 10
           ELSE
              DISPLAY 'ERRO AO EXCLUIR DIA - STATUS: '
                      WRK-CALENDAR-STATUS LINE 20 COLUMN 10
           END-IF.

      *----------------------------------------------------------------*
       3830-99-FIM. EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       9000-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE CLIENTES-LOG.
           CLOSE CONTATOS.
           CLOSE CLIENTES-DOCX.
           CLOSE CLIENTES-FONES.
           CLOSE CLIENTES-PROTOCOLOS.
           CLOSE CLIENTES-PENDENCIAS.
           CLOSE CLIENTES-CONSENTIMENTO.
           CLOSE CLIENTES-SCORE.
           CLOSE AGENDA.
           CLOSE OPERADORES.

