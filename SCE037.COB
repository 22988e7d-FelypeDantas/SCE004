       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE037.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * RELATORIO DE ACESSOS AO SISTEMA (SUPERVISOR) *
      ******************************
      * LISTA OS SIGN-ONS, SENHAS ERRADAS, BLOQUEIOS, TROCAS DE
      * SENHA E OPCOES NEGADAS DO LOG DE ACESSOS NO PERIODO, COM
      * TOTAIS POR OPERADOR E OS OPERADORES HOJE BLOQUEADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLACE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LACE.
      *
           SELECT ARQOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-CODIGO
                    FILE STATUS  IS ST-ERRO-OPER.
      *
           SELECT RELACESS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
           SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LOG.
      *
           SELECT ARQSESS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SESS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQLACE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGACESS.DAT".
           COPY "reglace.cpy".
      *>*****************************************************************
       FD ARQOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
           COPY "regoper.cpy".
      *>*****************************************************************
       FD RELACESS
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELACESS.LST".
       01 REL-LINHA               PIC X(132).
      *>*****************************************************************
       FD ARQERRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQERRO.DAT".
           COPY "regerro.cpy".
      *>*****************************************************************
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERSESS.DAT".
           COPY "regsess.cpy".
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 ST-ERRO-LACE     PIC X(02) VALUE "00".
       01 ST-ERRO-OPER     PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
       01 ST-ERRO-SESS     PIC X(02) VALUE "00".
       01 W-OPERSESSAO     PIC 9(04) VALUE ZEROS.
       01 MENS             PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO      PIC X(20) VALUE SPACES.
       01 W-STATUS-LOG     PIC X(02) VALUE SPACES.
       01 W-OPERADOR       PIC 9(04) VALUE ZEROS.
       01 W-DATAHORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA           PIC 9(08) VALUE ZEROS.

       01 W-DATAINI        PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM        PIC 9(08) VALUE ZEROS.
       01 W-DATA-R.
           03 W-DATA-ANO   PIC 9(04).
           03 W-DATA-MES   PIC 9(02).
           03 W-DATA-DIA   PIC 9(02).
       01 W-EVENTODESC     PIC X(24) VALUE SPACES.
       01 W-NOMEOPER       PIC X(30) VALUE SPACES.
       01 W-QTDEVENTOS     PIC 9(06) VALUE ZEROS.
       01 W-QTDBLOQUEADOS  PIC 9(04) VALUE ZEROS.
       01 W-HORA-ED.
           03 W-HORA-HH    PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 W-HORA-MM    PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 W-HORA-SS    PIC 9(02).
       01 W-HORA-R.
           03 W-HR-HH      PIC 9(02).
           03 W-HR-MM      PIC 9(02).
           03 W-HR-SS      PIC 9(02).
           03 W-HR-CC      PIC 9(02).

      *-------------TOTAIS POR OPERADOR -------------------
       01 W-IDX            PIC 9(03) VALUE ZEROS.
       01 W-QTDOPER        PIC 9(03) VALUE ZEROS.
       01 W-TABOPER.
          03 W-TO-ITEM OCCURS 200 TIMES.
             05 W-TO-OPERADOR     PIC 9(04).
             05 W-TO-SIGNON       PIC 9(05).
             05 W-TO-FALHA        PIC 9(05).
             05 W-TO-BLOQUEIO     PIC 9(05).
             05 W-TO-RECUSA       PIC 9(05).
             05 W-TO-TROCA        PIC 9(05).
             05 W-TO-DESBLOQ      PIC 9(05).
             05 W-TO-NEGADA       PIC 9(05).
       01 W-TOTAIS.
             05 W-TT-SIGNON       PIC 9(06) VALUE ZEROS.
             05 W-TT-FALHA        PIC 9(06) VALUE ZEROS.
             05 W-TT-BLOQUEIO     PIC 9(06) VALUE ZEROS.
             05 W-TT-RECUSA       PIC 9(06) VALUE ZEROS.
             05 W-TT-TROCA        PIC 9(06) VALUE ZEROS.
             05 W-TT-DESBLOQ      PIC 9(06) VALUE ZEROS.
             05 W-TT-NEGADA       PIC 9(06) VALUE ZEROS.

       01 W-SIGNON-ED      PIC ZZZ.ZZ9.
       01 W-FALHA-ED       PIC ZZZ.ZZ9.
       01 W-BLOQUEIO-ED    PIC ZZZ.ZZ9.
       01 W-RECUSA-ED      PIC ZZZ.ZZ9.
       01 W-TROCA-ED       PIC ZZZ.ZZ9.
       01 W-DESBLOQ-ED     PIC ZZZ.ZZ9.
       01 W-NEGADA-ED      PIC ZZZ.ZZ9.
       01 W-CONT-ED        PIC ZZZ.ZZ9.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(15) VALUE "SCE037 - LOG DE".
           05 FILLER            PIC X(50)
              VALUE " ACESSOS AO SISTEMA".
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(10) VALUE "DATA      ".
           05 FILLER            PIC X(10) VALUE "HORA      ".
           05 FILLER            PIC X(06) VALUE "OPER. ".
           05 FILLER            PIC X(32)
              VALUE "NOME                            ".
           05 FILLER            PIC X(26) VALUE "EVENTO".
           05 FILLER            PIC X(08) VALUE "PROGRAMA".
           05 FILLER            PIC X(12) VALUE "  SUPERVISOR".
       01 LINHA-COLUNAS-TOT.
           05 FILLER            PIC X(38)
              VALUE "OPER. NOME                            ".
           05 FILLER            PIC X(28)
              VALUE "SIGN-ON    FALHAS  BLOQUE.  ".
           05 FILLER            PIC X(34)
              VALUE "RECUSAS   TROCAS  DESBLOQ  NEGADAS".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------IDENTIFICACAO DA SESSAO DO OPERADOR ---------
       LE-SESSAO.
           OPEN INPUT ARQSESS
           IF ST-ERRO-SESS = "00"
              READ ARQSESS
              IF ST-ERRO-SESS = "00"
                 MOVE SESS-OPERADOR TO W-OPERSESSAO
                 CLOSE ARQSESS
              ELSE
                 CLOSE ARQSESS.
      *-------------ABERTURA DO LOG DE ERROS -------------------
       ABRE-ARQERRO.
           OPEN EXTEND ARQERRO
           IF ST-ERRO-LOG NOT = "00"
              OPEN OUTPUT ARQERRO
              CLOSE ARQERRO
              OPEN EXTEND ARQERRO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT ARQOPER
           IF ST-ERRO-OPER NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE OPERADORES" TO MENS
              MOVE "R0" TO W-PARAGRAFO
              MOVE ST-ERRO-OPER TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQERRO
              GOBACK.
       R0A.
           OPEN INPUT ARQLACE
           IF ST-ERRO-LACE NOT = "00"
              MOVE "*** NAO HA ACESSOS REGISTRADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQOPER ARQERRO
              GOBACK.

      *-------------PARAMETROS DO RELATORIO ---------------------
       PAR-001.
           DISPLAY "DATA INICIAL (AAAAMMDD): "
           ACCEPT W-DATAINI
           MOVE W-DATAINI TO W-DATA-R
           IF W-DATA-MES < 1 OR W-DATA-MES > 12
              OR W-DATA-DIA < 1 OR W-DATA-DIA > 31
              MOVE "*** DATA INICIAL INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-001.
       PAR-002.
           DISPLAY "DATA FINAL   (AAAAMMDD): "
           ACCEPT W-DATAFIM
           MOVE W-DATAFIM TO W-DATA-R
           IF W-DATA-MES < 1 OR W-DATA-MES > 12
              OR W-DATA-DIA < 1 OR W-DATA-DIA > 31
              MOVE "*** DATA FINAL INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-002.
           IF W-DATAFIM < W-DATAINI
              MOVE "*** DATA FINAL ANTERIOR A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-001.

       R0B.
           OPEN OUTPUT RELACESS
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DE ACESSOS" TO MENS
              MOVE "R0B" TO W-PARAGRAFO
              MOVE ST-ERRO-REL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQOPER ARQLACE ARQERRO
              GOBACK.

           MOVE LINHA-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "PERIODO: " DELIMITED BY SIZE
                  W-DATAINI   DELIMITED BY SIZE
                  " A "       DELIMITED BY SIZE
                  W-DATAFIM   DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA
           MOVE ZEROS TO W-QTDOPER W-QTDEVENTOS.

      *-------------DETALHE DOS EVENTOS DO PERIODO --------------
       LE-LOG.
           READ ARQLACE
           IF ST-ERRO-LACE NOT = "00"
              GO TO TOTAIS-001.
           IF LAC-DATA < W-DATAINI OR LAC-DATA > W-DATAFIM
              GO TO LE-LOG.
           ADD 1 TO W-QTDEVENTOS
           PERFORM ACUMULA-OPERADOR THRU ACUMULA-OPERADOR-FIM
           PERFORM DESCREVE-EVENTO THRU DESCREVE-EVENTO-FIM
           MOVE LAC-OPERADOR TO W-OPERADOR
           PERFORM BUSCA-NOME THRU BUSCA-NOME-FIM
           MOVE LAC-HORA TO W-HORA-R
           MOVE W-HR-HH TO W-HORA-HH
           MOVE W-HR-MM TO W-HORA-MM
           MOVE W-HR-SS TO W-HORA-SS
           MOVE SPACES TO REL-LINHA
           STRING LAC-DATA        DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-HORA-ED       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  LAC-OPERADOR    DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-NOMEOPER      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-EVENTODESC    DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  LAC-PROGRAMA    DELIMITED BY SIZE
                  INTO REL-LINHA
           IF LAC-EVENTO = "D"
              MOVE LAC-RESPONSAVEL TO REL-LINHA(97:4).
           WRITE REL-LINHA
           GO TO LE-LOG.

      *-------------TOTAIS POR OPERADOR E GERAL -----------------
       TOTAIS-001.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDEVENTOS TO W-CONT-ED
           STRING "EVENTOS NO PERIODO: " DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "*** TOTAIS POR OPERADOR ***" TO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS-TOT TO REL-LINHA
           WRITE REL-LINHA
           MOVE 1 TO W-IDX.
       TOTAIS-LOOP.
           IF W-IDX > W-QTDOPER
              GO TO TOTAIS-GERAL.
           MOVE W-TO-OPERADOR (W-IDX) TO W-OPERADOR
           PERFORM BUSCA-NOME THRU BUSCA-NOME-FIM
           MOVE W-TO-SIGNON (W-IDX) TO W-SIGNON-ED
           MOVE W-TO-FALHA (W-IDX) TO W-FALHA-ED
           MOVE W-TO-BLOQUEIO (W-IDX) TO W-BLOQUEIO-ED
           MOVE W-TO-RECUSA (W-IDX) TO W-RECUSA-ED
           MOVE W-TO-TROCA (W-IDX) TO W-TROCA-ED
           MOVE W-TO-DESBLOQ (W-IDX) TO W-DESBLOQ-ED
           MOVE W-TO-NEGADA (W-IDX) TO W-NEGADA-ED
           MOVE SPACES TO REL-LINHA
           STRING W-OPERADOR      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-NOMEOPER      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-SIGNON-ED     DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  W-FALHA-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-BLOQUEIO-ED   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-RECUSA-ED     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-TROCA-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-DESBLOQ-ED    DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-NEGADA-ED     DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           ADD W-TO-SIGNON (W-IDX) TO W-TT-SIGNON
           ADD W-TO-FALHA (W-IDX) TO W-TT-FALHA
           ADD W-TO-BLOQUEIO (W-IDX) TO W-TT-BLOQUEIO
           ADD W-TO-RECUSA (W-IDX) TO W-TT-RECUSA
           ADD W-TO-TROCA (W-IDX) TO W-TT-TROCA
           ADD W-TO-DESBLOQ (W-IDX) TO W-TT-DESBLOQ
           ADD W-TO-NEGADA (W-IDX) TO W-TT-NEGADA
           ADD 1 TO W-IDX
           GO TO TOTAIS-LOOP.
       TOTAIS-GERAL.
           MOVE W-TT-SIGNON TO W-SIGNON-ED
           MOVE W-TT-FALHA TO W-FALHA-ED
           MOVE W-TT-BLOQUEIO TO W-BLOQUEIO-ED
           MOVE W-TT-RECUSA TO W-RECUSA-ED
           MOVE W-TT-TROCA TO W-TROCA-ED
           MOVE W-TT-DESBLOQ TO W-DESBLOQ-ED
           MOVE W-TT-NEGADA TO W-NEGADA-ED
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL GERAL                             "
                                  DELIMITED BY SIZE
                  W-SIGNON-ED     DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  W-FALHA-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-BLOQUEIO-ED   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-RECUSA-ED     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-TROCA-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-DESBLOQ-ED    DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-NEGADA-ED     DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.

      *-------------OPERADORES BLOQUEADOS NESTE MOMENTO ---------
       BLOQ-001.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "*** OPERADORES BLOQUEADOS NESTE MOMENTO ***"
                                                      TO REL-LINHA
           WRITE REL-LINHA
           MOVE ZEROS TO W-QTDBLOQUEADOS OPE-CODIGO
           START ARQOPER KEY IS NOT LESS OPE-CODIGO.
       BLOQ-LOOP.
           IF ST-ERRO-OPER NOT = "00"
              GO TO BLOQ-FIM.
           READ ARQOPER NEXT RECORD
           IF ST-ERRO-OPER NOT = "00"
              GO TO BLOQ-FIM.
           IF OPE-BLOQUEADO NOT = "S"
              GO TO BLOQ-LOOP.
           ADD 1 TO W-QTDBLOQUEADOS
           MOVE SPACES TO REL-LINHA
           STRING OPE-CODIGO      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  OPE-NOME        DELIMITED BY SIZE
                  "  SENHAS ERRADAS: " DELIMITED BY SIZE
                  OPE-FALHAS      DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           GO TO BLOQ-LOOP.
       BLOQ-FIM.
           IF W-QTDBLOQUEADOS = ZEROS
              MOVE "NENHUM OPERADOR BLOQUEADO" TO REL-LINHA
              WRITE REL-LINHA.
           DISPLAY "RELATORIO GERADO EM RELACESS.LST".
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---------[ SOMA O EVENTO NA LINHA DO OPERADOR ]----
       ACUMULA-OPERADOR.
                MOVE 1 TO W-IDX.
       ACUMULA-OPERADOR-LOOP.
                IF W-IDX > W-QTDOPER
                   GO TO ACUMULA-OPERADOR-NOVO.
                IF W-TO-OPERADOR (W-IDX) = LAC-OPERADOR
                   GO TO ACUMULA-OPERADOR-SOMA.
                ADD 1 TO W-IDX
                GO TO ACUMULA-OPERADOR-LOOP.
       ACUMULA-OPERADOR-NOVO.
                IF W-QTDOPER NOT < 200
                   GO TO ACUMULA-OPERADOR-FIM.
                ADD 1 TO W-QTDOPER
                MOVE W-QTDOPER TO W-IDX
                MOVE LAC-OPERADOR TO W-TO-OPERADOR (W-IDX)
                MOVE ZEROS TO W-TO-SIGNON (W-IDX) W-TO-FALHA (W-IDX)
                              W-TO-BLOQUEIO (W-IDX) W-TO-RECUSA (W-IDX)
                              W-TO-TROCA (W-IDX) W-TO-DESBLOQ (W-IDX)
                              W-TO-NEGADA (W-IDX).
       ACUMULA-OPERADOR-SOMA.
                IF LAC-EVENTO = "E"
                   ADD 1 TO W-TO-SIGNON (W-IDX).
                IF LAC-EVENTO = "F" OR "I"
                   ADD 1 TO W-TO-FALHA (W-IDX).
                IF LAC-EVENTO = "B"
                   ADD 1 TO W-TO-BLOQUEIO (W-IDX).
                IF LAC-EVENTO = "R"
                   ADD 1 TO W-TO-RECUSA (W-IDX).
                IF LAC-EVENTO = "T"
                   ADD 1 TO W-TO-TROCA (W-IDX).
                IF LAC-EVENTO = "D"
                   ADD 1 TO W-TO-DESBLOQ (W-IDX).
                IF LAC-EVENTO = "N"
                   ADD 1 TO W-TO-NEGADA (W-IDX).
       ACUMULA-OPERADOR-FIM.
                EXIT.

      *---------[ DESCRICAO DO EVENTO ]----
       DESCREVE-EVENTO.
                MOVE "EVENTO DESCONHECIDO" TO W-EVENTODESC
                IF LAC-EVENTO = "E"
                   MOVE "SIGN-ON" TO W-EVENTODESC.
                IF LAC-EVENTO = "F"
                   MOVE "SENHA ERRADA" TO W-EVENTODESC.
                IF LAC-EVENTO = "I"
                   MOVE "CODIGO INEXISTENTE" TO W-EVENTODESC.
                IF LAC-EVENTO = "B"
                   MOVE "OPERADOR BLOQUEADO" TO W-EVENTODESC.
                IF LAC-EVENTO = "R"
                   MOVE "RECUSADO - BLOQUEADO" TO W-EVENTODESC.
                IF LAC-EVENTO = "T"
                   MOVE "TROCA DE SENHA" TO W-EVENTODESC.
                IF LAC-EVENTO = "D"
                   MOVE "DESBLOQUEIO/NOVA SENHA" TO W-EVENTODESC.
                IF LAC-EVENTO = "N"
                   MOVE "OPCAO NEGADA" TO W-EVENTODESC.
       DESCREVE-EVENTO-FIM.
                EXIT.

      *---------[ NOME DO OPERADOR ]----
       BUSCA-NOME.
                MOVE W-OPERADOR TO OPE-CODIGO
                READ ARQOPER
                IF ST-ERRO-OPER = "00"
                   MOVE OPE-NOME TO W-NOMEOPER
                ELSE
                   MOVE "OPERADOR NAO CADASTRADO" TO W-NOMEOPER.
       BUSCA-NOME-FIM.
                EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQOPER ARQLACE RELACESS ARQERRO.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE LOG DE ERROS DE ARQUIVO ]----
       GRAVA-ERRO.
                ACCEPT W-DATAHORA FROM DATE YYYYMMDD
                ACCEPT W-HORA FROM TIME
                MOVE W-DATAHORA TO ERRO-DATA
                MOVE W-HORA TO ERRO-HORA
                MOVE W-PARAGRAFO TO ERRO-PARAGRAFO
                MOVE W-STATUS-LOG TO ERRO-STATUS
                MOVE ZEROS TO ERRO-CODPRODUTO
                MOVE ZEROS TO ERRO-CODFORNECEDOR
                MOVE W-OPERSESSAO TO ERRO-OPERADOR
                WRITE REGERRO.
       GRAVA-ERRO-FIM.
                EXIT.

      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                DISPLAY MENS.
       ROT-MENS-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
