       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE043.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * CLASSIFICACAO ABC, GIRO E COBERTURA DO ESTOQUE *
      ******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRO-CODIGO
                  ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQTIPO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TP-CODIGO
                      FILE STATUS  IS ST-ERRO-TIPO.
      *
           SELECT ARQSALDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CHAVE
                    FILE STATUS  IS ST-ERRO-SAL.
      *
           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO-MOV.
      *
           SELECT ARQHMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HMOV-CHAVE
                    FILE STATUS  IS ST-ERRO-HMOV.
      *
           SELECT ARQCTLA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTLA-CHAVE
                    FILE STATUS  IS ST-ERRO-CTLA.
      *
           SELECT ARQFECH ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-FECH.
      *
           SELECT ARQPABC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-PABC.
      *
           SELECT ARQSESS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SESS.
      *
           SELECT ARQWABC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-WABC.
      *
           SELECT RELABC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
           SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LOG.
      *
           SELECT SORTWK ASSIGN TO DISK.
      *
           SELECT SORTWK2 ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "ARQPRO.DAT".
           COPY "regpro.cpy".
      *>*****************************************************************
       FD ARQTIPO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "ARQTIPO.DAT".
           COPY "regtipo.cpy".
      *>*****************************************************************
       FD ARQSALDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSALDO.DAT".
           COPY "regsaldo.cpy".
      *>*****************************************************************
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
           COPY "regmov.cpy".
      *>*****************************************************************
       FD ARQHMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEHMOV.
           COPY "reghmov.cpy".
      *>*****************************************************************
       FD ARQCTLA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLARQMV.DAT".
           COPY "regctla.cpy".
      *>*****************************************************************
       FD ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHAMES.DAT".
           COPY "regfech.cpy".
      *>*****************************************************************
       FD ARQPABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARABC.DAT".
           COPY "regpabc.cpy".
      *>*****************************************************************
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERSESS.DAT".
           COPY "regsess.cpy".
      *>*****************************************************************
      *    PRODUTOS JA CLASSIFICADOS, NA ORDEM DO VALOR DE CONSUMO
       FD ARQWABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ABCWORK.DAT".
       01 WABC-REGISTRO.
           05 WABC-TIPO           PIC 9(02).
           05 WABC-CLASSE         PIC X(01).
           05 WABC-RANK           PIC 9(06).
           05 WABC-CODIGO         PIC 9(06).
           05 WABC-DESCRICAO      PIC X(30).
           05 WABC-VALOR          PIC 9(11)V99.
           05 WABC-QTDCONSUMO     PIC 9(08).
           05 WABC-ESTMEDIO       PIC 9(06)V99.
           05 WABC-ESTOQUE        PIC 9(06).
           05 WABC-CUSTO          PIC 9(06)V99.
           05 WABC-PERCACUM       PIC 9(03)V99.
      *>*****************************************************************
       FD RELABC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELABC.LST".
       01 REL-LINHA               PIC X(132).
      *>*****************************************************************
       FD ARQERRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQERRO.DAT".
           COPY "regerro.cpy".
      *>*****************************************************************
       SD SORTWK.
       01 SW-REGISTRO.
           05 SW-VALOR            PIC 9(11)V99.
           05 SW-CODIGO           PIC 9(06).
           05 SW-TIPO             PIC 9(02).
           05 SW-DESCRICAO        PIC X(30).
           05 SW-QTDCONSUMO       PIC 9(08).
           05 SW-ESTMEDIO         PIC 9(06)V99.
           05 SW-ESTOQUE          PIC 9(06).
           05 SW-CUSTO            PIC 9(06)V99.
      *>*****************************************************************
       SD SORTWK2.
       01 SW2-REGISTRO.
           05 SW2-TIPO            PIC 9(02).
           05 SW2-CLASSE          PIC X(01).
           05 SW2-RANK            PIC 9(06).
           05 SW2-CODIGO          PIC 9(06).
           05 SW2-DESCRICAO       PIC X(30).
           05 SW2-VALOR           PIC 9(11)V99.
           05 SW2-QTDCONSUMO      PIC 9(08).
           05 SW2-ESTMEDIO        PIC 9(06)V99.
           05 SW2-ESTOQUE         PIC 9(06).
           05 SW2-CUSTO           PIC 9(06)V99.
           05 SW2-PERCACUM        PIC 9(03)V99.
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-TIPO     PIC X(02) VALUE "00".
       01 ST-ERRO-SAL      PIC X(02) VALUE "00".
       01 ST-ERRO-MOV      PIC X(02) VALUE "00".
       01 ST-ERRO-HMOV     PIC X(02) VALUE "00".
       01 ST-ERRO-CTLA     PIC X(02) VALUE "00".
       01 ST-ERRO-FECH     PIC X(02) VALUE "00".
       01 ST-ERRO-PABC     PIC X(02) VALUE "00".
       01 ST-ERRO-SESS     PIC X(02) VALUE "00".
       01 ST-ERRO-WABC     PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
       01 MENS             PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO      PIC X(20) VALUE SPACES.
       01 W-STATUS-LOG     PIC X(02) VALUE SPACES.
       01 W-OPERADOR       PIC 9(04) VALUE ZEROS.
       01 W-DATAHORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA           PIC 9(08) VALUE ZEROS.
       01 W-TEMTIPOS       PIC X(01) VALUE "N".
       01 W-TEMSALDOS      PIC X(01) VALUE "N".
       01 W-MESFECHADO     PIC 9(06) VALUE ZEROS.

      *-------------PARAMETROS DA CLASSIFICACAO -------------------
       01 W-PERCA          PIC 9(03) VALUE 80.
       01 W-PERCB          PIC 9(03) VALUE 95.
       01 W-NOVOPERC       PIC 9(03) VALUE ZEROS.
       01 W-ANOMESINI      PIC 9(06) VALUE ZEROS.
       01 W-ANOMESINI-R REDEFINES W-ANOMESINI.
           03 W-AI-ANO     PIC 9(04).
           03 W-AI-MES     PIC 9(02).
       01 W-ANOMESFIM      PIC 9(06) VALUE ZEROS.
       01 W-ANOMESFIM-R REDEFINES W-ANOMESFIM.
           03 W-AF-ANO     PIC 9(04).
           03 W-AF-MES     PIC 9(02).
       01 W-ANOMES         PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-AM-ANO     PIC 9(04).
           03 W-AM-MES     PIC 9(02).
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DATAINI        PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM        PIC 9(08) VALUE ZEROS.
       01 W-DATAULTIMO     PIC 9(08) VALUE ZEROS.
       01 W-DIASPERIODO    PIC 9(05) VALUE ZEROS.

      *-------------ARQUIVO MORTO DO ANO (ARQMOVAAAA.DAT) ----------
       01 W-NOMEHMOV.
           03 FILLER        PIC X(06) VALUE "ARQMOV".
           03 W-ANOHMOV     PIC 9(04) VALUE ZEROS.
           03 FILLER        PIC X(04) VALUE ".DAT".
       01 W-MESARQUIVADO   PIC 9(06) VALUE ZEROS.
       01 W-ANOVER         PIC 9(04) VALUE ZEROS.
       01 W-ANOFIM         PIC 9(04) VALUE ZEROS.
       01 W-MESMOV         PIC 9(06) VALUE ZEROS.

      *-------------APURACAO POR PRODUTO --------------------------
       01 W-TOTSAIDAS      PIC 9(08) VALUE ZEROS.
       01 W-SOMAESTOQUE    PIC 9(10) VALUE ZEROS.
       01 W-QTDMESES       PIC 9(03) VALUE ZEROS.
       01 W-ESTMEDIO       PIC 9(06)V99 VALUE ZEROS.
       01 W-CUSTO          PIC 9(06)V99 VALUE ZEROS.
       01 W-VALCONSUMO     PIC 9(11)V99 VALUE ZEROS.
       01 W-GIRO           PIC 9(04)V99 VALUE ZEROS.
       01 W-COBERTURA      PIC 9(05) VALUE ZEROS.

      *-------------RANKING E CLASSES -----------------------------
       01 W-TOTVALCONSUMO  PIC 9(13)V99 VALUE ZEROS.
       01 W-ACUMULADO      PIC 9(13)V99 VALUE ZEROS.
       01 W-PERCANTES      PIC 9(03)V99 VALUE ZEROS.
       01 W-PERCACUM       PIC 9(03)V99 VALUE ZEROS.
       01 W-RANK           PIC 9(06) VALUE ZEROS.
       01 W-CLASSE         PIC X(01) VALUE SPACES.
       01 W-QTDPRODUTOS    PIC 9(06) VALUE ZEROS.
       01 W-QTDCLASSIFICADOS PIC 9(06) VALUE ZEROS.

      *-------------QUEBRAS DO RELATORIO --------------------------
       01 W-PRIMEIRO       PIC X(01) VALUE "S".
       01 W-TIPOANT        PIC 9(02) VALUE ZEROS.
       01 W-CLASSEANT      PIC X(01) VALUE SPACES.
       01 W-DESCTIPO       PIC X(30) VALUE SPACES.
       01 W-IDX            PIC 9(01) VALUE ZEROS.

      *-------------ACUMULADORES: CLASSE DENTRO DO TIPO, TIPO, ----
      *-------------CLASSE NO GERAL E TOTAL GERAL -----------------
       01 W-TOTCLASSE.
           03 W-TC-QTD          PIC 9(06).
           03 W-TC-VALESTMEDIO  PIC 9(13)V99.
           03 W-TC-VALCONSUMO   PIC 9(13)V99.
           03 W-TC-VALESTOQUE   PIC 9(13)V99.
       01 W-TOTTIPO.
           03 W-TT-QTD          PIC 9(06).
           03 W-TT-VALESTMEDIO  PIC 9(13)V99.
           03 W-TT-VALCONSUMO   PIC 9(13)V99.
           03 W-TT-VALESTOQUE   PIC 9(13)V99.
       01 W-TABCLASSES.
           03 W-TCG OCCURS 3 TIMES.
              05 W-TCG-QTD          PIC 9(06).
              05 W-TCG-VALESTMEDIO  PIC 9(13)V99.
              05 W-TCG-VALCONSUMO   PIC 9(13)V99.
              05 W-TCG-VALESTOQUE   PIC 9(13)V99.
       01 W-TOTGERAL.
           03 W-TG-QTD          PIC 9(06).
           03 W-TG-VALESTMEDIO  PIC 9(13)V99.
           03 W-TG-VALCONSUMO   PIC 9(13)V99.
           03 W-TG-VALESTOQUE   PIC 9(13)V99.
      *-------------GRUPO A IMPRIMIR EM IMPRIME-GRUPO --------------
       01 W-GRUPO.
           03 W-GR-QTD          PIC 9(06).
           03 W-GR-VALESTMEDIO  PIC 9(13)V99.
           03 W-GR-VALCONSUMO   PIC 9(13)V99.
           03 W-GR-VALESTOQUE   PIC 9(13)V99.
       01 W-GR-ROTULO      PIC X(24) VALUE SPACES.
       01 W-VALITEM        PIC 9(13)V99 VALUE ZEROS.
       01 W-PERCGRUPO      PIC 9(03)V99 VALUE ZEROS.

      *-------------ESTOQUE PARADO --------------------------------
       01 W-QTDPARADOS     PIC 9(06) VALUE ZEROS.
       01 W-VALPARADOS     PIC 9(13)V99 VALUE ZEROS.

       01 W-RANK-ED        PIC ZZZZZ9.
       01 W-QTD-ED         PIC ZZZ.ZZ9.
       01 W-CONSUMO-ED     PIC ZZ.ZZZ.ZZ9.
       01 W-ESTMEDIO-ED    PIC ZZZ.ZZ9,99.
       01 W-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-VALOR2-ED      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-PERC-ED        PIC ZZ9,99.
       01 W-GIRO-ED        PIC Z.ZZ9,99.
       01 W-COBERT-ED      PIC ZZ.ZZ9.
       01 W-COBERT-TX      PIC X(10) VALUE SPACES.
       01 W-CONT-ED        PIC ZZZ.ZZ9.
       01 W-CUSTO-ED       PIC ZZZ.ZZ9,99.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(15) VALUE "SCE043 - CLASSI".
           05 FILLER            PIC X(50)
              VALUE "FICACAO ABC, GIRO E COBERTURA DO ESTOQUE".
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(08) VALUE " RANKING".
           05 FILLER            PIC X(08) VALUE "  CODIGO".
           05 FILLER            PIC X(32)
              VALUE "  DESCRICAO".
           05 FILLER            PIC X(12) VALUE "  EST.MEDIO ".
           05 FILLER            PIC X(12) VALUE "  QTD.SAIDAS".
           05 FILLER            PIC X(22)
              VALUE "      VALOR DO CONSUMO".
           05 FILLER            PIC X(08) VALUE "  %ACUM.".
           05 FILLER            PIC X(10) VALUE "      GIRO".
           05 FILLER            PIC X(12) VALUE "  COBERTURA".
       01 LINHA-COLUNAS-PARADO.
           05 FILLER            PIC X(08) VALUE "  CODIGO".
           05 FILLER            PIC X(32)
              VALUE "  DESCRICAO".
           05 FILLER            PIC X(06) VALUE "  TIPO".
           05 FILLER            PIC X(09) VALUE "  ESTOQUE".
           05 FILLER            PIC X(12) VALUE "  CUSTO MED.".
           05 FILLER            PIC X(22)
              VALUE "      VALOR EM ESTOQUE".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------IDENTIFICACAO DA SESSAO DO OPERADOR ---------
       LE-SESSAO.
           OPEN INPUT ARQSESS
           IF ST-ERRO-SESS = "00"
              READ ARQSESS
              IF ST-ERRO-SESS = "00"
                 MOVE SESS-OPERADOR TO W-OPERADOR
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
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS" TO MENS
              MOVE "R0" TO W-PARAGRAFO
              MOVE ST-ERRO TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQERRO
              GOBACK.
       R0A.
           OPEN INPUT ARQMOV
           IF ST-ERRO-MOV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE MOVIMENTOS" TO MENS
              MOVE "R0A" TO W-PARAGRAFO
              MOVE ST-ERRO-MOV TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQERRO
              GOBACK.
       R0B.
           MOVE "N" TO W-TEMTIPOS
           OPEN INPUT ARQTIPO
           IF ST-ERRO-TIPO = "00"
              MOVE "S" TO W-TEMTIPOS.
           MOVE "N" TO W-TEMSALDOS
           OPEN INPUT ARQSALDO
           IF ST-ERRO-SAL = "00"
              MOVE "S" TO W-TEMSALDOS.
       R0C.
           MOVE ZEROS TO W-MESARQUIVADO
           OPEN INPUT ARQCTLA
           IF ST-ERRO-CTLA = "00"
              MOVE 1 TO CTLA-CHAVE
              READ ARQCTLA
              IF ST-ERRO-CTLA = "00"
                 MOVE CTLA-ANOMES TO W-MESARQUIVADO
                 CLOSE ARQCTLA
              ELSE
                 CLOSE ARQCTLA.
      *-------------ULTIMO PERIODO CONTABIL FECHADO -------------
       R0D.
           MOVE ZEROS TO W-MESFECHADO
           OPEN INPUT ARQFECH
           IF ST-ERRO-FECH = "00"
              READ ARQFECH
              IF ST-ERRO-FECH = "00"
                 MOVE FECH-ANOMES TO W-MESFECHADO
                 CLOSE ARQFECH
              ELSE
                 CLOSE ARQFECH.
      *-------------CORTES DA ULTIMA CLASSIFICACAO --------------
       R0E.
           OPEN INPUT ARQPABC
           IF ST-ERRO-PABC = "00"
              READ ARQPABC
              IF ST-ERRO-PABC = "00"
                 MOVE PABC-PERCA TO W-PERCA
                 MOVE PABC-PERCB TO W-PERCB
                 CLOSE ARQPABC
              ELSE
                 CLOSE ARQPABC.

      *-------------PERIODO DE ANALISE ---------------------------
       PAR-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "MES INICIAL DO PERIODO (AAAAMM): "
           ACCEPT W-ANOMESINI
           IF W-AI-MES < 1 OR W-AI-MES > 12
              OR W-ANOMESINI > W-HOJE(1:6)
              MOVE "*** MES INICIAL INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-001.
       PAR-002.
           DISPLAY "MES FINAL DO PERIODO (AAAAMM): "
           ACCEPT W-ANOMESFIM
           IF W-AF-MES < 1 OR W-AF-MES > 12
              OR W-ANOMESFIM > W-HOJE(1:6)
              OR W-ANOMESFIM < W-ANOMESINI
              MOVE "*** MES FINAL INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-002.

      *-------------CORTES DAS CLASSES (% ACUMULADO DO VALOR) ------
       PAR-003.
           DISPLAY "CORTE DA CLASSE A (% ACUMULADO) - ATUAL " W-PERCA
           DISPLAY "NOVO CORTE DA CLASSE A (0=MANTER): "
           MOVE ZEROS TO W-NOVOPERC
           ACCEPT W-NOVOPERC
           IF W-NOVOPERC = ZEROS
              GO TO PAR-004.
           IF W-NOVOPERC > 99
              MOVE "*** INFORME DE 1 A 99% ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-003.
           MOVE W-NOVOPERC TO W-PERCA.
       PAR-004.
           DISPLAY "CORTE DA CLASSE B (% ACUMULADO) - ATUAL " W-PERCB
           DISPLAY "NOVO CORTE DA CLASSE B (0=MANTER): "
           MOVE ZEROS TO W-NOVOPERC
           ACCEPT W-NOVOPERC
           IF W-NOVOPERC NOT = ZEROS
              IF W-NOVOPERC > 99
                 MOVE "*** INFORME DE 1 A 99% ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PAR-004
              ELSE
                 MOVE W-NOVOPERC TO W-PERCB.
           IF W-PERCB NOT > W-PERCA
              MOVE "*** O CORTE B DEVE SER MAIOR QUE O CORTE A ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-003.

      *-------------GRAVA OS CORTES PARA A PROXIMA EXECUCAO ------
       PAR-GRAVA.
           OPEN OUTPUT ARQPABC
           IF ST-ERRO-PABC NOT = "00"
              MOVE "ERRO NA GRAVACAO DOS PARAMETROS DA CURVA ABC"
                                                       TO MENS
              MOVE "PAR-GRAVA" TO W-PARAGRAFO
              MOVE ST-ERRO-PABC TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-DIAS.
           MOVE W-PERCA TO PABC-PERCA
           MOVE W-PERCB TO PABC-PERCB
           MOVE W-ANOMESINI TO PABC-ANOMESINI
           MOVE W-ANOMESFIM TO PABC-ANOMESFIM
           MOVE W-HOJE TO PABC-DATA
           MOVE W-OPERADOR TO PABC-OPERADOR
           WRITE REGPABC
           CLOSE ARQPABC.

      *-------------DIAS DO PERIODO (O MES CORRENTE VAI ATE HOJE) --
       PAR-DIAS.
           COMPUTE W-DATAINI = (W-ANOMESINI * 100) + 1
           COMPUTE W-DATAFIM = (W-ANOMESFIM * 100) + 31
           IF W-ANOMESFIM = W-HOJE(1:6)
              MOVE W-HOJE TO W-DATAULTIMO
              GO TO PAR-DIAS-CALCULA.
           MOVE W-ANOMESFIM TO W-ANOMES
           PERFORM PROXIMO-MES THRU PROXIMO-MES-FIM
           COMPUTE W-DATAULTIMO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE((W-ANOMES * 100) + 1) - 1).
       PAR-DIAS-CALCULA.
           COMPUTE W-DIASPERIODO =
                   FUNCTION INTEGER-OF-DATE(W-DATAULTIMO)
                 - FUNCTION INTEGER-OF-DATE(W-DATAINI) + 1
           MOVE W-MESARQUIVADO(1:4) TO W-ANOFIM
           IF W-ANOFIM > W-AF-ANO
              MOVE W-AF-ANO TO W-ANOFIM.

       R0F.
           OPEN OUTPUT RELABC
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DA CURVA ABC" TO MENS
              MOVE "R0F" TO W-PARAGRAFO
              MOVE ST-ERRO-REL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE LINHA-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           MOVE W-DIASPERIODO TO W-COBERT-ED
           STRING "PERIODO: "   DELIMITED BY SIZE
                  W-ANOMESINI   DELIMITED BY SIZE
                  " A "         DELIMITED BY SIZE
                  W-ANOMESFIM   DELIMITED BY SIZE
                  " ("          DELIMITED BY SIZE
                  W-COBERT-ED   DELIMITED BY SIZE
                  " DIAS)   CLASSE A ATE " DELIMITED BY SIZE
                  W-PERCA       DELIMITED BY SIZE
                  "%   CLASSE B ATE " DELIMITED BY SIZE
                  W-PERCB       DELIMITED BY SIZE
                  "% DO VALOR ACUMULADO   DATA: " DELIMITED BY SIZE
                  W-HOJE        DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "VALOR DO CONSUMO = SAIDAS DO PERIODO X CUSTO MEDIO"
                                        DELIMITED BY SIZE
                  "   GIRO = SAIDAS / ESTOQUE MEDIO"
                                        DELIMITED BY SIZE
                  "   COBERTURA EM DIAS PELO CONSUMO DO PERIODO"
                                        DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.

      *-------------RANKING PELO VALOR DE CONSUMO -----------------
       ORDENA.
           MOVE ZEROS TO W-TOTVALCONSUMO W-QTDPRODUTOS
           SORT SORTWK ON DESCENDING KEY SW-VALOR
                       ON ASCENDING KEY SW-CODIGO
                INPUT PROCEDURE IS CARREGA-PRODUTOS
                                   THRU CARREGA-PRODUTOS-FIM
                OUTPUT PROCEDURE IS CLASSIFICA-PRODUTOS
                                    THRU CLASSIFICA-PRODUTOS-FIM.
           IF ST-ERRO-WABC NOT = "00"
              GO TO ROT-FIM.

      *-------------RELATORIO POR TIPO E CLASSE -------------------
       ORDENA-TIPO.
           SORT SORTWK2 ON ASCENDING KEY SW2-TIPO SW2-CLASSE SW2-RANK
                USING ARQWABC
                OUTPUT PROCEDURE IS IMPRIME-RELATORIO
                                    THRU IMPRIME-RELATORIO-FIM.
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           PERFORM IMPRIME-PARADOS THRU IMPRIME-PARADOS-FIM
           MOVE W-QTDCLASSIFICADOS TO W-CONT-ED
           MOVE SPACES TO MENS
           STRING "PRODUTOS CLASSIFICADOS: " DELIMITED BY SIZE
                  W-CONT-ED DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY "RELATORIO GERADO EM RELABC.LST".
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---------[ CONSUMO E ESTOQUE MEDIO DE CADA PRODUTO ]----
       CARREGA-PRODUTOS.
           MOVE ZEROS TO PRO-CODIGO
           START ARQPRO KEY IS NOT LESS PRO-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-PRODUTOS-FIM.
       CARREGA-LOOP.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-PRODUTOS-FIM.
           PERFORM APURA-CONSUMO THRU APURA-CONSUMO-FIM
           PERFORM APURA-ESTMEDIO THRU APURA-ESTMEDIO-FIM
           MOVE PRO-CUSTO-MEDIO TO W-CUSTO
           IF W-CUSTO = ZEROS
              MOVE PRO-ULTIMO-PRECO TO W-CUSTO.
           COMPUTE W-VALCONSUMO = W-TOTSAIDAS * W-CUSTO
           ADD W-VALCONSUMO TO W-TOTVALCONSUMO
           ADD 1 TO W-QTDPRODUTOS
           MOVE W-VALCONSUMO TO SW-VALOR
           MOVE PRO-CODIGO TO SW-CODIGO
           MOVE PRO-TPPRODUTO TO SW-TIPO
           MOVE PRO-DESCRICAO TO SW-DESCRICAO
           MOVE W-TOTSAIDAS TO SW-QTDCONSUMO
           MOVE W-ESTMEDIO TO SW-ESTMEDIO
           MOVE PRO-ESTOQUE TO SW-ESTOQUE
           MOVE W-CUSTO TO SW-CUSTO
           RELEASE SW-REGISTRO
           GO TO CARREGA-LOOP.
       CARREGA-PRODUTOS-FIM.
           EXIT.

      *---------[ CLASSE PELO % ACUMULADO ANTES DO PRODUTO: O ]----
      *---------[ PRODUTO QUE CRUZA O CORTE AINDA FICA NA CLASSE ]----
      *---------[ PRODUTO SEM CONSUMO NO PERIODO E SEMPRE C ]----
       CLASSIFICA-PRODUTOS.
           MOVE ZEROS TO W-ACUMULADO W-RANK W-QTDCLASSIFICADOS
           OPEN OUTPUT ARQWABC
           IF ST-ERRO-WABC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO" TO MENS
              MOVE "CLASSIFICA-PRODUTOS" TO W-PARAGRAFO
              MOVE ST-ERRO-WABC TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CLASSIFICA-PRODUTOS-FIM.
       CLASSIFICA-LOOP.
           RETURN SORTWK AT END GO TO CLASSIFICA-FECHA.
           ADD 1 TO W-RANK
           MOVE ZEROS TO W-PERCANTES
           IF W-TOTVALCONSUMO NOT = ZEROS
              COMPUTE W-PERCANTES ROUNDED =
                      W-ACUMULADO * 100 / W-TOTVALCONSUMO.
           ADD SW-VALOR TO W-ACUMULADO
           MOVE ZEROS TO W-PERCACUM
           IF W-TOTVALCONSUMO NOT = ZEROS
              COMPUTE W-PERCACUM ROUNDED =
                      W-ACUMULADO * 100 / W-TOTVALCONSUMO.
           MOVE "C" TO W-CLASSE
           IF SW-VALOR NOT = ZEROS
              IF W-PERCANTES < W-PERCA
                 MOVE "A" TO W-CLASSE
              ELSE
                 IF W-PERCANTES < W-PERCB
                    MOVE "B" TO W-CLASSE.
           PERFORM GRAVA-CLASSE THRU GRAVA-CLASSE-FIM
           MOVE SW-TIPO TO WABC-TIPO
           MOVE W-CLASSE TO WABC-CLASSE
           MOVE W-RANK TO WABC-RANK
           MOVE SW-CODIGO TO WABC-CODIGO
           MOVE SW-DESCRICAO TO WABC-DESCRICAO
           MOVE SW-VALOR TO WABC-VALOR
           MOVE SW-QTDCONSUMO TO WABC-QTDCONSUMO
           MOVE SW-ESTMEDIO TO WABC-ESTMEDIO
           MOVE SW-ESTOQUE TO WABC-ESTOQUE
           MOVE SW-CUSTO TO WABC-CUSTO
           MOVE W-PERCACUM TO WABC-PERCACUM
           WRITE WABC-REGISTRO
           GO TO CLASSIFICA-LOOP.
       CLASSIFICA-FECHA.
           CLOSE ARQWABC.
       CLASSIFICA-PRODUTOS-FIM.
           EXIT.

      *---------[ GRAVA A CLASSE NO CADASTRO DO PRODUTO ]----
       GRAVA-CLASSE.
           MOVE SW-CODIGO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-CLASSE-FIM.
           MOVE W-CLASSE TO PRO-CLASSEABC
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DA CLASSE DO PRODUTO" TO MENS
              MOVE "GRAVA-CLASSE" TO W-PARAGRAFO
              MOVE ST-ERRO TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-CLASSE-FIM.
           ADD 1 TO W-QTDCLASSIFICADOS.
       GRAVA-CLASSE-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---------[ SAIDAS DO PERIODO PELO DIARIO E ARQUIVO MORTO ]----
       APURA-CONSUMO.
           MOVE ZEROS TO W-TOTSAIDAS
           IF W-MESARQUIVADO = ZEROS OR W-ANOMESINI > W-MESARQUIVADO
              GO TO APURA-DIARIO.
           MOVE W-AI-ANO TO W-ANOVER.
      *---------[ MESES DO PERIODO JA ARQUIVADOS ]----
       APURA-ARQANO.
           IF W-ANOVER > W-ANOFIM
              GO TO APURA-DIARIO.
           MOVE W-ANOVER TO W-ANOHMOV
           OPEN INPUT ARQHMOV
           IF ST-ERRO-HMOV NOT = "00"
              GO TO APURA-ARQPROX.
           MOVE PRO-CODIGO TO HMOV-CODIGO
           MOVE W-DATAINI TO HMOV-DATA
           MOVE ZEROS TO HMOV-HORA
           START ARQHMOV KEY IS NOT LESS HMOV-CHAVE
           IF ST-ERRO-HMOV NOT = "00"
              GO TO APURA-ARQFECHA.
       APURA-ARQLOOP.
           READ ARQHMOV NEXT RECORD INTO REGMOV
           IF ST-ERRO-HMOV NOT = "00"
              GO TO APURA-ARQFECHA.
           IF MOV-CODIGO NOT = PRO-CODIGO
              GO TO APURA-ARQFECHA.
           IF MOV-DATA > W-DATAFIM
              GO TO APURA-ARQFECHA.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESMOV > W-MESARQUIVADO
              GO TO APURA-ARQFECHA.
           IF MOV-TIPO = "S" AND MOV-SINAL = "+"
              GO TO APURA-ARQESTORNO.
           IF MOV-TIPO = "S"
              ADD MOV-QUANTIDADE TO W-TOTSAIDAS.
           GO TO APURA-ARQLOOP.
       APURA-ARQESTORNO.
           IF MOV-QUANTIDADE > W-TOTSAIDAS
              MOVE ZEROS TO W-TOTSAIDAS
           ELSE
              SUBTRACT MOV-QUANTIDADE FROM W-TOTSAIDAS.
           GO TO APURA-ARQLOOP.
       APURA-ARQFECHA.
           CLOSE ARQHMOV.
       APURA-ARQPROX.
           ADD 1 TO W-ANOVER
           GO TO APURA-ARQANO.
      *---------[ MESES AINDA NO DIARIO ]----
       APURA-DIARIO.
           IF W-MESARQUIVADO NOT = ZEROS
              AND W-ANOMESFIM NOT > W-MESARQUIVADO
              GO TO APURA-CONSUMO-FIM.
           MOVE PRO-CODIGO TO MOV-CODIGO
           MOVE W-DATAINI TO MOV-DATA
           MOVE ZEROS TO MOV-HORA
           START ARQMOV KEY IS NOT LESS MOV-CHAVE.
       APURA-LOOP.
           IF ST-ERRO-MOV NOT = "00"
              GO TO APURA-CONSUMO-FIM.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO-MOV NOT = "00"
              GO TO APURA-CONSUMO-FIM.
           IF MOV-CODIGO NOT = PRO-CODIGO
              GO TO APURA-CONSUMO-FIM.
           IF MOV-DATA > W-DATAFIM
              GO TO APURA-CONSUMO-FIM.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESARQUIVADO NOT = ZEROS
              AND W-MESMOV NOT > W-MESARQUIVADO
              GO TO APURA-LOOP.
           IF MOV-TIPO = "S" AND MOV-SINAL = "+"
              GO TO APURA-ESTORNO.
           IF MOV-TIPO = "S"
              ADD MOV-QUANTIDADE TO W-TOTSAIDAS.
           GO TO APURA-LOOP.
      *---------[ ESTORNO DE SAIDA DEVOLVE O CONSUMO ]----
       APURA-ESTORNO.
           IF MOV-QUANTIDADE > W-TOTSAIDAS
              MOVE ZEROS TO W-TOTSAIDAS
           ELSE
              SUBTRACT MOV-QUANTIDADE FROM W-TOTSAIDAS.
           GO TO APURA-LOOP.
       APURA-CONSUMO-FIM.
           EXIT.

      *---------[ ESTOQUE MEDIO: SALDO DE FECHAMENTO DE CADA MES ]----
      *---------[ FECHADO (ARQSALDO); MES AINDA ABERTO VALE O ]----
      *---------[ ESTOQUE ATUAL; MES SEM SALDO NAO ENTRA NA MEDIA ]----
       APURA-ESTMEDIO.
           MOVE ZEROS TO W-SOMAESTOQUE W-QTDMESES
           MOVE W-ANOMESINI TO W-ANOMES.
       APURA-ESTMEDIO-LOOP.
           IF W-ANOMES > W-ANOMESFIM
              GO TO APURA-ESTMEDIO-CALCULA.
           IF W-ANOMES > W-MESFECHADO
              ADD PRO-ESTOQUE TO W-SOMAESTOQUE
              ADD 1 TO W-QTDMESES
              GO TO APURA-ESTMEDIO-PROXIMO.
           IF W-TEMSALDOS NOT = "S"
              GO TO APURA-ESTMEDIO-PROXIMO.
           MOVE W-ANOMES TO SAL-ANOMES
           MOVE PRO-CODIGO TO SAL-CODIGO
           READ ARQSALDO
           IF ST-ERRO-SAL = "00"
              ADD SAL-ESTOQUE-FECHA TO W-SOMAESTOQUE
              ADD 1 TO W-QTDMESES.
       APURA-ESTMEDIO-PROXIMO.
           PERFORM PROXIMO-MES THRU PROXIMO-MES-FIM
           GO TO APURA-ESTMEDIO-LOOP.
       APURA-ESTMEDIO-CALCULA.
           IF W-QTDMESES = ZEROS
              MOVE PRO-ESTOQUE TO W-ESTMEDIO
           ELSE
              COMPUTE W-ESTMEDIO ROUNDED = W-SOMAESTOQUE / W-QTDMESES.
       APURA-ESTMEDIO-FIM.
           EXIT.

      *---------[ AVANCA W-ANOMES UM MES ]----
       PROXIMO-MES.
           IF W-AM-MES = 12
              MOVE 1 TO W-AM-MES
              ADD 1 TO W-AM-ANO
           ELSE
              ADD 1 TO W-AM-MES.
       PROXIMO-MES-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---------[ PRODUTOS POR TIPO E CLASSE, COM SUBTOTAIS ]----
       IMPRIME-RELATORIO.
           MOVE "S" TO W-PRIMEIRO
           MOVE ZEROS TO W-TOTCLASSE W-TOTTIPO W-TABCLASSES W-TOTGERAL.
       IMPRIME-LOOP.
           RETURN SORTWK2 AT END GO TO IMPRIME-FIM.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM INICIA-TIPO THRU INICIA-TIPO-FIM
              PERFORM INICIA-CLASSE THRU INICIA-CLASSE-FIM
              GO TO IMPRIME-DETALHE.
           IF SW2-TIPO NOT = W-TIPOANT
              PERFORM FECHA-CLASSE THRU FECHA-CLASSE-FIM
              PERFORM FECHA-TIPO THRU FECHA-TIPO-FIM
              PERFORM INICIA-TIPO THRU INICIA-TIPO-FIM
              PERFORM INICIA-CLASSE THRU INICIA-CLASSE-FIM
              GO TO IMPRIME-DETALHE.
           IF SW2-CLASSE NOT = W-CLASSEANT
              PERFORM FECHA-CLASSE THRU FECHA-CLASSE-FIM
              PERFORM INICIA-CLASSE THRU INICIA-CLASSE-FIM.
       IMPRIME-DETALHE.
           PERFORM IMPRIME-ITEM THRU IMPRIME-ITEM-FIM
           GO TO IMPRIME-LOOP.
       IMPRIME-FIM.
           IF W-PRIMEIRO = "N"
              PERFORM FECHA-CLASSE THRU FECHA-CLASSE-FIM
              PERFORM FECHA-TIPO THRU FECHA-TIPO-FIM.
       IMPRIME-RELATORIO-FIM.
           EXIT.

       INICIA-TIPO.
           MOVE SW2-TIPO TO W-TIPOANT
           MOVE ZEROS TO W-TOTTIPO
           MOVE "TIPO NAO CADASTRADO" TO W-DESCTIPO
           IF W-TEMTIPOS = "S"
              MOVE SW2-TIPO TO TP-CODIGO
              READ ARQTIPO
              IF ST-ERRO-TIPO = "00"
                 MOVE TP-DESCRICAO TO W-DESCTIPO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           STRING "TIPO DE PRODUTO: " DELIMITED BY SIZE
                  SW2-TIPO        DELIMITED BY SIZE
                  " - "           DELIMITED BY SIZE
                  W-DESCTIPO      DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       INICIA-TIPO-FIM.
           EXIT.

       INICIA-CLASSE.
           MOVE SW2-CLASSE TO W-CLASSEANT
           MOVE ZEROS TO W-TOTCLASSE
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           STRING "  CLASSE " DELIMITED BY SIZE
                  SW2-CLASSE  DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA.
       INICIA-CLASSE-FIM.
           EXIT.

       FECHA-CLASSE.
           MOVE W-TOTCLASSE TO W-GRUPO
           MOVE SPACES TO W-GR-ROTULO
           STRING "  SUBTOTAL CLASSE " DELIMITED BY SIZE
                  W-CLASSEANT          DELIMITED BY SIZE
                  INTO W-GR-ROTULO
           PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM.
       FECHA-CLASSE-FIM.
           EXIT.

       FECHA-TIPO.
           MOVE W-TOTTIPO TO W-GRUPO
           MOVE SPACES TO W-GR-ROTULO
           STRING "SUBTOTAL DO TIPO " DELIMITED BY SIZE
                  W-TIPOANT           DELIMITED BY SIZE
                  INTO W-GR-ROTULO
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM.
       FECHA-TIPO-FIM.
           EXIT.

      *---------[ LINHA DO PRODUTO E ACUMULO NOS SUBTOTAIS ]----
       IMPRIME-ITEM.
           MOVE ZEROS TO W-GIRO
           IF SW2-ESTMEDIO NOT = ZEROS
              COMPUTE W-GIRO ROUNDED = SW2-QTDCONSUMO / SW2-ESTMEDIO
                  ON SIZE ERROR
                     MOVE 9999,99 TO W-GIRO
              END-COMPUTE.
           IF SW2-QTDCONSUMO = ZEROS
              MOVE "SEM SAIDAS" TO W-COBERT-TX
           ELSE
              COMPUTE W-COBERTURA ROUNDED =
                      SW2-ESTOQUE * W-DIASPERIODO / SW2-QTDCONSUMO
                  ON SIZE ERROR
                     MOVE 99999 TO W-COBERTURA
              END-COMPUTE
              MOVE W-COBERTURA TO W-COBERT-ED
              MOVE SPACES TO W-COBERT-TX
              STRING W-COBERT-ED " DIAS" DELIMITED BY SIZE
                     INTO W-COBERT-TX.
           MOVE SW2-RANK TO W-RANK-ED
           MOVE SW2-ESTMEDIO TO W-ESTMEDIO-ED
           MOVE SW2-QTDCONSUMO TO W-CONSUMO-ED
           MOVE SW2-VALOR TO W-VALOR-ED
           MOVE SW2-PERCACUM TO W-PERC-ED
           MOVE W-GIRO TO W-GIRO-ED
           MOVE SPACES TO REL-LINHA
           STRING "  "            DELIMITED BY SIZE
                  W-RANK-ED       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  SW2-CODIGO      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  SW2-DESCRICAO   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-ESTMEDIO-ED   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-CONSUMO-ED    DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-VALOR-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-PERC-ED       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-GIRO-ED       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-COBERT-TX     DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE 3 TO W-IDX
           IF SW2-CLASSE = "A"
              MOVE 1 TO W-IDX.
           IF SW2-CLASSE = "B"
              MOVE 2 TO W-IDX.
           ADD 1 TO W-TC-QTD W-TT-QTD W-TCG-QTD(W-IDX) W-TG-QTD
           COMPUTE W-VALITEM = SW2-ESTMEDIO * SW2-CUSTO
           ADD W-VALITEM TO W-TC-VALESTMEDIO W-TT-VALESTMEDIO
                            W-TCG-VALESTMEDIO(W-IDX) W-TG-VALESTMEDIO
           ADD SW2-VALOR TO W-TC-VALCONSUMO W-TT-VALCONSUMO
                            W-TCG-VALCONSUMO(W-IDX) W-TG-VALCONSUMO
           COMPUTE W-VALITEM = SW2-ESTOQUE * SW2-CUSTO
           ADD W-VALITEM TO W-TC-VALESTOQUE W-TT-VALESTOQUE
                            W-TCG-VALESTOQUE(W-IDX) W-TG-VALESTOQUE.
       IMPRIME-ITEM-FIM.
           EXIT.

      *---------[ SUBTOTAL: GIRO E COBERTURA PELOS VALORES ]----
       IMPRIME-GRUPO.
           MOVE ZEROS TO W-GIRO
           IF W-GR-VALESTMEDIO NOT = ZEROS
              COMPUTE W-GIRO ROUNDED =
                      W-GR-VALCONSUMO / W-GR-VALESTMEDIO
                  ON SIZE ERROR
                     MOVE 9999,99 TO W-GIRO
              END-COMPUTE.
           IF W-GR-VALCONSUMO = ZEROS
              MOVE "SEM SAIDAS" TO W-COBERT-TX
           ELSE
              COMPUTE W-COBERTURA ROUNDED =
                      W-GR-VALESTOQUE * W-DIASPERIODO / W-GR-VALCONSUMO
                  ON SIZE ERROR
                     MOVE 99999 TO W-COBERTURA
              END-COMPUTE
              MOVE W-COBERTURA TO W-COBERT-ED
              MOVE SPACES TO W-COBERT-TX
              STRING W-COBERT-ED " DIAS" DELIMITED BY SIZE
                     INTO W-COBERT-TX.
           MOVE W-GR-QTD TO W-CONT-ED
           MOVE W-GIRO TO W-GIRO-ED
           MOVE W-GR-VALESTMEDIO TO W-VALOR-ED
           MOVE W-GR-VALCONSUMO TO W-VALOR2-ED
           MOVE SPACES TO REL-LINHA
           STRING W-GR-ROTULO     DELIMITED BY SIZE
                  W-CONT-ED       DELIMITED BY SIZE
                  " PROD. EST.MEDIO:" DELIMITED BY SIZE
                  W-VALOR-ED      DELIMITED BY SIZE
                  " CONSUMO:"     DELIMITED BY SIZE
                  W-VALOR2-ED     DELIMITED BY SIZE
                  " GIRO:"        DELIMITED BY SIZE
                  W-GIRO-ED       DELIMITED BY SIZE
                  " COBERT.:"     DELIMITED BY SIZE
                  W-COBERT-TX     DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       IMPRIME-GRUPO-FIM.
           EXIT.

      *---------[ RESUMO POR CLASSE E TOTAL GERAL ]----
       IMPRIME-RESUMO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "RESUMO POR CLASSE (VALORES AO CUSTO MEDIO)"
                                                   TO REL-LINHA
           WRITE REL-LINHA
           MOVE ZEROS TO W-IDX.
       IMPRIME-RESUMO-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > 3
              GO TO IMPRIME-RESUMO-TOTAL.
           MOVE W-TCG(W-IDX) TO W-GRUPO
           MOVE SPACES TO W-GR-ROTULO
           IF W-IDX = 1
              MOVE "A" TO W-CLASSE.
           IF W-IDX = 2
              MOVE "B" TO W-CLASSE.
           IF W-IDX = 3
              MOVE "C" TO W-CLASSE.
           MOVE ZEROS TO W-PERCGRUPO
           IF W-TOTVALCONSUMO NOT = ZEROS
              COMPUTE W-PERCGRUPO ROUNDED =
                      W-GR-VALCONSUMO * 100 / W-TOTVALCONSUMO.
           MOVE W-PERCGRUPO TO W-PERC-ED
           STRING "CLASSE " DELIMITED BY SIZE
                  W-CLASSE  DELIMITED BY SIZE
                  " ("      DELIMITED BY SIZE
                  W-PERC-ED DELIMITED BY SIZE
                  "%)"      DELIMITED BY SIZE
                  INTO W-GR-ROTULO
           PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM
           GO TO IMPRIME-RESUMO-LOOP.
       IMPRIME-RESUMO-TOTAL.
           MOVE W-TOTGERAL TO W-GRUPO
           MOVE "TOTAL GERAL" TO W-GR-ROTULO
           PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM.
       IMPRIME-RESUMO-FIM.
           EXIT.

      *---------[ ESTOQUE PARADO: SALDO SEM SAIDAS NO PERIODO ]----
       IMPRIME-PARADOS.
           MOVE ZEROS TO W-QTDPARADOS W-VALPARADOS
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "ESTOQUE PARADO - PRODUTOS SEM SAIDAS NO PERIODO"
                                                   TO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS-PARADO TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT ARQWABC
           IF ST-ERRO-WABC NOT = "00"
              GO TO IMPRIME-PARADOS-FIM.
       IMPRIME-PARADOS-LOOP.
           READ ARQWABC
              AT END GO TO IMPRIME-PARADOS-TOTAL.
           IF WABC-QTDCONSUMO NOT = ZEROS OR WABC-ESTOQUE = ZEROS
              GO TO IMPRIME-PARADOS-LOOP.
           ADD 1 TO W-QTDPARADOS
           COMPUTE W-VALITEM = WABC-ESTOQUE * WABC-CUSTO
           ADD W-VALITEM TO W-VALPARADOS
           MOVE WABC-ESTOQUE TO W-QTD-ED
           MOVE WABC-CUSTO TO W-CUSTO-ED
           MOVE W-VALITEM TO W-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING "  "            DELIMITED BY SIZE
                  WABC-CODIGO     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WABC-DESCRICAO  DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  WABC-TIPO       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-QTD-ED        DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-CUSTO-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-VALOR-ED      DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           GO TO IMPRIME-PARADOS-LOOP.
       IMPRIME-PARADOS-TOTAL.
           CLOSE ARQWABC
           MOVE SPACES TO REL-LINHA
           MOVE W-QTDPARADOS TO W-CONT-ED
           MOVE W-VALPARADOS TO W-VALOR-ED
           STRING "TOTAL DE PRODUTOS PARADOS: " DELIMITED BY SIZE
                  W-CONT-ED       DELIMITED BY SIZE
                  "   VALOR: "    DELIMITED BY SIZE
                  W-VALOR-ED      DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       IMPRIME-PARADOS-FIM.
           EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           IF W-TEMTIPOS = "S"
              CLOSE ARQTIPO.
           IF W-TEMSALDOS = "S"
              CLOSE ARQSALDO.
           CLOSE ARQPRO ARQMOV RELABC ARQERRO.
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
                MOVE PRO-CODIGO TO ERRO-CODPRODUTO
                MOVE ZEROS TO ERRO-CODFORNECEDOR
                MOVE W-OPERADOR TO ERRO-OPERADOR
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
