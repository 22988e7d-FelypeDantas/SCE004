       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE041.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * ORDEM DE MONTAGEM E DESMONTAGEM DE KITS *
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
           SELECT ARQBOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOM-CHAVE
                  ALTERNATE RECORD KEY IS BOM-COMPONENTE WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-BOM.
      *
           SELECT ARQMON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MON-NUMERO
                    FILE STATUS  IS ST-ERRO-MON.
      *
           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO-MOV.
      *
           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOC-CODIGO
                    FILE STATUS  IS ST-ERRO-LOC.
      *
           SELECT ARQPLO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLO-CHAVE
                    FILE STATUS  IS ST-ERRO-PLO.
      *
           SELECT ARQSOH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SOH-NUMERO
                    FILE STATUS  IS ST-ERRO-SOH.
      *
           SELECT ARQSOI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SOI-CHAVE
                    FILE STATUS  IS ST-ERRO-SOI.
      *
           SELECT ARQLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LOTE.
      *
           SELECT ARQHIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-HIST.
      *
           SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LOG.
      *
           SELECT ARQSESS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SESS.
      *
           SELECT ARQFECH ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-FECH.
      *
           SELECT RELMONT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "ARQPRO.DAT".
           COPY "regpro.cpy".
      *>*****************************************************************
       FD ARQBOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBOM.DAT".
           COPY "regbom.cpy".
      *>*****************************************************************
       FD ARQMON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMON.DAT".
           COPY "regmon.cpy".
      *>*****************************************************************
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
           COPY "regmov.cpy".
      *>*****************************************************************
       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
           COPY "regloc.cpy".
      *>*****************************************************************
       FD ARQPLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLO.DAT".
           COPY "regplo.cpy".
      *>*****************************************************************
       FD ARQSOH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOH.DAT".
           COPY "regsoh.cpy".
      *>*****************************************************************
       FD ARQSOI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOI.DAT".
           COPY "regsoi.cpy".
      *>*****************************************************************
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
           COPY "reglote.cpy".
      *>*****************************************************************
       FD ARQHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHIST.DAT".
           COPY "reghist.cpy".
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
       FD ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHAMES.DAT".
           COPY "regfech.cpy".
      *>*****************************************************************
       FD RELMONT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELMONT.LST".
       01 REL-LINHA               PIC X(132).
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-BOM   PIC X(02) VALUE "00".
       01 ST-ERRO-MON   PIC X(02) VALUE "00".
       01 ST-ERRO-MOV   PIC X(02) VALUE "00".
       01 ST-ERRO-LOC   PIC X(02) VALUE "00".
       01 ST-ERRO-PLO   PIC X(02) VALUE "00".
       01 ST-ERRO-SOH   PIC X(02) VALUE "00".
       01 ST-ERRO-SOI   PIC X(02) VALUE "00".
       01 ST-ERRO-LOTE  PIC X(02) VALUE "00".
       01 ST-ERRO-HIST  PIC X(02) VALUE "00".
       01 ST-ERRO-LOG   PIC X(02) VALUE "00".
       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 ST-ERRO-FECH  PIC X(02) VALUE "00".
       01 ST-ERRO-REL   PIC X(02) VALUE "00".
       01 W-TEMLOCAIS   PIC X(01) VALUE "N".
       01 W-TEMSALDOPRO PIC X(01) VALUE "N".
       01 W-TEMNOTA     PIC X(01) VALUE "N".
       01 W-TEMPEDIDOS  PIC X(01) VALUE "N".
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO   PIC X(20) VALUE SPACES.
       01 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-STATUS-LOG  PIC X(02) VALUE SPACES.
       01 W-MESFECHADO  PIC 9(06) VALUE ZEROS.
       01 W-LINHA       PIC 9(02) VALUE ZEROS.
       01 W-BRANCO      PIC X(78) VALUE SPACES.

       01 W-DATAHORA        PIC 9(08) VALUE ZEROS.
       01 W-HORA            PIC 9(08) VALUE ZEROS.
       01 W-PRECO-ANTIGO    PIC 9(06)V99 VALUE ZEROS.
       01 W-ESTOQUE-ANTIGO  PIC 9(06) VALUE ZEROS.
       01 W-ESTOQUE-NOVO    PIC 9(06) VALUE ZEROS.
       01 W-CUSTO-NOVO      PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDOLOCAL      PIC 9(06) VALUE ZEROS.
       01 W-SALDODISP       PIC 9(06) VALUE ZEROS.
       01 W-QTDRESERVADA    PIC 9(07) VALUE ZEROS.
       01 W-QTDQUARENTENA   PIC 9(07) VALUE ZEROS.
       01 W-DISPONIVEL      PIC 9(06) VALUE ZEROS.

      *-------------DADOS DO LANCAMENTO EM POSTA-MOVIMENTO ------
       01 W-TIPOMOV         PIC X(01) VALUE SPACES.
       01 W-SINAL           PIC X(01) VALUE SPACES.
       01 W-MOTIVO          PIC X(03) VALUE SPACES.
       01 W-QUANTIDADE      PIC 9(06) VALUE ZEROS.
       01 W-LOCORIGEM       PIC 9(02) VALUE ZEROS.
       01 W-LOCDESTINO      PIC 9(02) VALUE ZEROS.
       01 W-PRECOUNIT       PIC 9(06)V99 VALUE ZEROS.
       01 W-ATUALIZAPRECO   PIC X(01) VALUE "N".
       01 W-LOTE            PIC X(10) VALUE SPACES.
       01 W-VALIDADE        PIC 9(08) VALUE ZEROS.
       01 W-VALIDADE-R REDEFINES W-VALIDADE.
           03 W-VALANO      PIC 9(04).
           03 W-VALMES      PIC 9(02).
           03 W-VALDIA      PIC 9(02).
       01 W-DIASMES         PIC 9(02) VALUE 31.
       01 W-BISSEXTO        PIC X(01) VALUE "N".
       01 W-DATAVALIDA      PIC X(01) VALUE "S".
       01 W-LOTLOCAL        PIC 9(02) VALUE ZEROS.
       01 W-LOTQTDE         PIC 9(06) VALUE ZEROS.
       01 W-LOTORIGEM       PIC 9(02) VALUE ZEROS.
       01 W-LOTDESTINO      PIC 9(02) VALUE ZEROS.
       01 W-LOTRESTA        PIC 9(06) VALUE ZEROS.
       01 W-FEFOLOTE        PIC X(10) VALUE SPACES.
       01 W-FEFOVALIDADE    PIC 9(08) VALUE ZEROS.

      *-------------DADOS DA ORDEM ------------------------------
       01 W-TIPOORDEM       PIC X(01) VALUE SPACES.
       01 W-DESCTIPO        PIC X(11) VALUE SPACES.
       01 W-PAI             PIC 9(06) VALUE ZEROS.
       01 W-DESCPAI         PIC X(30) VALUE SPACES.
       01 W-CONTROLALOTEPAI PIC X(01) VALUE "N".
       01 W-QTDKITS         PIC 9(06) VALUE ZEROS.
       01 W-LOCAL           PIC 9(02) VALUE ZEROS.
       01 W-LOTEKIT         PIC X(10) VALUE SPACES.
       01 W-VALKIT          PIC 9(08) VALUE ZEROS.
       01 W-PROXNUMERO      PIC 9(06) VALUE ZEROS.
       01 W-DOCUMENTO       PIC X(10) VALUE SPACES.
       01 W-CUSTOCALC       PIC 9(09)V99 VALUE ZEROS.
       01 W-CUSTOKIT        PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDFALTAS       PIC 9(03) VALUE ZEROS.
       01 W-VALORITEM       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTVALOR        PIC 9(09)V99 VALUE ZEROS.

      *-------------COMPONENTES DO KIT (ESTRUTURA DO ARQBOM) ----
       01 W-IDX             PIC 9(02) VALUE ZEROS.
       01 W-QTDCOMPS        PIC 9(02) VALUE ZEROS.
       01 W-TABCOMPS.
          03 W-TCITEM OCCURS 50 TIMES.
             05 W-TC-CODIGO         PIC 9(06).
             05 W-TC-QTDPOR         PIC 9(04).
             05 W-TC-QTDE           PIC 9(06).
             05 W-TC-CUSTO          PIC 9(06)V99.
             05 W-TC-CONTROLALOTE   PIC X(01).
             05 W-TC-LOTE           PIC X(10).
             05 W-TC-VALIDADE       PIC 9(08).

       01 W-QTD-ED          PIC ZZZ.ZZ9.
       01 W-QTD2-ED         PIC ZZZ.ZZ9.
       01 W-QTDPOR-ED       PIC Z.ZZ9.
       01 W-PRECO-ED        PIC ZZZ.ZZ9,99.
       01 W-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01 W-COMPS-ED        PIC Z9.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(15) VALUE "SCE041 - ORDEM ".
           05 FILLER            PIC X(33)
              VALUE "DE MONTAGEM / DESMONTAGEM DE KIT".
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(08) VALUE "CODIGO  ".
           05 FILLER            PIC X(32)
              VALUE "DESCRICAO                       ".
           05 FILLER            PIC X(07) VALUE "QT/KIT ".
           05 FILLER            PIC X(09) VALUE "   QTDE  ".
           05 FILLER            PIC X(04) VALUE "MOV ".
           05 FILLER            PIC X(12) VALUE "LOTE        ".
           05 FILLER            PIC X(13) VALUE " CUSTO UNIT. ".
           05 FILLER            PIC X(16) VALUE "     VALOR      ".
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
                 MOVE SESS-NIVEL TO W-NIVEL
                 CLOSE ARQSESS
              ELSE
                 CLOSE ARQSESS.
      *-------------ULTIMO PERIODO CONTABIL FECHADO -------------
       LE-FECHAMENTO.
           MOVE ZEROS TO W-MESFECHADO
           OPEN INPUT ARQFECH
           IF ST-ERRO-FECH = "00"
              READ ARQFECH
              IF ST-ERRO-FECH = "00"
                 MOVE FECH-ANOMES TO W-MESFECHADO
                 CLOSE ARQFECH
              ELSE
                 CLOSE ARQFECH.
      *-------------ABERTURA DO LOG DE ERROS -------------------
       ABRE-ARQERRO.
           OPEN EXTEND ARQERRO
           IF ST-ERRO-LOG NOT = "00"
              OPEN OUTPUT ARQERRO
              CLOSE ARQERRO
              OPEN EXTEND ARQERRO
              IF ST-ERRO-LOG NOT = "00"
                 MOVE "ERRO NA ABERTURA DO LOG DE ERROS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GOBACK.
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
           OPEN INPUT ARQBOM
           IF ST-ERRO-BOM NOT = "00"
              MOVE "*** CADASTRE A ESTRUTURA DOS KITS NO SCE040 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQERRO
              GOBACK.

       R0B.
           OPEN I-O ARQMON
           IF ST-ERRO-MON NOT = "00"
              IF ST-ERRO-MON = "30"
                 OPEN OUTPUT ARQMON
                 MOVE "CRIANDO ARQUIVO DE ORDENS DE MONTAGEM " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQMON
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DAS ORDENS DE MONTAGEM" TO MENS
                 MOVE "R0B" TO W-PARAGRAFO
                 MOVE ST-ERRO-MON TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO ARQBOM ARQERRO
                 GOBACK.

       R0C.
           OPEN I-O ARQMOV
           IF ST-ERRO-MOV NOT = "00"
              IF ST-ERRO-MOV = "30"
                 OPEN OUTPUT ARQMOV
                 MOVE "CRIANDO ARQUIVO DE MOVIMENTOS " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQMOV
                 GO TO R0C
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE MOVIMENTOS"
                                                          TO MENS
                 MOVE "R0C" TO W-PARAGRAFO
                 MOVE ST-ERRO-MOV TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO ARQBOM ARQMON ARQERRO
                 GOBACK.

       R0D.
           OPEN EXTEND ARQHIST
           IF ST-ERRO-HIST NOT = "00"
              OPEN OUTPUT ARQHIST
              CLOSE ARQHIST
              OPEN EXTEND ARQHIST
              IF ST-ERRO-HIST NOT = "00"
                 MOVE "ERRO NA ABERTURA DO HISTORICO DE PRECOS" TO MENS
                 MOVE "R0D" TO W-PARAGRAFO
                 MOVE ST-ERRO-HIST TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO ARQBOM ARQMON ARQMOV ARQERRO
                 GOBACK.

      *-------------LOCAIS E SALDOS POR LOCAL (QUANDO EXISTENTES) --
       R0E.
           MOVE "N" TO W-TEMLOCAIS
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC = "00"
              OPEN I-O ARQPLO
              IF ST-ERRO-PLO = "00"
                 MOVE "S" TO W-TEMLOCAIS
              ELSE
                 CLOSE ARQLOC.

      *-------------SALDOS POR LOTE E VALIDADE -----------------
       R0F.
           OPEN I-O ARQLOTE
           IF ST-ERRO-LOTE NOT = "00"
              IF ST-ERRO-LOTE = "30"
                 OPEN OUTPUT ARQLOTE
                 MOVE "CRIANDO ARQUIVO DE SALDOS POR LOTE " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQLOTE
                 GO TO R0F
              ELSE
                 MOVE "ERRO NA ABERTURA DOS SALDOS POR LOTE" TO MENS
                 MOVE "R0F" TO W-PARAGRAFO
                 MOVE ST-ERRO-LOTE TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *-------------PEDIDOS DE VENDA (RESERVA DE ESTOQUE) --------
       R0G.
           MOVE "N" TO W-TEMPEDIDOS
           OPEN INPUT ARQSOH
           IF ST-ERRO-SOH = "00"
              OPEN INPUT ARQSOI
              IF ST-ERRO-SOI = "00"
                 MOVE "S" TO W-TEMPEDIDOS
              ELSE
                 CLOSE ARQSOH.

      *-------------MENU DE FUNCOES -------------------
       MENU-001.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 20) "MONTAGEM DE KITS - SCE041           "
           DISPLAY (20, 10)
                  "M=MONTAR KITS | D=DESMONTAR KITS | S=SAIR:"
           MOVE SPACES TO W-OPCAO
           ACCEPT (20, 53) W-OPCAO
           IF W-OPCAO = "M" OR "m"
              MOVE "M" TO W-TIPOORDEM
              MOVE "MONTAGEM" TO W-DESCTIPO
              MOVE "MON" TO W-MOTIVO
              GO TO ORD-001.
           IF W-OPCAO = "D" OR "d"
              MOVE "D" TO W-TIPOORDEM
              MOVE "DESMONTAGEM" TO W-DESCTIPO
              MOVE "DES" TO W-MOTIVO
              GO TO ORD-001.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           GO TO MENU-001.

      *
      *****************************************
      * IDENTIFICACAO DO KIT E DA QUANTIDADE  *
      *****************************************
      *
       ORD-001.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           IF W-DATAHORA(1:6) NOT > W-MESFECHADO
              MOVE "*** PERIODO CONTABIL JA FECHADO - VEJA SCE019 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           DISPLAY (20, 10) W-BRANCO
           DISPLAY (20, 10) W-DESCTIPO " DE KITS"
           DISPLAY (21, 10) "KIT (0=VOLTAR): "
           MOVE ZEROS TO W-PAI
           ACCEPT (21, 27) W-PAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-PAI = ZEROS
              GO TO MENU-001.
           MOVE W-PAI TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-001.
           MOVE PRO-DESCRICAO TO W-DESCPAI
           MOVE PRO-CONTROLALOTE TO W-CONTROLALOTEPAI
           DISPLAY (21, 35) W-DESCPAI
           PERFORM CARREGA-ESTRUTURA THRU CARREGA-ESTRUTURA-FIM
           IF W-QTDCOMPS = ZEROS
              MOVE "*** KIT SEM ESTRUTURA - VEJA SCE040 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-001.
           IF W-QTDFALTAS NOT = ZEROS
              MOVE "*** KIT COM MAIS DE 50 COMPONENTES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-001.
           MOVE W-QTDCOMPS TO W-COMPS-ED
           DISPLAY (21, 67) "COMPON.: " W-COMPS-ED.

       ORD-002.
           DISPLAY (22, 10) "QUANTIDADE DE KITS: "
           MOVE ZEROS TO W-QTDKITS
           ACCEPT (22, 31) W-QTDKITS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-QTDKITS = ZEROS
              GO TO ORD-001.

      *-------------LOCAL DOS COMPONENTES E DO KIT ---------------
       ORD-003.
           MOVE ZEROS TO W-LOCAL
           IF W-TEMLOCAIS NOT = "S"
              GO TO ORD-004.
           MOVE 1 TO W-LOCAL
           DISPLAY (22, 45) "LOCAL: "
           ACCEPT (22, 52) W-LOCAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ORD-002.
           MOVE W-LOCAL TO LOC-CODIGO
           READ ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              MOVE "*** LOCAL NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-003.
           IF LOC-QUARENTENA = "S"
              MOVE "*** LOCAL DE QUARENTENA NAO PODE SER USADO ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-003.
           DISPLAY (22, 55) LOC-DESCRICAO.

      *-------------CUSTO E DISPONIBILIDADE NO LOCAL -------------
       ORD-004.
           PERFORM APURA-COMPONENTES THRU APURA-COMPONENTES-FIM
           IF W-QTDFALTAS NOT = ZEROS
              MOVE "*** ORDEM NAO PODE SER ATENDIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-001.
           IF W-CUSTOCALC > 999999,99
              MOVE "*** CUSTO DO KIT EXCEDE A CAPACIDADE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-001.
           MOVE W-CUSTOCALC TO W-CUSTOKIT
           MOVE W-PAI TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-001.
           IF W-TIPOORDEM = "D"
              GO TO ORD-004D.
           IF PRO-ESTOQUE + W-QTDKITS > 999999
              MOVE "*** ESTOQUE EXCEDE A CAPACIDADE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-001.
           GO TO ORD-004M.
       ORD-004D.
           PERFORM LE-DISPONIVEL THRU LE-DISPONIVEL-FIM
           IF W-QTDKITS > W-SALDODISP
              MOVE W-SALDODISP TO W-QTD-ED
              MOVE SPACES TO MENS
              STRING "*** KITS DISPONIVEIS NO LOCAL: " DELIMITED BY SIZE
                     W-QTD-ED DELIMITED BY SIZE
                     " ***" DELIMITED BY SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-002.
       ORD-004M.
           MOVE W-CUSTOKIT TO W-PRECO-ED
           DISPLAY (23, 10) "CUSTO DOS COMPONENTES POR KIT: "
           DISPLAY (23, 41) W-PRECO-ED.

      *-------------LOTE DO KIT MONTADO --------------------------
       ORD-005.
           MOVE SPACES TO W-LOTEKIT
           MOVE ZEROS TO W-VALKIT
           IF W-TIPOORDEM = "D"
              GO TO ORD-006.
           IF W-CONTROLALOTEPAI NOT = "S"
              GO TO ORD-OPC.
           DISPLAY (18, 10) "LOTE DO KIT: "
           MOVE SPACES TO W-LOTE
           ACCEPT (18, 24) W-LOTE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           IF W-LOTE = SPACES
              MOVE "*** INFORME O LOTE DO PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-005.
           MOVE W-PAI TO PRO-CODIGO
           PERFORM BUSCA-VALIDADE THRU BUSCA-VALIDADE-FIM
           MOVE W-LOTE TO W-LOTEKIT
           MOVE W-VALIDADE TO W-VALKIT
           GO TO ORD-OPC.

      *-------------LOTES DOS COMPONENTES DEVOLVIDOS -------------
       ORD-006.
           MOVE ZEROS TO W-IDX.
       ORD-006-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTDCOMPS
              GO TO ORD-OPC.
           IF W-TC-CONTROLALOTE(W-IDX) NOT = "S"
              GO TO ORD-006-LOOP.
       ORD-006-LOTE.
           DISPLAY (18, 10) W-BRANCO
           DISPLAY (18, 10) "LOTE DO COMPONENTE " W-TC-CODIGO(W-IDX)
                            ": "
           MOVE SPACES TO W-LOTE
           ACCEPT (18, 37) W-LOTE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           IF W-LOTE = SPACES
              MOVE "*** INFORME O LOTE DO PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-006-LOTE.
           MOVE W-TC-CODIGO(W-IDX) TO PRO-CODIGO
           PERFORM BUSCA-VALIDADE THRU BUSCA-VALIDADE-FIM
           MOVE W-LOTE TO W-TC-LOTE(W-IDX)
           MOVE W-VALIDADE TO W-TC-VALIDADE(W-IDX)
           GO TO ORD-006-LOOP.

       ORD-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (16, 30) "Confirma a ordem (S/N):".
           ACCEPT (16, 54) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO MENU-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ORDEM RECUSADA PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ORD-OPC.

      *
      *****************************************
      * LANCAMENTO DA ORDEM NO DIARIO         *
      * TODAS AS LINHAS SOB UM SO DOCUMENTO   *
      *****************************************
      *
       ORD-GRAVA.
           PERFORM BUSCA-PROXNUMERO THRU BUSCA-PROXNUMERO-FIM
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-PROXNUMERO TO MON-NUMERO
           MOVE W-TIPOORDEM TO MON-TIPO
           MOVE W-PAI TO MON-PAI
           MOVE W-QTDKITS TO MON-QUANTIDADE
           MOVE W-LOCAL TO MON-LOCAL
           MOVE W-CUSTOKIT TO MON-CUSTOUNIT
           MOVE W-QTDCOMPS TO MON-QTDCOMPONENTES
           MOVE W-DATAHORA TO MON-DATA
           MOVE W-HORA TO MON-HORA
           MOVE W-OPERADOR TO MON-OPERADOR
           WRITE REGMON
           IF ST-ERRO-MON = "22"
              GO TO ORD-GRAVA.
           IF ST-ERRO-MON NOT = "00" AND ST-ERRO-MON NOT = "02"
              MOVE "ERRO NA GRAVACAO DA ORDEM DE MONTAGEM" TO MENS
              MOVE "ORD-GRAVA" TO W-PARAGRAFO
              MOVE ST-ERRO-MON TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-TIPOORDEM = "M"
              MOVE "OM" TO W-DOCUMENTO(1:2)
           ELSE
              MOVE "OD" TO W-DOCUMENTO(1:2).
           MOVE W-PROXNUMERO TO W-DOCUMENTO(3:6)
           MOVE SPACES TO W-DOCUMENTO(9:2)
           PERFORM ABRE-NOTA THRU ABRE-NOTA-FIM
           IF W-TIPOORDEM = "D"
              GO TO ORD-POSTA-DESMONTA.
           MOVE ZEROS TO W-IDX.

      *-------------MONTAGEM: SAIDA DE CADA COMPONENTE -----------
       ORD-POSTA-COMP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTDCOMPS
              GO TO ORD-POSTA-KIT.
           MOVE W-TC-CODIGO(W-IDX) TO PRO-CODIGO
           MOVE "S" TO W-TIPOMOV
           MOVE "-" TO W-SINAL
           MOVE W-TC-QTDE(W-IDX) TO W-QUANTIDADE
           MOVE W-LOCAL TO W-LOCORIGEM
           MOVE ZEROS TO W-LOCDESTINO W-PRECOUNIT W-VALIDADE
           MOVE SPACES TO W-LOTE
           PERFORM POSTA-MOVIMENTO THRU POSTA-MOVIMENTO-FIM
           MOVE W-LOTE TO W-TC-LOTE(W-IDX)
           PERFORM IMPRIME-COMPONENTE THRU IMPRIME-COMPONENTE-FIM
           GO TO ORD-POSTA-COMP.

      *-------------MONTAGEM: ENTRADA DO KIT AO CUSTO APURADO ----
       ORD-POSTA-KIT.
           MOVE W-PAI TO PRO-CODIGO
           MOVE "E" TO W-TIPOMOV
           MOVE "+" TO W-SINAL
           MOVE W-QTDKITS TO W-QUANTIDADE
           MOVE ZEROS TO W-LOCORIGEM
           MOVE W-LOCAL TO W-LOCDESTINO
           MOVE W-CUSTOKIT TO W-PRECOUNIT
           MOVE "S" TO W-ATUALIZAPRECO
           MOVE W-LOTEKIT TO W-LOTE
           MOVE W-VALKIT TO W-VALIDADE
           PERFORM POSTA-MOVIMENTO THRU POSTA-MOVIMENTO-FIM
           PERFORM IMPRIME-KIT THRU IMPRIME-KIT-FIM
           GO TO ORD-ENCERRA.

      *-------------DESMONTAGEM: SAIDA DO KIT --------------------
       ORD-POSTA-DESMONTA.
           MOVE W-PAI TO PRO-CODIGO
           MOVE "S" TO W-TIPOMOV
           MOVE "-" TO W-SINAL
           MOVE W-QTDKITS TO W-QUANTIDADE
           MOVE W-LOCAL TO W-LOCORIGEM
           MOVE ZEROS TO W-LOCDESTINO W-PRECOUNIT W-VALIDADE
           MOVE SPACES TO W-LOTE
           PERFORM POSTA-MOVIMENTO THRU POSTA-MOVIMENTO-FIM
           MOVE W-LOTE TO W-LOTEKIT
           PERFORM IMPRIME-KIT THRU IMPRIME-KIT-FIM
           MOVE ZEROS TO W-IDX.

      *-------------DESMONTAGEM: ENTRADA DE CADA COMPONENTE ------
      *-------------PELO PROPRIO CUSTO MEDIO (NAO ALTERA O CUSTO) -
       ORD-POSTA-RETORNO.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTDCOMPS
              GO TO ORD-ENCERRA.
           MOVE W-TC-CODIGO(W-IDX) TO PRO-CODIGO
           MOVE "E" TO W-TIPOMOV
           MOVE "+" TO W-SINAL
           MOVE W-TC-QTDE(W-IDX) TO W-QUANTIDADE
           MOVE ZEROS TO W-LOCORIGEM
           MOVE W-LOCAL TO W-LOCDESTINO
           MOVE W-TC-CUSTO(W-IDX) TO W-PRECOUNIT
           MOVE "N" TO W-ATUALIZAPRECO
           MOVE W-TC-LOTE(W-IDX) TO W-LOTE
           MOVE W-TC-VALIDADE(W-IDX) TO W-VALIDADE
           PERFORM POSTA-MOVIMENTO THRU POSTA-MOVIMENTO-FIM
           PERFORM IMPRIME-COMPONENTE THRU IMPRIME-COMPONENTE-FIM
           GO TO ORD-POSTA-RETORNO.

       ORD-ENCERRA.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE W-TOTVALOR TO W-VALOR-ED
           STRING "VALOR TOTAL DOS COMPONENTES        : "
                                        DELIMITED BY SIZE
                  W-VALOR-ED            DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           CLOSE RELMONT
           MOVE "N" TO W-TEMNOTA
           MOVE SPACES TO MENS
           STRING "*** ORDEM " DELIMITED BY SIZE
                  W-DOCUMENTO DELIMITED BY SIZE
                  " GERADA EM RELMONT.LST ***" DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-001.

      *--------------------------------------------------------------
      *---------[ CARREGA OS COMPONENTES DO KIT NA TABELA ]----
       CARREGA-ESTRUTURA.
           MOVE ZEROS TO W-QTDCOMPS W-QTDFALTAS
           MOVE W-PAI TO BOM-PAI
           MOVE ZEROS TO BOM-COMPONENTE
           START ARQBOM KEY IS NOT LESS BOM-CHAVE
           IF ST-ERRO-BOM NOT = "00"
              GO TO CARREGA-ESTRUTURA-FIM.
       CARREGA-ESTRUTURA-LOOP.
           READ ARQBOM NEXT RECORD
           IF ST-ERRO-BOM NOT = "00"
              GO TO CARREGA-ESTRUTURA-FIM.
           IF BOM-PAI NOT = W-PAI
              GO TO CARREGA-ESTRUTURA-FIM.
           IF W-QTDCOMPS NOT < 50
              ADD 1 TO W-QTDFALTAS
              GO TO CARREGA-ESTRUTURA-FIM.
           ADD 1 TO W-QTDCOMPS
           MOVE BOM-COMPONENTE TO W-TC-CODIGO(W-QTDCOMPS)
           MOVE BOM-QTDPOR TO W-TC-QTDPOR(W-QTDCOMPS)
           GO TO CARREGA-ESTRUTURA-LOOP.
       CARREGA-ESTRUTURA-FIM.
           EXIT.

      *---------[ QUANTIDADE, CUSTO E SALDO DE CADA COMPONENTE ]----
      *---------[ MONTAGEM: O LOCAL PRECISA TER TODOS OS COMPONENTES ]--
      *---------[ DESMONTAGEM: O ESTOQUE PRECISA COMPORTAR O RETORNO ]--
       APURA-COMPONENTES.
           MOVE ZEROS TO W-CUSTOCALC W-QTDFALTAS W-IDX.
       APURA-COMPONENTES-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTDCOMPS
              GO TO APURA-COMPONENTES-FIM.
           MOVE W-TC-CODIGO(W-IDX) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO MENS
              STRING "*** COMPONENTE " DELIMITED BY SIZE
                     W-TC-CODIGO(W-IDX) DELIMITED BY SIZE
                     " NAO CADASTRADO ***" DELIMITED BY SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              ADD 1 TO W-QTDFALTAS
              GO TO APURA-COMPONENTES-LOOP.
           COMPUTE W-TC-QTDE(W-IDX) = W-QTDKITS * W-TC-QTDPOR(W-IDX)
               ON SIZE ERROR
                  MOVE "*** QTDE DE COMPONENTE EXCEDE A CAPACIDADE ***"
                                                          TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  ADD 1 TO W-QTDFALTAS
                  GO TO APURA-COMPONENTES-LOOP
           END-COMPUTE
           MOVE PRO-CUSTO-MEDIO TO W-TC-CUSTO(W-IDX)
           IF PRO-CUSTO-MEDIO = ZEROS
              MOVE PRO-ULTIMO-PRECO TO W-TC-CUSTO(W-IDX).
           MOVE PRO-CONTROLALOTE TO W-TC-CONTROLALOTE(W-IDX)
           MOVE SPACES TO W-TC-LOTE(W-IDX)
           MOVE ZEROS TO W-TC-VALIDADE(W-IDX)
           COMPUTE W-CUSTOCALC = W-CUSTOCALC
                   + W-TC-QTDPOR(W-IDX) * W-TC-CUSTO(W-IDX)
           IF W-TIPOORDEM = "D"
              GO TO APURA-COMPONENTES-RETORNO.
           PERFORM LE-DISPONIVEL THRU LE-DISPONIVEL-FIM
           IF W-TC-QTDE(W-IDX) > W-SALDODISP
              MOVE W-TC-QTDE(W-IDX) TO W-QTD-ED
              MOVE W-SALDODISP TO W-QTD2-ED
              MOVE SPACES TO MENS
              STRING "FALTA " DELIMITED BY SIZE
                     W-TC-CODIGO(W-IDX) DELIMITED BY SIZE
                     ": NECESSARIO " DELIMITED BY SIZE
                     W-QTD-ED DELIMITED BY SIZE
                     " DISPONIVEL " DELIMITED BY SIZE
                     W-QTD2-ED DELIMITED BY SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              ADD 1 TO W-QTDFALTAS.
           GO TO APURA-COMPONENTES-LOOP.
       APURA-COMPONENTES-RETORNO.
           IF PRO-ESTOQUE + W-TC-QTDE(W-IDX) > 999999
              MOVE "*** ESTOQUE EXCEDE A CAPACIDADE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              ADD 1 TO W-QTDFALTAS.
           GO TO APURA-COMPONENTES-LOOP.
       APURA-COMPONENTES-FIM.
           EXIT.

      *---------[ SALDO DISPONIVEL DO PRODUTO NO LOCAL DA ORDEM: ]----
      *---------[ O MENOR ENTRE O DISPONIVEL PARA VENDA (SEM O ]----
      *---------[ RESERVADO E A QUARENTENA) E O SALDO DO LOCAL ]----
       LE-DISPONIVEL.
           PERFORM APURA-RESERVA THRU APURA-RESERVA-FIM
           MOVE W-DISPONIVEL TO W-SALDODISP
           IF W-TEMLOCAIS NOT = "S"
              GO TO LE-DISPONIVEL-FIM.
           MOVE W-LOCAL TO W-LOCORIGEM
           PERFORM LE-SALDOLOCAL THRU LE-SALDOLOCAL-FIM
           IF W-SALDOLOCAL < W-SALDODISP
              MOVE W-SALDOLOCAL TO W-SALDODISP.
       LE-DISPONIVEL-FIM.
           EXIT.

      *---------[ ESTOQUE RESERVADO PARA PEDIDOS DE VENDA ]----
      *---------[ SALDO A EXPEDIR DOS ITENS EM PEDIDOS A/P ]----
       APURA-RESERVA.
           MOVE ZEROS TO W-QTDRESERVADA
           IF W-TEMPEDIDOS NOT = "S"
              GO TO APURA-RESERVA-CALC.
           MOVE ZEROS TO SOI-NUMERO SOI-CODIGO
           START ARQSOI KEY IS NOT LESS SOI-CHAVE.
       APURA-RESERVA-LOOP.
           IF ST-ERRO-SOI NOT = "00"
              GO TO APURA-RESERVA-CALC.
           READ ARQSOI NEXT RECORD
           IF ST-ERRO-SOI NOT = "00"
              GO TO APURA-RESERVA-CALC.
           IF SOI-CODIGO NOT = PRO-CODIGO
              GO TO APURA-RESERVA-LOOP.
           IF SOI-QTDEXPEDIDA NOT < SOI-QTDPEDIDA
              GO TO APURA-RESERVA-LOOP.
           MOVE SOI-NUMERO TO SOH-NUMERO
           READ ARQSOH
           IF ST-ERRO-SOH = "00"
              IF SOH-STATUS = "A" OR SOH-STATUS = "P"
                 COMPUTE W-QTDRESERVADA = W-QTDRESERVADA
                         + SOI-QTDPEDIDA - SOI-QTDEXPEDIDA.
           GO TO APURA-RESERVA-LOOP.
       APURA-RESERVA-CALC.
           PERFORM APURA-QUARENTENA THRU APURA-QUARENTENA-FIM
           IF W-QTDRESERVADA + W-QTDQUARENTENA NOT < PRO-ESTOQUE
              MOVE ZEROS TO W-DISPONIVEL
           ELSE
              COMPUTE W-DISPONIVEL = PRO-ESTOQUE - W-QTDRESERVADA
                                   - W-QTDQUARENTENA.
       APURA-RESERVA-FIM.
           EXIT.

      *---------[ SALDO DO PRODUTO EM LOCAIS DE QUARENTENA: NAO ]----
      *---------[ PODE SER CONSUMIDO ATE A LIBERACAO ]----
       APURA-QUARENTENA.
           MOVE ZEROS TO W-QTDQUARENTENA
           IF W-TEMLOCAIS NOT = "S"
              GO TO APURA-QUARENTENA-FIM.
           MOVE PRO-CODIGO TO PLO-CODIGO
           MOVE ZEROS TO PLO-LOCAL
           START ARQPLO KEY IS NOT LESS PLO-CHAVE.
       APURA-QUARENTENA-LOOP.
           IF ST-ERRO-PLO NOT = "00"
              GO TO APURA-QUARENTENA-FIM.
           READ ARQPLO NEXT RECORD
           IF ST-ERRO-PLO NOT = "00"
              GO TO APURA-QUARENTENA-FIM.
           IF PLO-CODIGO NOT = PRO-CODIGO
              GO TO APURA-QUARENTENA-FIM.
           MOVE PLO-LOCAL TO LOC-CODIGO
           READ ARQLOC
           IF ST-ERRO-LOC = "00" AND LOC-QUARENTENA = "S"
              ADD PLO-ESTOQUE TO W-QTDQUARENTENA.
           GO TO APURA-QUARENTENA-LOOP.
       APURA-QUARENTENA-FIM.
           EXIT.

      *---------[ VALIDADE DO LOTE: A DO LOTE EXISTENTE NO LOCAL ]----
      *---------[ OU A INFORMADA PELO OPERADOR PARA LOTE NOVO ]----
       BUSCA-VALIDADE.
           MOVE W-LOCAL TO W-LOTLOCAL
           IF W-LOTLOCAL = ZEROS
              MOVE 1 TO W-LOTLOCAL.
           MOVE PRO-CODIGO TO LOT-CODIGO
           MOVE W-LOTLOCAL TO LOT-LOCAL
           MOVE W-LOTE TO LOT-LOTE
           READ ARQLOTE
           IF ST-ERRO-LOTE = "00"
              MOVE LOT-VALIDADE TO W-VALIDADE
              DISPLAY (18, 50) "VALIDADE: " W-VALIDADE
              GO TO BUSCA-VALIDADE-FIM.
           MOVE ZEROS TO W-VALIDADE.
       BUSCA-VALIDADE-DATA.
           DISPLAY (18, 50) "VALIDADE (AAAAMMDD): "
           ACCEPT (18, 71) W-VALIDADE WITH UPDATE
           PERFORM VALIDA-VALIDADE THRU VALIDA-VALIDADE-FIM
           IF W-DATAVALIDA NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BUSCA-VALIDADE-DATA.
       BUSCA-VALIDADE-FIM.
           EXIT.

      *---------[ PROXIMO NUMERO LIVRE DE ORDEM ]----
       BUSCA-PROXNUMERO.
           MOVE 1 TO W-PROXNUMERO
           MOVE ZEROS TO MON-NUMERO
           START ARQMON KEY IS NOT LESS MON-NUMERO.
       BUSCA-PROXNUMERO-LOOP.
           IF ST-ERRO-MON NOT = "00"
              GO TO BUSCA-PROXNUMERO-FIM.
           READ ARQMON NEXT RECORD
           IF ST-ERRO-MON NOT = "00"
              GO TO BUSCA-PROXNUMERO-FIM.
           COMPUTE W-PROXNUMERO = MON-NUMERO + 1
           GO TO BUSCA-PROXNUMERO-LOOP.
       BUSCA-PROXNUMERO-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---------[ LANCAMENTO DE UMA LINHA DA ORDEM NO DIARIO ]----
      *---------[ ATUALIZA PRODUTO, HISTORICO, LOCAL E LOTES ]----
       POSTA-MOVIMENTO.
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE PRODUTOS" TO MENS
              MOVE "POSTA-MOVIMENTO" TO W-PARAGRAFO
              MOVE ST-ERRO TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE PRO-ULTIMO-PRECO TO W-PRECO-ANTIGO
           MOVE PRO-ESTOQUE TO W-ESTOQUE-ANTIGO
           IF W-SINAL = "+"
              COMPUTE W-ESTOQUE-NOVO = PRO-ESTOQUE + W-QUANTIDADE
              GO TO POSTA-WR1.
           IF W-QUANTIDADE > PRO-ESTOQUE
              MOVE ZEROS TO W-ESTOQUE-NOVO
           ELSE
              COMPUTE W-ESTOQUE-NOVO = PRO-ESTOQUE - W-QUANTIDADE.
           IF PRO-CONTROLALOTE = "S"
              PERFORM DEFINE-LOCAL-LOTE THRU DEFINE-LOCAL-LOTE-FIM
              PERFORM PROCURA-LOTE THRU PROCURA-LOTE-FIM
              MOVE W-FEFOLOTE TO W-LOTE.
       POSTA-WR1.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE PRO-CODIGO TO MOV-CODIGO
           MOVE W-DATAHORA TO MOV-DATA
           MOVE W-HORA TO MOV-HORA
           MOVE W-TIPOMOV TO MOV-TIPO
           MOVE W-SINAL TO MOV-SINAL
           MOVE W-MOTIVO TO MOV-MOTIVO
           MOVE W-QUANTIDADE TO MOV-QUANTIDADE
           MOVE W-DOCUMENTO TO MOV-DOCUMENTO
           MOVE ZEROS TO MOV-CODFORNECEDOR MOV-CODCLIENTE
           MOVE W-ESTOQUE-ANTIGO TO MOV-ESTOQUE-ANTES
           MOVE W-ESTOQUE-NOVO TO MOV-ESTOQUE-DEPOIS
           MOVE W-OPERADOR TO MOV-OPERADOR
           MOVE W-LOCORIGEM TO MOV-LOCORIGEM
           MOVE W-LOCDESTINO TO MOV-LOCDESTINO
           MOVE W-LOTE TO MOV-LOTE
           MOVE "N" TO MOV-ESTORNADO
           MOVE ZEROS TO MOV-ORIGDATA MOV-ORIGHORA
           MOVE W-PRECOUNIT TO MOV-PRECOUNIT
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              GO TO POSTA-WR1.
           IF ST-ERRO-MOV NOT = "00" AND ST-ERRO-MOV NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE MOVIMENTOS" TO MENS
              MOVE "POSTA-WR1" TO W-PARAGRAFO
              MOVE ST-ERRO-MOV TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       POSTA-RW1.
           IF W-SINAL = "+"
              PERFORM CALCULA-CUSTOMEDIO THRU CALCULA-CUSTOMEDIO-FIM.
           MOVE W-ESTOQUE-NOVO TO PRO-ESTOQUE
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE PRODUTOS" TO MENS
              MOVE "POSTA-RW1" TO W-PARAGRAFO
              MOVE ST-ERRO TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           PERFORM ATUALIZA-LOCAIS THRU ATUALIZA-LOCAIS-FIM
           PERFORM ATUALIZA-LOTES THRU ATUALIZA-LOTES-FIM.
       POSTA-MOVIMENTO-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---------[ ROTINA DE CUSTO MEDIO PONDERADO DA ENTRADA ]----
      *---------[ SO O KIT MONTADO TEM O ULTIMO PRECO ATUALIZADO ]----
       CALCULA-CUSTOMEDIO.
                IF PRO-CUSTO-MEDIO = ZEROS
                   MOVE PRO-ULTIMO-PRECO TO PRO-CUSTO-MEDIO.
                COMPUTE W-CUSTO-NOVO ROUNDED =
                        ((PRO-ESTOQUE * PRO-CUSTO-MEDIO)
                        + (W-QUANTIDADE * W-PRECOUNIT))
                        / (PRO-ESTOQUE + W-QUANTIDADE)
                    ON SIZE ERROR
                       MOVE W-PRECOUNIT TO W-CUSTO-NOVO
                END-COMPUTE
                MOVE W-CUSTO-NOVO TO PRO-CUSTO-MEDIO
                IF W-ATUALIZAPRECO = "S"
                   MOVE W-PRECOUNIT TO PRO-ULTIMO-PRECO.
       CALCULA-CUSTOMEDIO-FIM.
                EXIT.

      *--------------------------------------------------------------
      *---------[ ROTINA DE LEITURA DO SALDO DO LOCAL DE ORIGEM ]----
      *---------[ PRODUTO AINDA SEM SALDOS POR LOCAL: O LOCAL 01 ]----
      *---------[ HERDA O ESTOQUE TOTAL DO CADASTRO DE PRODUTOS ]----
       LE-SALDOLOCAL.
                MOVE ZEROS TO W-SALDOLOCAL
                MOVE PRO-CODIGO TO PLO-CODIGO
                MOVE W-LOCORIGEM TO PLO-LOCAL
                READ ARQPLO
                IF ST-ERRO-PLO = "00"
                   MOVE PLO-ESTOQUE TO W-SALDOLOCAL
                   GO TO LE-SALDOLOCAL-FIM.
                PERFORM TEM-SALDO-PRODUTO THRU TEM-SALDO-PRODUTO-FIM
                IF W-TEMSALDOPRO = "S"
                   GO TO LE-SALDOLOCAL-FIM.
                MOVE PRO-CODIGO TO PLO-CODIGO
                MOVE 1 TO PLO-LOCAL
                MOVE PRO-ESTOQUE TO PLO-ESTOQUE
                WRITE REGPLO
                IF ST-ERRO-PLO NOT = "00" AND ST-ERRO-PLO NOT = "02"
                   MOVE "ERRO NA CRIACAO DO SALDO POR LOCAL" TO MENS
                   MOVE "LE-SALDOLOCAL" TO W-PARAGRAFO
                   MOVE ST-ERRO-PLO TO W-STATUS-LOG
                   PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LE-SALDOLOCAL-FIM.
                IF W-LOCORIGEM = 1
                   MOVE PRO-ESTOQUE TO W-SALDOLOCAL.
       LE-SALDOLOCAL-FIM.
                EXIT.

      *---------[ O PRODUTO JA TEM ALGUM SALDO POR LOCAL? ]----
       TEM-SALDO-PRODUTO.
                MOVE "N" TO W-TEMSALDOPRO
                MOVE PRO-CODIGO TO PLO-CODIGO
                MOVE ZEROS TO PLO-LOCAL
                START ARQPLO KEY IS NOT LESS PLO-CHAVE
                IF ST-ERRO-PLO NOT = "00"
                   GO TO TEM-SALDO-PRODUTO-FIM.
                READ ARQPLO NEXT RECORD
                IF ST-ERRO-PLO NOT = "00"
                   GO TO TEM-SALDO-PRODUTO-FIM.
                IF PLO-CODIGO = PRO-CODIGO
                   MOVE "S" TO W-TEMSALDOPRO.
       TEM-SALDO-PRODUTO-FIM.
                EXIT.

      *--------------------------------------------------------------
      *---------[ ROTINA DE ATUALIZACAO DOS SALDOS POR LOCAL ]----
       ATUALIZA-LOCAIS.
                IF W-TEMLOCAIS NOT = "S"
                   GO TO ATUALIZA-LOCAIS-FIM.
                IF W-LOCORIGEM NOT = ZEROS
                   PERFORM BAIXA-LOCAL THRU BAIXA-LOCAL-FIM.
                IF W-LOCDESTINO NOT = ZEROS
                   PERFORM SOMA-LOCAL THRU SOMA-LOCAL-FIM.
       ATUALIZA-LOCAIS-FIM.
                EXIT.

      *---------[ BAIXA A QUANTIDADE NO LOCAL DE ORIGEM ]----
       BAIXA-LOCAL.
                MOVE PRO-CODIGO TO PLO-CODIGO
                MOVE W-LOCORIGEM TO PLO-LOCAL
                READ ARQPLO
                IF ST-ERRO-PLO NOT = "00"
                   PERFORM GARANTE-SALDOS THRU GARANTE-SALDOS-FIM
                   MOVE PRO-CODIGO TO PLO-CODIGO
                   MOVE W-LOCORIGEM TO PLO-LOCAL
                   READ ARQPLO
                   IF ST-ERRO-PLO NOT = "00"
                      MOVE ZEROS TO PLO-ESTOQUE
                      WRITE REGPLO
                      GO TO BAIXA-LOCAL-FIM.
                IF PLO-ESTOQUE < W-QUANTIDADE
                   MOVE ZEROS TO PLO-ESTOQUE
                ELSE
                   SUBTRACT W-QUANTIDADE FROM PLO-ESTOQUE.
                REWRITE REGPLO
                IF ST-ERRO-PLO NOT = "00" AND ST-ERRO-PLO NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO SALDO POR LOCAL"
                                                    TO MENS
                   MOVE "BAIXA-LOCAL" TO W-PARAGRAFO
                   MOVE ST-ERRO-PLO TO W-STATUS-LOG
                   PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BAIXA-LOCAL-FIM.
                EXIT.

      *---------[ SOMA A QUANTIDADE NO LOCAL DE DESTINO ]----
       SOMA-LOCAL.
                MOVE PRO-CODIGO TO PLO-CODIGO
                MOVE W-LOCDESTINO TO PLO-LOCAL
                READ ARQPLO
                IF ST-ERRO-PLO NOT = "00"
                   PERFORM GARANTE-SALDOS THRU GARANTE-SALDOS-FIM
                   MOVE PRO-CODIGO TO PLO-CODIGO
                   MOVE W-LOCDESTINO TO PLO-LOCAL
                   READ ARQPLO
                   IF ST-ERRO-PLO NOT = "00"
                      MOVE W-QUANTIDADE TO PLO-ESTOQUE
                      WRITE REGPLO
                      GO TO SOMA-LOCAL-FIM.
                ADD W-QUANTIDADE TO PLO-ESTOQUE
                REWRITE REGPLO
                IF ST-ERRO-PLO NOT = "00" AND ST-ERRO-PLO NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO SALDO POR LOCAL"
                                                    TO MENS
                   MOVE "SOMA-LOCAL" TO W-PARAGRAFO
                   MOVE ST-ERRO-PLO TO W-STATUS-LOG
                   PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SOMA-LOCAL-FIM.
                EXIT.

      *---------[ PRODUTO AINDA SEM SALDOS POR LOCAL: O LOCAL 01 ]----
      *---------[ HERDA O ESTOQUE ANTERIOR AO MOVIMENTO ]----
       GARANTE-SALDOS.
                PERFORM TEM-SALDO-PRODUTO THRU TEM-SALDO-PRODUTO-FIM
                IF W-TEMSALDOPRO = "S"
                   GO TO GARANTE-SALDOS-FIM.
                MOVE PRO-CODIGO TO PLO-CODIGO
                MOVE 1 TO PLO-LOCAL
                MOVE W-ESTOQUE-ANTIGO TO PLO-ESTOQUE
                WRITE REGPLO
                IF ST-ERRO-PLO NOT = "00" AND ST-ERRO-PLO NOT = "02"
                   MOVE "ERRO NA CRIACAO DO SALDO POR LOCAL" TO MENS
                   MOVE "GARANTE-SALDOS" TO W-PARAGRAFO
                   MOVE ST-ERRO-PLO TO W-STATUS-LOG
                   PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GARANTE-SALDOS-FIM.
                EXIT.

      *--------------------------------------------------------------
      *---------[ ROTINA DE ATUALIZACAO DOS SALDOS POR LOTE ]----
      *---------[ ENTRADA SOMA NO LOTE INFORMADO, SAIDA BAIXA FEFO ]----
       ATUALIZA-LOTES.
                IF PRO-CONTROLALOTE NOT = "S"
                   GO TO ATUALIZA-LOTES-FIM.
                PERFORM DEFINE-LOCAL-LOTE THRU DEFINE-LOCAL-LOTE-FIM
                IF W-SINAL = "+"
                   IF W-LOTE NOT = SPACES
                      MOVE W-QUANTIDADE TO W-LOTQTDE
                      PERFORM SOMA-LOTE THRU SOMA-LOTE-FIM
                      GO TO ATUALIZA-LOTES-FIM
                   ELSE
                      GO TO ATUALIZA-LOTES-FIM.
                MOVE ZEROS TO W-LOTDESTINO
                MOVE W-QUANTIDADE TO W-LOTRESTA
                PERFORM CONSOME-LOTES THRU CONSOME-LOTES-FIM.
       ATUALIZA-LOTES-FIM.
                EXIT.

      *---------[ LOCAL DO LOTE: SEM LOCAIS CADASTRADOS E O 01 ]----
       DEFINE-LOCAL-LOTE.
                IF W-SINAL = "+"
                   MOVE W-LOCDESTINO TO W-LOTLOCAL
                ELSE
                   MOVE W-LOCORIGEM TO W-LOTLOCAL.
                IF W-LOTLOCAL = ZEROS
                   MOVE 1 TO W-LOTLOCAL.
       DEFINE-LOCAL-LOTE-FIM.
                EXIT.

      *---------[ LOTE DE VENCIMENTO MAIS PROXIMO NO LOCAL (FEFO) ]----
       PROCURA-LOTE.
                MOVE SPACES TO W-FEFOLOTE
                MOVE ZEROS TO W-FEFOVALIDADE
                MOVE PRO-CODIGO TO LOT-CODIGO
                MOVE W-LOTLOCAL TO LOT-LOCAL
                MOVE LOW-VALUES TO LOT-LOTE
                START ARQLOTE KEY IS NOT LESS LOT-CHAVE
                IF ST-ERRO-LOTE NOT = "00"
                   GO TO PROCURA-LOTE-FIM.
       PROCURA-LOTE-LOOP.
                READ ARQLOTE NEXT RECORD
                IF ST-ERRO-LOTE NOT = "00"
                   GO TO PROCURA-LOTE-FIM.
                IF LOT-CODIGO NOT = PRO-CODIGO
                   OR LOT-LOCAL NOT = W-LOTLOCAL
                   GO TO PROCURA-LOTE-FIM.
                IF LOT-QUANTIDADE = ZEROS
                   GO TO PROCURA-LOTE-LOOP.
                IF W-FEFOLOTE = SPACES
                   OR LOT-VALIDADE < W-FEFOVALIDADE
                   MOVE LOT-LOTE TO W-FEFOLOTE
                   MOVE LOT-VALIDADE TO W-FEFOVALIDADE.
                GO TO PROCURA-LOTE-LOOP.
       PROCURA-LOTE-FIM.
                EXIT.

      *---------[ BAIXA A QUANTIDADE DOS LOTES DO LOCAL (FEFO) ]----
      *---------[ SALDO SEM LOTE (ANTERIOR AO CONTROLE) NAO BAIXA ]----
       CONSOME-LOTES.
                MOVE W-LOTLOCAL TO W-LOTORIGEM.
       CONSOME-LOTES-LOOP.
                IF W-LOTRESTA = ZEROS
                   GO TO CONSOME-LOTES-FIM.
                PERFORM PROCURA-LOTE THRU PROCURA-LOTE-FIM
                IF W-FEFOLOTE = SPACES
                   GO TO CONSOME-LOTES-FIM.
                MOVE PRO-CODIGO TO LOT-CODIGO
                MOVE W-LOTLOCAL TO LOT-LOCAL
                MOVE W-FEFOLOTE TO LOT-LOTE
                READ ARQLOTE
                IF ST-ERRO-LOTE NOT = "00"
                   GO TO CONSOME-LOTES-ERRO.
                IF LOT-QUANTIDADE > W-LOTRESTA
                   MOVE W-LOTRESTA TO W-LOTQTDE
                ELSE
                   MOVE LOT-QUANTIDADE TO W-LOTQTDE.
                SUBTRACT W-LOTQTDE FROM LOT-QUANTIDADE W-LOTRESTA
                REWRITE REGLOTE
                IF ST-ERRO-LOTE NOT = "00" AND ST-ERRO-LOTE NOT = "02"
                   GO TO CONSOME-LOTES-ERRO.
                GO TO CONSOME-LOTES-LOOP.
       CONSOME-LOTES-ERRO.
                MOVE "ERRO NA ATUALIZACAO DO SALDO POR LOTE" TO MENS
                MOVE "CONSOME-LOTES" TO W-PARAGRAFO
                MOVE ST-ERRO-LOTE TO W-STATUS-LOG
                PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONSOME-LOTES-FIM.
                EXIT.

      *---------[ SOMA A QUANTIDADE NO LOTE (CRIA SE NAO EXISTE) ]----
       SOMA-LOTE.
                MOVE PRO-CODIGO TO LOT-CODIGO
                MOVE W-LOTLOCAL TO LOT-LOCAL
                MOVE W-LOTE TO LOT-LOTE
                READ ARQLOTE
                IF ST-ERRO-LOTE = "00"
                   ADD W-LOTQTDE TO LOT-QUANTIDADE
                   REWRITE REGLOTE
                ELSE
                   MOVE W-VALIDADE TO LOT-VALIDADE
                   MOVE W-LOTQTDE TO LOT-QUANTIDADE
                   ACCEPT LOT-DATAENTRADA FROM DATE YYYYMMDD
                   WRITE REGLOTE.
                IF ST-ERRO-LOTE NOT = "00" AND ST-ERRO-LOTE NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO SALDO POR LOTE" TO MENS
                   MOVE "SOMA-LOTE" TO W-PARAGRAFO
                   MOVE ST-ERRO-LOTE TO W-STATUS-LOG
                   PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SOMA-LOTE-FIM.
                EXIT.

      *--------------------------------------------------------------
      *---------[ ROTINA DE VALIDACAO DA DATA DE VALIDADE ]----
       VALIDA-VALIDADE.
                MOVE "S" TO W-DATAVALIDA
                IF W-VALMES < 1 OR W-VALMES > 12
                   MOVE "*** MES DA VALIDADE INVALIDO ***" TO MENS
                   MOVE "N" TO W-DATAVALIDA
                ELSE
                   MOVE "N" TO W-BISSEXTO
                   IF FUNCTION MOD(W-VALANO, 400) = 0
                      MOVE "S" TO W-BISSEXTO
                   ELSE
                      IF FUNCTION MOD(W-VALANO, 100) NOT = 0
                         AND FUNCTION MOD(W-VALANO, 4) = 0
                         MOVE "S" TO W-BISSEXTO
                   EVALUATE W-VALMES
                      WHEN 4 WHEN 6 WHEN 9 WHEN 11
                         MOVE 30 TO W-DIASMES
                      WHEN 2
                         IF W-BISSEXTO = "S"
                            MOVE 29 TO W-DIASMES
                         ELSE
                            MOVE 28 TO W-DIASMES
                      WHEN OTHER
                         MOVE 31 TO W-DIASMES
                   END-EVALUATE
                   IF W-VALDIA < 1 OR W-VALDIA > W-DIASMES
                      MOVE "*** DIA DA VALIDADE INVALIDO ***" TO MENS
                      MOVE "N" TO W-DATAVALIDA.
       VALIDA-VALIDADE-FIM.
                EXIT.

      *--------------------------------------------------------------
      *---------[ ABERTURA DA NOTA DA ORDEM (RELMONT.LST) ]----
       ABRE-NOTA.
           OPEN OUTPUT RELMONT
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DA NOTA DA ORDEM" TO MENS
              MOVE "ABRE-NOTA" TO W-PARAGRAFO
              MOVE ST-ERRO-REL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TEMNOTA
           MOVE ZEROS TO W-TOTVALOR
           MOVE LINHA-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           STRING "DOCUMENTO: " DELIMITED BY SIZE
                  W-DOCUMENTO   DELIMITED BY SIZE
                  "  DATA: "    DELIMITED BY SIZE
                  W-DATAHORA    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-DESCTIPO    DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           MOVE W-QTDKITS TO W-QTD-ED
           STRING "KIT      : " DELIMITED BY SIZE
                  W-PAI         DELIMITED BY SIZE
                  " - "         DELIMITED BY SIZE
                  W-DESCPAI     DELIMITED BY SIZE
                  "  QTDE: "    DELIMITED BY SIZE
                  W-QTD-ED      DELIMITED BY SIZE
                  "  LOCAL: "   DELIMITED BY SIZE
                  W-LOCAL       DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           MOVE W-CUSTOKIT TO W-PRECO-ED
           STRING "CUSTO DOS COMPONENTES POR KIT: " DELIMITED BY SIZE
                  W-PRECO-ED    DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA.
       ABRE-NOTA-FIM.
           EXIT.

      *---------[ LINHA DO COMPONENTE AO CUSTO MEDIO ]----
       IMPRIME-COMPONENTE.
           COMPUTE W-VALORITEM = W-TC-QTDE(W-IDX) * W-TC-CUSTO(W-IDX)
           ADD W-VALORITEM TO W-TOTVALOR
           MOVE W-TC-QTDPOR(W-IDX) TO W-QTDPOR-ED
           MOVE W-TC-QTDE(W-IDX) TO W-QTD-ED
           MOVE W-TC-CUSTO(W-IDX) TO W-PRECO-ED
           MOVE W-VALORITEM TO W-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING PRO-CODIGO    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  PRO-DESCRICAO DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-QTDPOR-ED   DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-QTD-ED      DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-TIPOMOV     DELIMITED BY SIZE
                  W-SINAL       DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-LOTE        DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-PRECO-ED    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-VALOR-ED    DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       IMPRIME-COMPONENTE-FIM.
           EXIT.

      *---------[ LINHA DO KIT MONTADO OU DESMONTADO ]----
       IMPRIME-KIT.
           MOVE W-QTDKITS TO W-QTD-ED
           MOVE W-CUSTOKIT TO W-PRECO-ED
           COMPUTE W-VALORITEM = W-QTDKITS * W-CUSTOKIT
           MOVE W-VALORITEM TO W-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING PRO-CODIGO    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  PRO-DESCRICAO DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  "  KIT"       DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-QTD-ED      DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-TIPOMOV     DELIMITED BY SIZE
                  W-SINAL       DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-LOTE        DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-PRECO-ED    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-VALOR-ED    DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       IMPRIME-KIT-FIM.
           EXIT.

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
      *---------[ ROTINA DE HISTORICO DE PRECO/ESTOQUE ]----
       GRAVA-HISTORICO.
                IF PRO-ULTIMO-PRECO = W-PRECO-ANTIGO
                   AND PRO-ESTOQUE = W-ESTOQUE-ANTIGO
                   GO TO GRAVA-HISTORICO-FIM.
                ACCEPT W-DATAHORA FROM DATE YYYYMMDD
                ACCEPT W-HORA FROM TIME
                MOVE PRO-CODIGO TO HIST-CODIGO
                MOVE W-DATAHORA TO HIST-DATA
                MOVE W-HORA TO HIST-HORA
                MOVE W-PRECO-ANTIGO TO HIST-PRECO-ANTIGO
                MOVE PRO-ULTIMO-PRECO TO HIST-PRECO-NOVO
                MOVE W-ESTOQUE-ANTIGO TO HIST-ESTOQUE-ANTIGO
                MOVE PRO-ESTOQUE TO HIST-ESTOQUE-NOVO
                MOVE W-OPERADOR TO HIST-OPERADOR
                WRITE REGHIST
                IF ST-ERRO-HIST NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO HISTORICO DE PRECOS"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-HISTORICO-FIM.
                EXIT.

      *---------[ LIMPA A AREA DE DADOS DA TELA ]----
       LIMPA-TELA.
                MOVE 16 TO W-LINHA.
       LIMPA-TELA-LOOP.
                DISPLAY (W-LINHA, 01) W-BRANCO
                ADD 1 TO W-LINHA
                IF W-LINHA < 24
                   GO TO LIMPA-TELA-LOOP.
       LIMPA-TELA-FIM.
                EXIT.

      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           IF W-TEMNOTA = "S"
              CLOSE RELMONT.
           IF W-TEMLOCAIS = "S"
              CLOSE ARQLOC ARQPLO.
           IF W-TEMPEDIDOS = "S"
              CLOSE ARQSOH ARQSOI.
           CLOSE ARQPRO ARQBOM ARQMON ARQMOV ARQHIST ARQERRO ARQLOTE.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (16, 21) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (16, 21) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
