       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE034.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * CONTAS A PAGAR - BAIXA E CONSULTA DE PARCELAS *
      ******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-ERRO-PAG.
      *
           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-ERRO-FOR.
      *
           SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LOG.
      *
           SELECT ARQSESS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SESS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
           COPY "regpag.cpy".
      *>*****************************************************************
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
           COPY "regfor.cpy".
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
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO-PAG   PIC X(02) VALUE "00".
       01 ST-ERRO-FOR   PIC X(02) VALUE "00".
       01 ST-ERRO-LOG   PIC X(02) VALUE "00".
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO   PIC X(20) VALUE SPACES.
       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-STATUS-LOG  PIC X(02) VALUE SPACES.

       01 W-DATAHORA        PIC 9(08) VALUE ZEROS.
       01 W-HORA            PIC 9(08) VALUE ZEROS.

       01 W-CODFORNECEDOR   PIC 9(06) VALUE ZEROS.
       01 W-NUMPEDIDO       PIC 9(06) VALUE ZEROS.
       01 W-PARCELA         PIC 9(02) VALUE ZEROS.
       01 W-SALDO           PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORPAGO       PIC 9(09)V99 VALUE ZEROS.
       01 W-DESCONTO        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTALBAIXA      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTALSALDO      PIC 9(09)V99 VALUE ZEROS.
       01 W-LINHA           PIC 9(02) VALUE ZEROS.
       01 W-BRANCO          PIC X(78) VALUE SPACES.

       01 W-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01 W-SALDO-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01 W-PAGO-ED         PIC ZZZ.ZZZ.ZZ9,99.
       01 W-DESCONTO-ED     PIC ZZZ.ZZZ.ZZ9,99.

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
           OPEN I-O ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              IF ST-ERRO-PAG = "30"
                 OPEN OUTPUT ARQPAG
                 MOVE "CRIANDO ARQUIVO DE PARCELAS A PAGAR " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPAG
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PARCELAS" TO MENS
                 MOVE "R0" TO W-PARAGRAFO
                 MOVE ST-ERRO-PAG TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQERRO
                 GOBACK.

       R0A.
           OPEN INPUT ARQFOR
           IF ST-ERRO-FOR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE FORNECEDORES" TO MENS
              MOVE "R0A" TO W-PARAGRAFO
              MOVE ST-ERRO-FOR TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPAG ARQERRO
              GOBACK.

      *-------------MENU DE FUNCOES -------------------
       MENU-001.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 20) "CONTAS A PAGAR - SCE034              "
           DISPLAY (20, 10)
            "B=BAIXAR PARCELA | C=CONSULTAR FORNECEDOR | S=SAIR:"
           ACCEPT (20, 62) W-OPCAO
           IF W-OPCAO = "B" OR "b"
              GO TO BAIXA-001.
           IF W-OPCAO = "C" OR "c"
              GO TO CONS-001.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           GO TO MENU-001.

      *
      *****************************************
      * BAIXA DE PARCELA: PAGAMENTO TOTAL,    *
      * PAGAMENTO PARCIAL E DESCONTO          *
      *****************************************
      *
       BAIXA-001.
           DISPLAY (22, 10) W-BRANCO
           DISPLAY (22, 10) "FORNECEDOR: "
           ACCEPT (22, 22) W-CODFORNECEDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           MOVE W-CODFORNECEDOR TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAIXA-001.
           DISPLAY (02, 05) "FORNECEDOR: " FOR-CODIGO " " FOR-NOME.
       BAIXA-002.
           DISPLAY (22, 10) W-BRANCO
           DISPLAY (22, 10) "PEDIDO: "
           ACCEPT (22, 18) W-NUMPEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           IF W-ACT = 02
              GO TO BAIXA-001.
           DISPLAY (22, 27) "PARCELA: "
           ACCEPT (22, 36) W-PARCELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           IF W-ACT = 02
              GO TO BAIXA-002.
           MOVE W-CODFORNECEDOR TO PAG-CODFORNECEDOR
           MOVE W-NUMPEDIDO TO PAG-NUMPEDIDO
           MOVE W-PARCELA TO PAG-PARCELA
           READ ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              MOVE "*** PARCELA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAIXA-002.
           IF PAG-STATUS = "Q"
              MOVE "*** PARCELA JA QUITADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAIXA-002.
           COMPUTE W-SALDO = PAG-VALOR - PAG-VALORPAGO - PAG-DESCONTO
           MOVE PAG-VALOR TO W-VALOR-ED
           MOVE PAG-VALORPAGO TO W-PAGO-ED
           MOVE PAG-DESCONTO TO W-DESCONTO-ED
           MOVE W-SALDO TO W-SALDO-ED
           DISPLAY (04, 05) "NOTA: " PAG-NOTA
                            "  EMISSAO: " PAG-EMISSAO
                            "  VENCIMENTO: " PAG-VENCIMENTO
           DISPLAY (05, 05) "VALOR DA PARCELA : " W-VALOR-ED
           DISPLAY (06, 05) "JA PAGO          : " W-PAGO-ED
           DISPLAY (07, 05) "DESCONTOS        : " W-DESCONTO-ED
           DISPLAY (08, 05) "SALDO EM ABERTO  : " W-SALDO-ED.
       BAIXA-003.
           MOVE ZEROS TO W-VALORPAGO W-DESCONTO
           DISPLAY (10, 05) "VALOR PAGO       : "
           ACCEPT (10, 24) W-VALORPAGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           IF W-ACT = 02
              GO TO BAIXA-002.
       BAIXA-004.
           DISPLAY (11, 05) "DESCONTO         : "
           ACCEPT (11, 24) W-DESCONTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           IF W-ACT = 02
              GO TO BAIXA-003.
           COMPUTE W-TOTALBAIXA = W-VALORPAGO + W-DESCONTO
           IF W-TOTALBAIXA = ZEROS
              MOVE "*** INFORME O VALOR PAGO OU O DESCONTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAIXA-003.
           IF W-TOTALBAIXA > W-SALDO
              MOVE "*** PAGO + DESCONTO MAIOR QUE O SALDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAIXA-003.
       BAIXA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (13, 05) "CONFIRMA A BAIXA (S/N) : "
           ACCEPT (13, 30) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** BAIXA NAO REALIZADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAIXA-OPC.
       BAIXA-RW1.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           ADD W-VALORPAGO TO PAG-VALORPAGO
           ADD W-DESCONTO TO PAG-DESCONTO
           MOVE W-DATAHORA TO PAG-DATAPAGTO
           MOVE W-OPERADOR TO PAG-OPERADOR
           IF W-TOTALBAIXA = W-SALDO
              MOVE "Q" TO PAG-STATUS
           ELSE
              MOVE "P" TO PAG-STATUS.
           REWRITE REGPAG
           IF ST-ERRO-PAG NOT = "00" AND ST-ERRO-PAG NOT = "02"
              MOVE "ERRO NA BAIXA DA PARCELA" TO MENS
              MOVE "BAIXA-RW1" TO W-PARAGRAFO
              MOVE ST-ERRO-PAG TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           IF PAG-STATUS = "Q"
              MOVE "*** PARCELA QUITADA ***" TO MENS
           ELSE
              MOVE "*** PAGAMENTO PARCIAL REGISTRADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-001.

      *
      *****************************************
      * CONSULTA DAS PARCELAS DO FORNECEDOR   *
      *****************************************
      *
       CONS-001.
           DISPLAY (22, 10) W-BRANCO
           DISPLAY (22, 10) "FORNECEDOR A CONSULTAR: "
           ACCEPT (22, 34) W-CODFORNECEDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           MOVE W-CODFORNECEDOR TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO-FOR NOT = "00"
              MOVE "FORNECEDOR NAO CADASTRADO" TO FOR-NOME.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (02, 05) "FORNECEDOR: " W-CODFORNECEDOR
                            " " FOR-NOME
           DISPLAY (03, 05)
            "PEDIDO/PC NOTA       VENCIMENTO  ST          VALOR"
           DISPLAY (03, 56) "          SALDO"
           MOVE ZEROS TO W-TOTALSALDO
           MOVE 4 TO W-LINHA
           MOVE W-CODFORNECEDOR TO PAG-CODFORNECEDOR
           MOVE ZEROS TO PAG-NUMPEDIDO PAG-PARCELA
           START ARQPAG KEY IS NOT LESS PAG-CHAVE
           IF ST-ERRO-PAG NOT = "00"
              GO TO CONS-FIM.
       CONS-LOOP.
           READ ARQPAG NEXT RECORD
           IF ST-ERRO-PAG NOT = "00"
              GO TO CONS-FIM.
           IF PAG-CODFORNECEDOR NOT = W-CODFORNECEDOR
              GO TO CONS-FIM.
           COMPUTE W-SALDO = PAG-VALOR - PAG-VALORPAGO - PAG-DESCONTO
           ADD W-SALDO TO W-TOTALSALDO
           IF W-LINHA > 18
              GO TO CONS-LOOP.
           MOVE PAG-VALOR TO W-VALOR-ED
           MOVE W-SALDO TO W-SALDO-ED
           DISPLAY (W-LINHA, 05) PAG-NUMPEDIDO "/" PAG-PARCELA
                            " " PAG-NOTA
                            " " PAG-VENCIMENTO
                            "    " PAG-STATUS
                            "  " W-VALOR-ED
                            "  " W-SALDO-ED
           ADD 1 TO W-LINHA
           GO TO CONS-LOOP.
       CONS-FIM.
           MOVE W-TOTALSALDO TO W-SALDO-ED
           DISPLAY (19, 05) "SALDO TOTAL EM ABERTO DO FORNECEDOR: "
                            W-SALDO-ED
           DISPLAY (20, 10) "TECLE ENTER PARA CONTINUAR..."
           ACCEPT (20, 41) W-OPCAO
           GO TO MENU-001.

      *--------------------------------------------------------------
      *---------[ LIMPA A AREA DE DADOS DA TELA ]----
       LIMPA-TELA.
                MOVE 2 TO W-LINHA.
       LIMPA-TELA-LOOP.
                DISPLAY (W-LINHA, 01) W-BRANCO
                ADD 1 TO W-LINHA
                IF W-LINHA < 23
                   GO TO LIMPA-TELA-LOOP.
       LIMPA-TELA-FIM.
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
                MOVE ZEROS TO ERRO-CODPRODUTO
                MOVE W-CODFORNECEDOR TO ERRO-CODFORNECEDOR
                MOVE W-OPERADOR TO ERRO-OPERADOR
                WRITE REGERRO.
       GRAVA-ERRO-FIM.
                EXIT.

      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPAG ARQFOR ARQERRO.
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
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
