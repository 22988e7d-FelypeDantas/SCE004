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
      *-----------------------------------------------------------------
       DATA DIVISION.
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
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-LOCDESTINO  PIC 9(02) VALUE ZEROS.
       01 W-SALDOLOCAL  PIC 9(06) VALUE ZEROS.
       01 W-TEMSALDOPRO PIC X(01) VALUE "N".
       01 ST-ERRO-SOH   PIC X(02) VALUE "00".
       01 ST-ERRO-SOI   PIC X(02) VALUE "00".
       01 W-TEMPEDIDOS  PIC X(01) VALUE "N".
       01 W-QTDRESERVADA PIC 9(07) VALUE ZEROS.
       01 W-QTDQUARENTENA PIC 9(07) VALUE ZEROS.
       01 W-ORIGQUARENTENA PIC X(01) VALUE "N".
       01 W-DISPONIVEL  PIC 9(06) VALUE ZEROS.
       01 ST-ERRO-LOTE  PIC X(02) VALUE "00".
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

       01 W-TIPOMOV         PIC X(01) VALUE SPACES.
       01 W-SINAL           PIC X(01) VALUE SPACES.
       01 W-DATAHORA        PIC 9(08) VALUE ZEROS.
       01 W-HORA            PIC 9(08) VALUE ZEROS.

       01 W-ESTDATA         PIC 9(08) VALUE ZEROS.
       01 W-ESTHORA         PIC 9(08) VALUE ZEROS.
       01 W-ESTHORA-R REDEFINES W-ESTHORA.
           03 W-ESTHH       PIC 9(02).
           03 W-ESTMM       PIC 9(02).
           03 W-ESTSS       PIC 9(02).
           03 W-ESTCC       PIC 9(02).
       01 W-ESTLOCAL        PIC 9(02) VALUE ZEROS.
       01 W-ESTJAESTORNADO  PIC X(01) VALUE "N".
       01 W-VALOR-ESTOQUE   PIC 9(13)V99 VALUE ZEROS.
       01 W-VALOR-ESTORNO   PIC 9(13)V99 VALUE ZEROS.
       01 W-BRANCO          PIC X(78) VALUE SPACES.

      *--------------------------------------------
      *
        SCREEN SECTION.
               VALUE  "   Descricao                 :".
           05  LINE 06  COLUMN 01
               VALUE  "   Estoque atual             :".
           05  LINE 06  COLUMN 41
               VALUE  "  Disponivel p/ venda :".
           05  LINE 07  COLUMN 01
               VALUE  "   Tipo (E/S/A/T/R=Estorno)  :".
           05  LINE 07  COLUMN 41
               VALUE  "  Local origem :".
           05  LINE 08  COLUMN 01
               VALUE  "   Quantidade                :".
           05  LINE 11  COLUMN 01
               VALUE  "   Documento                 :".
           05  LINE 10  COLUMN 41
               VALUE  "  Lote                 :".
           05  LINE 11  COLUMN 41
               VALUE  "  Validade (AAAAMMDD)  :".
           05  LINE 12  COLUMN 01
               VALUE  "   Fornecedor (entrada)      :".
           05  LINE 12  COLUMN 41
           05  TMOV-ESTOQUE
               LINE 06  COLUMN 32  PIC ZZZ.ZZ9
               FROM   PRO-ESTOQUE.
           05  TMOV-DISPONIVEL
               LINE 06  COLUMN 65  PIC ZZZ.ZZ9
               FROM   W-DISPONIVEL.
           05  TMOV-TIPO
               LINE 07  COLUMN 32  PIC X(01)
               USING  W-TIPOMOV.
           05  TMOV-PRECOUNIT
               LINE 12  COLUMN 65  PIC 9(06)V99
               USING  W-PRECOUNIT.
           05  TMOV-LOTE
               LINE 10  COLUMN 65  PIC X(10)
               USING  W-LOTE.
           05  TMOV-VALIDADE
               LINE 11  COLUMN 65  PIC 9(08)
               USING  W-VALIDADE.
           05  TMOV-LOCORIGEM
               LINE 07  COLUMN 58  PIC 9(02)
               USING  W-LOCORIGEM.
           MOVE "N" TO W-TEMLOCAIS
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              GO TO R0G.
       R0F.
           OPEN I-O ARQPLO
           IF ST-ERRO-PLO NOT = "00"
                 GO TO ROT-FIM.
           MOVE "S" TO W-TEMLOCAIS.

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

      *-------------SALDOS POR LOTE E VALIDADE -----------------
       R0H.
           OPEN I-O ARQLOTE
           IF ST-ERRO-LOTE NOT = "00"
              IF ST-ERRO-LOTE = "30"
                 OPEN OUTPUT ARQLOTE
                 MOVE "CRIANDO ARQUIVO DE SALDOS POR LOTE " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQLOTE
                 GO TO R0H
              ELSE
                 MOVE "ERRO NA ABERTURA DOS SALDOS POR LOTE" TO MENS
                 MOVE "R0H" TO W-PARAGRAFO
                 MOVE ST-ERRO-LOTE TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *------------- INICIALIZACAO DAS VARIAVEIS------------
       INC-001.
           MOVE SPACES TO PRO-DESCRICAO W-TIPOMOV W-SINAL W-MOTIVO
                          W-DOCUMENTO W-LOTE
           MOVE ZEROS TO PRO-CODIGO W-QUANTIDADE W-CODFORNECEDOR
                         PRO-ESTOQUE W-PRECOUNIT
           MOVE ZEROS TO W-LOCORIGEM W-LOCDESTINO W-DISPONIVEL
                         W-VALIDADE
      *-------------VISUALIZACAO DA TELA ------------------

           DISPLAY TELAMOV.
           DISPLAY (17, 01) W-BRANCO
           DISPLAY (18, 01) W-BRANCO.
      *----------ENTRADA DE DADOS---------------

       INC-002.
                 GO TO ROT-FIM.
           MOVE PRO-ULTIMO-PRECO TO W-PRECO-ANTIGO
           MOVE PRO-ESTOQUE TO W-ESTOQUE-ANTIGO
           PERFORM APURA-RESERVA THRU APURA-RESERVA-FIM
           DISPLAY TMOV-DESCRICAO
           DISPLAY TMOV-ESTOQUE
           DISPLAY TMOV-DISPONIVEL.

       INC-003.
           ACCEPT TMOV-TIPO
           IF W-TIPOMOV = "s" MOVE "S" TO W-TIPOMOV.
           IF W-TIPOMOV = "a" MOVE "A" TO W-TIPOMOV.
           IF W-TIPOMOV = "t" MOVE "T" TO W-TIPOMOV.
           IF W-TIPOMOV = "r" MOVE "R" TO W-TIPOMOV.
           IF W-TIPOMOV NOT = "E" AND "S" AND "A" AND "T" AND "R"
              MOVE "*** E=ENT S=SAI A=AJUSTE T=TRANSF R=ESTORNO ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
              MOVE "*** CADASTRE LOCAIS NO SCE025 ANTES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF W-TIPOMOV = "R"
              GO TO EST-001.
           IF W-TIPOMOV = "E"
              MOVE "+" TO W-SINAL.
           IF W-TIPOMOV = "S"

      *----------LOCAIS DO MOVIMENTO (QUANDO CADASTRADOS)-------
       INC-004B.
           MOVE "N" TO W-ORIGQUARENTENA
           IF W-TEMLOCAIS NOT = "S"
              MOVE ZEROS TO W-LOCORIGEM W-LOCDESTINO
              GO TO INC-005.
              MOVE "*** LOCAL DE ORIGEM NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004C.
           IF LOC-QUARENTENA = "S"
              MOVE "S" TO W-ORIGQUARENTENA
           ELSE
              MOVE "N" TO W-ORIGQUARENTENA.
       INC-004D.
           IF W-TIPOMOV = "S"
              OR (W-TIPOMOV = "A" AND W-SINAL = "-")
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006.
           IF W-TIPOMOV = "S" AND W-QUANTIDADE > W-DISPONIVEL
              AND W-ORIGQUARENTENA NOT = "S"
              MOVE "*** SAIDA INVADE ESTOQUE RESERVADO A PEDIDOS ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006.
           IF W-TEMLOCAIS = "S" AND W-LOCORIGEM NOT = ZEROS
              PERFORM LE-SALDOLOCAL THRU LE-SALDOLOCAL-FIM
              IF W-QUANTIDADE > W-SALDOLOCAL
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-006.

      *----------LOTE E VALIDADE (ENTRADA DE PRODUTO COM LOTE)----
       INC-006L.
           IF PRO-CONTROLALOTE NOT = "S" OR W-SINAL NOT = "+"
              MOVE SPACES TO W-LOTE
              MOVE ZEROS TO W-VALIDADE
              DISPLAY TMOV-LOTE
              DISPLAY TMOV-VALIDADE
              GO TO INC-007.
           ACCEPT TMOV-LOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-006.
           IF W-LOTE = SPACES
              MOVE "*** INFORME O LOTE DO PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006L.
           PERFORM DEFINE-LOCAL-LOTE THRU DEFINE-LOCAL-LOTE-FIM
           MOVE PRO-CODIGO TO LOT-CODIGO
           MOVE W-LOTLOCAL TO LOT-LOCAL
           MOVE W-LOTE TO LOT-LOTE
           READ ARQLOTE
           IF ST-ERRO-LOTE = "00"
              MOVE LOT-VALIDADE TO W-VALIDADE
              DISPLAY TMOV-VALIDADE
              GO TO INC-007.
       INC-006V.
           ACCEPT TMOV-VALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-006L.
           PERFORM VALIDA-VALIDADE THRU VALIDA-VALIDADE-FIM
           IF W-DATAVALIDA NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006V.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           IF W-TIPOMOV = "E" AND W-VALIDADE < W-DATAHORA
              MOVE "*** LOTE JA VENCIDO NAO PODE SER RECEBIDO ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006V.

       INC-007.
           ACCEPT TMOV-DOCUMENTO
           ACCEPT W-ACT FROM ESCAPE KEY

      *-------------LANCAMENTO DO MOVIMENTO -------------------
       POSTA-MOVIMENTO.
           IF PRO-CONTROLALOTE = "S" AND W-SINAL NOT = "+"
              PERFORM DEFINE-LOCAL-LOTE THRU DEFINE-LOCAL-LOTE-FIM
              PERFORM PROCURA-LOTE THRU PROCURA-LOTE-FIM
              MOVE W-FEFOLOTE TO W-LOTE.
           IF W-TIPOMOV = "T"
              MOVE PRO-ESTOQUE TO W-ESTOQUE-NOVO
              GO TO POSTA-WR1.
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
           IF ST-ERRO = "00" OR "02"
              PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
              PERFORM ATUALIZA-LOCAIS THRU ATUALIZA-LOCAIS-FIM
              PERFORM ATUALIZA-LOTES THRU ATUALIZA-LOTES-FIM
              MOVE "*** MOVIMENTO LANCADO NO ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *-------------ESTORNO DE MOVIMENTO JA LANCADO ---------------
      *-------------LOCALIZA PELO PRODUTO, DATA E DOCUMENTO --------
       EST-001.
           MOVE ZEROS TO W-ESTDATA
           DISPLAY (17, 04) "Data do lancamento (AAAAMMDD):".
       EST-002.
           ACCEPT (17, 35) W-ESTDATA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY (17, 01) W-BRANCO
              GO TO INC-003.
           IF W-ESTDATA = ZEROS
              MOVE "*** INFORME A DATA DO LANCAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-002.

       EST-003.
           ACCEPT TMOV-DOCUMENTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO EST-002.
           IF W-DOCUMENTO = SPACES
              MOVE "*** DOCUMENTO DEVE SER INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-003.
           MOVE "N" TO W-ESTJAESTORNADO
           MOVE PRO-CODIGO TO MOV-CODIGO
           MOVE W-ESTDATA TO MOV-DATA
           MOVE ZEROS TO MOV-HORA
           START ARQMOV KEY IS NOT LESS MOV-CHAVE
           IF ST-ERRO-MOV NOT = "00"
              GO TO EST-NAOACHOU.
       EST-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO-MOV NOT = "00"
              GO TO EST-NAOACHOU.
           IF MOV-CODIGO NOT = PRO-CODIGO OR MOV-DATA NOT = W-ESTDATA
              GO TO EST-NAOACHOU.
           IF MOV-ORIGDATA NOT NUMERIC
              MOVE ZEROS TO MOV-ORIGDATA.
           IF MOV-ORIGHORA NOT NUMERIC
              MOVE ZEROS TO MOV-ORIGHORA.
           IF MOV-PRECOUNIT NOT NUMERIC
              MOVE ZEROS TO MOV-PRECOUNIT.
           IF MOV-DOCUMENTO NOT = W-DOCUMENTO
              OR MOV-ORIGDATA NOT = ZEROS
              GO TO EST-LOOP.
           IF MOV-ESTORNADO = "S"
              MOVE "S" TO W-ESTJAESTORNADO
              GO TO EST-LOOP.
           GO TO EST-MOSTRA.
       EST-NAOACHOU.
           IF W-ESTJAESTORNADO = "S"
              MOVE "*** LANCAMENTO JA ESTORNADO ***" TO MENS
           ELSE
              MOVE "*** LANCAMENTO NAO ENCONTRADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO EST-003.

      *-------------MOSTRA O LANCAMENTO ORIGINAL -----------------
       EST-MOSTRA.
           MOVE MOV-HORA TO W-ESTHORA
           MOVE MOV-TIPO TO W-TIPOMOV
           MOVE MOV-SINAL TO W-SINAL
           MOVE MOV-MOTIVO TO W-MOTIVO
           MOVE MOV-QUANTIDADE TO W-QUANTIDADE
           MOVE MOV-CODFORNECEDOR TO W-CODFORNECEDOR
           MOVE MOV-PRECOUNIT TO W-PRECOUNIT
           MOVE MOV-LOCORIGEM TO W-LOCORIGEM
           MOVE MOV-LOCDESTINO TO W-LOCDESTINO
           MOVE MOV-LOTE TO W-LOTE
           MOVE ZEROS TO W-VALIDADE
           DISPLAY TMOV-TIPO
           DISPLAY TMOV-SINAL
           DISPLAY TMOV-LOCORIGEM
           DISPLAY TMOV-LOCDESTINO
           DISPLAY TMOV-MOTIVO
           DISPLAY TMOV-QUANTIDADE
           DISPLAY TMOV-LOTE
           DISPLAY TMOV-VALIDADE
           DISPLAY TMOV-CODFORNECEDOR
           DISPLAY TMOV-PRECOUNIT
           DISPLAY (18, 04) "Lancado as " W-ESTHH ":" W-ESTMM ":"
                   W-ESTSS " pelo operador " MOV-OPERADOR.

      *-------------CONDICOES PARA O ESTORNO ---------------------
       EST-VALIDA.
           IF MOV-CODCLIENTE NOT = ZEROS
              MOVE "*** VENDA/DEVOLUCAO NAO PODE SER ESTORNADA ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF MOV-MOTIVO = "MON" OR "DES"
              MOVE "*** USE A DESMONTAGEM DE KITS NO SCE041 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF MOV-DATA(1:6) NOT > W-MESFECHADO
              MOVE "*** PERIODO CONTABIL JA FECHADO - VEJA SCE019 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-TEMMOTIVOS = "S"
              MOVE W-MOTIVO TO MOT-CODIGO
              READ ARQMOT
              IF ST-ERRO-MOT = "00" AND MOT-NIVEL9 = "S"
                 AND W-NIVEL NOT = 9
                 MOVE "*** ESTORNO RESERVADO AO SUPERVISOR ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
      *-------------O ESTORNO INVERTE O SINAL E OS LOCAIS ---------
           MOVE W-LOCORIGEM TO W-ESTLOCAL
           MOVE W-LOCDESTINO TO W-LOCORIGEM
           MOVE W-ESTLOCAL TO W-LOCDESTINO
           IF W-SINAL = "+"
              MOVE "-" TO W-SINAL
           ELSE
              IF W-SINAL = "-"
                 MOVE "+" TO W-SINAL.
           IF W-SINAL = "-" AND W-QUANTIDADE > PRO-ESTOQUE
              MOVE "*** MOVIMENTO DEIXARIA O ESTOQUE NEGATIVO ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-TEMLOCAIS = "S" AND W-LOCORIGEM NOT = ZEROS
              PERFORM LE-SALDOLOCAL THRU LE-SALDOLOCAL-FIM
              IF W-QUANTIDADE > W-SALDOLOCAL
                 MOVE "*** SALDO DO LOCAL NAO PERMITE O ESTORNO ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           IF PRO-CONTROLALOTE NOT = "S" OR W-LOTE = SPACES
              OR W-SINAL NOT = "-"
              GO TO EST-OPC.
           PERFORM DEFINE-LOCAL-LOTE THRU DEFINE-LOCAL-LOTE-FIM
           MOVE PRO-CODIGO TO LOT-CODIGO
           MOVE W-LOTLOCAL TO LOT-LOCAL
           MOVE W-LOTE TO LOT-LOTE
           READ ARQLOTE
           IF ST-ERRO-LOTE NOT = "00"
              OR LOT-QUANTIDADE < W-QUANTIDADE
              MOVE "*** SALDO DO LOTE JA CONSUMIDO - SEM ESTORNO ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.

       EST-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (16, 30) "Confirma o Estorno (S/N):".
           ACCEPT (16, 56) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO INC-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ESTORNO RECUSADO PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-OPC.

      *-------------LANCAMENTO DO ESTORNO (ESPELHO DO ORIGINAL) ----
       EST-POSTA.
           IF W-TIPOMOV = "T"
              MOVE PRO-ESTOQUE TO W-ESTOQUE-NOVO
              GO TO EST-WR1.
           IF W-SINAL = "+"
              COMPUTE W-ESTOQUE-NOVO = PRO-ESTOQUE + W-QUANTIDADE
                  ON SIZE ERROR
                     MOVE "*** ESTOQUE EXCEDE A CAPACIDADE ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-001
              END-COMPUTE
           ELSE
              COMPUTE W-ESTOQUE-NOVO = PRO-ESTOQUE - W-QUANTIDADE.

       EST-WR1.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           IF W-DATAHORA(1:6) NOT > W-MESFECHADO
              MOVE "*** PERIODO CONTABIL JA FECHADO - VEJA SCE019 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE PRO-CODIGO TO MOV-CODIGO
           MOVE W-DATAHORA TO MOV-DATA
           MOVE W-HORA TO MOV-HORA
           MOVE W-TIPOMOV TO MOV-TIPO
           MOVE W-SINAL TO MOV-SINAL
           MOVE W-MOTIVO TO MOV-MOTIVO
           MOVE W-QUANTIDADE TO MOV-QUANTIDADE
           MOVE W-DOCUMENTO TO MOV-DOCUMENTO
           MOVE W-CODFORNECEDOR TO MOV-CODFORNECEDOR
           MOVE ZEROS TO MOV-CODCLIENTE
           MOVE PRO-ESTOQUE TO MOV-ESTOQUE-ANTES
           MOVE W-ESTOQUE-NOVO TO MOV-ESTOQUE-DEPOIS
           MOVE W-OPERADOR TO MOV-OPERADOR
           MOVE W-LOCORIGEM TO MOV-LOCORIGEM
           MOVE W-LOCDESTINO TO MOV-LOCDESTINO
           MOVE W-LOTE TO MOV-LOTE
           MOVE "N" TO MOV-ESTORNADO
           MOVE W-ESTDATA TO MOV-ORIGDATA
           MOVE W-ESTHORA TO MOV-ORIGHORA
           MOVE W-PRECOUNIT TO MOV-PRECOUNIT
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              GO TO EST-WR1.
           IF ST-ERRO-MOV NOT = "00" AND ST-ERRO-MOV NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE MOVIMENTOS" TO MENS
              MOVE "EST-WR1" TO W-PARAGRAFO
              MOVE ST-ERRO-MOV TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *-------------MARCA O ORIGINAL COMO ESTORNADO -------------
       EST-RW0.
           MOVE PRO-CODIGO TO MOV-CODIGO
           MOVE W-ESTDATA TO MOV-DATA
           MOVE W-ESTHORA TO MOV-HORA
           READ ARQMOV
           IF ST-ERRO-MOV = "00"
              MOVE "S" TO MOV-ESTORNADO
              REWRITE REGMOV.
           IF ST-ERRO-MOV NOT = "00" AND ST-ERRO-MOV NOT = "02"
              MOVE "ERRO NA MARCACAO DO LANCAMENTO ESTORNADO" TO MENS
              MOVE "EST-RW0" TO W-PARAGRAFO
              MOVE ST-ERRO-MOV TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       EST-RW1.
           IF W-TIPOMOV = "E"
              PERFORM DESFAZ-CUSTOMEDIO THRU DESFAZ-CUSTOMEDIO-FIM.
           MOVE W-ESTOQUE-NOVO TO PRO-ESTOQUE
           REWRITE REGPRO
           IF ST-ERRO = "00" OR "02"
              PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
              PERFORM ATUALIZA-LOCAIS THRU ATUALIZA-LOCAIS-FIM
              PERFORM ESTORNA-LOTES THRU ESTORNA-LOTES-FIM
              MOVE "*** LANCAMENTO ESTORNADO NO ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE PRODUTOS" TO MENS
           MOVE "EST-RW1" TO W-PARAGRAFO
           MOVE ST-ERRO TO W-STATUS-LOG
           PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---------[ ROTINA DE LOG DE ERROS DE ARQUIVO ]----
       GRAVA-ERRO.
       CALCULA-CUSTOMEDIO-FIM.
                EXIT.

      *--------------------------------------------------------------
      *---------[ ESTORNO DE ENTRADA: RETIRA DO CUSTO MEDIO ]----
      *---------[ O VALOR DA ENTRADA PELO PRECO ORIGINAL ]----
       DESFAZ-CUSTOMEDIO.
                IF W-PRECOUNIT = ZEROS
                   OR PRO-ESTOQUE NOT > W-QUANTIDADE
                   GO TO DESFAZ-CUSTOMEDIO-FIM.
                COMPUTE W-VALOR-ESTOQUE = PRO-ESTOQUE * PRO-CUSTO-MEDIO
                COMPUTE W-VALOR-ESTORNO = W-QUANTIDADE * W-PRECOUNIT
                IF W-VALOR-ESTORNO NOT < W-VALOR-ESTOQUE
                   GO TO DESFAZ-CUSTOMEDIO-FIM.
                COMPUTE W-CUSTO-NOVO ROUNDED =
                        (W-VALOR-ESTOQUE - W-VALOR-ESTORNO)
                        / (PRO-ESTOQUE - W-QUANTIDADE)
                    ON SIZE ERROR
                       MOVE PRO-CUSTO-MEDIO TO W-CUSTO-NOVO
                END-COMPUTE
                MOVE W-CUSTO-NOVO TO PRO-CUSTO-MEDIO.
       DESFAZ-CUSTOMEDIO-FIM.
                EXIT.

      *--------------------------------------------------------------
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
      *---------[ PODE SER PROMETIDO NEM EXPEDIDO ATE A LIBERACAO ]----
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

      *--------------------------------------------------------------
      *---------[ ROTINA DE ATUALIZACAO DOS SALDOS POR LOTE ]----
      *---------[ ENTRADA SOMA NO LOTE INFORMADO, SAIDA E AJUSTE ]----
      *---------[ NEGATIVO BAIXAM FEFO, TRANSFERENCIA LEVA O LOTE ]----
       ATUALIZA-LOTES.
                IF PRO-CONTROLALOTE NOT = "S"
                   GO TO ATUALIZA-LOTES-FIM.
                PERFORM DEFINE-LOCAL-LOTE THRU DEFINE-LOCAL-LOTE-FIM
                IF W-SINAL = "+"
                   MOVE W-QUANTIDADE TO W-LOTQTDE
                   PERFORM SOMA-LOTE THRU SOMA-LOTE-FIM
                   GO TO ATUALIZA-LOTES-FIM.
                MOVE ZEROS TO W-LOTDESTINO
                IF W-TIPOMOV = "T"
                   MOVE W-LOCDESTINO TO W-LOTDESTINO.
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

      *---------[ ESTORNO NOS LOTES: DEVOLVE AO LOTE DO LANCAMENTO, ]----
      *---------[ RETIRA DO LOTE RECEBIDO OU TRANSFERE DE VOLTA ]----
       ESTORNA-LOTES.
                IF PRO-CONTROLALOTE NOT = "S" OR W-LOTE = SPACES
                   GO TO ESTORNA-LOTES-FIM.
                IF W-TIPOMOV = "T"
                   MOVE W-LOCORIGEM TO W-LOTLOCAL
                   MOVE W-LOCDESTINO TO W-LOTDESTINO
                   MOVE W-QUANTIDADE TO W-LOTRESTA
                   PERFORM CONSOME-LOTES THRU CONSOME-LOTES-FIM
                   GO TO ESTORNA-LOTES-FIM.
                PERFORM DEFINE-LOCAL-LOTE THRU DEFINE-LOCAL-LOTE-FIM
                MOVE PRO-CODIGO TO LOT-CODIGO
                MOVE W-LOTLOCAL TO LOT-LOCAL
                MOVE W-LOTE TO LOT-LOTE
                READ ARQLOTE
                IF W-SINAL = "-"
                   GO TO ESTORNA-LOTES-BAIXA.
                IF ST-ERRO-LOTE = "00"
                   MOVE LOT-VALIDADE TO W-VALIDADE.
                MOVE W-QUANTIDADE TO W-LOTQTDE
                PERFORM SOMA-LOTE THRU SOMA-LOTE-FIM
                GO TO ESTORNA-LOTES-FIM.
       ESTORNA-LOTES-BAIXA.
                IF ST-ERRO-LOTE NOT = "00"
                   GO TO ESTORNA-LOTES-FIM.
                IF LOT-QUANTIDADE < W-QUANTIDADE
                   MOVE ZEROS TO LOT-QUANTIDADE
                ELSE
                   SUBTRACT W-QUANTIDADE FROM LOT-QUANTIDADE.
                REWRITE REGLOTE
                IF ST-ERRO-LOTE NOT = "00" AND ST-ERRO-LOTE NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO SALDO POR LOTE" TO MENS
                   MOVE "ESTORNA-LOTES" TO W-PARAGRAFO
                   MOVE ST-ERRO-LOTE TO W-STATUS-LOG
                   PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESTORNA-LOTES-FIM.
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
                IF W-LOTDESTINO NOT = ZEROS
                   MOVE W-LOTDESTINO TO W-LOTLOCAL
                   MOVE W-FEFOLOTE TO W-LOTE
                   MOVE W-FEFOVALIDADE TO W-VALIDADE
                   PERFORM SOMA-LOTE THRU SOMA-LOTE-FIM
                   MOVE W-LOTORIGEM TO W-LOTLOCAL.
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

      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           IF W-TEMMOTIVOS = "S"
              CLOSE ARQMOT.
           IF W-TEMLOCAIS = "S"
              CLOSE ARQLOC ARQPLO.
           IF W-TEMPEDIDOS = "S"
              CLOSE ARQSOH ARQSOI.
           CLOSE ARQPRO ARQFOR ARQMOV ARQHIST ARQERRO ARQLOTE.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
