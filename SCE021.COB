                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLO-CHAVE
                    FILE STATUS  IS ST-ERRO-PLO.
      *
           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOC-CODIGO
                    FILE STATUS  IS ST-ERRO-LOC.
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
       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
           COPY "regloc.cpy".
      *>*****************************************************************
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
           COPY "reglote.cpy".
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 ST-ERRO-PLO   PIC X(02) VALUE "00".
       01 W-TEMLOCAIS   PIC X(01) VALUE "N".
       01 W-TEMSALDOPRO PIC X(01) VALUE "N".
       01 ST-ERRO-LOC   PIC X(02) VALUE "00".
       01 W-TEMQUARENTENA PIC X(01) VALUE "N".
       01 ST-ERRO-LOTE  PIC X(02) VALUE "00".
       01 W-TEMLOTES    PIC X(01) VALUE "N".
       01 W-LOTE            PIC X(10) VALUE SPACES.
       01 W-VALIDADE        PIC 9(08) VALUE ZEROS.
       01 W-LOTLOCAL        PIC 9(02) VALUE ZEROS.
       01 W-LOTQTDE         PIC 9(06) VALUE ZEROS.
       01 W-LOTORIGEM       PIC 9(02) VALUE ZEROS.
       01 W-LOTDESTINO      PIC 9(02) VALUE ZEROS.
       01 W-LOTRESTA        PIC 9(06) VALUE ZEROS.
       01 W-FEFOLOTE        PIC X(10) VALUE SPACES.
       01 W-FEFOVALIDADE    PIC 9(08) VALUE ZEROS.
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO   PIC X(20) VALUE SPACES.
       01 W-EXPEDIUITEM     PIC X(01) VALUE "N".
       01 W-DOCUMENTO       PIC X(10) VALUE SPACES.
       01 W-LINHA           PIC 9(02) VALUE ZEROS.
       01 W-QTDRESERVADA    PIC 9(07) VALUE ZEROS.
       01 W-QTDQUARENTENA   PIC 9(07) VALUE ZEROS.
       01 W-DISPONIVEL      PIC 9(06) VALUE ZEROS.

       01 W-QTD-ED          PIC ZZZ.ZZ9.
       01 W-PRECO-ED        PIC ZZZ.ZZ9,99.

      *-------------SALDOS POR LOCAL (QUANDO EXISTENTES) --------
       R0F.
           MOVE "N" TO W-TEMLOCAIS W-TEMQUARENTENA
           OPEN I-O ARQPLO
           IF ST-ERRO-PLO = "00"
              MOVE "S" TO W-TEMLOCAIS
              OPEN INPUT ARQLOC
              IF ST-ERRO-LOC = "00"
                 MOVE "S" TO W-TEMQUARENTENA.

      *-------------SALDOS POR LOTE (QUANDO EXISTENTES) ---------
       R0G.
           MOVE "N" TO W-TEMLOTES
           OPEN I-O ARQLOTE
           IF ST-ERRO-LOTE = "00"
              MOVE "S" TO W-TEMLOTES.

      *-------------MENU DE FUNCOES -------------------
       MENU-001.
           DISPLAY (01, 20) "PEDIDOS DE VENDA - SCE021           "
           DISPLAY (20, 10)
        "D=DIGITAR | E=EXPEDIR | C=CONSULTAR | X=CANCELAR | S=SAIR:"
           ACCEPT (20, 68) W-OPCAO
           IF W-OPCAO = "D" OR "d"
              GO TO DIGITA-001.
           IF W-OPCAO = "E" OR "e"
              GO TO EXPEDE-001.
           IF W-OPCAO = "C" OR "c"
              GO TO CONS-001.
           IF W-OPCAO = "X" OR "x"
              GO TO CANCELA-001.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           GO TO MENU-001.
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DIGITA-ITEM.
           PERFORM APURA-RESERVA THRU APURA-RESERVA-FIM
           MOVE W-DISPONIVEL TO W-QTD-ED
           DISPLAY (24, 40) PRO-DESCRICAO(1:20) " DISP: " W-QTD-ED.
       DIGITA-QTDE.
           DISPLAY (23, 50) "QTDE: "
           MOVE ZEROS TO W-QUANTIDADE
              MOVE "*** QUANTIDADE DEVE SER MAIOR QUE ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DIGITA-QTDE.
           IF W-QUANTIDADE > W-DISPONIVEL
              MOVE "*** QTDE MAIOR QUE O ESTOQUE DISPONIVEL ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE W-NUMPEDIDO TO SOI-NUMERO
           MOVE W-CODPRODUTO TO SOI-CODIGO
           MOVE W-QUANTIDADE TO SOI-QTDPEDIDA
           MOVE ZEROS TO SOI-QTDEXPEDIDA SOI-QTDDEVOLVIDA
           MOVE W-PRECOVENDA TO SOI-PRECO-UNIT
           WRITE REGSOI
           IF ST-ERRO-SOI = "22"
              MOVE "*** PEDIDO JA TOTALMENTE EXPEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           IF SOH-STATUS = "C"
              MOVE "*** PEDIDO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           IF W-DATAHORA(1:6) NOT > W-MESFECHADO
              MOVE "*** PERIODO CONTABIL JA FECHADO - VEJA SCE019 ***"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              ADD 1 TO W-PENDENTES
              GO TO EXPEDE-ITEM-FIM.
           PERFORM APURA-QUARENTENA THRU APURA-QUARENTENA-FIM
           IF W-QTDEXPEDIR + W-QTDQUARENTENA > PRO-ESTOQUE
              MOVE "*** QTDE MAIOR QUE O ESTOQUE DISPONIVEL ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXPEDE-ITEM-FIM.
           MOVE PRO-ULTIMO-PRECO TO W-PRECO-ANTIGO
           MOVE PRO-ESTOQUE TO W-ESTOQUE-ANTIGO
           MOVE SPACES TO W-LOTE
           MOVE 1 TO W-LOTLOCAL
           IF PRO-CONTROLALOTE = "S" AND W-TEMLOTES = "S"
              PERFORM PROCURA-LOTE THRU PROCURA-LOTE-FIM
              MOVE W-FEFOLOTE TO W-LOTE.
           PERFORM POSTA-MOVIMENTO THRU POSTA-MOVIMENTO-FIM
           SUBTRACT W-QTDEXPEDIR FROM PRO-ESTOQUE
           REWRITE REGPRO
              GO TO ROT-FIM.
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           PERFORM BAIXA-LOCAL THRU BAIXA-LOCAL-FIM
           IF PRO-CONTROLALOTE = "S" AND W-TEMLOTES = "S"
              MOVE ZEROS TO W-LOTDESTINO
              MOVE W-QTDEXPEDIR TO W-LOTRESTA
              PERFORM CONSOME-LOTES THRU CONSOME-LOTES-FIM.
           ADD W-QTDEXPEDIR TO SOI-QTDEXPEDIDA
           REWRITE REGSOI
           IF ST-ERRO-SOI NOT = "00" AND ST-ERRO-SOI NOT = "02"
           MOVE ZEROS TO MOV-LOCORIGEM MOV-LOCDESTINO
           IF W-TEMLOCAIS = "S"
              MOVE 1 TO MOV-LOCORIGEM.
           MOVE W-LOTE TO MOV-LOTE
           MOVE "N" TO MOV-ESTORNADO
           MOVE ZEROS TO MOV-ORIGDATA MOV-ORIGHORA MOV-PRECOUNIT
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              GO TO POSTA-MOVIMENTO.
       POSTA-MOVIMENTO-FIM.
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

      *---------[ ESTOQUE RESERVADO PARA PEDIDOS DE VENDA ]----
      *---------[ SALDO A EXPEDIR DOS ITENS EM PEDIDOS A/P ]----
       APURA-RESERVA.
                MOVE ZEROS TO W-QTDRESERVADA
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
                IF W-TEMQUARENTENA NOT = "S"
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

      *
      *****************************************
      * CANCELAMENTO DE PEDIDO DE VENDA       *
      *****************************************
      *
       CANCELA-001.
           DISPLAY (22, 10) "NUMERO DO PEDIDO A CANCELAR: "
           ACCEPT (22, 40) W-NUMPEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           IF W-NUMPEDIDO = ZEROS
              MOVE "*** NUMERO DEVE SER DIFERENTE DE ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-001.
           MOVE W-NUMPEDIDO TO SOH-NUMERO
           READ ARQSOH
           IF ST-ERRO-SOH NOT = "00"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-001.
           IF SOH-STATUS = "E"
              MOVE "*** PEDIDO JA TOTALMENTE EXPEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           IF SOH-STATUS = "C"
              MOVE "*** PEDIDO JA CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           MOVE SOH-CODCLIENTE TO CLI-CODIGO
           READ ARQCLI
           IF ST-ERRO-CLI NOT = "00"
              MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME.
           DISPLAY (23, 10) "CLIENTE: " CLI-NOME.
       CANCELA-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (24, 10) "CONFIRMA O CANCELAMENTO (S/N) : "
           ACCEPT (24, 43) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO NAO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANCELA-OPC.
       CANCELA-RW1.
           MOVE "C" TO SOH-STATUS
           REWRITE REGSOH
           IF ST-ERRO-SOH NOT = "00" AND ST-ERRO-SOH NOT = "02"
              MOVE "ERRO NO CANCELAMENTO DO PEDIDO DE VENDA" TO MENS
              MOVE "CANCELA-RW1" TO W-PARAGRAFO
              MOVE ST-ERRO-SOH TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** PEDIDO CANCELADO - RESERVAS LIBERADAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-001.

      *
      *****************************************
      * CONSULTA DE PEDIDO DE VENDA           *
       ROT-FIM.
           IF W-TEMLOCAIS = "S"
              CLOSE ARQPLO.
           IF W-TEMQUARENTENA = "S"
              CLOSE ARQLOC.
           IF W-TEMLOTES = "S"
              CLOSE ARQLOTE.
           CLOSE ARQPRO ARQCLI ARQSOH ARQSOI ARQMOV ARQHIST ARQERRO.
           GOBACK.
      *--------------------------------------------------------------
