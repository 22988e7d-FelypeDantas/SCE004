                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLO-CHAVE
                    FILE STATUS  IS ST-ERRO-PLO.
      *
           SELECT ARQLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LOTE.
      *
           SELECT ARQREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRO-REC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLO.DAT".
           COPY "regplo.cpy".
      *>*****************************************************************
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
           COPY "reglote.cpy".
      *>*****************************************************************
       FD ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".
           COPY "regrec.cpy".
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 ST-ERRO-PLO   PIC X(02) VALUE "00".
       01 W-TEMLOCAIS   PIC X(01) VALUE "N".
       01 W-TEMSALDOPRO PIC X(01) VALUE "N".
       01 ST-ERRO-LOTE  PIC X(02) VALUE "00".
       01 ST-ERRO-REC   PIC X(02) VALUE "00".
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

       01 W-DATAHORA        PIC 9(08) VALUE ZEROS.
       01 W-DATAHORA-R REDEFINES W-DATAHORA.
           IF ST-ERRO-PLO = "00"
              MOVE "S" TO W-TEMLOCAIS.

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

      *-------------LOG DE RECEBIMENTOS (DATA DE CADA ENTREGA) ---
       R0G.
           OPEN I-O ARQREC
           IF ST-ERRO-REC NOT = "00"
              IF ST-ERRO-REC = "30"
                 OPEN OUTPUT ARQREC
                 MOVE "CRIANDO LOG DE RECEBIMENTOS " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQREC
                 GO TO R0G
              ELSE
                 MOVE "ERRO NA ABERTURA DO LOG DE RECEBIMENTOS" TO MENS
                 MOVE "R0G" TO W-PARAGRAFO
                 MOVE ST-ERRO-REC TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *-------------MENU DE FUNCOES -------------------
       MENU-001.
           DISPLAY (01, 20) "PEDIDOS DE COMPRA - SCE011          "
           DISPLAY (20, 05)
            "G=GERAR RASCUNHOS | R=RECEBER | E=ENCERRAR | C=CONSULTAR"
           DISPLAY (20, 61) " | S=SAIR:"
           ACCEPT (20, 72) W-OPCAO
           IF W-OPCAO = "G" OR "g"
              GO TO GERA-001.
           IF W-OPCAO = "R" OR "r"
              GO TO RECEBE-001.
           IF W-OPCAO = "E" OR "e"
              GO TO ENCERRA-001.
           IF W-OPCAO = "C" OR "c"
              GO TO CONS-001.
           IF W-OPCAO = "S" OR "s"
              MOVE "*** PEDIDO JA TOTALMENTE RECEBIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           IF POH-STATUS = "E"
              MOVE "*** PEDIDO ENCERRADO COM FALTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           MOVE ZEROS TO W-PENDENTES
           MOVE "N" TO W-RECEBEUITEM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              ADD 1 TO W-PENDENTES
              GO TO RECEBE-ITEM-FIM.
           IF PRO-CONTROLALOTE = "S"
              PERFORM PEDE-LOTE THRU PEDE-LOTE-FIM
              IF W-LOTE = SPACES
                 ADD 1 TO W-PENDENTES
                 GO TO RECEBE-ITEM-FIM.
           MOVE PRO-ULTIMO-PRECO TO W-PRECO-ANTIGO
           MOVE PRO-ESTOQUE TO W-ESTOQUE-ANTIGO
           PERFORM CALCULA-CUSTOMEDIO THRU CALCULA-CUSTOMEDIO-FIM
              GO TO ROT-FIM.
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           PERFORM SOMA-LOCAL THRU SOMA-LOCAL-FIM
           IF PRO-CONTROLALOTE = "S"
              MOVE W-QTDRECEBER TO W-LOTQTDE
              PERFORM SOMA-LOTE THRU SOMA-LOTE-FIM.
           ADD W-QTDRECEBER TO POI-QTDRECEBIDA
           REWRITE REGPOI
           IF ST-ERRO-POI NOT = "00" AND ST-ERRO-POI NOT = "02"
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM GRAVA-RECEBIMENTO THRU GRAVA-RECEBIMENTO-FIM
           MOVE "S" TO W-RECEBEUITEM
           IF POI-QTDRECEBIDA < POI-QTDPEDIDA
              ADD 1 TO W-PENDENTES.
       RECEBE-ITEM-FIM.
           EXIT.

      *---------[ REGISTRA A DATA E A QUANTIDADE DO RECEBIMENTO ]----
      *---------[ BASE DO PRAZO REAL DE ENTREGA DO FORNECEDOR ]----
       GRAVA-RECEBIMENTO.
           ACCEPT W-HORA FROM TIME
           MOVE POI-NUMERO TO REC-NUMPEDIDO
           MOVE POI-CODIGO TO REC-CODIGO
           MOVE W-DATAHORA TO REC-DATA
           MOVE W-HORA TO REC-HORA
           MOVE POH-CODFORNECEDOR TO REC-CODFORNECEDOR
           MOVE W-QTDRECEBER TO REC-QUANTIDADE
           MOVE W-OPERADOR TO REC-OPERADOR.
       GRAVA-RECEBIMENTO-GRAVA.
           WRITE REGREC
           IF ST-ERRO-REC = "22"
              ADD 1 TO REC-HORA
              GO TO GRAVA-RECEBIMENTO-GRAVA.
           IF ST-ERRO-REC NOT = "00" AND ST-ERRO-REC NOT = "02"
              MOVE "ERRO NA GRAVACAO DO LOG DE RECEBIMENTOS" TO MENS
              MOVE "GRAVA-RECEBIMENTO" TO W-PARAGRAFO
              MOVE ST-ERRO-REC TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-RECEBIMENTO-FIM.
           EXIT.

      *---------[ LOTE E VALIDADE DO ITEM RECEBIDO (LOCAL 01) ]----
      *---------[ ESC OU LOTE EM BRANCO DEIXA O ITEM PENDENTE ]----
       PEDE-LOTE.
           MOVE 1 TO W-LOTLOCAL
           MOVE SPACES TO W-LOTE
           MOVE ZEROS TO W-VALIDADE
           DISPLAY (24, 05) "LOTE:              VALIDADE (AAAAMMDD): "
           ACCEPT (24, 11) W-LOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-LOTE = SPACES
              MOVE SPACES TO W-LOTE
              GO TO PEDE-LOTE-FIM.
           MOVE PRO-CODIGO TO LOT-CODIGO
           MOVE W-LOTLOCAL TO LOT-LOCAL
           MOVE W-LOTE TO LOT-LOTE
           READ ARQLOTE
           IF ST-ERRO-LOTE = "00"
              MOVE LOT-VALIDADE TO W-VALIDADE
              DISPLAY (24, 45) W-VALIDADE
              GO TO PEDE-LOTE-FIM.
       PEDE-LOTE-VAL.
           ACCEPT (24, 45) W-VALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE SPACES TO W-LOTE
              GO TO PEDE-LOTE-FIM.
           PERFORM VALIDA-VALIDADE THRU VALIDA-VALIDADE-FIM
           IF W-DATAVALIDA NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-LOTE-VAL.
           IF W-VALIDADE < W-DATAHORA
              MOVE "*** LOTE JA VENCIDO NAO PODE SER RECEBIDO ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-LOTE-VAL.
       PEDE-LOTE-FIM.
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

      *
      *****************************************
      * ENCERRAMENTO DE PEDIDO COM FALTA      *
      *****************************************
      *
      *---------[ O SALDO NAO ENTREGUE E CANCELADO: O PEDIDO SAI ]----
      *---------[ DOS PENDENTES E PODE SER CONFERIDO NO SCE026 ]----
       ENCERRA-001.
           DISPLAY (22, 10) "NUMERO DO PEDIDO A ENCERRAR: "
           ACCEPT (22, 40) W-NUMPEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           MOVE W-NUMPEDIDO TO POH-NUMERO
           READ ARQPOH
           IF ST-ERRO-POH NOT = "00"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENCERRA-001.
           IF POH-STATUS NOT = "A" AND POH-STATUS NOT = "P"
              MOVE "*** SO PEDIDO ABERTO OU PARCIAL PODE SER ENCERRADO"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           DISPLAY (23, 10) "CONFIRMA O ENCERRAMENTO COM FALTA (S/N): "
           MOVE SPACES TO W-OPCAO
           ACCEPT (23, 52) W-OPCAO
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              GO TO MENU-001.
           MOVE "E" TO POH-STATUS
           REWRITE REGPOH
           IF ST-ERRO-POH NOT = "00" AND ST-ERRO-POH NOT = "02"
              MOVE "ERRO NO ENCERRAMENTO DO PEDIDO" TO MENS
              MOVE "ENCERRA-001" TO W-PARAGRAFO
              MOVE ST-ERRO-POH TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** PEDIDO ENCERRADO COM FALTA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-001.

      *
      *****************************************
      * CONSULTA DE PEDIDO                    *
       ROT-FIM.
           IF W-TEMLOCAIS = "S"
              CLOSE ARQPLO.
           CLOSE ARQPRO ARQFOR ARQPOH ARQPOI ARQHIST ARQERRO ARQLOTE
                 ARQREC.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
