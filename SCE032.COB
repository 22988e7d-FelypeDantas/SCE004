       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE032.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * DEVOLUCAO DE VENDA PELO CLIENTE *
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
           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CODIGO
                    FILE STATUS  IS ST-ERRO-CLI.
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
           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO-MOV.
      *
           SELECT ARQMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-CODIGO
                    FILE STATUS  IS ST-ERRO-MOT.
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
           SELECT ARQLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LOTE.
      *
           SELECT RELDEV ASSIGN TO DISK
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
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
           COPY "regcli.cpy".
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
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
           COPY "regmov.cpy".
      *>*****************************************************************
       FD ARQMOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOT.DAT".
           COPY "regmot.cpy".
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
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
           COPY "reglote.cpy".
      *>*****************************************************************
       FD RELDEV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELDEV.LST".
       01 REL-LINHA               PIC X(132).
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-CLI   PIC X(02) VALUE "00".
       01 ST-ERRO-SOH   PIC X(02) VALUE "00".
       01 ST-ERRO-SOI   PIC X(02) VALUE "00".
       01 ST-ERRO-MOV   PIC X(02) VALUE "00".
       01 ST-ERRO-MOT   PIC X(02) VALUE "00".
       01 ST-ERRO-LOC   PIC X(02) VALUE "00".
       01 ST-ERRO-PLO   PIC X(02) VALUE "00".
       01 ST-ERRO-HIST  PIC X(02) VALUE "00".
       01 ST-ERRO-LOG   PIC X(02) VALUE "00".
       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 ST-ERRO-FECH  PIC X(02) VALUE "00".
       01 ST-ERRO-REL   PIC X(02) VALUE "00".
       01 W-TEMLOCAIS   PIC X(01) VALUE "N".
       01 W-TEMSALDOPRO PIC X(01) VALUE "N".
       01 W-TEMNOTA     PIC X(01) VALUE "N".
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO   PIC X(20) VALUE SPACES.
       01 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-STATUS-LOG  PIC X(02) VALUE SPACES.
       01 W-MESFECHADO  PIC 9(06) VALUE ZEROS.
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

       01 W-DATAHORA        PIC 9(08) VALUE ZEROS.
       01 W-HORA            PIC 9(08) VALUE ZEROS.
       01 W-PRECO-ANTIGO    PIC 9(06)V99 VALUE ZEROS.
       01 W-ESTOQUE-ANTIGO  PIC 9(06) VALUE ZEROS.
       01 W-ESTOQUE-NOVO    PIC 9(06) VALUE ZEROS.

       01 W-NUMPEDIDO       PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO          PIC X(03) VALUE SPACES.
       01 W-MOTIVOSUC       PIC X(03) VALUE SPACES.
       01 W-DOCUMENTO       PIC X(10) VALUE SPACES.
       01 W-QTDDEVOLVER     PIC 9(06) VALUE ZEROS.
       01 W-QTDPERMITIDA    PIC 9(06) VALUE ZEROS.
       01 W-DESTINO         PIC X(01) VALUE SPACES.
       01 W-LOCQUARENTENA   PIC 9(02) VALUE ZEROS.
       01 W-LOCDESTINO      PIC 9(02) VALUE ZEROS.
       01 W-QTDITENS        PIC 9(06) VALUE ZEROS.
       01 W-VALORITEM       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCREDITO      PIC 9(09)V99 VALUE ZEROS.
       01 W-DESCDESTINO     PIC X(14) VALUE SPACES.

       01 W-QTD-ED          PIC ZZZ.ZZ9.
       01 W-QTD2-ED         PIC ZZZ.ZZ9.
       01 W-PRECO-ED        PIC ZZZ.ZZ9,99.
       01 W-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(15) VALUE "SCE032 - NOTA D".
           05 FILLER            PIC X(40)
              VALUE "E DEVOLUCAO DE VENDA / CREDITO AO CLIENT".
           05 FILLER            PIC X(01) VALUE "E".
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(08) VALUE "CODIGO  ".
           05 FILLER            PIC X(32)
              VALUE "DESCRICAO                       ".
           05 FILLER            PIC X(09) VALUE "  QTDE   ".
           05 FILLER            PIC X(16) VALUE "DESTINO         ".
           05 FILLER            PIC X(13) VALUE " PRECO UNIT. ".
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
           OPEN INPUT ARQCLI
           IF ST-ERRO-CLI NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES" TO MENS
              MOVE "R0A" TO W-PARAGRAFO
              MOVE ST-ERRO-CLI TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQERRO
              GOBACK.

       R0B.
           OPEN INPUT ARQSOH
           IF ST-ERRO-SOH NOT = "00"
              MOVE "*** NAO HA PEDIDOS DE VENDA CADASTRADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQCLI ARQERRO
              GOBACK.

       R0C.
           OPEN I-O ARQSOI
           IF ST-ERRO-SOI NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ITENS DE VENDA" TO MENS
              MOVE "R0C" TO W-PARAGRAFO
              MOVE ST-ERRO-SOI TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQCLI ARQSOH ARQERRO
              GOBACK.

       R0D.
           OPEN INPUT ARQMOT
           IF ST-ERRO-MOT NOT = "00"
              MOVE "*** CADASTRE OS MOTIVOS NO SCE022 ANTES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQCLI ARQSOH ARQSOI ARQERRO
              GOBACK.

       R0E.
           OPEN I-O ARQMOV
           IF ST-ERRO-MOV NOT = "00"
              IF ST-ERRO-MOV = "30"
                 OPEN OUTPUT ARQMOV
                 MOVE "CRIANDO ARQUIVO DE MOVIMENTOS " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQMOV
                 GO TO R0E
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE MOVIMENTOS"
                                                          TO MENS
                 MOVE "R0E" TO W-PARAGRAFO
                 MOVE ST-ERRO-MOV TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO ARQCLI ARQSOH ARQSOI ARQMOT ARQERRO
                 GOBACK.

       R0F.
           OPEN EXTEND ARQHIST
           IF ST-ERRO-HIST NOT = "00"
              OPEN OUTPUT ARQHIST
              CLOSE ARQHIST
              OPEN EXTEND ARQHIST
              IF ST-ERRO-HIST NOT = "00"
                 MOVE "ERRO NA ABERTURA DO HISTORICO DE PRECOS" TO MENS
                 MOVE "R0F" TO W-PARAGRAFO
                 MOVE ST-ERRO-HIST TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO ARQCLI ARQSOH ARQSOI ARQMOT ARQMOV
                       ARQERRO
                 GOBACK.

      *-------------LOCAIS E SALDOS POR LOCAL (QUANDO EXISTENTES) --
       R0G.
           MOVE "N" TO W-TEMLOCAIS
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC = "00"
              OPEN I-O ARQPLO
              IF ST-ERRO-PLO = "00"
                 MOVE "S" TO W-TEMLOCAIS
              ELSE
                 CLOSE ARQLOC.

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

      *
      *****************************************
      * IDENTIFICACAO DO PEDIDO DEVOLVIDO     *
      *****************************************
      *
       DEV-001.
           DISPLAY (01, 20) "DEVOLUCAO DE VENDA - SCE032         "
           DISPLAY (20, 10) "NUMERO DO PEDIDO DEVOLVIDO (0=SAIR): "
           MOVE ZEROS TO W-NUMPEDIDO
           ACCEPT (20, 48) W-NUMPEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-NUMPEDIDO = ZEROS
              GO TO ROT-FIM.
           MOVE W-NUMPEDIDO TO SOH-NUMERO
           READ ARQSOH
           IF ST-ERRO-SOH NOT = "00"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-001.
           IF SOH-STATUS = "A"
              MOVE "*** PEDIDO AINDA NAO FOI EXPEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-001.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           IF W-DATAHORA(1:6) NOT > W-MESFECHADO
              MOVE "*** PERIODO CONTABIL JA FECHADO - VEJA SCE019 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-001.
           MOVE SOH-CODCLIENTE TO CLI-CODIGO
           READ ARQCLI
           IF ST-ERRO-CLI NOT = "00"
              MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME.
           DISPLAY (21, 10) "CLIENTE: " SOH-CODCLIENTE " " CLI-NOME
                            "  DATA: " SOH-DATA.

      *-------------MOTIVO DA DEVOLUCAO (ARQMOT) ----------------
       DEV-002.
           DISPLAY (22, 10) "MOTIVO DA DEVOLUCAO: "
           MOVE SPACES TO W-MOTIVO
           ACCEPT (22, 32) W-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO DEV-001.
           MOVE W-MOTIVO TO MOT-CODIGO
           READ ARQMOT
           IF ST-ERRO-MOT NOT = "00"
              MOVE "*** MOTIVO NAO CADASTRADO - VEJA SCE022 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
           IF MOT-TIPO-E NOT = "S"
              MOVE "*** MOTIVO NAO VALE PARA ENTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
           IF MOT-NIVEL9 = "S" AND W-NIVEL NOT = 9
              MOVE "*** MOTIVO RESERVADO AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
           DISPLAY (22, 37) MOT-DESCRICAO.

      *-------------ABERTURA DA NOTA DE DEVOLUCAO ---------------
       DEV-003.
           OPEN OUTPUT RELDEV
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DA NOTA DE DEVOLUCAO" TO MENS
              MOVE "DEV-003" TO W-PARAGRAFO
              MOVE ST-ERRO-REL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TEMNOTA
           MOVE W-NUMPEDIDO TO W-DOCUMENTO(3:6)
           MOVE "DV" TO W-DOCUMENTO(1:2)
           MOVE SPACES TO W-DOCUMENTO(9:2)
           MOVE ZEROS TO W-QTDITENS W-TOTCREDITO
           MOVE SPACES TO W-MOTIVOSUC
           MOVE LINHA-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           STRING "DOCUMENTO: " DELIMITED BY SIZE
                  W-DOCUMENTO   DELIMITED BY SIZE
                  "  DATA: "    DELIMITED BY SIZE
                  W-DATAHORA    DELIMITED BY SIZE
                  "  PEDIDO: "  DELIMITED BY SIZE
                  SOH-NUMERO    DELIMITED BY SIZE
                  " DE "        DELIMITED BY SIZE
                  SOH-DATA      DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "CLIENTE  : " DELIMITED BY SIZE
                  SOH-CODCLIENTE DELIMITED BY SIZE
                  " - "         DELIMITED BY SIZE
                  CLI-NOME      DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "MOTIVO   : " DELIMITED BY SIZE
                  MOT-CODIGO    DELIMITED BY SIZE
                  " - "         DELIMITED BY SIZE
                  MOT-DESCRICAO DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA.

      *-------------ITENS EXPEDIDOS DO PEDIDO --------------------
           MOVE W-NUMPEDIDO TO SOI-NUMERO
           MOVE ZEROS TO SOI-CODIGO
           START ARQSOI KEY IS NOT LESS SOI-CHAVE
           IF ST-ERRO-SOI NOT = "00"
              GO TO DEV-ENCERRA.
       DEV-LOOP.
           READ ARQSOI NEXT RECORD
           IF ST-ERRO-SOI NOT = "00"
              GO TO DEV-ENCERRA.
           IF SOI-NUMERO NOT = W-NUMPEDIDO
              GO TO DEV-ENCERRA.
           IF SOI-QTDDEVOLVIDA NOT NUMERIC
              MOVE ZEROS TO SOI-QTDDEVOLVIDA.
           IF SOI-QTDDEVOLVIDA NOT < SOI-QTDEXPEDIDA
              GO TO DEV-LOOP.
           PERFORM DEV-ITEM THRU DEV-ITEM-FIM
           GO TO DEV-LOOP.
       DEV-ENCERRA.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF W-QTDITENS = ZEROS
              MOVE "NENHUM ITEM DEVOLVIDO" TO REL-LINHA
              WRITE REL-LINHA
           ELSE
              MOVE W-TOTCREDITO TO W-VALOR-ED
              STRING "TOTAL DO CREDITO AO CLIENTE        : "
                                           DELIMITED BY SIZE
                     W-VALOR-ED            DELIMITED BY SIZE
                     INTO REL-LINHA
              WRITE REL-LINHA.
           CLOSE RELDEV
           MOVE "N" TO W-TEMNOTA
           IF W-QTDITENS = ZEROS
              MOVE "*** NENHUM ITEM DEVOLVIDO ***" TO MENS
           ELSE
              MOVE "*** NOTA DE DEVOLUCAO GERADA EM RELDEV.LST ***"
                                                       TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DEV-001.

      *---------[ DEVOLUCAO DE UM ITEM DO PEDIDO ]----
       DEV-ITEM.
           MOVE SOI-CODIGO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** PRODUTO DO ITEM NAO CADASTRADO ***" TO MENS
              MOVE "DEV-ITEM" TO W-PARAGRAFO
              MOVE ST-ERRO TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-ITEM-FIM.
           COMPUTE W-QTDPERMITIDA = SOI-QTDEXPEDIDA - SOI-QTDDEVOLVIDA
           MOVE SOI-QTDEXPEDIDA TO W-QTD-ED
           MOVE SOI-QTDDEVOLVIDA TO W-QTD2-ED
           DISPLAY (23, 05) "PRODUTO: " PRO-CODIGO " " PRO-DESCRICAO
                            " EXPED: " W-QTD-ED " DEVOL: " W-QTD2-ED.
       DEV-ITEM-QTDE.
           DISPLAY (24, 05) "QTDE DEVOLVIDA AGORA: "
           MOVE ZEROS TO W-QTDDEVOLVER
           ACCEPT (24, 28) W-QTDDEVOLVER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-QTDDEVOLVER = ZEROS
              GO TO DEV-ITEM-FIM.
           IF W-QTDDEVOLVER > W-QTDPERMITIDA
              MOVE "*** QTDE MAIOR QUE O SALDO EXPEDIDO DO ITEM ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-ITEM-QTDE.
       DEV-ITEM-DESTINO.
           DISPLAY (24, 36) "DESTINO (1=VENDA 2=QUARENT 3=SUCATA): "
           MOVE "1" TO W-DESTINO
           ACCEPT (24, 75) W-DESTINO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO DEV-ITEM-QTDE.
           IF W-DESTINO NOT = "1" AND "2" AND "3"
              MOVE "*** DIGITE 1=VENDA 2=QUARENTENA 3=SUCATA ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-ITEM-DESTINO.
           MOVE ZEROS TO W-LOCDESTINO W-VALIDADE
           MOVE SPACES TO W-LOTE
           IF W-DESTINO = "1"
              MOVE "VENDAVEL LOC01" TO W-DESCDESTINO
              IF W-TEMLOCAIS = "S"
                 MOVE 1 TO W-LOCDESTINO.
           IF W-DESTINO = "3"
              MOVE "SUCATA" TO W-DESCDESTINO.
           IF W-DESTINO = "1"
              GO TO DEV-ITEM-LOTE.
           IF W-DESTINO = "3"
              PERFORM PEDE-MOTIVOSUC THRU PEDE-MOTIVOSUC-FIM
              IF W-MOTIVOSUC = SPACES
                 GO TO DEV-ITEM-DESTINO
              ELSE
                 GO TO DEV-ITEM-POSTA.
           IF W-TEMLOCAIS NOT = "S"
              MOVE "*** CADASTRE LOCAIS NO SCE025 ANTES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-ITEM-DESTINO.
       DEV-ITEM-QUARENTENA.
           DISPLAY (19, 10) "LOCAL DE QUARENTENA: "
           ACCEPT (19, 32) W-LOCQUARENTENA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO DEV-ITEM-DESTINO.
           IF W-LOCQUARENTENA = ZEROS OR W-LOCQUARENTENA = 1
              MOVE "*** QUARENTENA NAO PODE SER O LOCAL 01 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-ITEM-QUARENTENA.
           MOVE W-LOCQUARENTENA TO LOC-CODIGO
           READ ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              MOVE "*** LOCAL DE QUARENTENA NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-ITEM-QUARENTENA.
           IF LOC-QUARENTENA NOT = "S"
              MOVE "*** LOCAL NAO E DE QUARENTENA - VEJA SCE025 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-ITEM-QUARENTENA.
           MOVE W-LOCQUARENTENA TO W-LOCDESTINO
           MOVE "QUARENTENA L" TO W-DESCDESTINO
           MOVE W-LOCQUARENTENA TO W-DESCDESTINO(13:2).

      *-------------LOTE DA MERCADORIA QUE VOLTA AO ESTOQUE -------
       DEV-ITEM-LOTE.
           IF PRO-CONTROLALOTE NOT = "S"
              GO TO DEV-ITEM-POSTA.
           DISPLAY (18, 10) "LOTE DEVOLVIDO: "
           ACCEPT (18, 27) W-LOTE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO DEV-ITEM-DESTINO.
           IF W-LOTE = SPACES
              MOVE "*** INFORME O LOTE DO PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-ITEM-LOTE.
           MOVE W-LOCDESTINO TO W-LOTLOCAL
           IF W-LOTLOCAL = ZEROS
              MOVE 1 TO W-LOTLOCAL.
           MOVE PRO-CODIGO TO LOT-CODIGO
           MOVE W-LOTLOCAL TO LOT-LOCAL
           MOVE W-LOTE TO LOT-LOTE
           READ ARQLOTE
           IF ST-ERRO-LOTE = "00"
              MOVE LOT-VALIDADE TO W-VALIDADE
              DISPLAY (18, 40) "VALIDADE (AAAAMMDD): " W-VALIDADE
              GO TO DEV-ITEM-POSTA.
       DEV-ITEM-VALIDADE.
           DISPLAY (18, 40) "VALIDADE (AAAAMMDD): "
           ACCEPT (18, 62) W-VALIDADE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO DEV-ITEM-LOTE.
           PERFORM VALIDA-VALIDADE THRU VALIDA-VALIDADE-FIM
           IF W-DATAVALIDA NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-ITEM-VALIDADE.

      *-------------LANCAMENTO DA DEVOLUCAO NO DIARIO ------------
       DEV-ITEM-POSTA.
           MOVE PRO-ULTIMO-PRECO TO W-PRECO-ANTIGO
           MOVE PRO-ESTOQUE TO W-ESTOQUE-ANTIGO
           COMPUTE W-ESTOQUE-NOVO = PRO-ESTOQUE + W-QTDDEVOLVER
               ON SIZE ERROR
                  MOVE "*** ESTOQUE EXCEDE A CAPACIDADE ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO DEV-ITEM-FIM
           END-COMPUTE
           PERFORM POSTA-ENTRADA THRU POSTA-ENTRADA-FIM
           IF W-DESTINO = "3"
              PERFORM POSTA-SUCATA THRU POSTA-SUCATA-FIM
              GO TO DEV-ITEM-SOI.
           MOVE W-ESTOQUE-NOVO TO PRO-ESTOQUE
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DO ARQUIVO DE PRODUTOS" TO MENS
              MOVE "DEV-ITEM-POSTA" TO W-PARAGRAFO
              MOVE ST-ERRO TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           IF W-LOCDESTINO NOT = ZEROS
              PERFORM SOMA-LOCAL THRU SOMA-LOCAL-FIM.
           IF W-LOTE NOT = SPACES
              MOVE W-QTDDEVOLVER TO W-LOTQTDE
              PERFORM SOMA-LOTE THRU SOMA-LOTE-FIM.
       DEV-ITEM-SOI.
           ADD W-QTDDEVOLVER TO SOI-QTDDEVOLVIDA
           REWRITE REGSOI
           IF ST-ERRO-SOI NOT = "00" AND ST-ERRO-SOI NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DO ITEM DE VENDA" TO MENS
              MOVE "DEV-ITEM-SOI" TO W-PARAGRAFO
              MOVE ST-ERRO-SOI TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTDITENS
           PERFORM IMPRIME-ITEM THRU IMPRIME-ITEM-FIM.
       DEV-ITEM-FIM.
           EXIT.

      *---------[ MOTIVO DO AJUSTE QUE BAIXA A SUCATA: PEDIDO NA ]----
      *---------[ PRIMEIRA SUCATA DA NOTA E REPETIDO NAS DEMAIS ]----
       PEDE-MOTIVOSUC.
           IF W-MOTIVOSUC NOT = SPACES
              GO TO PEDE-MOTIVOSUC-FIM.
           DISPLAY (19, 10) "MOTIVO DO AJUSTE DA SUCATA: "
           ACCEPT (19, 39) W-MOTIVOSUC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              MOVE SPACES TO W-MOTIVOSUC
              GO TO PEDE-MOTIVOSUC-FIM.
           IF W-MOTIVOSUC = SPACES
              GO TO PEDE-MOTIVOSUC.
           MOVE W-MOTIVOSUC TO MOT-CODIGO
           READ ARQMOT
           IF ST-ERRO-MOT NOT = "00"
              MOVE "*** MOTIVO NAO CADASTRADO - VEJA SCE022 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO W-MOTIVOSUC
              GO TO PEDE-MOTIVOSUC.
           IF MOT-TIPO-A NOT = "S"
              MOVE "*** MOTIVO NAO VALE PARA AJUSTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO W-MOTIVOSUC
              GO TO PEDE-MOTIVOSUC.
           IF MOT-NIVEL9 = "S" AND W-NIVEL NOT = 9
              MOVE "*** MOTIVO RESERVADO AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO W-MOTIVOSUC
              GO TO PEDE-MOTIVOSUC.
           DISPLAY (19, 43) MOT-DESCRICAO.
       PEDE-MOTIVOSUC-FIM.
           EXIT.

      *---------[ ENTRADA DA MERCADORIA DEVOLVIDA ]----
       POSTA-ENTRADA.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE PRO-CODIGO TO MOV-CODIGO
           MOVE W-DATAHORA TO MOV-DATA
           MOVE W-HORA TO MOV-HORA
           MOVE "E" TO MOV-TIPO
           MOVE "+" TO MOV-SINAL
           MOVE W-MOTIVO TO MOV-MOTIVO
           MOVE W-QTDDEVOLVER TO MOV-QUANTIDADE
           MOVE W-DOCUMENTO TO MOV-DOCUMENTO
           MOVE ZEROS TO MOV-CODFORNECEDOR
           MOVE SOH-CODCLIENTE TO MOV-CODCLIENTE
           MOVE W-ESTOQUE-ANTIGO TO MOV-ESTOQUE-ANTES
           MOVE W-ESTOQUE-NOVO TO MOV-ESTOQUE-DEPOIS
           MOVE W-OPERADOR TO MOV-OPERADOR
           MOVE ZEROS TO MOV-LOCORIGEM
           MOVE W-LOCDESTINO TO MOV-LOCDESTINO
           MOVE W-LOTE TO MOV-LOTE
           MOVE "N" TO MOV-ESTORNADO
           MOVE ZEROS TO MOV-ORIGDATA MOV-ORIGHORA MOV-PRECOUNIT
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              GO TO POSTA-ENTRADA.
           IF ST-ERRO-MOV NOT = "00" AND ST-ERRO-MOV NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE MOVIMENTOS" TO MENS
              MOVE "POSTA-ENTRADA" TO W-PARAGRAFO
              MOVE ST-ERRO-MOV TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       POSTA-ENTRADA-FIM.
           EXIT.

      *---------[ MERCADORIA SUCATEADA: A ENTRADA E BAIXADA NO ]----
      *---------[ MESMO DOCUMENTO POR AJUSTE NEGATIVO ]----
       POSTA-SUCATA.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE PRO-CODIGO TO MOV-CODIGO
           MOVE W-DATAHORA TO MOV-DATA
           MOVE W-HORA TO MOV-HORA
           MOVE "A" TO MOV-TIPO
           MOVE "-" TO MOV-SINAL
           MOVE W-MOTIVOSUC TO MOV-MOTIVO
           MOVE W-QTDDEVOLVER TO MOV-QUANTIDADE
           MOVE W-DOCUMENTO TO MOV-DOCUMENTO
           MOVE ZEROS TO MOV-CODFORNECEDOR
           MOVE SOH-CODCLIENTE TO MOV-CODCLIENTE
           MOVE W-ESTOQUE-NOVO TO MOV-ESTOQUE-ANTES
           MOVE W-ESTOQUE-ANTIGO TO MOV-ESTOQUE-DEPOIS
           MOVE W-OPERADOR TO MOV-OPERADOR
           MOVE ZEROS TO MOV-LOCORIGEM MOV-LOCDESTINO
           MOVE SPACES TO MOV-LOTE
           MOVE "N" TO MOV-ESTORNADO
           MOVE ZEROS TO MOV-ORIGDATA MOV-ORIGHORA MOV-PRECOUNIT
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              GO TO POSTA-SUCATA.
           IF ST-ERRO-MOV NOT = "00" AND ST-ERRO-MOV NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE MOVIMENTOS" TO MENS
              MOVE "POSTA-SUCATA" TO W-PARAGRAFO
              MOVE ST-ERRO-MOV TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       POSTA-SUCATA-FIM.
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

      *---------[ LINHA DA NOTA DE DEVOLUCAO AO PRECO DE VENDA ]----
       IMPRIME-ITEM.
           COMPUTE W-VALORITEM = W-QTDDEVOLVER * SOI-PRECO-UNIT
           ADD W-VALORITEM TO W-TOTCREDITO
           MOVE W-QTDDEVOLVER TO W-QTD-ED
           MOVE SOI-PRECO-UNIT TO W-PRECO-ED
           MOVE W-VALORITEM TO W-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING PRO-CODIGO    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  PRO-DESCRICAO DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-QTD-ED      DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-DESCDESTINO DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-PRECO-ED    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-VALOR-ED    DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       IMPRIME-ITEM-FIM.
           EXIT.

      *--------------------------------------------------------------
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
                      MOVE W-QTDDEVOLVER TO PLO-ESTOQUE
                      WRITE REGPLO
                      GO TO SOMA-LOCAL-FIM.
                ADD W-QTDDEVOLVER TO PLO-ESTOQUE
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
      *---------[ HERDA O ESTOQUE ANTERIOR A DEVOLUCAO ]----
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

      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           IF W-TEMNOTA = "S"
              CLOSE RELDEV.
           IF W-TEMLOCAIS = "S"
              CLOSE ARQLOC ARQPLO.
           CLOSE ARQPRO ARQCLI ARQSOH ARQSOI ARQMOT ARQMOV ARQHIST
                 ARQERRO ARQLOTE.
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
