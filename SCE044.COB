       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE044.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * AVALIACAO DE DESEMPENHO DOS FORNECEDORES NO MES *
      ******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-ERRO-FOR.
      *
           SELECT ARQPOH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS POH-NUMERO
                    FILE STATUS  IS ST-ERRO-POH.
      *
           SELECT ARQPOI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS POI-CHAVE
                    FILE STATUS  IS ST-ERRO-POI.
      *
           SELECT ARQREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRO-REC.
      *
           SELECT ARQNF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-NF.
      *
           SELECT ARQRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RET.
      *
           SELECT RELFORN ASSIGN TO DISK
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
      *
           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
           COPY "regfor.cpy".
      *>*****************************************************************
       FD ARQPOH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPOH.DAT".
           COPY "regpoh.cpy".
      *>*****************************************************************
       FD ARQPOI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPOI.DAT".
           COPY "regpoi.cpy".
      *>*****************************************************************
       FD ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".
           COPY "regrec.cpy".
      *>*****************************************************************
       FD ARQNF
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "NOTAFISC.DAT".
       01 NF-REGISTRO.
           03 NF-NUMERO             PIC X(10).
           03 NF-CODFORNECEDOR      PIC 9(06).
           03 NF-CODIGO             PIC 9(06).
           03 NF-QUANTIDADE         PIC 9(06).
           03 NF-PRECO-UNIT         PIC 9(06)V99.
      *>*****************************************************************
      *    LISTAGEM DE NOTAS RETIDAS GERADA PELO SCE026
       FD ARQRET
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "NFRETIDA.LST".
       01 RET-LINHA.
           03 RET-NOTA              PIC X(10).
           03 RET-SEPARA            PIC X(02).
           03 RET-CODFORNECEDOR     PIC X(06).
           03 FILLER                PIC X(114).
      *>*****************************************************************
       FD RELFORN
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELFORN.LST".
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
       SD SORTWK.
       01 SW-REGISTRO.
           05 SW-TEMNOTA          PIC X(01).
           05 SW-NOTA             PIC 9(03)V9.
           05 SW-CODIGO           PIC 9(06).
           05 SW-PEDIDOS          PIC 9(05).
           05 SW-PRAZO            PIC 9(03).
           05 SW-TEMREAL          PIC X(01).
           05 SW-PRAZOREAL        PIC 9(03)V9.
           05 SW-TEMPRAZO         PIC X(01).
           05 SW-PERCPRAZO        PIC 9(03)V9.
           05 SW-TEMATEND         PIC X(01).
           05 SW-PERCATEND        PIC 9(03)V9.
           05 SW-FALTA            PIC 9(05).
           05 SW-TEMPRECO         PIC X(01).
           05 SW-VARPRECO         PIC S9(03)V9.
           05 SW-RETIDAS          PIC 9(05).
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 ST-ERRO-FOR      PIC X(02) VALUE "00".
       01 ST-ERRO-POH      PIC X(02) VALUE "00".
       01 ST-ERRO-POI      PIC X(02) VALUE "00".
       01 ST-ERRO-REC      PIC X(02) VALUE "00".
       01 ST-ERRO-NF       PIC X(02) VALUE "00".
       01 ST-ERRO-RET      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
       01 ST-ERRO-SESS     PIC X(02) VALUE "00".
       01 MENS             PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO      PIC X(20) VALUE SPACES.
       01 W-STATUS-LOG     PIC X(02) VALUE SPACES.
       01 W-OPERADOR       PIC 9(04) VALUE ZEROS.
       01 W-DATAHORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA           PIC 9(08) VALUE ZEROS.
       01 W-TEMREC         PIC X(01) VALUE "N".
       01 W-TEMNF          PIC X(01) VALUE "N".
       01 W-TEMRET         PIC X(01) VALUE "N".

      *-------------PARAMETROS DA AVALIACAO -----------------------
       01 W-ANOMES         PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-AM-ANO     PIC 9(04).
           03 W-AM-MES     PIC 9(02).
       01 W-NOTAMINIMA     PIC 9(03) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-INT       PIC 9(07) VALUE ZEROS.

      *-------------APURACAO DO PEDIDO E DO ITEM -------------------
       01 W-CODFORN        PIC 9(06) VALUE ZEROS.
       01 W-VENCE-INT      PIC 9(07) VALUE ZEROS.
       01 W-VENCIDO        PIC X(01) VALUE "N".
       01 W-PED-QTDPEDIDA  PIC 9(09) VALUE ZEROS.
       01 W-PED-QTDRECEB   PIC 9(09) VALUE ZEROS.
       01 W-PRIMEIRAREC    PIC 9(08) VALUE ZEROS.
       01 W-SOMAREC        PIC 9(07) VALUE ZEROS.
       01 W-DIAS           PIC S9(05) VALUE ZEROS.

      *-------------PEDIDO DA NOTA FISCAL CONFERIDA ----------------
       01 W-TEMPEDIDO      PIC X(01) VALUE "N".
       01 W-PRECOPEDIDO    PIC 9(06)V99 VALUE ZEROS.

      *-------------NOTAS RETIDAS (UMA POR NOTA E FORNECEDOR) ------
       01 W-NOTAANT        PIC X(10) VALUE SPACES.
       01 W-FORNANT        PIC X(06) VALUE SPACES.
       01 W-FORNRET-X      PIC X(06) VALUE SPACES.
       01 W-FORNRET REDEFINES W-FORNRET-X PIC 9(06).

      *-------------ACUMULADORES POR FORNECEDOR --------------------
       01 W-IDX            PIC 9(03) VALUE ZEROS.
       01 W-QTDTAB         PIC 9(03) VALUE ZEROS.
       01 W-EXCEDEU        PIC X(01) VALUE "N".
       01 W-TABFORN.
           03 W-TF OCCURS 300 TIMES.
              05 W-TF-CODIGO       PIC 9(06).
              05 W-TF-PRAZO        PIC 9(03).
              05 W-TF-PEDIDOS      PIC 9(05).
              05 W-TF-FALTA        PIC 9(05).
              05 W-TF-QTDPEDIDA    PIC 9(09).
              05 W-TF-QTDRECEB     PIC 9(09).
              05 W-TF-ENTREGAS     PIC 9(05).
              05 W-TF-SOMADIAS     PIC 9(07).
              05 W-TF-AVALIADOS    PIC 9(05).
              05 W-TF-NOPRAZO      PIC 9(05).
              05 W-TF-VALNF        PIC 9(11)V99.
              05 W-TF-VALPED       PIC 9(11)V99.
              05 W-TF-RETIDAS      PIC 9(05).

      *-------------NOTA DO FORNECEDOR -----------------------------
       01 W-PESOS          PIC 9(02) VALUE ZEROS.
       01 W-SOMANOTA       PIC 9(05)V9 VALUE ZEROS.
       01 W-NOTA           PIC S9(05)V9 VALUE ZEROS.
       01 W-VARPRECO       PIC S9(05)V9 VALUE ZEROS.
       01 W-NOTAPRECO      PIC S9(05)V9 VALUE ZEROS.

      *-------------TOTAIS DO RELATORIO -----------------------------
       01 W-RANK           PIC 9(04) VALUE ZEROS.
       01 W-QTDFORN        PIC 9(04) VALUE ZEROS.
       01 W-QTDABAIXO      PIC 9(04) VALUE ZEROS.
       01 W-QTDSEMDADOS    PIC 9(04) VALUE ZEROS.
       01 W-TOTRETIDAS     PIC 9(06) VALUE ZEROS.
       01 W-TOTFALTA       PIC 9(06) VALUE ZEROS.

       01 W-RANK-ED        PIC ZZZ9.
       01 W-PEDIDOS-ED     PIC ZZZZ9.
       01 W-PRAZO-ED       PIC ZZ9.
       01 W-PERC-ED        PIC ZZ9,9.
       01 W-VAR-ED         PIC -ZZ9,9.
       01 W-CONT4-ED       PIC ZZZ9.
       01 W-FALTA-ED       PIC ZZZ9.
       01 W-CONT-ED        PIC ZZZ.ZZ9.
       01 W-RANK-TX        PIC X(04) VALUE SPACES.
       01 W-REAL-TX        PIC X(05) VALUE SPACES.
       01 W-PRAZO-TX       PIC X(05) VALUE SPACES.
       01 W-ATEND-TX       PIC X(05) VALUE SPACES.
       01 W-PRECO-TX       PIC X(06) VALUE SPACES.
       01 W-NOTA-TX        PIC X(05) VALUE SPACES.
       01 W-SITUACAO       PIC X(24) VALUE SPACES.
       01 W-NOME           PIC X(24) VALUE SPACES.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(15) VALUE "SCE044 - DESEMP".
           05 FILLER            PIC X(45)
              VALUE "ENHO DOS FORNECEDORES (PEDIDOS DO MES)".
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(06) VALUE "RANK  ".
           05 FILLER            PIC X(08) VALUE "CODIGO  ".
           05 FILLER            PIC X(26) VALUE "FORNECEDOR".
           05 FILLER            PIC X(07) VALUE "PEDIDOS".
           05 FILLER            PIC X(05) VALUE " PRZ ".
           05 FILLER            PIC X(07) VALUE " REAL  ".
           05 FILLER            PIC X(07) VALUE "%PRAZO ".
           05 FILLER            PIC X(07) VALUE "%ATEND ".
           05 FILLER            PIC X(06) VALUE "FALTA ".
           05 FILLER            PIC X(08) VALUE "%PRECO  ".
           05 FILLER            PIC X(06) VALUE "RETID ".
           05 FILLER            PIC X(07) VALUE " NOTA  ".
           05 FILLER            PIC X(08) VALUE "SITUACAO".
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
           OPEN INPUT ARQFOR
           IF ST-ERRO-FOR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE FORNECEDORES" TO MENS
              MOVE "R0" TO W-PARAGRAFO
              MOVE ST-ERRO-FOR TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQERRO
              GOBACK.
       R0A.
           OPEN INPUT ARQPOH
           IF ST-ERRO-POH NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
              MOVE "R0A" TO W-PARAGRAFO
              MOVE ST-ERRO-POH TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFOR ARQERRO
              GOBACK.
       R0B.
           OPEN INPUT ARQPOI
           IF ST-ERRO-POI NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ITENS DE PEDIDO" TO MENS
              MOVE "R0B" TO W-PARAGRAFO
              MOVE ST-ERRO-POI TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFOR ARQPOH ARQERRO
              GOBACK.
      *-------------SEM LOG DE RECEBIMENTOS NAO HA PRAZO REAL -----
       R0C.
           MOVE "N" TO W-TEMREC
           OPEN INPUT ARQREC
           IF ST-ERRO-REC = "00"
              MOVE "S" TO W-TEMREC.

      *-------------MES DOS PEDIDOS AVALIADOS ----------------------
       PAR-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJE-INT = FUNCTION INTEGER-OF-DATE(W-HOJE)
           DISPLAY "MES DE EMISSAO DOS PEDIDOS (AAAAMM): "
           ACCEPT W-ANOMES
           IF W-AM-MES < 1 OR W-AM-MES > 12
              OR W-ANOMES > W-HOJE(1:6)
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-001.
      *-------------NOTA ABAIXO DA QUAL O FORNECEDOR E DESTACADO ---
       PAR-002.
           DISPLAY "NOTA MINIMA DO FORNECEDOR (0 = 70): "
           MOVE ZEROS TO W-NOTAMINIMA
           ACCEPT W-NOTAMINIMA
           IF W-NOTAMINIMA = ZEROS
              MOVE 70 TO W-NOTAMINIMA.
           IF W-NOTAMINIMA > 100
              MOVE "*** INFORME DE 1 A 100 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-002.

       R0D.
           OPEN OUTPUT RELFORN
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DE FORNECEDORES"
                                                       TO MENS
              MOVE "R0D" TO W-PARAGRAFO
              MOVE ST-ERRO-REL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE LINHA-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "PEDIDOS EMITIDOS EM: " DELIMITED BY SIZE
                  W-ANOMES      DELIMITED BY SIZE
                  "   NOTA MINIMA: " DELIMITED BY SIZE
                  W-NOTAMINIMA  DELIMITED BY SIZE
                  "   DATA: "   DELIMITED BY SIZE
                  W-HOJE        DELIMITED BY SIZE
                  "   NOTAS FISCAIS: ULTIMA CONFERENCIA DO SCE026"
                                DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "PRZ = PRAZO PROMETIDO   REAL = DIAS MEDIOS ATE O"
                                        DELIMITED BY SIZE
                  " 1O RECEBIMENTO   %PRAZO = ITENS ENTREGUES"
                                        DELIMITED BY SIZE
                  " NO PRAZO   %ATEND = RECEBIDO / PEDIDO"
                                        DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "FALTA = PEDIDOS ENCERRADOS COM FALTA   %PRECO ="
                                        DELIMITED BY SIZE
                  " PRECO DA NOTA FISCAL SOBRE O DO PEDIDO   RETID ="
                                        DELIMITED BY SIZE
                  " NOTAS RETIDAS NA CONFERENCIA"
                                        DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "NOTA = (%PRAZO X 4 + %ATEND X 4 + PRECO X 2) / 10"
                                        DELIMITED BY SIZE
                  "   PRECO = 100 MENOS 10 POR 1% ACIMA DO PEDIDO"
                                        DELIMITED BY SIZE
                  "   MENOS 5 POR NOTA RETIDA"
                                        DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

      *-------------APURACAO E RANKING PELA NOTA -------------------
       APURA.
           MOVE ZEROS TO W-QTDTAB
           PERFORM APURA-PEDIDOS THRU APURA-PEDIDOS-FIM
           PERFORM APURA-NOTAS THRU APURA-NOTAS-FIM
           PERFORM APURA-RETIDAS THRU APURA-RETIDAS-FIM.
       ORDENA.
           SORT SORTWK ON DESCENDING KEY SW-TEMNOTA SW-NOTA
                       ON ASCENDING KEY SW-CODIGO
                INPUT PROCEDURE IS CARREGA-FORNECEDORES
                                   THRU CARREGA-FORNECEDORES-FIM
                OUTPUT PROCEDURE IS IMPRIME-RELATORIO
                                    THRU IMPRIME-RELATORIO-FIM.
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM
           IF W-EXCEDEU = "S"
              MOVE "*** MAIS DE 300 FORNECEDORES NO MES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE W-QTDABAIXO TO W-CONT-ED
           MOVE SPACES TO MENS
           STRING "FORNECEDORES ABAIXO DA NOTA MINIMA: "
                                     DELIMITED BY SIZE
                  W-CONT-ED          DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY "RELATORIO GERADO EM RELFORN.LST".
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---------[ PEDIDOS EMITIDOS NO MES, POR FORNECEDOR ]----
      *---------[ ATENDIMENTO SO CONTA PEDIDO ENCERRADO OU JA ]----
      *---------[ VENCIDO PELO PRAZO PROMETIDO ]----
       APURA-PEDIDOS.
           MOVE ZEROS TO POH-NUMERO
           START ARQPOH KEY IS NOT LESS POH-NUMERO.
       APURA-PEDIDOS-LOOP.
           IF ST-ERRO-POH NOT = "00"
              GO TO APURA-PEDIDOS-FIM.
           READ ARQPOH NEXT RECORD
           IF ST-ERRO-POH NOT = "00"
              GO TO APURA-PEDIDOS-FIM.
           IF POH-DATA(1:6) NOT = W-ANOMES
              GO TO APURA-PEDIDOS-LOOP.
           MOVE POH-CODFORNECEDOR TO W-CODFORN
           PERFORM ACHA-FORNECEDOR THRU ACHA-FORNECEDOR-FIM
           IF W-IDX = ZEROS
              GO TO APURA-PEDIDOS-LOOP.
           ADD 1 TO W-TF-PEDIDOS(W-IDX)
           COMPUTE W-VENCE-INT = FUNCTION INTEGER-OF-DATE(POH-DATA)
                               + W-TF-PRAZO(W-IDX)
           MOVE "N" TO W-VENCIDO
           IF W-HOJE-INT > W-VENCE-INT
              MOVE "S" TO W-VENCIDO.
           MOVE ZEROS TO W-PED-QTDPEDIDA W-PED-QTDRECEB
           PERFORM APURA-ITENS THRU APURA-ITENS-FIM
           IF POH-STATUS NOT = "R" AND "L" AND "E"
              AND W-VENCIDO NOT = "S"
              GO TO APURA-PEDIDOS-LOOP.
           ADD W-PED-QTDPEDIDA TO W-TF-QTDPEDIDA(W-IDX)
           ADD W-PED-QTDRECEB TO W-TF-QTDRECEB(W-IDX)
           IF POH-STATUS = "R" OR "L" OR "E"
              IF W-PED-QTDRECEB < W-PED-QTDPEDIDA
                 ADD 1 TO W-TF-FALTA(W-IDX).
           GO TO APURA-PEDIDOS-LOOP.
       APURA-PEDIDOS-FIM.
           EXIT.

      *---------[ PRAZO REAL DE CADA ITEM PELO LOG DE RECEBIMENTOS ]--
      *---------[ ITEM COM RECEBIMENTO ANTERIOR AO LOG NAO E MEDIDO ]-
      *---------[ ITEM NADA RECEBIDO E VENCIDO CONTA COMO ATRASADO ]--
       APURA-ITENS.
           MOVE POH-NUMERO TO POI-NUMERO
           MOVE ZEROS TO POI-CODIGO
           START ARQPOI KEY IS NOT LESS POI-CHAVE.
       APURA-ITENS-LOOP.
           IF ST-ERRO-POI NOT = "00"
              GO TO APURA-ITENS-FIM.
           READ ARQPOI NEXT RECORD
           IF ST-ERRO-POI NOT = "00"
              GO TO APURA-ITENS-FIM.
           IF POI-NUMERO NOT = POH-NUMERO
              GO TO APURA-ITENS-FIM.
           ADD POI-QTDPEDIDA TO W-PED-QTDPEDIDA
           ADD POI-QTDRECEBIDA TO W-PED-QTDRECEB
           PERFORM BUSCA-RECEBIMENTOS THRU BUSCA-RECEBIMENTOS-FIM
           IF POI-QTDRECEBIDA = ZEROS
              IF W-VENCIDO = "S" AND W-TF-PRAZO(W-IDX) > ZEROS
                 ADD 1 TO W-TF-AVALIADOS(W-IDX)
                 GO TO APURA-ITENS-LOOP
              ELSE
                 GO TO APURA-ITENS-LOOP.
           IF W-SOMAREC < POI-QTDRECEBIDA
              GO TO APURA-ITENS-LOOP.
           COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(W-PRIMEIRAREC)
                          - FUNCTION INTEGER-OF-DATE(POH-DATA)
           IF W-DIAS < ZEROS
              MOVE ZEROS TO W-DIAS.
           ADD 1 TO W-TF-ENTREGAS(W-IDX)
           ADD W-DIAS TO W-TF-SOMADIAS(W-IDX)
           IF W-TF-PRAZO(W-IDX) = ZEROS
              GO TO APURA-ITENS-LOOP.
           ADD 1 TO W-TF-AVALIADOS(W-IDX)
           IF W-DIAS NOT > W-TF-PRAZO(W-IDX)
              ADD 1 TO W-TF-NOPRAZO(W-IDX).
           GO TO APURA-ITENS-LOOP.
       APURA-ITENS-FIM.
           EXIT.

      *---------[ PRIMEIRA DATA E QUANTIDADE TOTAL RECEBIDA DO ITEM ]--
       BUSCA-RECEBIMENTOS.
           MOVE ZEROS TO W-PRIMEIRAREC W-SOMAREC
           IF W-TEMREC NOT = "S"
              GO TO BUSCA-RECEBIMENTOS-FIM.
           MOVE POI-NUMERO TO REC-NUMPEDIDO
           MOVE POI-CODIGO TO REC-CODIGO
           MOVE ZEROS TO REC-DATA REC-HORA
           START ARQREC KEY IS NOT LESS REC-CHAVE.
       BUSCA-RECEBIMENTOS-LOOP.
           IF ST-ERRO-REC NOT = "00"
              GO TO BUSCA-RECEBIMENTOS-FIM.
           READ ARQREC NEXT RECORD
           IF ST-ERRO-REC NOT = "00"
              GO TO BUSCA-RECEBIMENTOS-FIM.
           IF REC-NUMPEDIDO NOT = POI-NUMERO
              OR REC-CODIGO NOT = POI-CODIGO
              GO TO BUSCA-RECEBIMENTOS-FIM.
           IF W-PRIMEIRAREC = ZEROS
              MOVE REC-DATA TO W-PRIMEIRAREC.
           ADD REC-QUANTIDADE TO W-SOMAREC
           GO TO BUSCA-RECEBIMENTOS-LOOP.
       BUSCA-RECEBIMENTOS-FIM.
           EXIT.

      *---------[ PRECO DA NOTA CONTRA O PRECO DO PEDIDO ]----
      *---------[ MESMA LOCALIZACAO DO ITEM USADA NO SCE026 ]----
       APURA-NOTAS.
           MOVE "N" TO W-TEMNF
           OPEN INPUT ARQNF
           IF ST-ERRO-NF NOT = "00"
              GO TO APURA-NOTAS-FIM.
           MOVE "S" TO W-TEMNF.
       APURA-NOTAS-LOOP.
           READ ARQNF
           IF ST-ERRO-NF NOT = "00"
              CLOSE ARQNF
              GO TO APURA-NOTAS-FIM.
           PERFORM BUSCA-PEDIDO THRU BUSCA-PEDIDO-FIM
           IF W-TEMPEDIDO NOT = "S"
              GO TO APURA-NOTAS-LOOP.
           MOVE NF-CODFORNECEDOR TO W-CODFORN
           PERFORM ACHA-FORNECEDOR THRU ACHA-FORNECEDOR-FIM
           IF W-IDX = ZEROS
              GO TO APURA-NOTAS-LOOP.
           COMPUTE W-TF-VALNF(W-IDX) = W-TF-VALNF(W-IDX)
                 + NF-QUANTIDADE * NF-PRECO-UNIT
           COMPUTE W-TF-VALPED(W-IDX) = W-TF-VALPED(W-IDX)
                 + NF-QUANTIDADE * W-PRECOPEDIDO
           GO TO APURA-NOTAS-LOOP.
       APURA-NOTAS-FIM.
           EXIT.

      *---------[ PROCURA O ITEM DE PEDIDO RECEBIDO DA NOTA ]----
       BUSCA-PEDIDO.
           MOVE "N" TO W-TEMPEDIDO
           MOVE ZEROS TO W-PRECOPEDIDO
           MOVE ZEROS TO POI-NUMERO POI-CODIGO
           START ARQPOI KEY IS NOT LESS POI-CHAVE.
       BUSCA-PEDIDO-LOOP.
           IF ST-ERRO-POI NOT = "00"
              GO TO BUSCA-PEDIDO-FIM.
           READ ARQPOI NEXT RECORD
           IF ST-ERRO-POI NOT = "00"
              GO TO BUSCA-PEDIDO-FIM.
           IF POI-CODIGO NOT = NF-CODIGO
              GO TO BUSCA-PEDIDO-LOOP.
           IF POI-QTDRECEBIDA = ZEROS
              GO TO BUSCA-PEDIDO-LOOP.
           MOVE POI-NUMERO TO POH-NUMERO
           READ ARQPOH
           IF ST-ERRO-POH NOT = "00"
              GO TO BUSCA-PEDIDO-LOOP.
           IF POH-CODFORNECEDOR NOT = NF-CODFORNECEDOR
              GO TO BUSCA-PEDIDO-LOOP.
           IF POH-STATUS NOT = "R" AND "P" AND "L" AND "E"
              GO TO BUSCA-PEDIDO-LOOP.
           MOVE "S" TO W-TEMPEDIDO
           MOVE POI-PRECO-UNIT TO W-PRECOPEDIDO.
       BUSCA-PEDIDO-FIM.
           EXIT.

      *---------[ NOTAS RETIDAS NA ULTIMA CONFERENCIA DO SCE026 ]----
      *---------[ AS LINHAS DE UMA MESMA NOTA CONTAM UMA VEZ ]----
       APURA-RETIDAS.
           MOVE "N" TO W-TEMRET
           MOVE SPACES TO W-NOTAANT W-FORNANT
           OPEN INPUT ARQRET
           IF ST-ERRO-RET NOT = "00"
              GO TO APURA-RETIDAS-FIM.
           MOVE "S" TO W-TEMRET.
       APURA-RETIDAS-LOOP.
           READ ARQRET
           IF ST-ERRO-RET NOT = "00"
              CLOSE ARQRET
              GO TO APURA-RETIDAS-FIM.
           IF RET-SEPARA NOT = SPACES
              OR RET-CODFORNECEDOR NOT NUMERIC
              GO TO APURA-RETIDAS-LOOP.
           IF RET-NOTA = W-NOTAANT
              AND RET-CODFORNECEDOR = W-FORNANT
              GO TO APURA-RETIDAS-LOOP.
           MOVE RET-NOTA TO W-NOTAANT
           MOVE RET-CODFORNECEDOR TO W-FORNANT W-FORNRET-X
           MOVE W-FORNRET TO W-CODFORN
           PERFORM ACHA-FORNECEDOR THRU ACHA-FORNECEDOR-FIM
           IF W-IDX = ZEROS
              GO TO APURA-RETIDAS-LOOP.
           ADD 1 TO W-TF-RETIDAS(W-IDX)
           GO TO APURA-RETIDAS-LOOP.
       APURA-RETIDAS-FIM.
           EXIT.

      *---------[ POSICAO DO FORNECEDOR NA TABELA (INCLUI SE NOVO) ]--
       ACHA-FORNECEDOR.
           MOVE ZEROS TO W-IDX.
       ACHA-FORNECEDOR-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTDTAB
              GO TO ACHA-FORNECEDOR-NOVO.
           IF W-TF-CODIGO(W-IDX) NOT = W-CODFORN
              GO TO ACHA-FORNECEDOR-LOOP.
           GO TO ACHA-FORNECEDOR-FIM.
       ACHA-FORNECEDOR-NOVO.
           IF W-QTDTAB NOT < 300
              MOVE "S" TO W-EXCEDEU
              MOVE ZEROS TO W-IDX
              GO TO ACHA-FORNECEDOR-FIM.
           ADD 1 TO W-QTDTAB
           MOVE W-QTDTAB TO W-IDX
           MOVE ZEROS TO W-TF(W-IDX)
           MOVE W-CODFORN TO W-TF-CODIGO(W-IDX)
           MOVE W-CODFORN TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO-FOR = "00"
              MOVE FOR-PRAZOENTREGA TO W-TF-PRAZO(W-IDX).
       ACHA-FORNECEDOR-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---------[ INDICADORES E NOTA DE CADA FORNECEDOR ]----
      *---------[ A NOTA USA SO OS INDICADORES COM DADOS NO MES ]----
       CARREGA-FORNECEDORES.
           MOVE ZEROS TO W-IDX.
       CARREGA-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTDTAB
              GO TO CARREGA-FORNECEDORES-FIM.
           MOVE W-TF-CODIGO(W-IDX) TO SW-CODIGO
           MOVE W-TF-PEDIDOS(W-IDX) TO SW-PEDIDOS
           MOVE W-TF-PRAZO(W-IDX) TO SW-PRAZO
           MOVE W-TF-FALTA(W-IDX) TO SW-FALTA
           MOVE W-TF-RETIDAS(W-IDX) TO SW-RETIDAS
           MOVE ZEROS TO W-PESOS W-SOMANOTA
           MOVE ZEROS TO SW-PRAZOREAL SW-PERCPRAZO SW-PERCATEND
                         SW-VARPRECO SW-NOTA
           MOVE "N" TO SW-TEMREAL SW-TEMPRAZO SW-TEMATEND SW-TEMPRECO
                       SW-TEMNOTA
           IF W-TF-ENTREGAS(W-IDX) > ZEROS
              MOVE "S" TO SW-TEMREAL
              COMPUTE SW-PRAZOREAL ROUNDED = W-TF-SOMADIAS(W-IDX)
                                           / W-TF-ENTREGAS(W-IDX).
           IF W-TF-AVALIADOS(W-IDX) > ZEROS
              MOVE "S" TO SW-TEMPRAZO
              COMPUTE SW-PERCPRAZO ROUNDED =
                      W-TF-NOPRAZO(W-IDX) * 100 / W-TF-AVALIADOS(W-IDX)
              ADD 4 TO W-PESOS
              COMPUTE W-SOMANOTA = W-SOMANOTA + SW-PERCPRAZO * 4.
           IF W-TF-QTDPEDIDA(W-IDX) > ZEROS
              MOVE "S" TO SW-TEMATEND
              COMPUTE SW-PERCATEND ROUNDED =
                      W-TF-QTDRECEB(W-IDX) * 100 / W-TF-QTDPEDIDA(W-IDX)
              ADD 4 TO W-PESOS
              COMPUTE W-SOMANOTA = W-SOMANOTA + SW-PERCATEND * 4.
           IF W-TF-VALPED(W-IDX) > ZEROS
              PERFORM CALCULA-PRECO THRU CALCULA-PRECO-FIM.
           IF W-PESOS = ZEROS
              GO TO CARREGA-GRAVA.
           MOVE "S" TO SW-TEMNOTA
           COMPUTE W-NOTA ROUNDED = W-SOMANOTA / W-PESOS
                                  - W-TF-RETIDAS(W-IDX) * 5
           IF W-NOTA < ZEROS
              MOVE ZEROS TO W-NOTA.
           MOVE W-NOTA TO SW-NOTA.
       CARREGA-GRAVA.
           RELEASE SW-REGISTRO
           GO TO CARREGA-LOOP.
       CARREGA-FORNECEDORES-FIM.
           EXIT.

      *---------[ VARIACAO % DO PRECO FATURADO SOBRE O DO PEDIDO ]----
       CALCULA-PRECO.
           MOVE "S" TO SW-TEMPRECO
           COMPUTE W-VARPRECO ROUNDED =
                   (W-TF-VALNF(W-IDX) - W-TF-VALPED(W-IDX)) * 100
                 / W-TF-VALPED(W-IDX)
           IF W-VARPRECO > 999
              MOVE 999 TO W-VARPRECO.
           IF W-VARPRECO < -999
              MOVE -999 TO W-VARPRECO.
           MOVE W-VARPRECO TO SW-VARPRECO
           MOVE 100 TO W-NOTAPRECO
           IF W-VARPRECO > ZEROS
              COMPUTE W-NOTAPRECO = 100 - W-VARPRECO * 10.
           IF W-NOTAPRECO < ZEROS
              MOVE ZEROS TO W-NOTAPRECO.
           ADD 2 TO W-PESOS
           COMPUTE W-SOMANOTA = W-SOMANOTA + W-NOTAPRECO * 2.
       CALCULA-PRECO-FIM.
           EXIT.

      *--------------------------------------------------------------
      *---------[ RANKING DOS FORNECEDORES PELA NOTA ]----
       IMPRIME-RELATORIO.
           MOVE ZEROS TO W-RANK W-QTDFORN W-QTDABAIXO W-QTDSEMDADOS
                         W-TOTRETIDAS W-TOTFALTA.
       IMPRIME-LOOP.
           RETURN SORTWK AT END GO TO IMPRIME-RELATORIO-FIM.
           ADD 1 TO W-QTDFORN
           ADD SW-RETIDAS TO W-TOTRETIDAS
           ADD SW-FALTA TO W-TOTFALTA
           MOVE SPACES TO W-SITUACAO
           IF SW-TEMNOTA = "S"
              ADD 1 TO W-RANK
              MOVE W-RANK TO W-RANK-ED
              MOVE W-RANK-ED TO W-RANK-TX
              MOVE SW-NOTA TO W-PERC-ED
              MOVE W-PERC-ED TO W-NOTA-TX
           ELSE
              ADD 1 TO W-QTDSEMDADOS
              MOVE "   -" TO W-RANK-TX
              MOVE "    -" TO W-NOTA-TX
              MOVE "SEM DADOS NO MES" TO W-SITUACAO.
           IF SW-TEMNOTA = "S" AND SW-NOTA < W-NOTAMINIMA
              ADD 1 TO W-QTDABAIXO
              MOVE "<<< ABAIXO DA NOTA MINIMA" TO W-SITUACAO.
           MOVE "    -" TO W-REAL-TX W-PRAZO-TX W-ATEND-TX
           MOVE "     -" TO W-PRECO-TX
           IF SW-TEMREAL = "S"
              MOVE SW-PRAZOREAL TO W-PERC-ED
              MOVE W-PERC-ED TO W-REAL-TX.
           IF SW-TEMPRAZO = "S"
              MOVE SW-PERCPRAZO TO W-PERC-ED
              MOVE W-PERC-ED TO W-PRAZO-TX.
           IF SW-TEMATEND = "S"
              MOVE SW-PERCATEND TO W-PERC-ED
              MOVE W-PERC-ED TO W-ATEND-TX.
           IF SW-TEMPRECO = "S"
              MOVE SW-VARPRECO TO W-VAR-ED
              MOVE W-VAR-ED TO W-PRECO-TX.
           MOVE SW-CODIGO TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO-FOR = "00"
              MOVE FOR-NOME TO W-NOME
           ELSE
              MOVE "FORNECEDOR NAO CADASTRADO" TO W-NOME.
           MOVE SW-PEDIDOS TO W-PEDIDOS-ED
           MOVE SW-PRAZO TO W-PRAZO-ED
           MOVE SW-FALTA TO W-FALTA-ED
           MOVE SW-RETIDAS TO W-CONT4-ED
           MOVE SPACES TO REL-LINHA
           STRING W-RANK-TX         DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  SW-CODIGO         DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-NOME            DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-PEDIDOS-ED      DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-PRAZO-ED        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-REAL-TX         DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-PRAZO-TX        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-ATEND-TX        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-FALTA-ED        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-PRECO-TX        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-CONT4-ED        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-NOTA-TX         DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  W-SITUACAO        DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           GO TO IMPRIME-LOOP.
       IMPRIME-RELATORIO-FIM.
           EXIT.

      *---------[ RESUMO DO MES ]----
       IMPRIME-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDFORN TO W-CONT-ED
           STRING "FORNECEDORES AVALIADOS             : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDABAIXO TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "  ABAIXO DA NOTA MINIMA            : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDSEMDADOS TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "  SEM DADOS PARA A NOTA            : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-TOTFALTA TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "PEDIDOS ENCERRADOS COM FALTA       : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-TOTRETIDAS TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "NOTAS FISCAIS RETIDAS              : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           IF W-TEMREC NOT = "S"
              MOVE SPACES TO REL-LINHA
              MOVE "LOG DE RECEBIMENTOS INEXISTENTE: SEM PRAZO REAL"
                                                    TO REL-LINHA
              WRITE REL-LINHA.
           IF W-TEMNF NOT = "S"
              MOVE SPACES TO REL-LINHA
              MOVE "NOTAFISC.DAT INEXISTENTE: SEM VARIACAO DE PRECO"
                                                    TO REL-LINHA
              WRITE REL-LINHA.
           IF W-TEMRET NOT = "S"
              MOVE SPACES TO REL-LINHA
              MOVE "NFRETIDA.LST INEXISTENTE: SEM NOTAS RETIDAS"
                                                    TO REL-LINHA
              WRITE REL-LINHA.
       IMPRIME-TOTAIS-FIM.
           EXIT.

      *--------------------------------------------------------------
       ROT-FIM.
           IF W-TEMREC = "S"
              CLOSE ARQREC.
           CLOSE ARQFOR ARQPOH ARQPOI RELFORN ARQERRO.
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
                MOVE W-CODFORN TO ERRO-CODFORNECEDOR
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
