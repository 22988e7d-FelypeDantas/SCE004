       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE035.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * CONTAS A PAGAR - AGING POR FORNECEDOR E FLUXO SEMANAL *
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
           SELECT RELAGING ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
           SELECT RELFLUXO ASSIGN TO DISK
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
       FD RELAGING
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELAGING.LST".
       01 REL-LINHA               PIC X(132).
      *>*****************************************************************
       FD RELFLUXO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELFLUXO.LST".
       01 FLX-LINHA               PIC X(132).
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
       01 ST-ERRO-PAG      PIC X(02) VALUE "00".
       01 ST-ERRO-FOR      PIC X(02) VALUE "00".
       01 ST-ERRO-POH      PIC X(02) VALUE "00".
       01 ST-ERRO-POI      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
       01 ST-ERRO-SESS     PIC X(02) VALUE "00".
       01 MENS             PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO      PIC X(20) VALUE SPACES.
       01 W-STATUS-LOG     PIC X(02) VALUE SPACES.
       01 W-OPERADOR       PIC 9(04) VALUE ZEROS.
       01 W-NIVEL          PIC 9(01) VALUE ZEROS.
       01 W-DATAHORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA           PIC 9(08) VALUE ZEROS.

       01 W-OPCAO          PIC X(01) VALUE SPACES.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-INT       PIC 9(07) VALUE ZEROS.
       01 W-VENCINT        PIC 9(07) VALUE ZEROS.
       01 W-BASEINT        PIC 9(07) VALUE ZEROS.
       01 W-ATRASO         PIC S9(07) VALUE ZEROS.
       01 W-SALDO          PIC 9(09)V99 VALUE ZEROS.

      *-------------ACUMULADORES DO AGING ----------------------
       01 W-FORNATUAL      PIC 9(06) VALUE ZEROS.
       01 W-QTDFORNEC      PIC 9(06) VALUE ZEROS.
       01 W-FAIXAS.
          03 W-FAIXA       PIC 9(11)V99 OCCURS 6 TIMES.
       01 W-TOTFAIXAS.
          03 W-TOTFAIXA    PIC 9(11)V99 OCCURS 6 TIMES.
       01 W-IDXFAIXA       PIC 9(01) VALUE ZEROS.

      *-------------ACUMULADORES DO FLUXO SEMANAL --------------
       01 W-SEMANAS        PIC 9(02) VALUE ZEROS.
       01 W-IDXSEM         PIC 9(05) VALUE ZEROS.
       01 W-TABSEMANAS.
          03 W-SEMTAB OCCURS 52 TIMES.
             05 W-SEM-TITULOS     PIC 9(11)V99.
             05 W-SEM-PEDIDOS     PIC 9(11)V99.
       01 W-VENC-TITULOS   PIC 9(11)V99 VALUE ZEROS.
       01 W-APOS-TITULOS   PIC 9(11)V99 VALUE ZEROS.
       01 W-APOS-PEDIDOS   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-TITULOS    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-PEDIDOS    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTSEMANA      PIC 9(11)V99 VALUE ZEROS.
       01 W-ACUMULADO      PIC 9(11)V99 VALUE ZEROS.
       01 W-ORIGEM         PIC X(01) VALUE SPACES.
       01 W-VALORACUM      PIC 9(11)V99 VALUE ZEROS.
       01 W-INICIOSEM      PIC 9(08) VALUE ZEROS.
       01 W-QTDPEDIDOS     PIC 9(06) VALUE ZEROS.

      *-------------PROJECAO DOS PEDIDOS EM ABERTO -------------
       01 W-NUMPARCELAS    PIC 9(02) VALUE ZEROS.
       01 W-DIASPARCELA    PIC 9(03) VALUE ZEROS.
       01 W-PRAZOENTREGA   PIC 9(03) VALUE ZEROS.
       01 W-PARCELA        PIC 9(02) VALUE ZEROS.
       01 W-VALORPROJ      PIC 9(11)V99 VALUE ZEROS.
       01 W-VALORPARCELA   PIC 9(11)V99 VALUE ZEROS.
       01 W-VALORRESTA     PIC 9(11)V99 VALUE ZEROS.
       01 W-AENTREGAR      PIC 9(11)V99 VALUE ZEROS.
       01 W-ALIBERAR       PIC 9(11)V99 VALUE ZEROS.

       01 W-VALOR-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-FAIXA-ED       PIC ZZZ.ZZZ.ZZ9,99.
       01 W-FAIXA2-ED      PIC ZZZ.ZZZ.ZZ9,99.
       01 W-FAIXA3-ED      PIC ZZZ.ZZZ.ZZ9,99.
       01 W-FAIXA4-ED      PIC ZZZ.ZZZ.ZZ9,99.
       01 W-FAIXA5-ED      PIC ZZZ.ZZZ.ZZ9,99.
       01 W-FAIXA6-ED      PIC ZZZ.ZZZ.ZZ9,99.
       01 W-SEM-ED         PIC Z9.
       01 W-CONT-ED        PIC ZZZ.ZZ9.

       01 LINHA-CAB-AGING.
           05 FILLER            PIC X(15) VALUE "SCE035 - AGING ".
           05 FILLER            PIC X(50)
              VALUE "DAS CONTAS A PAGAR POR FORNECEDOR".
       01 LINHA-COL-AGING.
           05 FILLER            PIC X(08) VALUE "FORNEC. ".
           05 FILLER            PIC X(22) VALUE "NOME".
           05 FILLER            PIC X(15) VALUE "      A VENCER ".
           05 FILLER            PIC X(15) VALUE "     1-30 DIAS ".
           05 FILLER            PIC X(15) VALUE "    31-60 DIAS ".
           05 FILLER            PIC X(15) VALUE "    61-90 DIAS ".
           05 FILLER            PIC X(15) VALUE "  MAIS DE 90   ".
           05 FILLER            PIC X(15) VALUE "    TOTAL      ".
       01 LINHA-CAB-FLUXO.
           05 FILLER            PIC X(15) VALUE "SCE035 - PREVIS".
           05 FILLER            PIC X(60)
              VALUE "AO DE PAGAMENTOS POR SEMANA (TITULOS E PEDIDOS)".
       01 LINHA-COL-FLUXO.
           05 FILLER            PIC X(08) VALUE "SEMANA  ".
           05 FILLER            PIC X(10) VALUE "INICIO    ".
           05 FILLER            PIC X(19) VALUE "   TITULOS A PAGAR ".
           05 FILLER            PIC X(19) VALUE " PEDIDOS EM ABERTO ".
           05 FILLER            PIC X(19) VALUE "   TOTAL DA SEMANA ".
           05 FILLER            PIC X(19) VALUE "         ACUMULADO ".
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
              OPEN EXTEND ARQERRO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              MOVE "*** NAO HA PARCELAS A PAGAR CADASTRADAS ***" TO MENS
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

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJE-INT = FUNCTION INTEGER-OF-DATE(W-HOJE).

      *-------------PARAMETROS DO RELATORIO ---------------------
       PAR-001.
           DISPLAY "RELATORIO (A=AGING  F=FLUXO SEMANAL): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "A" OR "a"
              GO TO AGING-001.
           IF W-OPCAO = "F" OR "f"
              GO TO FLUXO-001.
           MOVE "*** DIGITE APENAS A OU F ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PAR-001.

      *
      *****************************************
      * AGING DOS SALDOS EM ABERTO            *
      * FAIXAS: A VENCER, 1-30, 31-60, 61-90  *
      * E MAIS DE 90 DIAS DE ATRASO           *
      *****************************************
      *
       AGING-001.
           OPEN OUTPUT RELAGING
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DE AGING" TO MENS
              MOVE "AGING-001" TO W-PARAGRAFO
              MOVE ST-ERRO-REL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE LINHA-CAB-AGING TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "DATA BASE: " DELIMITED BY SIZE
                  W-HOJE        DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COL-AGING TO REL-LINHA
           WRITE REL-LINHA
           MOVE ZEROS TO W-FORNATUAL W-QTDFORNEC W-FAIXAS W-TOTFAIXAS
           MOVE ZEROS TO PAG-CODFORNECEDOR PAG-NUMPEDIDO PAG-PARCELA
           START ARQPAG KEY IS NOT LESS PAG-CHAVE.
       AGING-LOOP.
           IF ST-ERRO-PAG NOT = "00"
              GO TO AGING-FIM.
           READ ARQPAG NEXT RECORD
           IF ST-ERRO-PAG NOT = "00"
              GO TO AGING-FIM.
           IF PAG-STATUS = "Q"
              GO TO AGING-LOOP.
           COMPUTE W-SALDO = PAG-VALOR - PAG-VALORPAGO - PAG-DESCONTO
           IF W-SALDO = ZEROS
              GO TO AGING-LOOP.
           IF PAG-CODFORNECEDOR NOT = W-FORNATUAL
              PERFORM AGING-QUEBRA THRU AGING-QUEBRA-FIM
              MOVE PAG-CODFORNECEDOR TO W-FORNATUAL.
           COMPUTE W-ATRASO = W-HOJE-INT -
                   FUNCTION INTEGER-OF-DATE(PAG-VENCIMENTO)
           IF W-ATRASO < 1
              MOVE 1 TO W-IDXFAIXA
           ELSE
              IF W-ATRASO < 31
                 MOVE 2 TO W-IDXFAIXA
              ELSE
                 IF W-ATRASO < 61
                    MOVE 3 TO W-IDXFAIXA
                 ELSE
                    IF W-ATRASO < 91
                       MOVE 4 TO W-IDXFAIXA
                    ELSE
                       MOVE 5 TO W-IDXFAIXA.
           ADD W-SALDO TO W-FAIXA(W-IDXFAIXA)
           ADD W-SALDO TO W-FAIXA(6)
           GO TO AGING-LOOP.
       AGING-FIM.
           PERFORM AGING-QUEBRA THRU AGING-QUEBRA-FIM
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE W-TOTFAIXA(1) TO W-FAIXA-ED
           MOVE W-TOTFAIXA(2) TO W-FAIXA2-ED
           MOVE W-TOTFAIXA(3) TO W-FAIXA3-ED
           MOVE W-TOTFAIXA(4) TO W-FAIXA4-ED
           MOVE W-TOTFAIXA(5) TO W-FAIXA5-ED
           MOVE W-TOTFAIXA(6) TO W-FAIXA6-ED
           STRING "TOTAL GERAL                   " DELIMITED BY SIZE
                  W-FAIXA-ED       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-FAIXA2-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-FAIXA3-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-FAIXA4-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-FAIXA5-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-FAIXA6-ED      DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDFORNEC TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL DE FORNECEDORES COM SALDO : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           CLOSE RELAGING
           DISPLAY "RELATORIO GERADO EM RELAGING.LST"
           GO TO ROT-FIM.

      *---------[ IMPRIME O FORNECEDOR ANTERIOR E ZERA AS FAIXAS ]----
       AGING-QUEBRA.
           IF W-FORNATUAL = ZEROS
              GO TO AGING-QUEBRA-FIM.
           MOVE W-FORNATUAL TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO-FOR NOT = "00"
              MOVE "FORNECEDOR NAO CADASTRADO" TO FOR-NOME.
           MOVE W-FAIXA(1) TO W-FAIXA-ED
           MOVE W-FAIXA(2) TO W-FAIXA2-ED
           MOVE W-FAIXA(3) TO W-FAIXA3-ED
           MOVE W-FAIXA(4) TO W-FAIXA4-ED
           MOVE W-FAIXA(5) TO W-FAIXA5-ED
           MOVE W-FAIXA(6) TO W-FAIXA6-ED
           MOVE SPACES TO REL-LINHA
           STRING W-FORNATUAL      DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  FOR-NOME(1:22)   DELIMITED BY SIZE
                  W-FAIXA-ED       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-FAIXA2-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-FAIXA3-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-FAIXA4-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-FAIXA5-ED      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  W-FAIXA6-ED      DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           ADD 1 TO W-QTDFORNEC
           MOVE ZEROS TO W-IDXFAIXA.
       AGING-QUEBRA-SOMA.
           ADD 1 TO W-IDXFAIXA
           IF W-IDXFAIXA > 6
              GO TO AGING-QUEBRA-ZERA.
           ADD W-FAIXA(W-IDXFAIXA) TO W-TOTFAIXA(W-IDXFAIXA)
           GO TO AGING-QUEBRA-SOMA.
       AGING-QUEBRA-ZERA.
           MOVE ZEROS TO W-FAIXAS.
       AGING-QUEBRA-FIM.
           EXIT.

      *
      *****************************************
      * PREVISAO DE PAGAMENTOS POR SEMANA     *
      * TITULOS: SALDO NA SEMANA DO VENCIMENTO*
      * PEDIDOS AINDA NAO LIBERADOS: PROJETA  *
      * AS PARCELAS PELA CONDICAO DO FORNEC.  *
      *****************************************
      *
       FLUXO-001.
           DISPLAY "QUANTIDADE DE SEMANAS DA PREVISAO (1-52): "
           ACCEPT W-SEMANAS
           IF W-SEMANAS = ZEROS OR W-SEMANAS > 52
              MOVE "*** INFORME DE 1 A 52 SEMANAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FLUXO-001.
       FLUXO-002.
           OPEN INPUT ARQPOH
           IF ST-ERRO-POH NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
              MOVE "FLUXO-002" TO W-PARAGRAFO
              MOVE ST-ERRO-POH TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT ARQPOI
           IF ST-ERRO-POI NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ITENS DE PEDIDO" TO MENS
              MOVE "FLUXO-002" TO W-PARAGRAFO
              MOVE ST-ERRO-POI TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPOH
              GO TO ROT-FIM.
           OPEN OUTPUT RELFLUXO
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DE FLUXO" TO MENS
              MOVE "FLUXO-002" TO W-PARAGRAFO
              MOVE ST-ERRO-REL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPOH ARQPOI
              GO TO ROT-FIM.
           MOVE ZEROS TO W-TABSEMANAS W-VENC-TITULOS W-APOS-TITULOS
                         W-APOS-PEDIDOS W-QTDPEDIDOS
           PERFORM FLUXO-TITULOS THRU FLUXO-TITULOS-FIM
           PERFORM FLUXO-PEDIDOS THRU FLUXO-PEDIDOS-FIM
           PERFORM FLUXO-IMPRIME THRU FLUXO-IMPRIME-FIM
           CLOSE ARQPOH ARQPOI RELFLUXO
           DISPLAY "RELATORIO GERADO EM RELFLUXO.LST"
           GO TO ROT-FIM.

      *---------[ TITULOS EM ABERTO NA SEMANA DO VENCIMENTO ]----
       FLUXO-TITULOS.
           MOVE "T" TO W-ORIGEM
           MOVE ZEROS TO PAG-CODFORNECEDOR PAG-NUMPEDIDO PAG-PARCELA
           START ARQPAG KEY IS NOT LESS PAG-CHAVE.
       FLUXO-TITULOS-LOOP.
           IF ST-ERRO-PAG NOT = "00"
              GO TO FLUXO-TITULOS-FIM.
           READ ARQPAG NEXT RECORD
           IF ST-ERRO-PAG NOT = "00"
              GO TO FLUXO-TITULOS-FIM.
           IF PAG-STATUS = "Q"
              GO TO FLUXO-TITULOS-LOOP.
           COMPUTE W-VALORACUM =
                   PAG-VALOR - PAG-VALORPAGO - PAG-DESCONTO
           IF W-VALORACUM = ZEROS
              GO TO FLUXO-TITULOS-LOOP.
           COMPUTE W-VENCINT = FUNCTION INTEGER-OF-DATE(PAG-VENCIMENTO)
           PERFORM ACUMULA-SEMANA THRU ACUMULA-SEMANA-FIM
           GO TO FLUXO-TITULOS-LOOP.
       FLUXO-TITULOS-FIM.
           EXIT.

      *---------[ PEDIDOS AINDA NAO LIBERADOS PARA PAGAMENTO ]----
      *---------[ A ENTREGAR: VENCE A PARTIR DA DATA DO PEDIDO ]----
      *---------[ MAIS O PRAZO DE ENTREGA (OU HOJE, SE JA PASSOU) ]----
      *---------[ RECEBIDO E AINDA NAO LIBERADO: A PARTIR DE HOJE ]----
       FLUXO-PEDIDOS.
           MOVE "P" TO W-ORIGEM
           MOVE ZEROS TO POH-NUMERO
           START ARQPOH KEY IS NOT LESS POH-NUMERO.
       FLUXO-PEDIDOS-LOOP.
           IF ST-ERRO-POH NOT = "00"
              GO TO FLUXO-PEDIDOS-FIM.
           READ ARQPOH NEXT RECORD
           IF ST-ERRO-POH NOT = "00"
              GO TO FLUXO-PEDIDOS-FIM.
           IF POH-STATUS NOT = "A" AND "P" AND "R" AND "E"
              GO TO FLUXO-PEDIDOS-LOOP.
           PERFORM SOMA-ITENS-PEDIDO THRU SOMA-ITENS-PEDIDO-FIM
           IF W-AENTREGAR = ZEROS AND W-ALIBERAR = ZEROS
              GO TO FLUXO-PEDIDOS-LOOP.
           ADD 1 TO W-QTDPEDIDOS
           MOVE 1 TO W-NUMPARCELAS
           MOVE 30 TO W-DIASPARCELA
           MOVE ZEROS TO W-PRAZOENTREGA
           MOVE POH-CODFORNECEDOR TO FOR-CODIGO
           READ ARQFOR
           IF FOR-NUMPARCELAS NOT NUMERIC
              MOVE ZEROS TO FOR-NUMPARCELAS.
           IF FOR-DIASPARCELA NOT NUMERIC
              MOVE ZEROS TO FOR-DIASPARCELA.
           IF ST-ERRO-FOR = "00"
              MOVE FOR-PRAZOENTREGA TO W-PRAZOENTREGA
              IF FOR-NUMPARCELAS > ZEROS
                 MOVE FOR-NUMPARCELAS TO W-NUMPARCELAS
                 MOVE FOR-DIASPARCELA TO W-DIASPARCELA.
           IF W-AENTREGAR > ZEROS
              COMPUTE W-BASEINT = FUNCTION INTEGER-OF-DATE(POH-DATA)
                                + W-PRAZOENTREGA
              IF W-BASEINT < W-HOJE-INT
                 MOVE W-HOJE-INT TO W-BASEINT.
           IF W-AENTREGAR > ZEROS
              MOVE W-AENTREGAR TO W-VALORPROJ
              PERFORM PROJETA-PARCELAS THRU PROJETA-PARCELAS-FIM.
           IF W-ALIBERAR > ZEROS
              MOVE W-HOJE-INT TO W-BASEINT
              MOVE W-ALIBERAR TO W-VALORPROJ
              PERFORM PROJETA-PARCELAS THRU PROJETA-PARCELAS-FIM.
           GO TO FLUXO-PEDIDOS-LOOP.
       FLUXO-PEDIDOS-FIM.
           EXIT.

      *---------[ VALOR A ENTREGAR E VALOR RECEBIDO DO PEDIDO ]----
       SOMA-ITENS-PEDIDO.
           MOVE ZEROS TO W-AENTREGAR W-ALIBERAR
           MOVE POH-NUMERO TO POI-NUMERO
           MOVE ZEROS TO POI-CODIGO
           START ARQPOI KEY IS NOT LESS POI-CHAVE.
       SOMA-ITENS-PEDIDO-LOOP.
           IF ST-ERRO-POI NOT = "00"
              GO TO SOMA-ITENS-PEDIDO-FIM.
           READ ARQPOI NEXT RECORD
           IF ST-ERRO-POI NOT = "00"
              GO TO SOMA-ITENS-PEDIDO-FIM.
           IF POI-NUMERO NOT = POH-NUMERO
              GO TO SOMA-ITENS-PEDIDO-FIM.
           COMPUTE W-ALIBERAR = W-ALIBERAR
                              + POI-QTDRECEBIDA * POI-PRECO-UNIT
           IF POH-STATUS NOT = "R" AND POH-STATUS NOT = "E"
              AND POI-QTDPEDIDA > POI-QTDRECEBIDA
              COMPUTE W-AENTREGAR = W-AENTREGAR
                    + (POI-QTDPEDIDA - POI-QTDRECEBIDA)
                    * POI-PRECO-UNIT.
           GO TO SOMA-ITENS-PEDIDO-LOOP.
       SOMA-ITENS-PEDIDO-FIM.
           EXIT.

      *---------[ DIVIDE O VALOR NAS PARCELAS DO FORNECEDOR ]----
      *---------[ MESMA REGRA DO SCE026: A ULTIMA LEVA A DIFERENCA ]----
       PROJETA-PARCELAS.
           COMPUTE W-VALORPARCELA = W-VALORPROJ / W-NUMPARCELAS
           MOVE W-VALORPROJ TO W-VALORRESTA
           MOVE ZEROS TO W-PARCELA.
       PROJETA-PARCELAS-LOOP.
           ADD 1 TO W-PARCELA
           IF W-PARCELA > W-NUMPARCELAS
              GO TO PROJETA-PARCELAS-FIM.
           IF W-PARCELA = W-NUMPARCELAS
              MOVE W-VALORRESTA TO W-VALORACUM
           ELSE
              MOVE W-VALORPARCELA TO W-VALORACUM.
           SUBTRACT W-VALORACUM FROM W-VALORRESTA
           COMPUTE W-VENCINT = W-BASEINT + W-PARCELA * W-DIASPARCELA
           PERFORM ACUMULA-SEMANA THRU ACUMULA-SEMANA-FIM
           GO TO PROJETA-PARCELAS-LOOP.
       PROJETA-PARCELAS-FIM.
           EXIT.

      *---------[ SOMA O VALOR NA SEMANA DO VENCIMENTO ]----
      *---------[ SEMANA 1 COMECA HOJE; ANTES DE HOJE = VENCIDO ]----
       ACUMULA-SEMANA.
           IF W-VENCINT < W-HOJE-INT
              ADD W-VALORACUM TO W-VENC-TITULOS
              GO TO ACUMULA-SEMANA-FIM.
           COMPUTE W-IDXSEM = (W-VENCINT - W-HOJE-INT) / 7 + 1
           IF W-IDXSEM > W-SEMANAS
              IF W-ORIGEM = "T"
                 ADD W-VALORACUM TO W-APOS-TITULOS
                 GO TO ACUMULA-SEMANA-FIM
              ELSE
                 ADD W-VALORACUM TO W-APOS-PEDIDOS
                 GO TO ACUMULA-SEMANA-FIM.
           IF W-ORIGEM = "T"
              ADD W-VALORACUM TO W-SEM-TITULOS(W-IDXSEM)
           ELSE
              ADD W-VALORACUM TO W-SEM-PEDIDOS(W-IDXSEM).
       ACUMULA-SEMANA-FIM.
           EXIT.

      *---------[ IMPRESSAO DA PREVISAO SEMANA A SEMANA ]----
       FLUXO-IMPRIME.
           MOVE LINHA-CAB-FLUXO TO FLX-LINHA
           WRITE FLX-LINHA
           MOVE SPACES TO FLX-LINHA
           STRING "DATA BASE: " DELIMITED BY SIZE
                  W-HOJE        DELIMITED BY SIZE
                  "   SEMANAS: " DELIMITED BY SIZE
                  W-SEMANAS     DELIMITED BY SIZE
                  INTO FLX-LINHA
           WRITE FLX-LINHA
           MOVE SPACES TO FLX-LINHA
           WRITE FLX-LINHA
           MOVE LINHA-COL-FLUXO TO FLX-LINHA
           WRITE FLX-LINHA
           MOVE W-VENC-TITULOS TO W-TOT-TITULOS W-ACUMULADO
           MOVE ZEROS TO W-TOT-PEDIDOS
           MOVE W-VENC-TITULOS TO W-FAIXA-ED
           MOVE ZEROS TO W-FAIXA2-ED
           MOVE W-VENC-TITULOS TO W-FAIXA3-ED
           MOVE W-ACUMULADO TO W-FAIXA4-ED
           MOVE SPACES TO FLX-LINHA
           STRING "VENCIDOS          " DELIMITED BY SIZE
                  "    "        DELIMITED BY SIZE
                  W-FAIXA-ED    DELIMITED BY SIZE
                  "     "       DELIMITED BY SIZE
                  W-FAIXA2-ED   DELIMITED BY SIZE
                  "     "       DELIMITED BY SIZE
                  W-FAIXA3-ED   DELIMITED BY SIZE
                  "     "       DELIMITED BY SIZE
                  W-FAIXA4-ED   DELIMITED BY SIZE
                  INTO FLX-LINHA
           WRITE FLX-LINHA
           MOVE ZEROS TO W-IDXSEM.
       FLUXO-IMPRIME-LOOP.
           ADD 1 TO W-IDXSEM
           IF W-IDXSEM > W-SEMANAS
              GO TO FLUXO-IMPRIME-APOS.
           COMPUTE W-INICIOSEM = FUNCTION DATE-OF-INTEGER
                   (W-HOJE-INT + (W-IDXSEM - 1) * 7)
           COMPUTE W-TOTSEMANA = W-SEM-TITULOS(W-IDXSEM)
                               + W-SEM-PEDIDOS(W-IDXSEM)
           ADD W-SEM-TITULOS(W-IDXSEM) TO W-TOT-TITULOS
           ADD W-SEM-PEDIDOS(W-IDXSEM) TO W-TOT-PEDIDOS
           ADD W-TOTSEMANA TO W-ACUMULADO
           MOVE W-IDXSEM TO W-SEM-ED
           MOVE W-SEM-TITULOS(W-IDXSEM) TO W-FAIXA-ED
           MOVE W-SEM-PEDIDOS(W-IDXSEM) TO W-FAIXA2-ED
           MOVE W-TOTSEMANA TO W-FAIXA3-ED
           MOVE W-ACUMULADO TO W-FAIXA4-ED
           MOVE SPACES TO FLX-LINHA
           STRING "  "          DELIMITED BY SIZE
                  W-SEM-ED      DELIMITED BY SIZE
                  "    "        DELIMITED BY SIZE
                  W-INICIOSEM   DELIMITED BY SIZE
                  "    "        DELIMITED BY SIZE
                  W-FAIXA-ED    DELIMITED BY SIZE
                  "     "       DELIMITED BY SIZE
                  W-FAIXA2-ED   DELIMITED BY SIZE
                  "     "       DELIMITED BY SIZE
                  W-FAIXA3-ED   DELIMITED BY SIZE
                  "     "       DELIMITED BY SIZE
                  W-FAIXA4-ED   DELIMITED BY SIZE
                  INTO FLX-LINHA
           WRITE FLX-LINHA
           GO TO FLUXO-IMPRIME-LOOP.
       FLUXO-IMPRIME-APOS.
           COMPUTE W-TOTSEMANA = W-APOS-TITULOS + W-APOS-PEDIDOS
           ADD W-APOS-TITULOS TO W-TOT-TITULOS
           ADD W-APOS-PEDIDOS TO W-TOT-PEDIDOS
           ADD W-TOTSEMANA TO W-ACUMULADO
           MOVE W-APOS-TITULOS TO W-FAIXA-ED
           MOVE W-APOS-PEDIDOS TO W-FAIXA2-ED
           MOVE W-TOTSEMANA TO W-FAIXA3-ED
           MOVE W-ACUMULADO TO W-FAIXA4-ED
           MOVE SPACES TO FLX-LINHA
           STRING "APOS O PERIODO    " DELIMITED BY SIZE
                  "    "        DELIMITED BY SIZE
                  W-FAIXA-ED    DELIMITED BY SIZE
                  "     "       DELIMITED BY SIZE
                  W-FAIXA2-ED   DELIMITED BY SIZE
                  "     "       DELIMITED BY SIZE
                  W-FAIXA3-ED   DELIMITED BY SIZE
                  "     "       DELIMITED BY SIZE
                  W-FAIXA4-ED   DELIMITED BY SIZE
                  INTO FLX-LINHA
           WRITE FLX-LINHA
           MOVE SPACES TO FLX-LINHA
           WRITE FLX-LINHA
           MOVE W-TOT-TITULOS TO W-VALOR-ED
           STRING "TOTAL DE TITULOS A PAGAR          : "
                                        DELIMITED BY SIZE
                  W-VALOR-ED            DELIMITED BY SIZE
                  INTO FLX-LINHA
           WRITE FLX-LINHA
           MOVE W-TOT-PEDIDOS TO W-VALOR-ED
           MOVE SPACES TO FLX-LINHA
           STRING "TOTAL PROJETADO DE PEDIDOS        : "
                                        DELIMITED BY SIZE
                  W-VALOR-ED            DELIMITED BY SIZE
                  INTO FLX-LINHA
           WRITE FLX-LINHA
           MOVE W-QTDPEDIDOS TO W-CONT-ED
           MOVE SPACES TO FLX-LINHA
           STRING "PEDIDOS EM ABERTO PROJETADOS      : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO FLX-LINHA
           WRITE FLX-LINHA
           MOVE W-ACUMULADO TO W-VALOR-ED
           MOVE SPACES TO FLX-LINHA
           STRING "NECESSIDADE TOTAL DE CAIXA        : "
                                        DELIMITED BY SIZE
                  W-VALOR-ED            DELIMITED BY SIZE
                  INTO FLX-LINHA
           WRITE FLX-LINHA.
       FLUXO-IMPRIME-FIM.
           EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPAG ARQFOR ARQERRO.
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
