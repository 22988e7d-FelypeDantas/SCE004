       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE033.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * RELATORIO DE LOTES VENCIDOS E A VENCER *
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
           SELECT ARQLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LOTE.
      *
           SELECT RELVENC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
           SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LOG.
      *
           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "ARQPRO.DAT".
           COPY "regpro.cpy".
      *>*****************************************************************
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
           COPY "reglote.cpy".
      *>*****************************************************************
       FD RELVENC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELVENC.LST".
       01 REL-LINHA               PIC X(132).
      *>*****************************************************************
       FD ARQERRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQERRO.DAT".
           COPY "regerro.cpy".
      *>*****************************************************************
       SD SORTWK.
       01 SW-REGISTRO.
           05 SW-VALIDADE         PIC 9(08).
           05 SW-CODIGO           PIC 9(06).
           05 SW-LOCAL            PIC 9(02).
           05 SW-LOTE             PIC X(10).
           05 SW-QUANTIDADE       PIC 9(06).
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-LOTE     PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
       01 MENS             PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO      PIC X(20) VALUE SPACES.
       01 W-STATUS-LOG     PIC X(02) VALUE SPACES.
       01 W-OPERADOR       PIC 9(04) VALUE ZEROS.
       01 W-DATAHORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA           PIC 9(08) VALUE ZEROS.

       01 W-DIAS           PIC 9(03) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-INT       PIC 9(07) VALUE ZEROS.
       01 W-LIMITE         PIC 9(08) VALUE ZEROS.
       01 W-DIASRESTANTES  PIC 9(05) VALUE ZEROS.
       01 W-SECAO          PIC X(01) VALUE SPACES.
       01 W-VALORLOTE      PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDVENCIDOS    PIC 9(06) VALUE ZEROS.
       01 W-QTDAVENCER     PIC 9(06) VALUE ZEROS.
       01 W-TOTQTDVENC     PIC 9(08) VALUE ZEROS.
       01 W-TOTQTDAVENC    PIC 9(08) VALUE ZEROS.
       01 W-TOTVALVENC     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTVALAVENC    PIC 9(11)V99 VALUE ZEROS.

       01 W-QTD-ED         PIC ZZZ.ZZ9.
       01 W-CUSTO-ED       PIC ZZZ.ZZ9,99.
       01 W-VALOR-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-DIAS-ED        PIC ZZ.ZZ9.
       01 W-CONT-ED        PIC ZZZ.ZZ9.
       01 W-TOTAL-ED       PIC ZZ.ZZZ.ZZ9.
       01 W-SITUACAO       PIC X(16) VALUE SPACES.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(15) VALUE "SCE033 - LOTES ".
           05 FILLER            PIC X(50)
              VALUE "VENCIDOS E A VENCER (VALOR AO CUSTO MEDIO)".
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(10) VALUE "VALIDADE  ".
           05 FILLER            PIC X(12) VALUE "LOTE        ".
           05 FILLER            PIC X(08) VALUE "CODIGO  ".
           05 FILLER            PIC X(32)
              VALUE "DESCRICAO                       ".
           05 FILLER            PIC X(04) VALUE "LOC ".
           05 FILLER            PIC X(09) VALUE "  QTDE   ".
           05 FILLER            PIC X(12) VALUE " CUSTO MEDIO".
           05 FILLER            PIC X(19) VALUE "              VALOR".
           05 FILLER            PIC X(18) VALUE "  SITUACAO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DO LOG DE ERROS -------------------
       ABRE-ARQERRO.
           OPEN EXTEND ARQERRO
           IF ST-ERRO-LOG NOT = "00"
              OPEN OUTPUT ARQERRO
              CLOSE ARQERRO
              OPEN EXTEND ARQERRO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS" TO MENS
              MOVE "R0" TO W-PARAGRAFO
              MOVE ST-ERRO TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQERRO
              GOBACK.
       R0A.
           OPEN INPUT ARQLOTE
           IF ST-ERRO-LOTE NOT = "00"
              MOVE "*** NAO HA SALDOS POR LOTE CADASTRADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQERRO
              GOBACK.

      *-------------PARAMETROS DO RELATORIO ---------------------
       PAR-001.
           DISPLAY "DIAS DE ANTECEDENCIA DO VENCIMENTO (1-365): "
           ACCEPT W-DIAS
           IF W-DIAS = ZEROS OR W-DIAS > 365
              MOVE "*** INFORME DE 1 A 365 DIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJE-INT = FUNCTION INTEGER-OF-DATE(W-HOJE)
           COMPUTE W-LIMITE =
                   FUNCTION DATE-OF-INTEGER(W-HOJE-INT + W-DIAS).

       R0B.
           OPEN OUTPUT RELVENC
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DE LOTES" TO MENS
              MOVE "R0B" TO W-PARAGRAFO
              MOVE ST-ERRO-REL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQLOTE ARQERRO
              GOBACK.

           MOVE LINHA-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "DATA BASE: " DELIMITED BY SIZE
                  W-HOJE        DELIMITED BY SIZE
                  "   VENCIMENTO ATE: " DELIMITED BY SIZE
                  W-LIMITE      DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.

      *-------------LOTES EM ORDEM DE VENCIMENTO (FEFO) ----------
       ORDENA.
           SORT SORTWK ON ASCENDING KEY SW-VALIDADE SW-CODIGO
                                        SW-LOCAL SW-LOTE
                INPUT PROCEDURE IS CARREGA-LOTES
                                   THRU CARREGA-LOTES-FIM
                OUTPUT PROCEDURE IS IMPRIME-RELATORIO
                                    THRU IMPRIME-RELATORIO-FIM.

           DISPLAY "RELATORIO GERADO EM RELVENC.LST".
           GO TO ROT-FIM.

      *-------------LOTES COM SALDO VENCIDOS OU DENTRO DO PRAZO ---
       CARREGA-LOTES.
           MOVE ZEROS TO LOT-CODIGO LOT-LOCAL
           MOVE LOW-VALUES TO LOT-LOTE
           START ARQLOTE KEY IS NOT LESS LOT-CHAVE.
       CARREGA-LOTES-LOOP.
           IF ST-ERRO-LOTE NOT = "00"
              GO TO CARREGA-LOTES-FIM.
           READ ARQLOTE NEXT RECORD
           IF ST-ERRO-LOTE NOT = "00"
              GO TO CARREGA-LOTES-FIM.
           IF LOT-QUANTIDADE = ZEROS
              GO TO CARREGA-LOTES-LOOP.
           IF LOT-VALIDADE > W-LIMITE
              GO TO CARREGA-LOTES-LOOP.
           MOVE LOT-VALIDADE TO SW-VALIDADE
           MOVE LOT-CODIGO TO SW-CODIGO
           MOVE LOT-LOCAL TO SW-LOCAL
           MOVE LOT-LOTE TO SW-LOTE
           MOVE LOT-QUANTIDADE TO SW-QUANTIDADE
           RELEASE SW-REGISTRO
           GO TO CARREGA-LOTES-LOOP.
       CARREGA-LOTES-FIM.
           EXIT.

      *-------------IMPRESSAO: VENCIDOS PRIMEIRO, DEPOIS A VENCER -
       IMPRIME-RELATORIO.
           MOVE ZEROS TO W-QTDVENCIDOS W-QTDAVENCER W-TOTQTDVENC
                         W-TOTQTDAVENC W-TOTVALVENC W-TOTVALAVENC
           MOVE SPACES TO W-SECAO.
       IMPRIME-LOOP.
           RETURN SORTWK AT END GO TO IMPRIME-FIM.
           IF SW-VALIDADE < W-HOJE
              IF W-SECAO NOT = "V"
                 MOVE "V" TO W-SECAO
                 PERFORM IMPRIME-CABECALHO-SECAO.
           IF SW-VALIDADE NOT < W-HOJE
              IF W-SECAO NOT = "A"
                 MOVE "A" TO W-SECAO
                 PERFORM IMPRIME-CABECALHO-SECAO.
           PERFORM IMPRIME-ITEM
           GO TO IMPRIME-LOOP.
       IMPRIME-FIM.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDVENCIDOS TO W-CONT-ED
           MOVE W-TOTQTDVENC TO W-TOTAL-ED
           MOVE W-TOTVALVENC TO W-VALOR-ED
           STRING "TOTAL DE LOTES VENCIDOS EM ESTOQUE : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  "   QTDE: "           DELIMITED BY SIZE
                  W-TOTAL-ED            DELIMITED BY SIZE
                  "   VALOR: "          DELIMITED BY SIZE
                  W-VALOR-ED            DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDAVENCER TO W-CONT-ED
           MOVE W-TOTQTDAVENC TO W-TOTAL-ED
           MOVE W-TOTVALAVENC TO W-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL DE LOTES A VENCER NO PRAZO   : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  "   QTDE: "           DELIMITED BY SIZE
                  W-TOTAL-ED            DELIMITED BY SIZE
                  "   VALOR: "          DELIMITED BY SIZE
                  W-VALOR-ED            DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           ADD W-TOTVALAVENC TO W-TOTVALVENC
           MOVE W-TOTVALVENC TO W-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING "VALOR TOTAL EM RISCO (CUSTO MEDIO) : "
                                        DELIMITED BY SIZE
                  W-VALOR-ED            DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       IMPRIME-RELATORIO-FIM.
           EXIT.

       IMPRIME-CABECALHO-SECAO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF W-SECAO = "V"
              MOVE "*** LOTES VENCIDOS AINDA EM ESTOQUE ***"
                                                      TO REL-LINHA
           ELSE
              MOVE "*** LOTES A VENCER DENTRO DO PRAZO ***"
                                                      TO REL-LINHA.
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA.

       IMPRIME-ITEM.
           MOVE SW-CODIGO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO NAO CADASTRADO" TO PRO-DESCRICAO
              MOVE ZEROS TO PRO-CUSTO-MEDIO.
           COMPUTE W-VALORLOTE = SW-QUANTIDADE * PRO-CUSTO-MEDIO
           IF W-SECAO = "V"
              MOVE "VENCIDO" TO W-SITUACAO
              ADD 1 TO W-QTDVENCIDOS
              ADD SW-QUANTIDADE TO W-TOTQTDVENC
              ADD W-VALORLOTE TO W-TOTVALVENC
           ELSE
              COMPUTE W-DIASRESTANTES =
                      FUNCTION INTEGER-OF-DATE(SW-VALIDADE) - W-HOJE-INT
              MOVE W-DIASRESTANTES TO W-DIAS-ED
              MOVE SPACES TO W-SITUACAO
              STRING "VENCE EM " DELIMITED BY SIZE
                     W-DIAS-ED   DELIMITED BY SIZE
                     INTO W-SITUACAO
              ADD 1 TO W-QTDAVENCER
              ADD SW-QUANTIDADE TO W-TOTQTDAVENC
              ADD W-VALORLOTE TO W-TOTVALAVENC.
           MOVE SW-QUANTIDADE TO W-QTD-ED
           MOVE PRO-CUSTO-MEDIO TO W-CUSTO-ED
           MOVE W-VALORLOTE TO W-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING SW-VALIDADE     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  SW-LOTE         DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  SW-CODIGO       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  PRO-DESCRICAO   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  SW-LOCAL        DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-QTD-ED        DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-CUSTO-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-VALOR-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-SITUACAO      DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.

      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPRO ARQLOTE RELVENC ARQERRO.
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
