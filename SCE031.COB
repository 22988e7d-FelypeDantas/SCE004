       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE031.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * RELATORIO DE PEDIDOS DE VENDA PENDENTES (BACKORDER) *
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
           SELECT ARQTMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.
      *
           SELECT RELPEND ASSIGN TO DISK
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
       FD ARQTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDENTE.TMP".
       01 TMP-REGISTRO.
           03 TMP-CODCLIENTE      PIC 9(06).
           03 TMP-CODIGO          PIC 9(06).
           03 TMP-DATA            PIC 9(08).
           03 TMP-NUMERO          PIC 9(06).
           03 TMP-SALDO           PIC 9(06).
           03 TMP-FALTA           PIC 9(06).
      *>*****************************************************************
       FD RELPEND
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELPEND.LST".
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
           05 SW-CODCLIENTE       PIC 9(06).
           05 SW-CODIGO           PIC 9(06).
           05 SW-DATA             PIC 9(08).
           05 SW-NUMERO           PIC 9(06).
           05 SW-SALDO            PIC 9(06).
           05 SW-FALTA            PIC 9(06).
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-CLI      PIC X(02) VALUE "00".
       01 ST-ERRO-SOH      PIC X(02) VALUE "00".
       01 ST-ERRO-SOI      PIC X(02) VALUE "00".
       01 ST-ERRO-LOC      PIC X(02) VALUE "00".
       01 ST-ERRO-PLO      PIC X(02) VALUE "00".
       01 ST-ERRO-TMP      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
       01 ST-ERRO-SESS     PIC X(02) VALUE "00".
       01 MENS             PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO      PIC X(20) VALUE SPACES.
       01 W-STATUS-LOG     PIC X(02) VALUE SPACES.
       01 W-OPERADOR       PIC 9(04) VALUE ZEROS.
       01 W-DATAHORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA           PIC 9(08) VALUE ZEROS.

       01 W-PROANTERIOR    PIC 9(06) VALUE ZEROS.
       01 W-CLIANTERIOR    PIC 9(06) VALUE ZEROS.
       01 W-PRIMEIRO       PIC X(01) VALUE "S".
       01 W-ESTRESTANTE    PIC 9(06) VALUE ZEROS.
       01 W-TEMQUARENTENA  PIC X(01) VALUE "N".
       01 W-QTDQUARENTENA  PIC 9(07) VALUE ZEROS.
       01 W-QTDABERTOS     PIC 9(06) VALUE ZEROS.
       01 W-QTDPENDENTES   PIC 9(06) VALUE ZEROS.
       01 W-TOTFALTA       PIC 9(08) VALUE ZEROS.
       01 W-TOTFALTACLI    PIC 9(08) VALUE ZEROS.

       01 W-SALDO-ED       PIC ZZZ.ZZ9.
       01 W-FALTA-ED       PIC ZZZ.ZZ9.
       01 W-CONT-ED        PIC ZZZ.ZZ9.
       01 W-TOTAL-ED       PIC ZZ.ZZZ.ZZ9.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(15) VALUE "SCE031 - PEDID".
           05 FILLER            PIC X(50)
              VALUE "OS DE VENDA SEM ESTOQUE PARA ATENDER (BACKORDER)".
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(10) VALUE "  DATA    ".
           05 FILLER            PIC X(08) VALUE "PEDIDO  ".
           05 FILLER            PIC X(08) VALUE "CODIGO  ".
           05 FILLER            PIC X(32)
              VALUE "DESCRICAO                       ".
           05 FILLER            PIC X(10) VALUE " A EXPEDIR".
           05 FILLER            PIC X(10) VALUE "  FALTA   ".
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
           OPEN INPUT ARQSOI
           IF ST-ERRO-SOI NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ITENS DE VENDA" TO MENS
              MOVE "R0C" TO W-PARAGRAFO
              MOVE ST-ERRO-SOI TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQCLI ARQSOH ARQERRO
              GOBACK.
       R0D.
           OPEN OUTPUT RELPEND
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DE PENDENTES" TO MENS
              MOVE "R0D" TO W-PARAGRAFO
              MOVE ST-ERRO-REL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQCLI ARQSOH ARQSOI ARQERRO
              GOBACK.
       R0E.
           OPEN OUTPUT ARQTMP
           IF ST-ERRO-TMP NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO" TO MENS
              MOVE "R0E" TO W-PARAGRAFO
              MOVE ST-ERRO-TMP TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *-------------LOCAIS DE QUARENTENA (QUANDO EXISTENTES) -----
       R0F.
           MOVE "N" TO W-TEMQUARENTENA
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC = "00"
              OPEN INPUT ARQPLO
              IF ST-ERRO-PLO = "00"
                 MOVE "S" TO W-TEMQUARENTENA
              ELSE
                 CLOSE ARQLOC.

           MOVE LINHA-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

      *-------------ALOCACAO DO ESTOQUE AOS PEDIDOS MAIS ANTIGOS --
       ALOCA.
           SORT SORTWK ON ASCENDING KEY SW-CODIGO SW-DATA SW-NUMERO
                INPUT PROCEDURE IS CARREGA-ITENS
                                   THRU CARREGA-ITENS-FIM
                OUTPUT PROCEDURE IS APURA-FALTA
                                    THRU APURA-FALTA-FIM.
           CLOSE ARQTMP.

      *-------------IMPRESSAO POR CLIENTE E PRODUTO --------------
       ORDENA.
           SORT SORTWK ON ASCENDING KEY SW-CODCLIENTE SW-CODIGO
                                        SW-DATA SW-NUMERO
                INPUT PROCEDURE IS CARREGA-PENDENTES
                                   THRU CARREGA-PENDENTES-FIM
                OUTPUT PROCEDURE IS IMPRIME-RELATORIO
                                    THRU IMPRIME-RELATORIO-FIM.

           DISPLAY "RELATORIO GERADO EM RELPEND.LST".
           GO TO ROT-FIM.

      *-------------ITENS COM SALDO A EXPEDIR EM PEDIDOS A/P -------
       CARREGA-ITENS.
           MOVE ZEROS TO SOI-NUMERO SOI-CODIGO
           START ARQSOI KEY IS NOT LESS SOI-CHAVE.
       CARREGA-ITENS-LOOP.
           IF ST-ERRO-SOI NOT = "00"
              GO TO CARREGA-ITENS-FIM.
           READ ARQSOI NEXT RECORD
           IF ST-ERRO-SOI NOT = "00"
              GO TO CARREGA-ITENS-FIM.
           IF SOI-QTDEXPEDIDA NOT < SOI-QTDPEDIDA
              GO TO CARREGA-ITENS-LOOP.
           MOVE SOI-NUMERO TO SOH-NUMERO
           READ ARQSOH
           IF ST-ERRO-SOH NOT = "00"
              GO TO CARREGA-ITENS-LOOP.
           IF SOH-STATUS NOT = "A" AND SOH-STATUS NOT = "P"
              GO TO CARREGA-ITENS-LOOP.
           MOVE SOH-CODCLIENTE TO SW-CODCLIENTE
           MOVE SOI-CODIGO TO SW-CODIGO
           MOVE SOH-DATA TO SW-DATA
           MOVE SOI-NUMERO TO SW-NUMERO
           COMPUTE SW-SALDO = SOI-QTDPEDIDA - SOI-QTDEXPEDIDA
           MOVE ZEROS TO SW-FALTA
           ADD 1 TO W-QTDABERTOS
           RELEASE SW-REGISTRO
           GO TO CARREGA-ITENS-LOOP.
       CARREGA-ITENS-FIM.
           EXIT.

      *---------[ ESTOQUE ATUAL ATENDE OS PEDIDOS MAIS ANTIGOS ]----
      *---------[ PRIMEIRO; O QUE SOBRA SEM ESTOQUE E PENDENTE ]----
       APURA-FALTA.
           MOVE ZEROS TO W-PROANTERIOR W-ESTRESTANTE
           MOVE "S" TO W-PRIMEIRO.
       APURA-FALTA-LOOP.
           RETURN SORTWK AT END GO TO APURA-FALTA-FIM.
           IF W-PRIMEIRO = "S" OR SW-CODIGO NOT = W-PROANTERIOR
              MOVE "N" TO W-PRIMEIRO
              MOVE SW-CODIGO TO W-PROANTERIOR
              MOVE SW-CODIGO TO PRO-CODIGO
              READ ARQPRO
              IF ST-ERRO = "00"
                 PERFORM APURA-QUARENTENA THRU APURA-QUARENTENA-FIM
                 IF W-QTDQUARENTENA NOT < PRO-ESTOQUE
                    MOVE ZEROS TO W-ESTRESTANTE
                 ELSE
                    COMPUTE W-ESTRESTANTE = PRO-ESTOQUE
                                          - W-QTDQUARENTENA
              ELSE
                 MOVE ZEROS TO W-ESTRESTANTE.
           IF SW-SALDO NOT > W-ESTRESTANTE
              SUBTRACT SW-SALDO FROM W-ESTRESTANTE
              GO TO APURA-FALTA-LOOP.
           COMPUTE SW-FALTA = SW-SALDO - W-ESTRESTANTE
           MOVE ZEROS TO W-ESTRESTANTE
           MOVE SW-REGISTRO TO TMP-REGISTRO
           WRITE TMP-REGISTRO
           IF ST-ERRO-TMP NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE TRABALHO" TO MENS
              MOVE "APURA-FALTA" TO W-PARAGRAFO
              MOVE ST-ERRO-TMP TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APURA-FALTA-FIM.
           GO TO APURA-FALTA-LOOP.
       APURA-FALTA-FIM.
           EXIT.

      *---------[ SALDO DO PRODUTO EM LOCAIS DE QUARENTENA: NAO ]----
      *---------[ ATENDE PEDIDOS ATE A LIBERACAO ]----
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

      *-------------RELEITURA DOS ITENS PENDENTES -----------------
       CARREGA-PENDENTES.
           OPEN INPUT ARQTMP
           IF ST-ERRO-TMP NOT = "00"
              GO TO CARREGA-PENDENTES-FIM.
       CARREGA-PENDENTES-LOOP.
           READ ARQTMP
           IF ST-ERRO-TMP NOT = "00"
              CLOSE ARQTMP
              GO TO CARREGA-PENDENTES-FIM.
           MOVE TMP-REGISTRO TO SW-REGISTRO
           RELEASE SW-REGISTRO
           GO TO CARREGA-PENDENTES-LOOP.
       CARREGA-PENDENTES-FIM.
           EXIT.

      *-------------IMPRESSAO COM QUEBRA POR CLIENTE --------------
       IMPRIME-RELATORIO.
           MOVE ZEROS TO W-CLIANTERIOR W-QTDPENDENTES W-TOTFALTA
                         W-TOTFALTACLI
           MOVE "S" TO W-PRIMEIRO.
       IMPRIME-LOOP.
           RETURN SORTWK AT END GO TO IMPRIME-FIM.
           IF W-PRIMEIRO = "S" OR SW-CODCLIENTE NOT = W-CLIANTERIOR
              IF W-PRIMEIRO = "N"
                 PERFORM IMPRIME-TOTAL-CLIENTE.
           IF W-PRIMEIRO = "S" OR SW-CODCLIENTE NOT = W-CLIANTERIOR
              MOVE "N" TO W-PRIMEIRO
              PERFORM IMPRIME-CABECALHO-CLI
              MOVE SW-CODCLIENTE TO W-CLIANTERIOR
              MOVE ZEROS TO W-TOTFALTACLI.
           PERFORM IMPRIME-ITEM
           ADD 1 TO W-QTDPENDENTES
           ADD SW-FALTA TO W-TOTFALTA W-TOTFALTACLI
           GO TO IMPRIME-LOOP.
       IMPRIME-FIM.
           IF W-PRIMEIRO = "N"
              PERFORM IMPRIME-TOTAL-CLIENTE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDABERTOS TO W-CONT-ED
           STRING "TOTAL DE ITENS EM PEDIDOS ABERTOS  : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDPENDENTES TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL DE ITENS SEM ESTOQUE         : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-TOTFALTA TO W-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING "QUANTIDADE TOTAL EM FALTA          : "
                                        DELIMITED BY SIZE
                  W-TOTAL-ED            DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       IMPRIME-RELATORIO-FIM.
           EXIT.

       IMPRIME-CABECALHO-CLI.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SW-CODCLIENTE TO CLI-CODIGO
           READ ARQCLI
           IF ST-ERRO-CLI NOT = "00"
              MOVE "CLIENTE NAO CADASTRADO" TO CLI-NOME.
           MOVE SPACES TO REL-LINHA
           STRING "CLIENTE " DELIMITED BY SIZE
                  SW-CODCLIENTE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA.

       IMPRIME-ITEM.
           MOVE SW-CODIGO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO NAO CADASTRADO" TO PRO-DESCRICAO.
           MOVE SW-SALDO TO W-SALDO-ED
           MOVE SW-FALTA TO W-FALTA-ED
           MOVE SPACES TO REL-LINHA
           STRING SW-DATA       DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  SW-NUMERO     DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  SW-CODIGO     DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  PRO-DESCRICAO DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  W-SALDO-ED    DELIMITED BY SIZE
                  "   "         DELIMITED BY SIZE
                  W-FALTA-ED    DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.

       IMPRIME-TOTAL-CLIENTE.
           MOVE W-TOTFALTACLI TO W-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING "          FALTA DO CLIENTE : " DELIMITED BY SIZE
                  W-TOTAL-ED                     DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.

      *-------------------------------------------------------------
       ROT-FIM.
           IF W-TEMQUARENTENA = "S"
              CLOSE ARQLOC ARQPLO.
           CLOSE ARQPRO ARQCLI ARQSOH ARQSOI RELPEND ARQERRO.
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
