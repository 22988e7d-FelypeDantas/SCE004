       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE039.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * CONSULTA DE MOVIMENTOS DO PRODUTO POR PERIODO *
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
           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO-MOV.
      *
           SELECT ARQHMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HMOV-CHAVE
                    FILE STATUS  IS ST-ERRO-HMOV.
      *
           SELECT ARQCTLA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTLA-CHAVE
                    FILE STATUS  IS ST-ERRO-CTLA.
      *
           SELECT RELMOVP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "ARQPRO.DAT".
           COPY "regpro.cpy".
      *>*****************************************************************
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
           COPY "regmov.cpy".
      *>*****************************************************************
       FD ARQHMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEHMOV.
           COPY "reghmov.cpy".
      *>*****************************************************************
       FD ARQCTLA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLARQMV.DAT".
           COPY "regctla.cpy".
      *>*****************************************************************
       FD RELMOVP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELMOVP.LST".
       01 REL-LINHA               PIC X(132).
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-MOV      PIC X(02) VALUE "00".
       01 ST-ERRO-HMOV     PIC X(02) VALUE "00".
       01 ST-ERRO-CTLA     PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 MENS             PIC X(50) VALUE SPACES.

       01 W-CODPRODUTO     PIC 9(06) VALUE ZEROS.
       01 W-DESCRICAO      PIC X(30) VALUE SPACES.
       01 W-DATAINI        PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM        PIC 9(08) VALUE ZEROS.
       01 W-ORIGEM         PIC X(07) VALUE SPACES.

      *-------------ARQUIVO MORTO DO ANO (ARQMOVAAAA.DAT) ----------
       01 W-NOMEHMOV.
           03 FILLER        PIC X(06) VALUE "ARQMOV".
           03 W-ANOHMOV     PIC 9(04) VALUE ZEROS.
           03 FILLER        PIC X(04) VALUE ".DAT".
       01 W-MESARQUIVADO   PIC 9(06) VALUE ZEROS.
       01 W-ANOARQINI      PIC 9(04) VALUE ZEROS.
       01 W-ANOVER         PIC 9(04) VALUE ZEROS.
       01 W-ANOFIM         PIC 9(04) VALUE ZEROS.
       01 W-ANOAUX         PIC 9(04) VALUE ZEROS.
       01 W-MESMOV         PIC 9(06) VALUE ZEROS.

       01 W-LISTADOS       PIC 9(06) VALUE ZEROS.
       01 W-LISTADOSARQ    PIC 9(06) VALUE ZEROS.
       01 W-ENTRADAS       PIC S9(08) VALUE ZEROS.
       01 W-SAIDAS         PIC S9(08) VALUE ZEROS.
       01 W-AJUSTES        PIC S9(08) VALUE ZEROS.

       01 W-QTDE-ED        PIC ZZZ.ZZ9.
       01 W-ANTES-ED       PIC ZZZ.ZZ9.
       01 W-DEPOIS-ED      PIC ZZZ.ZZ9.
       01 W-TOTAL-ED       PIC -ZZ.ZZZ.ZZ9.
       01 W-CONT-ED        PIC ZZZ.ZZ9.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(15) VALUE "SCE039 - CONSU".
           05 FILLER            PIC X(45)
              VALUE "LTA DE MOVIMENTOS DO PRODUTO POR PERIODO".
       01 LINHA-PRODUTO.
           05 FILLER            PIC X(09) VALUE "PRODUTO: ".
           05 CAB-CODIGO        PIC 9(06).
           05 FILLER            PIC X(03) VALUE " - ".
           05 CAB-DESCRICAO     PIC X(30).
           05 FILLER            PIC X(11) VALUE "  PERIODO: ".
           05 CAB-DATAINI       PIC 9(08).
           05 FILLER            PIC X(03) VALUE " A ".
           05 CAB-DATAFIM       PIC 9(08).
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(10) VALUE "DATA      ".
           05 FILLER            PIC X(10) VALUE "HORA      ".
           05 FILLER            PIC X(05) VALUE "TIPO ".
           05 FILLER            PIC X(07) VALUE "MOTIVO ".
           05 FILLER            PIC X(10) VALUE "QUANTIDADE".
           05 FILLER            PIC X(12) VALUE "  DOCUMENTO ".
           05 FILLER            PIC X(10) VALUE "  ANTES   ".
           05 FILLER            PIC X(10) VALUE "  DEPOIS  ".
           05 FILLER            PIC X(06) VALUE "OPER. ".
           05 FILLER            PIC X(04) VALUE "EST ".
           05 FILLER            PIC X(07) VALUE "ORIGEM ".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GOBACK.
       R0A.
           OPEN INPUT ARQMOV
           IF ST-ERRO-MOV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE MOVIMENTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO
              GOBACK.
       R0B.
           MOVE ZEROS TO W-MESARQUIVADO W-ANOARQINI
           OPEN INPUT ARQCTLA
           IF ST-ERRO-CTLA = "00"
              MOVE 1 TO CTLA-CHAVE
              READ ARQCTLA
              IF ST-ERRO-CTLA = "00"
                 MOVE CTLA-ANOMES TO W-MESARQUIVADO
                 MOVE CTLA-ANOINI TO W-ANOARQINI
                 CLOSE ARQCTLA
              ELSE
                 CLOSE ARQCTLA.
       R0C.
           OPEN OUTPUT RELMOVP
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DE MOVIMENTOS"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQMOV
              GOBACK.

      *-------------PARAMETROS DA CONSULTA -------------------
       PAR-001.
           DISPLAY "CODIGO DO PRODUTO (0=SAIR)       : "
           ACCEPT W-CODPRODUTO
           IF W-CODPRODUTO = ZEROS
              GO TO ROT-FIM.
           MOVE W-CODPRODUTO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE PRO-DESCRICAO TO W-DESCRICAO
           ELSE
              MOVE "PRODUTO NAO CADASTRADO" TO W-DESCRICAO.
           DISPLAY W-DESCRICAO.
       PAR-002.
           DISPLAY "DATA INICIAL AAAAMMDD (0=TODAS)  : "
           ACCEPT W-DATAINI.
       PAR-003.
           DISPLAY "DATA FINAL   AAAAMMDD (0=TODAS)  : "
           ACCEPT W-DATAFIM
           IF W-DATAFIM NOT = ZEROS AND W-DATAFIM < W-DATAINI
              MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-002.

       PAR-CABECALHO.
           MOVE LINHA-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE W-CODPRODUTO TO CAB-CODIGO
           MOVE W-DESCRICAO TO CAB-DESCRICAO
           MOVE W-DATAINI TO CAB-DATAINI
           MOVE W-DATAFIM TO CAB-DATAFIM
           MOVE LINHA-PRODUTO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA.

      *---------[ PERIODOS JA ARQUIVADOS: ARQUIVO MORTO DE ]----
      *---------[ CADA ANO DO INTERVALO, ATE W-MESARQUIVADO ]----
       ARQ-001.
           IF W-MESARQUIVADO = ZEROS
              GO TO LEITURA.
           MOVE "ARQUIVO" TO W-ORIGEM
           MOVE W-ANOARQINI TO W-ANOVER
           IF W-ANOVER = ZEROS
              MOVE W-MESARQUIVADO(1:4) TO W-ANOVER.
           COMPUTE W-ANOAUX = W-DATAINI / 10000
           IF W-ANOAUX > W-ANOVER
              MOVE W-ANOAUX TO W-ANOVER.
           MOVE W-MESARQUIVADO(1:4) TO W-ANOFIM
           COMPUTE W-ANOAUX = W-DATAFIM / 10000
           IF W-DATAFIM NOT = ZEROS AND W-ANOAUX < W-ANOFIM
              MOVE W-ANOAUX TO W-ANOFIM.
       ARQ-ANO.
           IF W-ANOVER > W-ANOFIM
              GO TO LEITURA.
           MOVE W-ANOVER TO W-ANOHMOV
           OPEN INPUT ARQHMOV
           IF ST-ERRO-HMOV NOT = "00"
              GO TO ARQ-PROXANO.
           MOVE W-CODPRODUTO TO HMOV-CODIGO
           MOVE W-DATAINI TO HMOV-DATA
           MOVE ZEROS TO HMOV-HORA
           START ARQHMOV KEY IS NOT LESS HMOV-CHAVE
           IF ST-ERRO-HMOV NOT = "00"
              GO TO ARQ-FECHAANO.
       ARQ-LOOP.
           READ ARQHMOV NEXT RECORD INTO REGMOV
           IF ST-ERRO-HMOV NOT = "00"
              GO TO ARQ-FECHAANO.
           IF MOV-CODIGO NOT = W-CODPRODUTO
              GO TO ARQ-FECHAANO.
           IF W-DATAFIM NOT = ZEROS AND MOV-DATA > W-DATAFIM
              GO TO ARQ-FECHAANO.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESMOV > W-MESARQUIVADO
              GO TO ARQ-FECHAANO.
           PERFORM IMPRIME-ITEM
           ADD 1 TO W-LISTADOSARQ
           GO TO ARQ-LOOP.
       ARQ-FECHAANO.
           CLOSE ARQHMOV.
       ARQ-PROXANO.
           ADD 1 TO W-ANOVER
           GO TO ARQ-ANO.

      *-------------MOVIMENTOS AINDA NO DIARIO -------------------
       LEITURA.
           MOVE "DIARIO " TO W-ORIGEM
           MOVE W-CODPRODUTO TO MOV-CODIGO
           MOVE W-DATAINI TO MOV-DATA
           MOVE ZEROS TO MOV-HORA
           START ARQMOV KEY IS NOT LESS MOV-CHAVE
           IF ST-ERRO-MOV NOT = "00"
              GO TO IMPRIME-TOTAIS.
       LEITURA-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO-MOV NOT = "00"
              GO TO IMPRIME-TOTAIS.
           IF MOV-CODIGO NOT = W-CODPRODUTO
              GO TO IMPRIME-TOTAIS.
           IF W-DATAFIM NOT = ZEROS AND MOV-DATA > W-DATAFIM
              GO TO IMPRIME-TOTAIS.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESARQUIVADO NOT = ZEROS
              AND W-MESMOV NOT > W-MESARQUIVADO
              GO TO LEITURA-LOOP.
           PERFORM IMPRIME-ITEM
           GO TO LEITURA-LOOP.

      *---------[ LINHA DO MOVIMENTO E TOTAIS POR TIPO ]----
       IMPRIME-ITEM.
           ADD 1 TO W-LISTADOS
           IF MOV-TIPO = "E"
              IF MOV-SINAL = "-"
                 SUBTRACT MOV-QUANTIDADE FROM W-ENTRADAS
              ELSE
                 ADD MOV-QUANTIDADE TO W-ENTRADAS.
           IF MOV-TIPO = "S"
              IF MOV-SINAL = "+"
                 SUBTRACT MOV-QUANTIDADE FROM W-SAIDAS
              ELSE
                 ADD MOV-QUANTIDADE TO W-SAIDAS.
           IF MOV-TIPO = "A"
              IF MOV-SINAL = "+"
                 ADD MOV-QUANTIDADE TO W-AJUSTES
              ELSE
                 SUBTRACT MOV-QUANTIDADE FROM W-AJUSTES.
           MOVE MOV-QUANTIDADE TO W-QTDE-ED
           MOVE MOV-ESTOQUE-ANTES TO W-ANTES-ED
           MOVE MOV-ESTOQUE-DEPOIS TO W-DEPOIS-ED
           MOVE SPACES TO REL-LINHA
           STRING MOV-DATA       DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  MOV-HORA       DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  MOV-TIPO       DELIMITED BY SIZE
                  MOV-SINAL      DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  MOV-MOTIVO     DELIMITED BY SIZE
                  "    "         DELIMITED BY SIZE
                  W-QTDE-ED      DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  MOV-DOCUMENTO  DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  W-ANTES-ED     DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  W-DEPOIS-ED    DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  MOV-OPERADOR   DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  MOV-ESTORNADO  DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  W-ORIGEM       DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE W-ENTRADAS TO W-TOTAL-ED
           STRING "TOTAL DE ENTRADAS NO PERIODO       : "
                                        DELIMITED BY SIZE
                  W-TOTAL-ED            DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-SAIDAS TO W-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL DE SAIDAS NO PERIODO         : "
                                        DELIMITED BY SIZE
                  W-TOTAL-ED            DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-AJUSTES TO W-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL DE AJUSTES NO PERIODO        : "
                                        DELIMITED BY SIZE
                  W-TOTAL-ED            DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-LISTADOS TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL DE MOVIMENTOS LISTADOS       : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-LISTADOSARQ TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "  DOS QUAIS NO ARQUIVO MORTO      : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           IF W-MESARQUIVADO NOT = ZEROS
              MOVE SPACES TO REL-LINHA
              STRING "DIARIO ARQUIVADO ATE O PERIODO     : "
                                        DELIMITED BY SIZE
                     W-MESARQUIVADO     DELIMITED BY SIZE
                     INTO REL-LINHA
              WRITE REL-LINHA.
           MOVE W-LISTADOS TO W-CONT-ED
           DISPLAY "MOVIMENTOS LISTADOS: " W-CONT-ED
           DISPLAY "RELATORIO GERADO EM RELMOVP.LST".

      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPRO ARQMOV RELMOVP.
           GOBACK.
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
