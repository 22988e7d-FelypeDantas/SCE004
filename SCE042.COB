       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE042.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * RELATORIO ONDE E USADO (KITS DE CADA COMPONENTE) *
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
           SELECT ARQBOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOM-CHAVE
                  ALTERNATE RECORD KEY IS BOM-COMPONENTE WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-BOM.
      *
           SELECT RELONDE ASSIGN TO DISK
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
       FD ARQPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "ARQPRO.DAT".
           COPY "regpro.cpy".
      *>*****************************************************************
       FD ARQBOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBOM.DAT".
           COPY "regbom.cpy".
      *>*****************************************************************
       FD RELONDE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELONDE.LST".
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
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-BOM      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
       01 ST-ERRO-SESS     PIC X(02) VALUE "00".
       01 MENS             PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO      PIC X(20) VALUE SPACES.
       01 W-STATUS-LOG     PIC X(02) VALUE SPACES.
       01 W-OPERADOR       PIC 9(04) VALUE ZEROS.
       01 W-DATAHORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA           PIC 9(08) VALUE ZEROS.

       01 W-COMPONENTE     PIC 9(06) VALUE ZEROS.
       01 W-PARAMETRO      PIC 9(06) VALUE ZEROS.
       01 W-DESCCOMP       PIC X(30) VALUE SPACES.
       01 W-FILHO          PIC 9(06) VALUE ZEROS.
       01 W-NIVELFILHO     PIC 9(02) VALUE ZEROS.
       01 W-QTDCOMPONENTES PIC 9(06) VALUE ZEROS.
       01 W-QTDLINHAS      PIC 9(06) VALUE ZEROS.
       01 W-QTDINCOMPLETO  PIC 9(06) VALUE ZEROS.
       01 W-ESTOURO        PIC X(01) VALUE "N".

      *-------------KITS QUE USAM O COMPONENTE (DIRETA OU ----------
      *-------------INDIRETAMENTE), EM ORDEM DE NIVEL ---------------
       01 W-POS            PIC 9(03) VALUE ZEROS.
       01 W-IDX            PIC 9(03) VALUE ZEROS.
       01 W-QTDONDE        PIC 9(03) VALUE ZEROS.
       01 W-TABONDE.
          03 W-OTITEM OCCURS 500 TIMES.
             05 W-OT-KIT        PIC 9(06).
             05 W-OT-NIVEL      PIC 9(02).
             05 W-OT-VIA        PIC 9(06).
             05 W-OT-QTDPOR     PIC 9(04).

       01 W-QTDPOR-ED      PIC Z.ZZ9.
       01 W-NIVEL-ED       PIC Z9.
       01 W-CONT-ED        PIC ZZZ.ZZ9.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(15) VALUE "SCE042 - ONDE E".
           05 FILLER            PIC X(50)
              VALUE " USADO: KITS QUE CONSOMEM CADA COMPONENTE".
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(08) VALUE "   NIVEL".
           05 FILLER            PIC X(04) VALUE "    ".
           05 FILLER            PIC X(08) VALUE "KIT     ".
           05 FILLER            PIC X(32)
              VALUE "DESCRICAO                       ".
           05 FILLER            PIC X(09) VALUE "QTDE/KIT ".
           05 FILLER            PIC X(40)
              VALUE "  DE (COMPONENTE OU SUBKIT)".
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
           OPEN INPUT ARQBOM
           IF ST-ERRO-BOM NOT = "00"
              MOVE "*** NAO HA ESTRUTURA DE KITS CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQERRO
              GOBACK.

      *-------------PARAMETROS DO RELATORIO ---------------------
       PAR-001.
           DISPLAY "COMPONENTE (0=TODOS): "
           ACCEPT W-PARAMETRO
           IF W-PARAMETRO = ZEROS
              GO TO R0B.
           MOVE W-PARAMETRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-001.

       R0B.
           OPEN OUTPUT RELONDE
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO ONDE E USADO" TO MENS
              MOVE "R0B" TO W-PARAGRAFO
              MOVE ST-ERRO-REL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQBOM ARQERRO
              GOBACK.

           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           MOVE LINHA-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "DATA: "      DELIMITED BY SIZE
                  W-DATAHORA    DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE ZEROS TO W-QTDCOMPONENTES W-QTDLINHAS W-QTDINCOMPLETO
           IF W-PARAMETRO NOT = ZEROS
              MOVE W-PARAMETRO TO W-COMPONENTE
              MOVE PRO-DESCRICAO TO W-DESCCOMP
              PERFORM LISTA-COMPONENTE THRU LISTA-COMPONENTE-FIM
              GO TO TOTAIS.

      *-------------TODOS OS PRODUTOS QUE ENTRAM EM ALGUM KIT -----
           MOVE ZEROS TO PRO-CODIGO
           START ARQPRO KEY IS NOT LESS PRO-CODIGO.
       LE-PRODUTOS.
           IF ST-ERRO NOT = "00"
              GO TO TOTAIS.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TOTAIS.
           MOVE PRO-CODIGO TO W-COMPONENTE
           MOVE PRO-DESCRICAO TO W-DESCCOMP
           PERFORM LISTA-COMPONENTE THRU LISTA-COMPONENTE-FIM
      *    A LEITURA DOS KITS EM IMPRIME-USO MUDA A POSICAO DO ARQPRO
           MOVE W-COMPONENTE TO PRO-CODIGO
           START ARQPRO KEY IS GREATER PRO-CODIGO
           GO TO LE-PRODUTOS.

       TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDCOMPONENTES TO W-CONT-ED
           STRING "COMPONENTES LISTADOS           : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           MOVE W-QTDLINHAS TO W-CONT-ED
           STRING "USOS EM KITS (TODOS OS NIVEIS) : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           IF W-QTDINCOMPLETO NOT = ZEROS
              MOVE SPACES TO REL-LINHA
              MOVE W-QTDINCOMPLETO TO W-CONT-ED
              STRING "COMPONENTES COM LISTA INCOMPLETA (MAIS DE 500"
                                        DELIMITED BY SIZE
                     " KITS): "         DELIMITED BY SIZE
                     W-CONT-ED          DELIMITED BY SIZE
                     INTO REL-LINHA
              WRITE REL-LINHA.
           DISPLAY "RELATORIO GERADO EM RELONDE.LST".
           GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---------[ KITS DE UM COMPONENTE: PRIMEIRO OS QUE O USAM ]----
      *---------[ DIRETAMENTE (NIVEL 1), DEPOIS OS KITS QUE USAM ]----
      *---------[ ESSES KITS COMO SUBKIT (NIVEL 2 EM DIANTE) ]----
       LISTA-COMPONENTE.
           MOVE ZEROS TO W-QTDONDE W-POS
           MOVE "N" TO W-ESTOURO
           MOVE W-COMPONENTE TO W-FILHO
           MOVE ZEROS TO W-NIVELFILHO.
       LISTA-COMPONENTE-NIVEL.
           PERFORM BUSCA-PAIS THRU BUSCA-PAIS-FIM
           ADD 1 TO W-POS
           IF W-POS > W-QTDONDE
              GO TO LISTA-COMPONENTE-IMPRIME.
           MOVE W-OT-KIT(W-POS) TO W-FILHO
           MOVE W-OT-NIVEL(W-POS) TO W-NIVELFILHO
           GO TO LISTA-COMPONENTE-NIVEL.
       LISTA-COMPONENTE-IMPRIME.
           IF W-QTDONDE = ZEROS
              GO TO LISTA-COMPONENTE-FIM.
           ADD 1 TO W-QTDCOMPONENTES
           IF W-ESTOURO = "S"
              ADD 1 TO W-QTDINCOMPLETO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           STRING "COMPONENTE: " DELIMITED BY SIZE
                  W-COMPONENTE   DELIMITED BY SIZE
                  " - "          DELIMITED BY SIZE
                  W-DESCCOMP     DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA
           MOVE ZEROS TO W-IDX.
       LISTA-COMPONENTE-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTDONDE
              GO TO LISTA-COMPONENTE-FIM.
           PERFORM IMPRIME-USO THRU IMPRIME-USO-FIM
           GO TO LISTA-COMPONENTE-LOOP.
       LISTA-COMPONENTE-FIM.
           EXIT.

      *---------[ KITS QUE CONSOMEM W-FILHO (CHAVE DO COMPONENTE) ]----
       BUSCA-PAIS.
           MOVE W-FILHO TO BOM-COMPONENTE
           START ARQBOM KEY IS NOT LESS BOM-COMPONENTE
           IF ST-ERRO-BOM NOT = "00"
              GO TO BUSCA-PAIS-FIM.
       BUSCA-PAIS-LOOP.
           READ ARQBOM NEXT RECORD
           IF ST-ERRO-BOM NOT = "00"
              GO TO BUSCA-PAIS-FIM.
           IF BOM-COMPONENTE NOT = W-FILHO
              GO TO BUSCA-PAIS-FIM.
           IF BOM-PAI = W-COMPONENTE
              GO TO BUSCA-PAIS-LOOP.
           MOVE ZEROS TO W-IDX.
       BUSCA-PAIS-JA.
           ADD 1 TO W-IDX
           IF W-IDX NOT > W-QTDONDE
              IF W-OT-KIT(W-IDX) = BOM-PAI
                 GO TO BUSCA-PAIS-LOOP
              ELSE
                 GO TO BUSCA-PAIS-JA.
           IF W-QTDONDE NOT < 500
              MOVE "S" TO W-ESTOURO
              GO TO BUSCA-PAIS-FIM.
           ADD 1 TO W-QTDONDE
           MOVE BOM-PAI TO W-OT-KIT(W-QTDONDE)
           COMPUTE W-OT-NIVEL(W-QTDONDE) = W-NIVELFILHO + 1
           MOVE W-FILHO TO W-OT-VIA(W-QTDONDE)
           MOVE BOM-QTDPOR TO W-OT-QTDPOR(W-QTDONDE)
           GO TO BUSCA-PAIS-LOOP.
       BUSCA-PAIS-FIM.
           EXIT.

      *---------[ LINHA DE USO: KIT, NIVEL E QTDE DO FILHO POR KIT ]--
       IMPRIME-USO.
           MOVE W-OT-KIT(W-IDX) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO NAO CADASTRADO" TO PRO-DESCRICAO.
           ADD 1 TO W-QTDLINHAS
           MOVE W-OT-NIVEL(W-IDX) TO W-NIVEL-ED
           MOVE W-OT-QTDPOR(W-IDX) TO W-QTDPOR-ED
           MOVE SPACES TO REL-LINHA
           STRING "      "        DELIMITED BY SIZE
                  W-NIVEL-ED      DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  W-OT-KIT(W-IDX) DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  PRO-DESCRICAO   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  W-QTDPOR-ED     DELIMITED BY SIZE
                  "      "        DELIMITED BY SIZE
                  W-OT-VIA(W-IDX) DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       IMPRIME-USO-FIM.
           EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPRO ARQBOM RELONDE ARQERRO.
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
