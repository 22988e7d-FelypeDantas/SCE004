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
           SELECT ARQMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
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
       FD ARQMOT
               LABEL RECORD IS STANDARD
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 ST-ERRO-MOV      PIC X(02) VALUE "00".
       01 ST-ERRO-HMOV     PIC X(02) VALUE "00".
       01 ST-ERRO-CTLA     PIC X(02) VALUE "00".
       01 ST-ERRO-MOT      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 MENS             PIC X(50) VALUE SPACES.
       01 W-DATAFIM        PIC 9(08) VALUE ZEROS.
       01 W-LIDOS          PIC 9(06) VALUE ZEROS.
       01 W-SELECIONADOS   PIC 9(06) VALUE ZEROS.
       01 W-LIDOSARQ       PIC 9(06) VALUE ZEROS.

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

       01 W-IDX            PIC 9(03) VALUE ZEROS.
       01 W-QTDMOTIVOS     PIC 9(03) VALUE ZEROS.
          03 W-MOTTAB OCCURS 200 TIMES.
             05 W-TAB-MOTIVO      PIC X(03).
             05 W-TAB-QTDMOVS     PIC 9(06).
             05 W-TAB-QTDENTRADA  PIC S9(08).
             05 W-TAB-QTDSAIDA    PIC S9(08).
             05 W-TAB-QTDAJUSTE   PIC S9(08).

       01 W-QTDMOVS-ED     PIC ZZZ.ZZ9.
       01 W-ENTRADA-ED     PIC -Z.ZZZ.ZZ9.
       01 W-SAIDA-ED       PIC -Z.ZZZ.ZZ9.
       01 W-AJUSTE-ED      PIC -ZZ.ZZZ.ZZ9.
       01 W-CONT-ED        PIC ZZZ.ZZ9.
       01 W-DESCMOTIVO     PIC X(30) VALUE SPACES.
           IF ST-ERRO-MOT = "00"
              MOVE "S" TO W-TEMMOTIVOS.
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
           OPEN OUTPUT RELMOT
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DE MOTIVOS" TO MENS
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA.

      *---------[ PERIODOS JA ARQUIVADOS: ARQUIVO MORTO DE ]----
      *---------[ CADA ANO DO INTERVALO, ATE W-MESARQUIVADO ]----
       ARQ-001.
           IF W-MESARQUIVADO = ZEROS
              GO TO LEITURA.
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
           MOVE ZEROS TO HMOV-CODIGO HMOV-DATA HMOV-HORA
           START ARQHMOV KEY IS NOT LESS HMOV-CHAVE
           IF ST-ERRO-HMOV NOT = "00"
              GO TO ARQ-FECHAANO.
       ARQ-LOOP.
           READ ARQHMOV NEXT RECORD INTO REGMOV
           IF ST-ERRO-HMOV NOT = "00"
              GO TO ARQ-FECHAANO.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESMOV > W-MESARQUIVADO
              GO TO ARQ-LOOP.
           ADD 1 TO W-LIDOS W-LIDOSARQ
           IF W-DATAINI NOT = ZEROS AND MOV-DATA < W-DATAINI
              GO TO ARQ-LOOP.
           IF W-DATAFIM NOT = ZEROS AND MOV-DATA > W-DATAFIM
              GO TO ARQ-LOOP.
           ADD 1 TO W-SELECIONADOS
           PERFORM ACUMULA-MOTIVO THRU ACUMULA-MOTIVO-FIM
           GO TO ARQ-LOOP.
       ARQ-FECHAANO.
           CLOSE ARQHMOV.
       ARQ-PROXANO.
           ADD 1 TO W-ANOVER
           GO TO ARQ-ANO.

      *-------------VARREDURA DO DIARIO DE MOVIMENTOS -----------
       LEITURA.
           MOVE ZEROS TO MOV-CODIGO MOV-DATA MOV-HORA
           READ ARQMOV NEXT RECORD
           IF ST-ERRO-MOV NOT = "00"
              GO TO IMPRIME-RESUMO.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESARQUIVADO NOT = ZEROS
              AND W-MESMOV NOT > W-MESARQUIVADO
              GO TO LEITURA-LOOP.
           ADD 1 TO W-LIDOS
           IF W-DATAINI NOT = ZEROS AND MOV-DATA < W-DATAINI
              GO TO LEITURA-LOOP.
       ACUMULA-SOMA.
           ADD 1 TO W-TAB-QTDMOVS(W-IDX)
           IF MOV-TIPO = "E"
              IF MOV-SINAL = "-"
                 SUBTRACT MOV-QUANTIDADE FROM W-TAB-QTDENTRADA(W-IDX)
              ELSE
                 ADD MOV-QUANTIDADE TO W-TAB-QTDENTRADA(W-IDX).
           IF MOV-TIPO = "S"
              IF MOV-SINAL = "+"
                 SUBTRACT MOV-QUANTIDADE FROM W-TAB-QTDSAIDA(W-IDX)
              ELSE
                 ADD MOV-QUANTIDADE TO W-TAB-QTDSAIDA(W-IDX).
           IF MOV-TIPO = "A"
              IF MOV-SINAL = "+"
                 ADD MOV-QUANTIDADE TO W-TAB-QTDAJUSTE(W-IDX)
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-LIDOSARQ TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "  DOS QUAIS NO ARQUIVO MORTO      : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-SELECIONADOS TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "TOTAL DE MOVIMENTOS NO PERIODO     : "
