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
           SELECT ARQFOR ASSIGN TO DISK
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
       FD ARQFOR
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-MOV      PIC X(02) VALUE "00".
       01 ST-ERRO-HMOV     PIC X(02) VALUE "00".
       01 ST-ERRO-CTLA     PIC X(02) VALUE "00".
       01 ST-ERRO-FOR      PIC X(02) VALUE "00".
       01 ST-ERRO-POH      PIC X(02) VALUE "00".
       01 ST-ERRO-POI      PIC X(02) VALUE "00".
       01 W-IDXMES         PIC 9(02) VALUE ZEROS.
       01 W-DATAINI        PIC 9(08) VALUE ZEROS.

      *-------------ARQUIVO MORTO DO ANO (ARQMOVAAAA.DAT) ----------
       01 W-NOMEHMOV.
           03 FILLER        PIC X(06) VALUE "ARQMOV".
           03 W-ANOHMOV     PIC 9(04) VALUE ZEROS.
           03 FILLER        PIC X(04) VALUE ".DAT".
       01 W-MESARQUIVADO   PIC 9(06) VALUE ZEROS.
       01 W-ANOVER         PIC 9(04) VALUE ZEROS.
       01 W-ANOFIM         PIC 9(04) VALUE ZEROS.
       01 W-MESMOV         PIC 9(06) VALUE ZEROS.

       01 W-TOTSAIDAS      PIC 9(08) VALUE ZEROS.
       01 W-MEDIA          PIC 9(06) VALUE ZEROS.
       01 W-PRAZO          PIC 9(03) VALUE ZEROS.
              ELSE
                 CLOSE ARQPOH.
       R0D.
           MOVE ZEROS TO W-MESARQUIVADO
           OPEN INPUT ARQCTLA
           IF ST-ERRO-CTLA = "00"
              MOVE 1 TO CTLA-CHAVE
              READ ARQCTLA
              IF ST-ERRO-CTLA = "00"
                 MOVE CTLA-ANOMES TO W-MESARQUIVADO
                 CLOSE ARQCTLA
              ELSE
                 CLOSE ARQCTLA.
           MOVE W-MESARQUIVADO(1:4) TO W-ANOFIM.
       R0E.
           OPEN OUTPUT RELSUGE
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO PLANO DE COMPRAS" TO MENS
      *---------[ CONSUMO MEDIO MENSAL PELAS SAIDAS DO DIARIO ]----
       APURA-CONSUMO.
           MOVE ZEROS TO W-TOTSAIDAS W-MEDIA
           IF W-MESARQUIVADO = ZEROS OR W-ANOMES > W-MESARQUIVADO
              GO TO APURA-DIARIO.
           MOVE W-AM-ANO TO W-ANOVER.
      *---------[ MESES DA JANELA JA ARQUIVADOS ]----
       APURA-ARQANO.
           IF W-ANOVER > W-ANOFIM
              GO TO APURA-DIARIO.
           MOVE W-ANOVER TO W-ANOHMOV
           OPEN INPUT ARQHMOV
           IF ST-ERRO-HMOV NOT = "00"
              GO TO APURA-ARQPROX.
           MOVE PRO-CODIGO TO HMOV-CODIGO
           MOVE W-DATAINI TO HMOV-DATA
           MOVE ZEROS TO HMOV-HORA
           START ARQHMOV KEY IS NOT LESS HMOV-CHAVE
           IF ST-ERRO-HMOV NOT = "00"
              GO TO APURA-ARQFECHA.
       APURA-ARQLOOP.
           READ ARQHMOV NEXT RECORD INTO REGMOV
           IF ST-ERRO-HMOV NOT = "00"
              GO TO APURA-ARQFECHA.
           IF MOV-CODIGO NOT = PRO-CODIGO
              GO TO APURA-ARQFECHA.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESMOV > W-MESARQUIVADO
              GO TO APURA-ARQFECHA.
           IF MOV-TIPO = "S" AND MOV-SINAL = "+"
              GO TO APURA-ARQESTORNO.
           IF MOV-TIPO = "S"
              ADD MOV-QUANTIDADE TO W-TOTSAIDAS.
           GO TO APURA-ARQLOOP.
       APURA-ARQESTORNO.
           IF MOV-QUANTIDADE > W-TOTSAIDAS
              MOVE ZEROS TO W-TOTSAIDAS
           ELSE
              SUBTRACT MOV-QUANTIDADE FROM W-TOTSAIDAS.
           GO TO APURA-ARQLOOP.
       APURA-ARQFECHA.
           CLOSE ARQHMOV.
       APURA-ARQPROX.
           ADD 1 TO W-ANOVER
           GO TO APURA-ARQANO.
      *---------[ MESES AINDA NO DIARIO ]----
       APURA-DIARIO.
           MOVE PRO-CODIGO TO MOV-CODIGO
           MOVE W-DATAINI TO MOV-DATA
           MOVE ZEROS TO MOV-HORA
              GO TO APURA-MEDIA.
           IF MOV-CODIGO NOT = PRO-CODIGO
              GO TO APURA-MEDIA.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESARQUIVADO NOT = ZEROS
              AND W-MESMOV NOT > W-MESARQUIVADO
              GO TO APURA-LOOP.
           IF MOV-TIPO = "S" AND MOV-SINAL = "+"
              GO TO APURA-ESTORNO.
           IF MOV-TIPO = "S"
              ADD MOV-QUANTIDADE TO W-TOTSAIDAS.
           GO TO APURA-LOOP.
      *---------[ ESTORNO DE SAIDA DEVOLVE O CONSUMO ]----
       APURA-ESTORNO.
           IF MOV-QUANTIDADE > W-TOTSAIDAS
              MOVE ZEROS TO W-TOTSAIDAS
           ELSE
              SUBTRACT MOV-QUANTIDADE FROM W-TOTSAIDAS.
           GO TO APURA-LOOP.
       APURA-MEDIA.
           COMPUTE W-MEDIA ROUNDED = W-TOTSAIDAS / W-MESES
               ON SIZE ERROR
