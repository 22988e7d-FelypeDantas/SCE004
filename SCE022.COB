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
           SELECT ARQSESS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
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
       FD ARQSESS
               LABEL RECORD IS STANDARD
       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-PODEINCLUIR PIC X(01) VALUE SPACES.
       01 W-PODEALTERAR PIC X(01) VALUE SPACES.
       01 W-PODEEXCLUIR PIC X(01) VALUE SPACES.
       01 ST-ERRO-HMOV  PIC X(02) VALUE "00".
       01 ST-ERRO-CTLA  PIC X(02) VALUE "00".
       01 W-NOMEHMOV.
           03 FILLER     PIC X(06) VALUE "ARQMOV".
           03 W-ANOHMOV  PIC 9(04) VALUE ZEROS.
           03 FILLER     PIC X(04) VALUE ".DAT".
       01 W-MESARQUIVADO PIC 9(06) VALUE ZEROS.
       01 W-ANOARQINI   PIC 9(04) VALUE ZEROS.
       01 W-ANOVER      PIC 9(04) VALUE ZEROS.
       01 W-ANOFIM      PIC 9(04) VALUE ZEROS.
       01 W-MESMOV      PIC 9(06) VALUE ZEROS.

      *--------------------------------------------
      *
              IF ST-ERRO-SESS = "00"
                 MOVE SESS-OPERADOR TO W-OPERADOR
                 MOVE SESS-NIVEL TO W-NIVEL
                 MOVE SESS-INCLUI TO W-PODEINCLUIR
                 MOVE SESS-ALTERA TO W-PODEALTERAR
                 MOVE SESS-EXCLUI TO W-PODEEXCLUIR
                 CLOSE ARQSESS
              ELSE
                 CLOSE ARQSESS.
           OPEN INPUT ARQMOV
           IF ST-ERRO-MOV = "00"
              MOVE "S" TO W-TEMMOVTOS.
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
           MOVE W-MESARQUIVADO(1:4) TO W-ANOFIM
           IF W-ANOARQINI = ZEROS
              MOVE W-ANOFIM TO W-ANOARQINI.

      *------------- INICIALIZACAO DAS VARIAVEIS------------
       INC-001.
                MOVE "*** MOTIVO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *-------------DIREITO DE INCLUSAO DO OPERADOR ----------
       INC-PERFIL.
                IF W-PODEINCLUIR = "N"
                   MOVE "*** INCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.

       INC-003.
                ACCEPT TMOT-DESCRICAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "S"
                    GO TO ACE-001.
                IF W-OPCAO = "A" AND W-PODEALTERAR = "N"
                   MOVE "*** ALTERACAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (20, 15) MENS
                IF W-OPCAO = "N" OR "n"
                      GO TO ROT-FIM.
      *
       EXC-NIVEL.
                IF W-NIVEL NOT = 9 AND W-PODEEXCLUIR NOT = "S"
                   MOVE "*** EXCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                START ARQMOV KEY IS NOT LESS MOV-CHAVE.
       CONTA-MOVTOS-LOOP.
                IF ST-ERRO-MOV NOT = "00"
                   GO TO CONTA-ARQUIVO.
                READ ARQMOV NEXT RECORD
                IF ST-ERRO-MOV NOT = "00"
                   GO TO CONTA-ARQUIVO.
                MOVE MOV-DATA(1:6) TO W-MESMOV
                IF W-MESARQUIVADO NOT = ZEROS
                   AND W-MESMOV NOT > W-MESARQUIVADO
                   GO TO CONTA-MOVTOS-LOOP.
                IF MOV-MOTIVO = MOT-CODIGO
                   ADD 1 TO W-QTDUSOS.
                GO TO CONTA-MOVTOS-LOOP.
      *---------[ USOS NOS MOVIMENTOS JA ARQUIVADOS ]----
       CONTA-ARQUIVO.
                IF W-MESARQUIVADO = ZEROS
                   GO TO CONTA-MOVTOS-FIM.
                MOVE W-ANOARQINI TO W-ANOVER.
       CONTA-ARQANO.
                IF W-ANOVER > W-ANOFIM
                   GO TO CONTA-MOVTOS-FIM.
                MOVE W-ANOVER TO W-ANOHMOV
                OPEN INPUT ARQHMOV
                IF ST-ERRO-HMOV NOT = "00"
                   GO TO CONTA-ARQPROX.
                MOVE ZEROS TO HMOV-CODIGO HMOV-DATA HMOV-HORA
                START ARQHMOV KEY IS NOT LESS HMOV-CHAVE
                IF ST-ERRO-HMOV NOT = "00"
                   GO TO CONTA-ARQFECHA.
       CONTA-ARQLOOP.
                READ ARQHMOV NEXT RECORD INTO REGMOV
                IF ST-ERRO-HMOV NOT = "00"
                   GO TO CONTA-ARQFECHA.
                MOVE MOV-DATA(1:6) TO W-MESMOV
                IF W-MESMOV > W-MESARQUIVADO
                   GO TO CONTA-ARQLOOP.
                IF MOV-MOTIVO = MOT-CODIGO
                   ADD 1 TO W-QTDUSOS.
                GO TO CONTA-ARQLOOP.
       CONTA-ARQFECHA.
                CLOSE ARQHMOV.
       CONTA-ARQPROX.
                ADD 1 TO W-ANOVER
                GO TO CONTA-ARQANO.
       CONTA-MOVTOS-FIM.
                EXIT.

