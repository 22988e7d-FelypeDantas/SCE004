       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE038.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * ARQUIVAMENTO DE MOVIMENTOS DE PERIODOS FECHADOS *
      ******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARQSALDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CHAVE
                    FILE STATUS  IS ST-ERRO-SAL.
      *
           SELECT ARQCTLA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTLA-CHAVE
                    FILE STATUS  IS ST-ERRO-CTLA.
      *
           SELECT ARQFECH ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-FECH.
      *
           SELECT RELARQV ASSIGN TO DISK
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
       FD ARQSALDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSALDO.DAT".
           COPY "regsaldo.cpy".
      *>*****************************************************************
       FD ARQCTLA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLARQMV.DAT".
           COPY "regctla.cpy".
      *>*****************************************************************
       FD ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHAMES.DAT".
           COPY "regfech.cpy".
      *>*****************************************************************
       FD RELARQV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELARQV.LST".
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
       01 ST-ERRO-MOV   PIC X(02) VALUE "00".
       01 ST-ERRO-HMOV  PIC X(02) VALUE "00".
       01 ST-ERRO-SAL   PIC X(02) VALUE "00".
       01 ST-ERRO-CTLA  PIC X(02) VALUE "00".
       01 ST-ERRO-FECH  PIC X(02) VALUE "00".
       01 ST-ERRO-REL   PIC X(02) VALUE "00".
       01 ST-ERRO-LOG   PIC X(02) VALUE "00".
       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO   PIC X(20) VALUE SPACES.
       01 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-STATUS-LOG  PIC X(02) VALUE SPACES.
       01 W-DATAHORA    PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.

       01 W-MESFECHADO  PIC 9(06) VALUE ZEROS.
       01 W-ALVO        PIC 9(06) VALUE ZEROS.
       01 W-ALVO-R REDEFINES W-ALVO.
           03 W-ALVO-ANO PIC 9(04).
           03 W-ALVO-MES PIC 9(02).
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-SEMSALDO    PIC X(01) VALUE "N".
       01 W-REINICIO    PIC X(01) VALUE "N".
       01 W-LISTA       PIC X(01) VALUE "S".
       01 W-RELABERTO   PIC X(01) VALUE "N".

      *-------------ARQUIVO MORTO DO ANO (ARQMOVAAAA.DAT) ----------
       01 W-NOMEHMOV.
           03 FILLER     PIC X(06) VALUE "ARQMOV".
           03 W-ANOHMOV  PIC 9(04) VALUE ZEROS.
           03 FILLER     PIC X(04) VALUE ".DAT".
       01 W-ANOABERTO   PIC X(01) VALUE "N".
       01 W-MODOANO     PIC X(01) VALUE "C".
       01 W-ANOMOV      PIC 9(04) VALUE ZEROS.
       01 W-ANOVER      PIC 9(04) VALUE ZEROS.

       01 W-PRODATUAL   PIC 9(06) VALUE ZEROS.
       01 W-PROXIMO     PIC 9(07) VALUE ZEROS.
       01 W-PRODRETIDO  PIC X(01) VALUE "N".
       01 W-MESATUAL    PIC 9(06) VALUE ZEROS.
       01 W-MESMOV      PIC 9(06) VALUE ZEROS.
       01 W-MESINI      PIC 9(06) VALUE ZEROS.
       01 W-DATAINI     PIC 9(08) VALUE ZEROS.
       01 W-ENTRADAS    PIC S9(07) VALUE ZEROS.
       01 W-SAIDAS      PIC S9(07) VALUE ZEROS.
       01 W-AJUSTES     PIC S9(07) VALUE ZEROS.
       01 W-MOTIVORET   PIC X(34) VALUE SPACES.

       01 W-QTDLIDOS      PIC 9(08) VALUE ZEROS.
       01 W-QTDCOPIADOS   PIC 9(08) VALUE ZEROS.
       01 W-QTDJAARQ      PIC 9(08) VALUE ZEROS.
       01 W-QTDDIVERG     PIC 9(08) VALUE ZEROS.
       01 W-QTDCONFERIDOS PIC 9(08) VALUE ZEROS.
       01 W-QTDEXCLUIDOS  PIC 9(08) VALUE ZEROS.
       01 W-QTDMANTIDOS   PIC 9(08) VALUE ZEROS.
       01 W-QTDRETIDOS    PIC 9(06) VALUE ZEROS.
       01 W-QTDSEMSALDO   PIC 9(06) VALUE ZEROS.

       01 W-CONT-ED     PIC ZZ.ZZZ.ZZ9.
       01 W-ENTDIA-ED   PIC -ZZZ.ZZ9.
       01 W-SAIDIA-ED   PIC -ZZZ.ZZ9.
       01 W-AJUDIA-ED   PIC -ZZZ.ZZ9.
       01 W-ENTSAL-ED   PIC -ZZZ.ZZ9.
       01 W-SAISAL-ED   PIC -ZZZ.ZZ9.
       01 W-AJUSAL-ED   PIC -ZZZ.ZZ9.

       01 LINHA-CABECALHO.
           05 FILLER            PIC X(15) VALUE "SCE038 - ARQUI".
           05 FILLER            PIC X(45)
              VALUE "VAMENTO DE MOVIMENTOS DO DIARIO ATE PERIODO ".
           05 CAB-ALVO          PIC 9(06).
       01 LINHA-COLUNAS.
           05 FILLER            PIC X(08) VALUE "PRODUTO ".
           05 FILLER            PIC X(08) VALUE "PERIODO ".
           05 FILLER            PIC X(35)
              VALUE "SITUACAO                           ".
           05 FILLER            PIC X(27)
              VALUE "ENT/SAI/AJU NO DIARIO      ".
           05 FILLER            PIC X(27)
              VALUE "ENT/SAI/AJU NO ARQSALDO    ".
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
       VALIDA-NIVEL.
           IF W-NIVEL NOT = 9
              MOVE "*** ARQUIVAMENTO RESERVADO AO SUPERVISOR ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GOBACK.
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
           OPEN I-O ARQMOV
           IF ST-ERRO-MOV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE MOVIMENTOS" TO MENS
              MOVE "R0" TO W-PARAGRAFO
              MOVE ST-ERRO-MOV TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQERRO
              GOBACK.
       R0A.
           OPEN INPUT ARQSALDO
           IF ST-ERRO-SAL NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE SALDOS" TO MENS
              MOVE "R0A" TO W-PARAGRAFO
              MOVE ST-ERRO-SAL TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQMOV ARQERRO
              GOBACK.
       R0B.
           OPEN I-O ARQCTLA
           IF ST-ERRO-CTLA NOT = "00"
              IF ST-ERRO-CTLA = "30"
                 OPEN OUTPUT ARQCTLA
                 CLOSE ARQCTLA
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO CONTROLE DE ARQUIVAMENTO"
                                                       TO MENS
                 MOVE "R0B" TO W-PARAGRAFO
                 MOVE ST-ERRO-CTLA TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQMOV ARQSALDO ARQERRO
                 GOBACK.
       R0C.
           MOVE 1 TO CTLA-CHAVE
           READ ARQCTLA
           IF ST-ERRO-CTLA = "00"
              GO TO LE-FECHAMENTO.
           MOVE 1 TO CTLA-CHAVE
           MOVE ZEROS TO CTLA-ANOMES CTLA-ANOINI CTLA-ALVO
           MOVE ZEROS TO CTLA-PRODUTO CTLA-QTDCOPIADOS
           MOVE ZEROS TO CTLA-QTDEXCLUIDOS CTLA-QTDRETIDOS
           MOVE ZEROS TO CTLA-DATA CTLA-HORA CTLA-OPERADOR
           MOVE "F" TO CTLA-FASE
           MOVE "N" TO CTLA-SEMSALDO
           WRITE REGCTLA
           IF ST-ERRO-CTLA NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CONTROLE DE ARQUIVAMENTO"
                                                       TO MENS
              MOVE "R0C" TO W-PARAGRAFO
              MOVE ST-ERRO-CTLA TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *-------------ULTIMO PERIODO FECHADO -------------------
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

      *-------------EXECUCAO ANTERIOR INTERROMPIDA ---------------
       REINICIO-001.
           IF CTLA-FASE NOT = "C" AND CTLA-FASE NOT = "E"
              GO TO PAR-001.
           DISPLAY "ARQUIVAMENTO INTERROMPIDO NA FASE " CTLA-FASE
                   " - PERIODO " CTLA-ALVO
           IF CTLA-FASE = "E"
              DISPLAY "ULTIMO PRODUTO CONCLUIDO: " CTLA-PRODUTO.
           MOVE "N" TO W-OPCAO
           DISPLAY "RETOMAR A EXECUCAO INTERROMPIDA (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** ARQUIVAMENTO NAO RETOMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-REINICIO
           MOVE CTLA-ALVO TO W-ALVO
           MOVE CTLA-SEMSALDO TO W-SEMSALDO
           PERFORM ABRE-RELATORIO THRU ABRE-RELATORIO-FIM
           MOVE SPACES TO REL-LINHA
           STRING "EXECUCAO RETOMADA NA FASE " DELIMITED BY SIZE
                  CTLA-FASE                    DELIMITED BY SIZE
                  " - ULTIMO PRODUTO CONCLUIDO " DELIMITED BY SIZE
                  CTLA-PRODUTO                 DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           IF CTLA-FASE = "E"
              GO TO EXCLUI-001.
           GO TO COPIA-001.

      *-------------PARAMETROS DO ARQUIVAMENTO ------------------
       PAR-001.
           DISPLAY "ULTIMO PERIODO FECHADO (0=NENHUM): " W-MESFECHADO
           DISPLAY "ARQUIVADO ATE O PERIODO (0=NADA) : " CTLA-ANOMES
           IF W-MESFECHADO = ZEROS
              MOVE "*** NENHUM PERIODO FECHADO NO SCE019 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY "ARQUIVAR ATE O PERIODO AAAAMM (0=SAIR): "
           MOVE W-MESFECHADO TO W-ALVO
           ACCEPT W-ALVO
           IF W-ALVO = ZEROS
              GO TO ROT-FIM.
           IF W-ALVO-MES < 1 OR W-ALVO-MES > 12
              MOVE "*** MES DO PERIODO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-001.
           IF W-ALVO > W-MESFECHADO
              MOVE "*** SO E POSSIVEL ARQUIVAR PERIODO FECHADO ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-001.
           IF W-ALVO < CTLA-ANOMES
              MOVE "*** PERIODO ANTERIOR AO JA ARQUIVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-001.
       PAR-002.
           MOVE "N" TO W-SEMSALDO
           DISPLAY "ARQUIVAR MESES SEM SALDO NO ARQSALDO (S/N): "
           ACCEPT W-SEMSALDO
           IF W-SEMSALDO = "s"
              MOVE "S" TO W-SEMSALDO.
           IF W-SEMSALDO NOT = "S" AND W-SEMSALDO NOT = "N"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-002.
       PAR-003.
           MOVE "N" TO W-OPCAO
           DISPLAY "CONFIRMA O ARQUIVAMENTO DOS MOVIMENTOS (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** ARQUIVAMENTO NAO EFETUADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "C" TO CTLA-FASE
           MOVE W-ALVO TO CTLA-ALVO
           MOVE W-SEMSALDO TO CTLA-SEMSALDO
           MOVE ZEROS TO CTLA-PRODUTO CTLA-QTDCOPIADOS
           MOVE ZEROS TO CTLA-QTDEXCLUIDOS CTLA-QTDRETIDOS
           PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM
           PERFORM ABRE-RELATORIO THRU ABRE-RELATORIO-FIM.

      *---------[ FASE C: COPIA PARA O ARQUIVO MORTO E CONFERE ]----
      *---------[ CADA PRODUTO/MES CONTRA O SALDO DO ARQSALDO ]----
       COPIA-001.
           MOVE "C" TO W-MODOANO
           MOVE "S" TO W-LISTA
           MOVE ZEROS TO W-PRODATUAL W-MESATUAL
           MOVE ZEROS TO MOV-CODIGO MOV-DATA MOV-HORA
           START ARQMOV KEY IS NOT LESS MOV-CHAVE
           IF ST-ERRO-MOV NOT = "00"
              GO TO COPIA-ENCERRA.
       COPIA-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO-MOV NOT = "00"
              GO TO COPIA-ENCERRA.
           IF MOV-CODIGO NOT = W-PRODATUAL
              PERFORM FECHA-PRODUTO THRU FECHA-PRODUTO-FIM
              MOVE MOV-CODIGO TO W-PRODATUAL
              MOVE "N" TO W-PRODRETIDO
              MOVE ZEROS TO W-MESATUAL.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESMOV > W-ALVO
              GO TO COPIA-SALTA.
           ADD 1 TO W-QTDLIDOS
           IF W-MESMOV NOT = W-MESATUAL
              IF W-MESATUAL NOT = ZEROS
                 PERFORM CONFERE-MES THRU CONFERE-MES-FIM
                 MOVE W-MESMOV TO W-MESATUAL
                 MOVE ZEROS TO W-ENTRADAS W-SAIDAS W-AJUSTES
              ELSE
                 MOVE W-MESMOV TO W-MESATUAL
                 MOVE ZEROS TO W-ENTRADAS W-SAIDAS W-AJUSTES.
           PERFORM ACUMULA-MES
           PERFORM COPIA-REGISTRO THRU COPIA-REGISTRO-FIM
           GO TO COPIA-LOOP.
      *-------------RESTO DO PRODUTO E POSTERIOR AO ALVO ---------
       COPIA-SALTA.
           IF W-PRODATUAL = 999999
              GO TO COPIA-ENCERRA.
           COMPUTE W-PROXIMO = W-PRODATUAL + 1
           MOVE W-PROXIMO TO MOV-CODIGO
           MOVE ZEROS TO MOV-DATA MOV-HORA
           START ARQMOV KEY IS NOT LESS MOV-CHAVE
           IF ST-ERRO-MOV NOT = "00"
              GO TO COPIA-ENCERRA.
           GO TO COPIA-LOOP.

      *---------[ GRAVA NO ARQUIVO MORTO DO ANO; SE JA EXISTIR ]----
      *---------[ (EXECUCAO RETOMADA) TEM DE SER IDENTICO ]----
       COPIA-REGISTRO.
           MOVE MOV-DATA(1:4) TO W-ANOMOV
           IF W-ANOABERTO NOT = "S" OR W-ANOMOV NOT = W-ANOHMOV
              PERFORM ABRE-ANO THRU ABRE-ANO-FIM.
           IF W-ANOABERTO NOT = "S"
              ADD 1 TO W-QTDDIVERG
              GO TO COPIA-REGISTRO-FIM.
           WRITE REGHMOV FROM REGMOV
           IF ST-ERRO-HMOV = "00"
              ADD 1 TO W-QTDCOPIADOS
              GO TO COPIA-REGISTRO-FIM.
           IF ST-ERRO-HMOV NOT = "22"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO MORTO" TO MENS
              MOVE "COPIA-REGISTRO" TO W-PARAGRAFO
              MOVE ST-ERRO-HMOV TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              ADD 1 TO W-QTDDIVERG
              GO TO COPIA-REGISTRO-FIM.
           READ ARQHMOV
           IF ST-ERRO-HMOV = "00" AND REGHMOV = REGMOV
              ADD 1 TO W-QTDJAARQ
              GO TO COPIA-REGISTRO-FIM.
           ADD 1 TO W-QTDDIVERG
           MOVE "MOVIMENTO DIFERENTE NO ARQUIVO MORTO" TO W-MOTIVORET
           MOVE SPACES TO REL-LINHA
           STRING MOV-CODIGO     DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  W-MESMOV       DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  W-MOTIVORET    DELIMITED BY SIZE
                  " DATA "       DELIMITED BY SIZE
                  MOV-DATA       DELIMITED BY SIZE
                  " HORA "       DELIMITED BY SIZE
                  MOV-HORA       DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       COPIA-REGISTRO-FIM.
           EXIT.

      *-------------RESULTADO DA COPIA E CONFERENCIA -----------
       COPIA-ENCERRA.
           PERFORM FECHA-PRODUTO THRU FECHA-PRODUTO-FIM
           PERFORM FECHA-ANO THRU FECHA-ANO-FIM
           COMPUTE W-QTDCONFERIDOS = W-QTDCOPIADOS + W-QTDJAARQ
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDLIDOS TO W-CONT-ED
           STRING "MOVIMENTOS DO DIARIO NO PERIODO    : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDCOPIADOS TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "COPIADOS PARA O ARQUIVO MORTO      : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDJAARQ TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "JA EXISTENTES NO ARQUIVO MORTO     : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDDIVERG TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "DIVERGENTES OU NAO GRAVADOS        : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDSEMSALDO TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "MESES SEM SALDO NO ARQSALDO        : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDRETIDOS TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "PRODUTOS RETIDOS NO DIARIO         : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           IF W-QTDDIVERG = ZEROS AND W-QTDCONFERIDOS = W-QTDLIDOS
              GO TO COPIA-CONFERIDA.
      *-------------CONTAGEM NAO CONFERE: NADA E EXCLUIDO ------
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "*** CONTAGEM NAO CONFERE - NENHUM MOVIMENTO EXCLUIDO"
                                                   TO REL-LINHA
           WRITE REL-LINHA
           MOVE "F" TO CTLA-FASE
           PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM
           MOVE "*** CONTAGEM NAO CONFERE - NADA FOI EXCLUIDO ***"
                                                   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ENCERRA-RELATORIO.
       COPIA-CONFERIDA.
           MOVE W-ALVO TO CTLA-ANOMES
           MOVE "E" TO CTLA-FASE
           MOVE ZEROS TO CTLA-PRODUTO CTLA-QTDEXCLUIDOS
           MOVE W-QTDCONFERIDOS TO CTLA-QTDCOPIADOS
           MOVE W-QTDRETIDOS TO CTLA-QTDRETIDOS
           PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM
           MOVE "N" TO W-LISTA.

      *---------[ FASE E: EXCLUSAO DO DIARIO POR PRODUTO ]----
      *---------[ O PRODUTO E RECONFERIDO PELO ARQUIVO MORTO E ]----
      *---------[ CADA MOVIMENTO SO SAI SE EXISTIR NO ARQUIVO ]----
       EXCLUI-001.
           MOVE "L" TO W-MODOANO
           MOVE ZEROS TO W-QTDRETIDOS
           MOVE ZEROS TO MOV-DATA MOV-HORA
           IF CTLA-PRODUTO = ZEROS
              MOVE ZEROS TO MOV-CODIGO
           ELSE
              COMPUTE MOV-CODIGO = CTLA-PRODUTO + 1.
           IF CTLA-PRODUTO = 999999
              GO TO EXCLUI-ENCERRA.
           START ARQMOV KEY IS NOT LESS MOV-CHAVE
           IF ST-ERRO-MOV NOT = "00"
              GO TO EXCLUI-ENCERRA.
       EXCLUI-PRODUTO.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO-MOV NOT = "00"
              GO TO EXCLUI-ENCERRA.
           MOVE MOV-CODIGO TO W-PRODATUAL
           MOVE MOV-DATA(1:6) TO W-MESINI
           IF W-MESINI > W-ALVO
              GO TO EXCLUI-PROXIMO.
           PERFORM RECONFERE-PRODUTO THRU RECONFERE-PRODUTO-FIM
           IF W-PRODRETIDO = "S"
              ADD 1 TO W-QTDRETIDOS
              GO TO EXCLUI-CHECKPOINT.
           MOVE W-PRODATUAL TO MOV-CODIGO
           MOVE ZEROS TO MOV-DATA MOV-HORA
           START ARQMOV KEY IS NOT LESS MOV-CHAVE
           IF ST-ERRO-MOV NOT = "00"
              GO TO EXCLUI-CHECKPOINT.
       EXCLUI-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO-MOV NOT = "00"
              GO TO EXCLUI-CHECKPOINT.
           IF MOV-CODIGO NOT = W-PRODATUAL
              GO TO EXCLUI-CHECKPOINT.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESMOV > W-ALVO
              GO TO EXCLUI-CHECKPOINT.
           MOVE MOV-DATA(1:4) TO W-ANOMOV
           IF W-ANOABERTO NOT = "S" OR W-ANOMOV NOT = W-ANOHMOV
              PERFORM ABRE-ANO THRU ABRE-ANO-FIM.
           IF W-ANOABERTO NOT = "S"
              GO TO EXCLUI-MANTEM.
           MOVE MOV-CHAVE TO HMOV-CHAVE
           READ ARQHMOV
           IF ST-ERRO-HMOV NOT = "00" OR REGHMOV NOT = REGMOV
              GO TO EXCLUI-MANTEM.
           DELETE ARQMOV RECORD
           IF ST-ERRO-MOV NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO MOVIMENTO DO DIARIO" TO MENS
              MOVE "EXCLUI-LOOP" TO W-PARAGRAFO
              MOVE ST-ERRO-MOV TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTDEXCLUIDOS
           GO TO EXCLUI-LOOP.
       EXCLUI-MANTEM.
           ADD 1 TO W-QTDMANTIDOS
           MOVE "AUSENTE NO ARQUIVO MORTO - MANTIDO" TO W-MOTIVORET
           MOVE SPACES TO REL-LINHA
           STRING MOV-CODIGO     DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  W-MESMOV       DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  W-MOTIVORET    DELIMITED BY SIZE
                  " DATA "       DELIMITED BY SIZE
                  MOV-DATA       DELIMITED BY SIZE
                  " HORA "       DELIMITED BY SIZE
                  MOV-HORA       DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           GO TO EXCLUI-LOOP.
      *-------------PRODUTO CONCLUIDO: PONTO DE REINICIO -------
       EXCLUI-CHECKPOINT.
           MOVE W-PRODATUAL TO CTLA-PRODUTO
           ADD W-QTDEXCLUIDOS TO CTLA-QTDEXCLUIDOS
           MOVE ZEROS TO W-QTDEXCLUIDOS
           PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM.
       EXCLUI-PROXIMO.
           IF W-PRODATUAL = 999999
              GO TO EXCLUI-ENCERRA.
           COMPUTE W-PROXIMO = W-PRODATUAL + 1
           MOVE W-PROXIMO TO MOV-CODIGO
           MOVE ZEROS TO MOV-DATA MOV-HORA
           START ARQMOV KEY IS NOT LESS MOV-CHAVE
           IF ST-ERRO-MOV NOT = "00"
              GO TO EXCLUI-ENCERRA.
           GO TO EXCLUI-PRODUTO.

      *-------------FIM DA EXCLUSAO -------------------
       EXCLUI-ENCERRA.
           PERFORM FECHA-ANO THRU FECHA-ANO-FIM
           MOVE "F" TO CTLA-FASE
           MOVE W-QTDRETIDOS TO CTLA-QTDRETIDOS
           PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE CTLA-QTDEXCLUIDOS TO W-CONT-ED
           STRING "EXCLUIDOS DO DIARIO                : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDMANTIDOS TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "MANTIDOS POR AUSENCIA NO ARQUIVO   : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-QTDRETIDOS TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "PRODUTOS MANTIDOS NO DIARIO        : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "DIARIO ARQUIVADO ATE O PERIODO     : "
                                        DELIMITED BY SIZE
                  CTLA-ANOMES           DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE CTLA-QTDEXCLUIDOS TO W-CONT-ED
           DISPLAY "MOVIMENTOS ARQUIVADOS: " W-CONT-ED.

       ENCERRA-RELATORIO.
           CLOSE RELARQV
           MOVE "N" TO W-RELABERTO
           DISPLAY "RELATORIO GERADO EM RELARQV.LST"
           GO TO ROT-FIM.

      *---------[ RECONFERENCIA DO PRODUTO PELO ARQUIVO MORTO ]----
      *---------[ DO PRIMEIRO MES AINDA NO DIARIO ATE O ALVO ]----
       RECONFERE-PRODUTO.
           MOVE "N" TO W-PRODRETIDO
           MOVE ZEROS TO W-MESATUAL
           COMPUTE W-DATAINI = W-MESINI * 100
           MOVE W-MESINI(1:4) TO W-ANOVER.
       RECONFERE-ANO.
           IF W-ANOVER > W-ALVO-ANO
              GO TO RECONFERE-FECHA.
           MOVE W-ANOVER TO W-ANOMOV
           PERFORM ABRE-ANO THRU ABRE-ANO-FIM
           IF W-ANOABERTO NOT = "S"
              GO TO RECONFERE-PROXANO.
           MOVE W-PRODATUAL TO HMOV-CODIGO
           MOVE W-DATAINI TO HMOV-DATA
           MOVE ZEROS TO HMOV-HORA
           START ARQHMOV KEY IS NOT LESS HMOV-CHAVE
           IF ST-ERRO-HMOV NOT = "00"
              GO TO RECONFERE-PROXANO.
       RECONFERE-LOOP.
           READ ARQHMOV NEXT RECORD INTO REGMOV
           IF ST-ERRO-HMOV NOT = "00"
              GO TO RECONFERE-PROXANO.
           IF MOV-CODIGO NOT = W-PRODATUAL
              GO TO RECONFERE-PROXANO.
           MOVE MOV-DATA(1:6) TO W-MESMOV
           IF W-MESMOV > W-ALVO
              GO TO RECONFERE-PROXANO.
           IF W-MESMOV NOT = W-MESATUAL
              IF W-MESATUAL NOT = ZEROS
                 PERFORM CONFERE-MES THRU CONFERE-MES-FIM
                 MOVE W-MESMOV TO W-MESATUAL
                 MOVE ZEROS TO W-ENTRADAS W-SAIDAS W-AJUSTES
              ELSE
                 MOVE W-MESMOV TO W-MESATUAL
                 MOVE ZEROS TO W-ENTRADAS W-SAIDAS W-AJUSTES.
           PERFORM ACUMULA-MES
           GO TO RECONFERE-LOOP.
       RECONFERE-PROXANO.
           ADD 1 TO W-ANOVER
           GO TO RECONFERE-ANO.
       RECONFERE-FECHA.
           IF W-MESATUAL NOT = ZEROS
              PERFORM CONFERE-MES THRU CONFERE-MES-FIM.
           IF W-MESATUAL = ZEROS
              MOVE "S" TO W-PRODRETIDO.
       RECONFERE-PRODUTO-FIM.
           EXIT.

      *---------[ SOMA DO MOVIMENTO NO MES, COMO NO SCE019 ]----
       ACUMULA-MES.
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

      *---------[ CONFERE O MES DO PRODUTO COM O ARQSALDO ]----
       CONFERE-MES.
           IF W-ENTRADAS < ZEROS
              ADD W-ENTRADAS TO W-AJUSTES
              MOVE ZEROS TO W-ENTRADAS.
           IF W-SAIDAS < ZEROS
              SUBTRACT W-SAIDAS FROM W-AJUSTES
              MOVE ZEROS TO W-SAIDAS.
           MOVE W-MESATUAL TO SAL-ANOMES
           MOVE W-PRODATUAL TO SAL-CODIGO
           READ ARQSALDO
           IF ST-ERRO-SAL NOT = "00"
              GO TO CONFERE-SEMSALDO.
           IF SAL-QTDENTRADAS = W-ENTRADAS
              AND SAL-QTDSAIDAS = W-SAIDAS
              AND SAL-QTDAJUSTES = W-AJUSTES
              GO TO CONFERE-MES-FIM.
           MOVE "QUANTIDADES DIFEREM DO ARQSALDO" TO W-MOTIVORET
           GO TO CONFERE-RETEM.
       CONFERE-SEMSALDO.
           IF W-SEMSALDO = "S" AND W-LISTA = "S"
              ADD 1 TO W-QTDSEMSALDO.
           IF W-SEMSALDO = "S"
              GO TO CONFERE-MES-FIM.
           MOVE ZEROS TO SAL-QTDENTRADAS SAL-QTDSAIDAS SAL-QTDAJUSTES
           MOVE "MES SEM SALDO NO ARQSALDO" TO W-MOTIVORET.
       CONFERE-RETEM.
           MOVE "S" TO W-PRODRETIDO
           IF W-LISTA NOT = "S"
              GO TO CONFERE-MES-FIM.
           MOVE W-ENTRADAS TO W-ENTDIA-ED
           MOVE W-SAIDAS TO W-SAIDIA-ED
           MOVE W-AJUSTES TO W-AJUDIA-ED
           MOVE SAL-QTDENTRADAS TO W-ENTSAL-ED
           MOVE SAL-QTDSAIDAS TO W-SAISAL-ED
           MOVE SAL-QTDAJUSTES TO W-AJUSAL-ED
           MOVE SPACES TO REL-LINHA
           STRING W-PRODATUAL    DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  W-MESATUAL     DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  W-MOTIVORET    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  W-ENTDIA-ED    DELIMITED BY SIZE
                  W-SAIDIA-ED    DELIMITED BY SIZE
                  W-AJUDIA-ED    DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  W-ENTSAL-ED    DELIMITED BY SIZE
                  W-SAISAL-ED    DELIMITED BY SIZE
                  W-AJUSAL-ED    DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA.
       CONFERE-MES-FIM.
           EXIT.

      *---------[ FIM DO PRODUTO NA FASE DE COPIA ]----
       FECHA-PRODUTO.
           IF W-MESATUAL = ZEROS
              GO TO FECHA-PRODUTO-FIM.
           PERFORM CONFERE-MES THRU CONFERE-MES-FIM
           IF W-PRODRETIDO = "S"
              ADD 1 TO W-QTDRETIDOS.
       FECHA-PRODUTO-FIM.
           EXIT.

      *---------[ ABRE O ARQUIVO MORTO DO ANO W-ANOMOV ]----
      *---------[ MODO C CRIA O ARQUIVO; MODO L SO LE ]----
       ABRE-ANO.
           PERFORM FECHA-ANO THRU FECHA-ANO-FIM
           MOVE W-ANOMOV TO W-ANOHMOV
           IF W-MODOANO = "L"
              OPEN INPUT ARQHMOV
              IF ST-ERRO-HMOV = "00"
                 MOVE "S" TO W-ANOABERTO
                 GO TO ABRE-ANO-FIM
              ELSE
                 GO TO ABRE-ANO-FIM.
       ABRE-ANO-IO.
           OPEN I-O ARQHMOV
           IF ST-ERRO-HMOV = "30"
              OPEN OUTPUT ARQHMOV
              CLOSE ARQHMOV
              GO TO ABRE-ANO-IO.
           IF ST-ERRO-HMOV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO MORTO" TO MENS
              MOVE "ABRE-ANO" TO W-PARAGRAFO
              MOVE ST-ERRO-HMOV TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-ANO-FIM.
           MOVE "S" TO W-ANOABERTO
           IF CTLA-ANOINI = ZEROS OR W-ANOHMOV < CTLA-ANOINI
              MOVE W-ANOHMOV TO CTLA-ANOINI.
       ABRE-ANO-FIM.
           EXIT.

       FECHA-ANO.
           IF W-ANOABERTO = "S"
              CLOSE ARQHMOV
              MOVE "N" TO W-ANOABERTO.
       FECHA-ANO-FIM.
           EXIT.

      *---------[ REGRAVA O CONTROLE (PONTO DE REINICIO) ]----
       GRAVA-CONTROLE.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-DATAHORA TO CTLA-DATA
           MOVE W-HORA TO CTLA-HORA
           MOVE W-OPERADOR TO CTLA-OPERADOR
           MOVE 1 TO CTLA-CHAVE
           REWRITE REGCTLA
           IF ST-ERRO-CTLA NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CONTROLE DE ARQUIVAMENTO"
                                                       TO MENS
              MOVE "GRAVA-CONTROLE" TO W-PARAGRAFO
              MOVE ST-ERRO-CTLA TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       GRAVA-CONTROLE-FIM.
           EXIT.

      *-------------ABERTURA DO RELATORIO -------------------
       ABRE-RELATORIO.
           OPEN OUTPUT RELARQV
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DE ARQUIVAMENTO"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-RELABERTO
           MOVE W-ALVO TO CAB-ALVO
           MOVE LINHA-CABECALHO TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE LINHA-COLUNAS TO REL-LINHA
           WRITE REL-LINHA.
       ABRE-RELATORIO-FIM.
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
                MOVE W-PRODATUAL TO ERRO-CODPRODUTO
                MOVE ZEROS TO ERRO-CODFORNECEDOR
                MOVE W-OPERADOR TO ERRO-OPERADOR
                WRITE REGERRO.
       GRAVA-ERRO-FIM.
                EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           PERFORM FECHA-ANO THRU FECHA-ANO-FIM
           IF W-RELABERTO = "S"
              CLOSE RELARQV.
           CLOSE ARQMOV ARQSALDO ARQCTLA ARQERRO.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                DISPLAY MENS.
       ROT-MENS-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
