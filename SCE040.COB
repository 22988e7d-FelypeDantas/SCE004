       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE040.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      *  CADASTRO DE ESTRUTURA DE KITS *
      ******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBOM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS BOM-CHAVE
                  ALTERNATE RECORD KEY IS BOM-COMPONENTE WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQPRO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRO-CODIGO
                  ALTERNATE RECORD KEY IS PRO-DESCRICAO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO-PRO.
      *
           SELECT ARQSESS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SESS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBOM
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "ARQBOM.DAT".
           COPY "regbom.cpy".
      *>*****************************************************************
       FD ARQPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "ARQPRO.DAT".
           COPY "regpro.cpy".
      *>*****************************************************************
       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERSESS.DAT".
           COPY "regsess.cpy".
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-PRO   PIC X(02) VALUE "00".
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-PODEINCLUIR PIC X(01) VALUE SPACES.
       01 W-PODEALTERAR PIC X(01) VALUE SPACES.
       01 W-PODEEXCLUIR PIC X(01) VALUE SPACES.
       01 W-DESCPAI     PIC X(30) VALUE SPACES.
       01 W-DESCCOMP    PIC X(30) VALUE SPACES.
       01 W-PAI         PIC 9(06) VALUE ZEROS.
       01 W-COMPONENTE  PIC 9(06) VALUE ZEROS.
       01 W-QTDCOMP     PIC 9(03) VALUE ZEROS.
       01 W-QTDCOMP-ED  PIC ZZ9.

      *-------------PRODUTOS JA VISITADOS NA BUSCA DE CICLOS -----
       01 W-CICLO       PIC X(01) VALUE "N".
       01 W-IDXV        PIC 9(03) VALUE ZEROS.
       01 W-IDXB        PIC 9(03) VALUE ZEROS.
       01 W-QTDVISITA   PIC 9(03) VALUE ZEROS.
       01 W-TABVISITA.
          03 W-VISITA   PIC 9(06) OCCURS 500 TIMES.

      *--------------------------------------------
      *
        SCREEN SECTION.

       01  TELABOM.
        05  LINE 01  COLUMN 01
               VALUE  "                       CADASTRO DE ESTRUTU".
           05  LINE 01  COLUMN 42
               VALUE  "RA DE KITS".
           05  LINE 03  COLUMN 01
               VALUE  " ----------------------------DADOS DA ESTRU".
           05  LINE 03  COLUMN 43
               VALUE  "TURA -----------------------------------".
           05  LINE 04  COLUMN 01
               VALUE  "   Produto montado (kit)     :".
           05  LINE 06  COLUMN 01
               VALUE  "   Componente                :".
           05  LINE 08  COLUMN 01
               VALUE  "   Quantidade por kit        :".
           05  LINE 10  COLUMN 01
               VALUE  "   (O componente nao pode conter o kit em".
           05  LINE 11  COLUMN 01
               VALUE  "    nenhum nivel da sua propria estrutura)".
           05  LINE 12  COLUMN 01
               VALUE  "---------------------------------INFORMA".
           05  LINE 12  COLUMN 41
               VALUE  "COES-------------------------------------".
           05  LINE 14  COLUMN 01
               VALUE  "  MENSAGENS :".
           05  LINE 24  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 24  COLUMN 41
               VALUE  "----------------------------------------".
           05  TBOM-PAI
               LINE 04  COLUMN 32  PIC 9(06)
               USING  BOM-PAI.
           05  TBOM-DESCPAI
               LINE 04  COLUMN 40  PIC X(30)
               FROM   W-DESCPAI.
           05  TBOM-COMPONENTE
               LINE 06  COLUMN 32  PIC 9(06)
               USING  BOM-COMPONENTE.
           05  TBOM-DESCCOMP
               LINE 06  COLUMN 40  PIC X(30)
               FROM   W-DESCCOMP.
           05  TBOM-QTDPOR
               LINE 08  COLUMN 32  PIC 9(04)
               USING  BOM-QTDPOR.
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
                 MOVE SESS-INCLUI TO W-PODEINCLUIR
                 MOVE SESS-ALTERA TO W-PODEALTERAR
                 MOVE SESS-EXCLUI TO W-PODEEXCLUIR
                 CLOSE ARQSESS
              ELSE
                 CLOSE ARQSESS.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN I-O ARQBOM
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQBOM
              MOVE "CRIANDO ARQUIVO DE ESTRUTURA DE KITS " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBOM
              GO TO R0
            ELSE
              IF ST-ERRO = "95"
                MOVE "ISAM NAO CARREGADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GOBACK
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE KITS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GOBACK.

       R0A.
           OPEN INPUT ARQPRO
           IF ST-ERRO-PRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBOM
              GOBACK.

      *------------- INICIALIZACAO DAS VARIAVEIS------------
       INC-001.
           MOVE ZEROS TO BOM-PAI BOM-COMPONENTE BOM-QTDPOR W-SEL
           MOVE SPACES TO W-DESCPAI W-DESCCOMP
      *-------------VISUALIZACAO DA TELA ------------------

           DISPLAY TELABOM.
      *----------ENTRADA DE DADOS---------------

       INC-002.
           ACCEPT TBOM-PAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF BOM-PAI = ZEROS
              MOVE "*** CODIGO DEVE SER DIFERENTE DE ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE BOM-PAI TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO-PRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE PRO-DESCRICAO TO W-DESCPAI
           DISPLAY TBOM-DESCPAI
           MOVE BOM-PAI TO W-PAI
           PERFORM CONTA-COMPONENTES THRU CONTA-COMPONENTES-FIM
           MOVE W-QTDCOMP TO W-QTDCOMP-ED
           DISPLAY (08, 45) "Componentes no kit: " W-QTDCOMP-ED.

       INC-002A.
           ACCEPT TBOM-COMPONENTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-002.
           IF BOM-COMPONENTE = ZEROS
              MOVE "*** CODIGO DEVE SER DIFERENTE DE ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002A.
           IF BOM-COMPONENTE = BOM-PAI
              MOVE "*** O KIT NAO PODE SER COMPONENTE DELE MESMO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002A.
           MOVE BOM-COMPONENTE TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO-PRO NOT = "00"
              MOVE "*** COMPONENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002A.
           MOVE PRO-DESCRICAO TO W-DESCCOMP
           DISPLAY TBOM-DESCCOMP
           MOVE BOM-COMPONENTE TO W-COMPONENTE.

       LER-ARQBOM.
           READ ARQBOM
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TBOM-QTDPOR
                MOVE "*** COMPONENTE JA CADASTRADO NO KIT ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO DE KITS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** COMPONENTE NAO CADASTRADO NO KIT ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *-------------DIREITO DE INCLUSAO DO OPERADOR ----------
       INC-PERFIL.
                IF W-PODEINCLUIR = "N"
                   MOVE "*** INCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.

      *-------------LIMITE DE COMPONENTES DA MONTAGEM (SCE041) --
       INC-LIMITE.
                IF W-QTDCOMP NOT < 50
                   MOVE "*** KIT JA TEM 50 COMPONENTES (LIMITE) ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.

      *-------------O COMPONENTE NAO PODE CONTER O KIT ----------
       INC-CICLO.
                PERFORM VERIFICA-CICLO THRU VERIFICA-CICLO-FIM
                MOVE W-PAI TO BOM-PAI
                MOVE W-COMPONENTE TO BOM-COMPONENTE
                MOVE ZEROS TO BOM-QTDPOR
                IF W-CICLO = "S"
                   MOVE "*** CICLO: O COMPONENTE JA CONTEM O KIT ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-CICLO = "E"
                   MOVE "*** ESTRUTURA DO COMPONENTE GRANDE DEMAIS ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.

       INC-003.
                ACCEPT TBOM-QTDPOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-SEL = 1 GO TO ACE-001.
                IF W-ACT = 02 GO TO INC-002A.
                IF BOM-QTDPOR = ZEROS
                   MOVE "QUANTIDADE POR KIT DEVE SER MAIOR QUE ZERO"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-003B.
                IF W-SEL = 1
                   GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (16, 30) "Deseja Salvar (S/N) : ".
                ACCEPT (16, 55) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO INC-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGBOM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                MOVE "* COMPONENTE JA EXISTE, DADOS NAO GRAVADOS *"
                                                       TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE KITS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (20, 15)
                     "N=NOVO REGISTRO | A=ALTERAR | E=EXCLUIR | S=SAIR:"
                ACCEPT (20, 67) W-OPCAO
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
                   GO TO INC-001
                ELSE
                   IF W-OPCAO = "A" OR "a"
                      MOVE 1 TO W-SEL
                      GO TO INC-003
                ELSE
                   IF W-OPCAO = "S" OR "s"
                      MOVE 1 TO W-SEL
                      GO TO ROT-FIM.
      *
       EXC-NIVEL.
                IF W-NIVEL NOT = 9 AND W-PODEEXCLUIR NOT = "S"
                   MOVE "*** EXCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       EXC-OPC.
                DISPLAY (16, 30) "Deseja EXCLUIR   (S/N) : ".
                ACCEPT (16, 55) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQBOM RECORD
                IF ST-ERRO = "00"
                   MOVE "*** COMPONENTE RETIRADO DO KIT ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ALT-OPC.
                DISPLAY (16, 30) "Deseja ALTERAR  (S/N) : ".
                ACCEPT (16, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY

                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.

                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGBOM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DO KIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *--------------------------------------------------------------
      *---------[ QUANTIDADE DE COMPONENTES DO KIT ]----
       CONTA-COMPONENTES.
                MOVE ZEROS TO W-QTDCOMP
                MOVE W-PAI TO BOM-PAI
                MOVE ZEROS TO BOM-COMPONENTE
                START ARQBOM KEY IS NOT LESS BOM-CHAVE.
       CONTA-COMPONENTES-LOOP.
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-COMPONENTES-ENC.
                READ ARQBOM NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-COMPONENTES-ENC.
                IF BOM-PAI NOT = W-PAI
                   GO TO CONTA-COMPONENTES-ENC.
                ADD 1 TO W-QTDCOMP
                GO TO CONTA-COMPONENTES-LOOP.
       CONTA-COMPONENTES-ENC.
                MOVE W-PAI TO BOM-PAI
                MOVE ZEROS TO BOM-COMPONENTE BOM-QTDPOR.
       CONTA-COMPONENTES-FIM.
                EXIT.

      *--------------------------------------------------------------
      *---------[ BUSCA DE ESTRUTURA CIRCULAR ]----
      *---------[ PERCORRE TODOS OS NIVEIS ABAIXO DO COMPONENTE; ]----
      *---------[ SE O KIT APARECER, A INCLUSAO FECHARIA UM CICLO ]----
      *---------[ CADA PRODUTO E EXPLODIDO UMA SO VEZ ]----
       VERIFICA-CICLO.
                MOVE "N" TO W-CICLO
                MOVE 1 TO W-QTDVISITA W-IDXV
                MOVE W-COMPONENTE TO W-VISITA(1).
       VERIFICA-CICLO-PROX.
                IF W-IDXV > W-QTDVISITA
                   GO TO VERIFICA-CICLO-FIM.
                MOVE W-VISITA(W-IDXV) TO BOM-PAI
                MOVE ZEROS TO BOM-COMPONENTE
                START ARQBOM KEY IS NOT LESS BOM-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO VERIFICA-CICLO-AVANCA.
       VERIFICA-CICLO-LOOP.
                READ ARQBOM NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO VERIFICA-CICLO-AVANCA.
                IF BOM-PAI NOT = W-VISITA(W-IDXV)
                   GO TO VERIFICA-CICLO-AVANCA.
                IF BOM-COMPONENTE = W-PAI
                   MOVE "S" TO W-CICLO
                   GO TO VERIFICA-CICLO-FIM.
                PERFORM INCLUI-VISITA THRU INCLUI-VISITA-FIM
                IF W-CICLO = "E"
                   GO TO VERIFICA-CICLO-FIM.
                GO TO VERIFICA-CICLO-LOOP.
       VERIFICA-CICLO-AVANCA.
                ADD 1 TO W-IDXV
                GO TO VERIFICA-CICLO-PROX.
       VERIFICA-CICLO-FIM.
                EXIT.

      *---------[ GUARDA O COMPONENTE PARA EXPLOSAO (SEM REPETIR) ]----
       INCLUI-VISITA.
                MOVE ZEROS TO W-IDXB.
       INCLUI-VISITA-BUSCA.
                ADD 1 TO W-IDXB
                IF W-IDXB > W-QTDVISITA
                   GO TO INCLUI-VISITA-NOVO.
                IF W-VISITA(W-IDXB) = BOM-COMPONENTE
                   GO TO INCLUI-VISITA-FIM.
                GO TO INCLUI-VISITA-BUSCA.
       INCLUI-VISITA-NOVO.
                IF W-QTDVISITA NOT < 500
                   MOVE "E" TO W-CICLO
                   GO TO INCLUI-VISITA-FIM.
                ADD 1 TO W-QTDVISITA
                MOVE BOM-COMPONENTE TO W-VISITA(W-QTDVISITA).
       INCLUI-VISITA-FIM.
                EXIT.

      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQBOM ARQPRO.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (16, 21) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (16, 21) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
