       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE036.
      *AUTHOR. Felype Dantas Dos Santos.
      ******************************
      * PERFIS DE ACESSO E POLITICA DE SENHAS *
      ******************************
      * LIBERA AOS OPERADORES DE NIVEL 1 OS PROGRAMAS DO MENU, COM
      * OS DIREITOS DE INCLUSAO, ALTERACAO E EXCLUSAO, E MANTEM A
      * VALIDADE DAS SENHAS E O LIMITE DE SENHAS ERRADAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PERF-CHAVE
                    FILE STATUS  IS ST-ERRO-PERF.
      *
           SELECT ARQOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-CODIGO
                    FILE STATUS  IS ST-ERRO-OPER.
      *
           SELECT ARQPARS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-PARS.
      *
           SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LOG.
      *
           SELECT ARQSESS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SESS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPERF.DAT".
           COPY "regperf.cpy".
      *>*****************************************************************
       FD ARQOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
           COPY "regoper.cpy".
      *>*****************************************************************
       FD ARQPARS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARSENHA.DAT".
           COPY "regpars.cpy".
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
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO-PERF  PIC X(02) VALUE "00".
       01 ST-ERRO-OPER  PIC X(02) VALUE "00".
       01 ST-ERRO-PARS  PIC X(02) VALUE "00".
       01 ST-ERRO-LOG   PIC X(02) VALUE "00".
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 W-PARAGRAFO   PIC X(20) VALUE SPACES.
       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-STATUS-LOG  PIC X(02) VALUE SPACES.

       01 W-DATAHORA        PIC 9(08) VALUE ZEROS.
       01 W-HORA            PIC 9(08) VALUE ZEROS.

       01 W-CODOPERADOR     PIC 9(04) VALUE ZEROS.
       01 W-PROGRAMA        PIC X(06) VALUE SPACES.
       01 W-DESCPROG        PIC X(24) VALUE SPACES.
       01 W-ACHOU           PIC X(01) VALUE SPACES.
       01 W-EXISTE          PIC X(01) VALUE SPACES.
       01 W-INCLUI          PIC X(01) VALUE SPACES.
       01 W-ALTERA          PIC X(01) VALUE SPACES.
       01 W-EXCLUI          PIC X(01) VALUE SPACES.
       01 W-QTDLIBERADOS    PIC 9(02) VALUE ZEROS.
       01 W-DIASVALIDADE    PIC 9(03) VALUE ZEROS.
       01 W-MAXFALHAS       PIC 9(02) VALUE ZEROS.
       01 W-IDX             PIC 9(02) VALUE ZEROS.
       01 W-LINHA           PIC 9(02) VALUE ZEROS.
       01 W-COLUNA          PIC 9(02) VALUE ZEROS.
       01 W-BRANCO          PIC X(78) VALUE SPACES.

      *-------------PROGRAMAS DO MENU QUE PODEM SER LIBERADOS ---
      *    (AS FUNCOES *SUPERVISOR* NAO ENTRAM NO PERFIL)
       01 W-QTDPROGRAMAS    PIC 9(02) VALUE 33.
       01 W-TABPROGRAMAS.
          03 FILLER PIC X(30) VALUE "SCE004CADASTRO DE PRODUTOS    ".
          03 FILLER PIC X(30) VALUE "SCE005CADASTRO DE TIPOS       ".
          03 FILLER PIC X(30) VALUE "SCE006CADASTRO FORNECEDORES   ".
          03 FILLER PIC X(30) VALUE "SCE007VALORIZACAO DE ESTOQUE  ".
          03 FILLER PIC X(30) VALUE "SCE009ALERTA ESTOQUE MINIMO   ".
          03 FILLER PIC X(30) VALUE "SCE010MOVIMENTOS DE ESTOQUE   ".
          03 FILLER PIC X(30) VALUE "SCE011PEDIDOS DE COMPRA       ".
          03 FILLER PIC X(30) VALUE "SCE012CONSULTA DE HISTORICO   ".
          03 FILLER PIC X(30) VALUE "SCE013AUDITORIA DE ORFAOS     ".
          03 FILLER PIC X(30) VALUE "SCE014INVENTARIO FISICO       ".
          03 FILLER PIC X(30) VALUE "SCE016PRODUTOS/FORNECEDOR     ".
          03 FILLER PIC X(30) VALUE "SCE017EXPORTACAO PARA O ERP   ".
          03 FILLER PIC X(30) VALUE "SCE020CADASTRO DE CLIENTES    ".
          03 FILLER PIC X(30) VALUE "SCE021PEDIDOS DE VENDA        ".
          03 FILLER PIC X(30) VALUE "SCE022CADASTRO DE MOTIVOS     ".
          03 FILLER PIC X(30) VALUE "SCE023RESUMO POR MOTIVO       ".
          03 FILLER PIC X(30) VALUE "SCE024CONCILIACAO DIARIO      ".
          03 FILLER PIC X(30) VALUE "SCE025CADASTRO DE LOCAIS      ".
          03 FILLER PIC X(30) VALUE "SCE026CONFERE NOTAS FISCAIS   ".
          03 FILLER PIC X(30) VALUE "SCE027PLANO DE COMPRAS        ".
          03 FILLER PIC X(30) VALUE "SCE029TABELA DE PRECOS        ".
          03 FILLER PIC X(30) VALUE "SCE030LISTA/MARGENS           ".
          03 FILLER PIC X(30) VALUE "SCE031PEDIDOS PENDENTES       ".
          03 FILLER PIC X(30) VALUE "SCE032DEVOLUCAO DE VENDA      ".
          03 FILLER PIC X(30) VALUE "SCE033LOTES A VENCER          ".
          03 FILLER PIC X(30) VALUE "SCE034CONTAS A PAGAR          ".
          03 FILLER PIC X(30) VALUE "SCE035RELAT.CONTAS A PAGAR    ".
          03 FILLER PIC X(30) VALUE "SCE039MOVIMENTOS DO PRODUTO   ".
          03 FILLER PIC X(30) VALUE "SCE040ESTRUTURA DE KITS       ".
          03 FILLER PIC X(30) VALUE "SCE041MONTAGEM DE KITS        ".
          03 FILLER PIC X(30) VALUE "SCE042ONDE E USADO            ".
          03 FILLER PIC X(30) VALUE "SCE043CURVA ABC E GIRO        ".
          03 FILLER PIC X(30) VALUE "SCE044DESEMPENHO FORNECEDORES ".
       01 W-TABPROGRAMAS-R REDEFINES W-TABPROGRAMAS.
          03 W-TP-ITEM OCCURS 33 TIMES.
             05 W-TP-PROGRAMA  PIC X(06).
             05 W-TP-DESCRICAO PIC X(24).

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
              OPEN EXTEND ARQERRO
              IF ST-ERRO-LOG NOT = "00"
                 MOVE "ERRO NA ABERTURA DO LOG DE ERROS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GOBACK.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN I-O ARQPERF
           IF ST-ERRO-PERF NOT = "00"
              IF ST-ERRO-PERF = "30"
                 OPEN OUTPUT ARQPERF
                 MOVE "CRIANDO ARQUIVO DE PERFIS DE ACESSO " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPERF
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PERFIS" TO MENS
                 MOVE "R0" TO W-PARAGRAFO
                 MOVE ST-ERRO-PERF TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQERRO
                 GOBACK.

       R0A.
           OPEN INPUT ARQOPER
           IF ST-ERRO-OPER NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE OPERADORES" TO MENS
              MOVE "R0A" TO W-PARAGRAFO
              MOVE ST-ERRO-OPER TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPERF ARQERRO
              GOBACK.

      *-------------MENU DE FUNCOES -------------------
       MENU-001.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 20) "PERFIS DE ACESSO - SCE036            "
           DISPLAY (20, 10)
            "P=PERFIL DO OPERADOR | N=POLITICA DE SENHAS | S=SAIR:"
           ACCEPT (20, 64) W-OPCAO
           IF W-OPCAO = "P" OR "p"
              GO TO PERFIL-001.
           IF W-OPCAO = "N" OR "n"
              GO TO POLIT-001.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           GO TO MENU-001.

      *
      *****************************************
      * PERFIL DO OPERADOR: LIBERA, ALTERA E  *
      * REVOGA OS PROGRAMAS DO MENU           *
      *****************************************
      *
       PERFIL-001.
           DISPLAY (22, 10) W-BRANCO
           DISPLAY (23, 10) W-BRANCO
           DISPLAY (22, 10) "OPERADOR: "
           ACCEPT (22, 20) W-CODOPERADOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CODOPERADOR = ZEROS
              GO TO MENU-001.
           MOVE W-CODOPERADOR TO OPE-CODIGO
           READ ARQOPER
           IF ST-ERRO-OPER NOT = "00"
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PERFIL-001.
           IF OPE-NIVEL = 9
              MOVE "*** SUPERVISOR TEM ACESSO TOTAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PERFIL-001.

      *-------------LISTA OS PROGRAMAS LIBERADOS AO OPERADOR ----
       PERFIL-LISTA.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 20) "PERFIS DE ACESSO - SCE036            "
           DISPLAY (02, 05) "OPERADOR: " OPE-CODIGO " " OPE-NOME
           DISPLAY (03, 02) "PROG.  I A E DESCRICAO"
           DISPLAY (03, 41) "PROG.  I A E DESCRICAO"
           MOVE ZEROS TO W-QTDLIBERADOS
           MOVE 4 TO W-LINHA
           MOVE 2 TO W-COLUNA
           MOVE W-CODOPERADOR TO PERF-OPERADOR
           MOVE SPACES TO PERF-PROGRAMA
           START ARQPERF KEY IS NOT LESS PERF-CHAVE
           IF ST-ERRO-PERF NOT = "00"
              GO TO PERFIL-LISTA-FIM.
       PERFIL-LISTA-LOOP.
           READ ARQPERF NEXT RECORD
           IF ST-ERRO-PERF NOT = "00"
              GO TO PERFIL-LISTA-FIM.
           IF PERF-OPERADOR NOT = W-CODOPERADOR
              GO TO PERFIL-LISTA-FIM.
           ADD 1 TO W-QTDLIBERADOS
           IF W-LINHA > 20
              IF W-COLUNA = 2
                 MOVE 4 TO W-LINHA
                 MOVE 41 TO W-COLUNA
              ELSE
                 GO TO PERFIL-LISTA-LOOP.
           MOVE PERF-PROGRAMA TO W-PROGRAMA
           PERFORM BUSCA-PROGRAMA THRU BUSCA-PROGRAMA-FIM
           DISPLAY (W-LINHA, W-COLUNA) PERF-PROGRAMA
                            " " PERF-INCLUI
                            " " PERF-ALTERA
                            " " PERF-EXCLUI
                            " " W-DESCPROG
           ADD 1 TO W-LINHA
           GO TO PERFIL-LISTA-LOOP.
       PERFIL-LISTA-FIM.
           IF W-QTDLIBERADOS = ZEROS
              DISPLAY (04, 02) "NENHUM PROGRAMA LIBERADO".

      *-------------ESCOLHA DO PROGRAMA -------------------
       PERFIL-002.
           DISPLAY (22, 10) W-BRANCO
           DISPLAY (23, 10) W-BRANCO
           DISPLAY (22, 10) "PROGRAMA (BRANCO=OUTRO OPERADOR): "
           MOVE SPACES TO W-PROGRAMA
           ACCEPT (22, 44) W-PROGRAMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-PROGRAMA = SPACES
              GO TO PERFIL-001.
           INSPECT W-PROGRAMA CONVERTING "sce" TO "SCE"
           PERFORM BUSCA-PROGRAMA THRU BUSCA-PROGRAMA-FIM
           IF W-ACHOU NOT = "S"
              MOVE "*** PROGRAMA FORA DA LISTA DO MENU ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PERFIL-002.
           DISPLAY (22, 51) W-DESCPROG
           MOVE W-CODOPERADOR TO PERF-OPERADOR
           MOVE W-PROGRAMA TO PERF-PROGRAMA
           READ ARQPERF
           IF ST-ERRO-PERF = "00"
              MOVE "S" TO W-EXISTE
              MOVE PERF-INCLUI TO W-INCLUI
              MOVE PERF-ALTERA TO W-ALTERA
              MOVE PERF-EXCLUI TO W-EXCLUI
           ELSE
              MOVE "N" TO W-EXISTE
              MOVE "S" TO W-INCLUI W-ALTERA
              MOVE "N" TO W-EXCLUI.

      *-------------DIREITOS NO PROGRAMA (S/N) -------------
       PERFIL-003.
           DISPLAY (23, 10) "INCLUI: "
           ACCEPT (23, 18) W-INCLUI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              GO TO PERFIL-002.
           IF W-INCLUI = "s" MOVE "S" TO W-INCLUI.
           IF W-INCLUI = "n" MOVE "N" TO W-INCLUI.
           IF W-INCLUI NOT = "S" AND "N"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PERFIL-003.
       PERFIL-004.
           DISPLAY (23, 22) "ALTERA: "
           ACCEPT (23, 30) W-ALTERA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PERFIL-002.
           IF W-ACT = 02
              GO TO PERFIL-003.
           IF W-ALTERA = "s" MOVE "S" TO W-ALTERA.
           IF W-ALTERA = "n" MOVE "N" TO W-ALTERA.
           IF W-ALTERA NOT = "S" AND "N"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PERFIL-004.
       PERFIL-005.
           DISPLAY (23, 34) "EXCLUI: "
           ACCEPT (23, 42) W-EXCLUI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PERFIL-002.
           IF W-ACT = 02
              GO TO PERFIL-004.
           IF W-EXCLUI = "s" MOVE "S" TO W-EXCLUI.
           IF W-EXCLUI = "n" MOVE "N" TO W-EXCLUI.
           IF W-EXCLUI NOT = "S" AND "N"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PERFIL-005.
       PERFIL-OPC.
           MOVE "G" TO W-OPCAO
           DISPLAY (23, 46) "G=GRAVAR R=REVOGAR V=VOLTAR: "
           ACCEPT (23, 75) W-OPCAO WITH UPDATE
           IF W-OPCAO = "V" OR "v"
              GO TO PERFIL-002.
           IF W-OPCAO = "R" OR "r"
              GO TO PERFIL-REVOGA.
           IF W-OPCAO NOT = "G" AND "g"
              MOVE "*** DIGITE APENAS G, R OU V ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PERFIL-OPC.
       PERFIL-WR1.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           MOVE W-CODOPERADOR TO PERF-OPERADOR
           MOVE W-PROGRAMA TO PERF-PROGRAMA
           MOVE W-INCLUI TO PERF-INCLUI
           MOVE W-ALTERA TO PERF-ALTERA
           MOVE W-EXCLUI TO PERF-EXCLUI
           MOVE W-DATAHORA TO PERF-DATA
           MOVE W-OPERADOR TO PERF-SUPERVISOR
           IF W-EXISTE = "S"
              REWRITE REGPERF
           ELSE
              WRITE REGPERF.
           IF ST-ERRO-PERF NOT = "00" AND ST-ERRO-PERF NOT = "02"
              MOVE "ERRO NA GRAVACAO DO PERFIL DE ACESSO" TO MENS
              MOVE "PERFIL-WR1" TO W-PARAGRAFO
              MOVE ST-ERRO-PERF TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PERFIL-LISTA.
           MOVE "*** PROGRAMA LIBERADO AO OPERADOR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PERFIL-LISTA.
       PERFIL-REVOGA.
           IF W-EXISTE NOT = "S"
              MOVE "*** PROGRAMA NAO ESTAVA LIBERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PERFIL-002.
           DELETE ARQPERF RECORD
           IF ST-ERRO-PERF NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO PERFIL DE ACESSO" TO MENS
              MOVE "PERFIL-REVOGA" TO W-PARAGRAFO
              MOVE ST-ERRO-PERF TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PERFIL-LISTA.
           MOVE "*** ACESSO AO PROGRAMA REVOGADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PERFIL-LISTA.

      *
      *****************************************
      * POLITICA DE SENHAS: VALIDADE E LIMITE *
      * DE SENHAS ERRADAS ATE O BLOQUEIO      *
      *****************************************
      *
       POLIT-001.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 20) "POLITICA DE SENHAS - SCE036          "
           MOVE 90 TO W-DIASVALIDADE
           MOVE 3 TO W-MAXFALHAS
           MOVE ZEROS TO PARS-DATA PARS-OPERADOR
           OPEN INPUT ARQPARS
           IF ST-ERRO-PARS = "00"
              READ ARQPARS
              IF ST-ERRO-PARS = "00"
                 MOVE PARS-DIASVALIDADE TO W-DIASVALIDADE
                 MOVE PARS-MAXFALHAS TO W-MAXFALHAS
                 CLOSE ARQPARS
              ELSE
                 CLOSE ARQPARS.
           IF PARS-DATA NOT = ZEROS
              DISPLAY (08, 05) "ULTIMA ALTERACAO EM " PARS-DATA
                               " PELO OPERADOR " PARS-OPERADOR.
       POLIT-002.
           DISPLAY (04, 05) "DIAS DE VALIDADE DA SENHA (0=NAO EXPIRA): "
           ACCEPT (04, 48) W-DIASVALIDADE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
       POLIT-003.
           DISPLAY (05, 05) "SENHAS ERRADAS ATE O BLOQUEIO (1 A 99)  : "
           ACCEPT (05, 48) W-MAXFALHAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-001.
           IF W-ACT = 02
              GO TO POLIT-002.
           IF W-MAXFALHAS = ZEROS
              MOVE "*** LIMITE DEVE SER DE 1 A 99 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO POLIT-003.
       POLIT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (06, 05) "CONFIRMA A GRAVACAO (S/N) : "
           ACCEPT (06, 33) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** POLITICA NAO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO POLIT-OPC.
       POLIT-WR1.
           OPEN OUTPUT ARQPARS
           IF ST-ERRO-PARS NOT = "00"
              MOVE "ERRO NA GRAVACAO DA POLITICA DE SENHAS" TO MENS
              MOVE "POLIT-WR1" TO W-PARAGRAFO
              MOVE ST-ERRO-PARS TO W-STATUS-LOG
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           MOVE W-DIASVALIDADE TO PARS-DIASVALIDADE
           MOVE W-MAXFALHAS TO PARS-MAXFALHAS
           MOVE W-DATAHORA TO PARS-DATA
           MOVE W-OPERADOR TO PARS-OPERADOR
           WRITE REGPARS
           CLOSE ARQPARS
           MOVE "*** POLITICA DE SENHAS GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-001.

      *--------------------------------------------------------------
      *---------[ DESCRICAO DO PROGRAMA NA TABELA DO MENU ]----
       BUSCA-PROGRAMA.
                MOVE "N" TO W-ACHOU
                MOVE "*** FORA DO MENU ***" TO W-DESCPROG
                MOVE 1 TO W-IDX.
       BUSCA-PROGRAMA-LOOP.
                IF W-IDX > W-QTDPROGRAMAS
                   GO TO BUSCA-PROGRAMA-FIM.
                IF W-TP-PROGRAMA (W-IDX) = W-PROGRAMA
                   MOVE "S" TO W-ACHOU
                   MOVE W-TP-DESCRICAO (W-IDX) TO W-DESCPROG
                   GO TO BUSCA-PROGRAMA-FIM.
                ADD 1 TO W-IDX
                GO TO BUSCA-PROGRAMA-LOOP.
       BUSCA-PROGRAMA-FIM.
                EXIT.

      *--------------------------------------------------------------
      *---------[ LIMPA A AREA DE DADOS DA TELA ]----
       LIMPA-TELA.
                MOVE 2 TO W-LINHA.
       LIMPA-TELA-LOOP.
                DISPLAY (W-LINHA, 01) W-BRANCO
                ADD 1 TO W-LINHA
                IF W-LINHA < 24
                   GO TO LIMPA-TELA-LOOP.
       LIMPA-TELA-FIM.
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
                MOVE ZEROS TO ERRO-CODPRODUTO
                MOVE ZEROS TO ERRO-CODFORNECEDOR
                MOVE W-OPERADOR TO ERRO-OPERADOR
                WRITE REGERRO.
       GRAVA-ERRO-FIM.
                EXIT.

      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPERF ARQOPER ARQERRO.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (21, 21) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (21, 21) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
