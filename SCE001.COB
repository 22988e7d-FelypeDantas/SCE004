           SELECT ARQSESS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SESS.
      *
           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PERF-CHAVE
                    FILE STATUS  IS ST-ERRO-PERF.
      *
           SELECT ARQPARS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-PARS.
      *
           SELECT ARQLACE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LACE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERSESS.DAT".
           COPY "regsess.cpy".
      *>*****************************************************************
       FD ARQPERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPERF.DAT".
           COPY "regperf.cpy".
      *>*****************************************************************
       FD ARQPARS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARSENHA.DAT".
           COPY "regpars.cpy".
      *>*****************************************************************
       FD ARQLACE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGACESS.DAT".
           COPY "reglace.cpy".
      *>*****************************************************************
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 ST-ERRO-PERF  PIC X(02) VALUE "00".
       01 ST-ERRO-PARS  PIC X(02) VALUE "00".
       01 ST-ERRO-LACE  PIC X(02) VALUE "00".
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.

       01 W-TENTATIVAS  PIC 9(01) VALUE ZEROS.
       01 W-DATAHORA    PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
      *-------------PERFIL DE ACESSO E POLITICA DE SENHAS --
       01 W-PROGRAMA    PIC X(06) VALUE SPACES.
       01 W-ACESSO      PIC X(01) VALUE SPACES.
       01 W-INCLUI      PIC X(01) VALUE "N".
       01 W-ALTERA      PIC X(01) VALUE "N".
       01 W-EXCLUI      PIC X(01) VALUE "N".
       01 W-DIASVALIDADE PIC 9(03) VALUE 90.
       01 W-MAXFALHAS   PIC 9(02) VALUE 3.
       01 W-DIASSENHA   PIC S9(07) VALUE ZEROS.
       01 W-NOVASENHA   PIC X(08) VALUE SPACES.
       01 W-CONFSENHA   PIC X(08) VALUE SPACES.
       01 W-TROCAORIGEM PIC X(01) VALUE SPACES.
       01 W-EVENTO      PIC X(01) VALUE SPACES.
       01 W-LOGOPER     PIC 9(04) VALUE ZEROS.
       01 W-LINHA       PIC 9(02) VALUE ZEROS.
       01 W-BRANCO      PIC X(78) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE "MESTRE" TO OPE-SENHA
              MOVE "SUPERVISOR MESTRE" TO OPE-NOME
              MOVE 9 TO OPE-NIVEL
              MOVE ZEROS TO OPE-DATASENHA OPE-FALHAS
              MOVE "N" TO OPE-BLOQUEADO
              WRITE REGOPER
              MOVE "OPERADOR 0001 SENHA MESTRE CRIADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *-------------LEITURA DA POLITICA DE SENHAS ---------------
       R0A.
           OPEN INPUT ARQPARS
           IF ST-ERRO-PARS NOT = "00"
              GO TO SIGNON-001.
           READ ARQPARS
           IF ST-ERRO-PARS = "00"
              MOVE PARS-DIASVALIDADE TO W-DIASVALIDADE
              MOVE PARS-MAXFALHAS TO W-MAXFALHAS
              IF W-MAXFALHAS = ZEROS
                 MOVE 3 TO W-MAXFALHAS.
           CLOSE ARQPARS.

      *-------------IDENTIFICACAO DO OPERADOR -------------------
       SIGNON-001.
           DISPLAY (01, 20) "SCE001 - CONTROLE DE ESTOQUE        "
           IF W-ACT = 01
              GO TO SIGNON-001.
       SIGNON-003.
           MOVE W-CODOPER TO OPE-CODIGO W-LOGOPER
           READ ARQOPER
           IF ST-ERRO NOT = "00"
              MOVE "I" TO W-EVENTO
              PERFORM GRAVA-LOGACESSO THRU GRAVA-LOGACESSO-FIM
              GO TO SIGNON-NEGADO.
           IF OPE-DATASENHA NOT NUMERIC
              MOVE ZEROS TO OPE-DATASENHA.
           IF OPE-FALHAS NOT NUMERIC
              MOVE ZEROS TO OPE-FALHAS.
           IF OPE-BLOQUEADO = "S"
              MOVE "R" TO W-EVENTO
              PERFORM GRAVA-LOGACESSO THRU GRAVA-LOGACESSO-FIM
              MOVE "*** OPERADOR BLOQUEADO - PROCURE O SUPERVISOR ***"
                                                       TO MENS
              GO TO SIGNON-CONTA.
           IF OPE-SENHA NOT = W-SENHA
              GO TO SIGNON-FALHA.
           MOVE OPE-NIVEL TO W-NIVEL
           MOVE OPE-NOME TO W-NOMEOPER
           MOVE "E" TO W-EVENTO
           PERFORM GRAVA-LOGACESSO THRU GRAVA-LOGACESSO-FIM
           MOVE ZEROS TO OPE-FALHAS
           MOVE "N" TO OPE-BLOQUEADO
           REWRITE REGOPER
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *-------------SENHA PROVISORIA OU EXPIRADA ----------------
           IF OPE-DATASENHA = ZEROS
              MOVE "*** PRIMEIRO ACESSO - CADASTRE UMA NOVA SENHA ***"
                                                       TO MENS
              GO TO SIGNON-TROCA.
           IF W-DIASVALIDADE = ZEROS
              GO TO SIGNON-OK.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           COMPUTE W-DIASSENHA = FUNCTION INTEGER-OF-DATE(W-DATAHORA)
                               - FUNCTION INTEGER-OF-DATE(OPE-DATASENHA)
           IF W-DIASSENHA < W-DIASVALIDADE
              GO TO SIGNON-OK.
           MOVE "*** SENHA EXPIRADA - CADASTRE UMA NOVA SENHA ***"
                                                       TO MENS.
       SIGNON-TROCA.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "L" TO W-TROCAORIGEM
           GO TO TROCA-001.
       SIGNON-OK.
           IF W-NIVEL = 9
              MOVE "S" TO W-INCLUI W-ALTERA W-EXCLUI
           ELSE
              MOVE "N" TO W-INCLUI W-ALTERA W-EXCLUI.
           PERFORM GRAVA-SESSAO THRU GRAVA-SESSAO-FIM
           GO TO MENU-001.
      *-------------SENHA ERRADA: CONTA A FALHA NO CADASTRO -----
      *    O OPERADOR 0001 (MESTRE) NAO E BLOQUEADO, PARA QUE SEMPRE
      *    HAJA UM SUPERVISOR CAPAZ DE DESBLOQUEAR OS DEMAIS
       SIGNON-FALHA.
           MOVE "F" TO W-EVENTO
           PERFORM GRAVA-LOGACESSO THRU GRAVA-LOGACESSO-FIM
           IF OPE-FALHAS < 99
              ADD 1 TO OPE-FALHAS.
           IF OPE-FALHAS NOT < W-MAXFALHAS AND OPE-CODIGO NOT = 0001
              MOVE "S" TO OPE-BLOQUEADO.
           REWRITE REGOPER
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF OPE-BLOQUEADO NOT = "S"
              GO TO SIGNON-NEGADO.
           MOVE "B" TO W-EVENTO
           PERFORM GRAVA-LOGACESSO THRU GRAVA-LOGACESSO-FIM
           MOVE "*** SENHA INVALIDA - OPERADOR BLOQUEADO ***" TO MENS
           GO TO SIGNON-CONTA.
       SIGNON-NEGADO.
           MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS.
       SIGNON-CONTA.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           ADD 1 TO W-TENTATIVAS
           IF W-TENTATIVAS NOT < 3
              MOVE "*** ACESSO NEGADO - TENTATIVAS ESGOTADAS ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO SIGNON-001.

      *-------------TROCA DE SENHA PELO PROPRIO OPERADOR ---------
      *    W-TROCAORIGEM: L = EXIGIDA NO SIGN-ON   M = PEDIDA NO MENU
       TROCA-001.
           DISPLAY (18, 10) "NOVA SENHA        : "
           MOVE SPACES TO W-NOVASENHA
           ACCEPT (18, 31) W-NOVASENHA WITH NO-ECHO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TROCA-DESISTE.
           IF W-NOVASENHA = SPACES
              MOVE "*** SENHA NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-001.
           IF W-NOVASENHA = OPE-SENHA
              MOVE "*** NOVA SENHA DEVE SER DIFERENTE DA ATUAL ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-001.
       TROCA-002.
           DISPLAY (19, 10) "CONFIRME A SENHA  : "
           MOVE SPACES TO W-CONFSENHA
           ACCEPT (19, 31) W-CONFSENHA WITH NO-ECHO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ACT = 02
              GO TO TROCA-001.
           IF W-CONFSENHA NOT = W-NOVASENHA
              MOVE "*** CONFIRMACAO DIFERENTE DA NOVA SENHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-001.
       TROCA-RW1.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           MOVE W-NOVASENHA TO OPE-SENHA
           MOVE W-DATAHORA TO OPE-DATASENHA
           MOVE ZEROS TO OPE-FALHAS
           MOVE "N" TO OPE-BLOQUEADO
           REWRITE REGOPER
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-DESISTE.
           MOVE "T" TO W-EVENTO
           PERFORM GRAVA-LOGACESSO THRU GRAVA-LOGACESSO-FIM
           MOVE "*** SENHA ALTERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
           IF W-TROCAORIGEM = "L"
              GO TO SIGNON-OK.
           GO TO MENU-002.
       TROCA-DESISTE.
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
           IF W-TROCAORIGEM = "M"
              GO TO MENU-002.
           MOVE "*** ACESSO NEGADO SEM A TROCA DA SENHA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *-------------TROCA PEDIDA NO MENU: CONFERE A SENHA ATUAL --
       TROCA-MENU.
           MOVE W-CODOPER TO OPE-CODIGO W-LOGOPER
           READ ARQOPER
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-002.
           MOVE "M" TO W-TROCAORIGEM
           DISPLAY (17, 10) "SENHA ATUAL       : "
           MOVE SPACES TO W-SENHA
           ACCEPT (17, 31) W-SENHA WITH NO-ECHO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TROCA-DESISTE.
           IF W-SENHA NOT = OPE-SENHA
              MOVE "*** SENHA ATUAL NAO CONFERE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-DESISTE.
           GO TO TROCA-001.

      *-------------MENU DE FUNCOES -------------------
       MENU-001.
           DISPLAY (01, 20) "SCE001 - CONTROLE DE ESTOQUE        "
           DISPLAY (12, 49) "P - PLANO DE COMPRAS   (SCE027)"
           DISPLAY (13, 49) "T - TABELA DE PRECOS   (SCE029)"
           DISPLAY (14, 49) "U - LISTA/MARGENS      (SCE030)"
           DISPLAY (15, 49) "Q - PEDIDOS PENDENTES  (SCE031)"
           DISPLAY (16, 49) "R - DEVOLUCAO DE VENDA (SCE032)"
           DISPLAY (17, 49) "V - LOTES A VENCER     (SCE033)"
           DISPLAY (18, 49) "W - CONTAS A PAGAR     (SCE034)"
           DISPLAY (19, 49) "X - RELAT.CONTAS PAGAR (SCE035)"
           DISPLAY (20, 49) "Z - OUTRAS OPCOES (PAG.2)"
           DISPLAY (19, 10) "O - OPERADORES *SUPERVISOR*           "
           DISPLAY (20, 10) "S - SAIR                              "
           DISPLAY (21, 10) "OPCAO: "
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              MOVE "SCE004" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE004"
                 CANCEL "SCE004"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "2"
              MOVE "SCE005" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE005"
                 CANCEL "SCE005"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "3"
              MOVE "SCE006" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE006"
                 CANCEL "SCE006"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "4"
              MOVE "SCE007" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE007"
                 CANCEL "SCE007"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "5"
              MOVE "SCE009" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE009"
                 CANCEL "SCE009"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "6"
              PERFORM VALIDA-SUPERVISOR THRU VALIDA-SUPERVISOR-FIM
              IF W-NIVEL = 9
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "7"
              MOVE "SCE010" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE010"
                 CANCEL "SCE010"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "8"
              MOVE "SCE011" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE011"
                 CANCEL "SCE011"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "9"
              MOVE "SCE012" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE012"
                 CANCEL "SCE012"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "A" OR "a"
              MOVE "SCE013" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE013"
                 CANCEL "SCE013"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "B" OR "b"
              MOVE "SCE014" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE014"
                 CANCEL "SCE014"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "C" OR "c"
              PERFORM VALIDA-SUPERVISOR THRU VALIDA-SUPERVISOR-FIM
              IF W-NIVEL = 9
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "D" OR "d"
              MOVE "SCE016" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE016"
                 CANCEL "SCE016"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "E" OR "e"
              MOVE "SCE017" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE017"
                 CANCEL "SCE017"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "F" OR "f"
              PERFORM VALIDA-SUPERVISOR THRU VALIDA-SUPERVISOR-FIM
              IF W-NIVEL = 9
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "H" OR "h"
              MOVE "SCE020" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE020"
                 CANCEL "SCE020"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "I" OR "i"
              MOVE "SCE021" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE021"
                 CANCEL "SCE021"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "T" OR "t"
              MOVE "SCE029" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE029"
                 CANCEL "SCE029"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "U" OR "u"
              MOVE "SCE030" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE030"
                 CANCEL "SCE030"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "Q" OR "q"
              MOVE "SCE031" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE031"
                 CANCEL "SCE031"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "R" OR "r"
              MOVE "SCE032" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE032"
                 CANCEL "SCE032"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "V" OR "v"
              MOVE "SCE033" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE033"
                 CANCEL "SCE033"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "W" OR "w"
              MOVE "SCE034" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE034"
                 CANCEL "SCE034"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "X" OR "x"
              MOVE "SCE035" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE035"
                 CANCEL "SCE035"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "P" OR "p"
              MOVE "SCE027" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE027"
                 CANCEL "SCE027"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "SCE026" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE026"
                 CANCEL "SCE026"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "M" OR "m"
              MOVE "SCE025" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE025"
                 CANCEL "SCE025"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "L" OR "l"
              MOVE "SCE024" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE024"
                 CANCEL "SCE024"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "J" OR "j"
              MOVE "SCE022" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE022"
                 CANCEL "SCE022"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "K" OR "k"
              MOVE "SCE023" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE023"
                 CANCEL "SCE023"
                 GO TO MENU-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "G" OR "g"
              PERFORM VALIDA-SUPERVISOR THRU VALIDA-SUPERVISOR-FIM
              IF W-NIVEL = 9
                 GO TO OPER-001
              ELSE
                 GO TO MENU-001.
           IF W-OPCAO = "Z" OR "z"
              GO TO MENU-002.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           GO TO MENU-001.

      *-------------MENU DE FUNCOES - PAGINA 2 -----------------
       MENU-002.
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM.
       MENU-002A.
           DISPLAY (01, 20) "SCE001 - CONTROLE DE ESTOQUE - PAG.2"
           DISPLAY (02, 10) "OPERADOR: " W-CODOPER " " W-NOMEOPER
           DISPLAY (04, 10) "1 - TROCA DE SENHA                    "
           DISPLAY (05, 10) "2 - PERFIS DE ACESSO *SUPERV.  (SCE036)"
           DISPLAY (06, 10) "3 - RELAT.DE ACESSOS *SUPERV.  (SCE037)"
           DISPLAY (07, 10) "4 - ARQUIVAR MOVTOS  *SUPERV.  (SCE038)"
           DISPLAY (08, 10) "5 - MOVIMENTOS DO PRODUTO      (SCE039)"
           DISPLAY (09, 10) "6 - ESTRUTURA DE KITS          (SCE040)"
           DISPLAY (10, 10) "7 - MONTAGEM/DESMONTAGEM KITS  (SCE041)"
           DISPLAY (11, 10) "8 - ONDE E USADO (KITS)        (SCE042)"
           DISPLAY (12, 10) "9 - CURVA ABC E GIRO           (SCE043)"
           DISPLAY (13, 10) "A - DESEMPENHO DE FORNECEDORES (SCE044)"
           DISPLAY (20, 10) "V - VOLTAR AO MENU PRINCIPAL          "
           DISPLAY (21, 10) "OPCAO: "
           MOVE SPACES TO W-OPCAO
           ACCEPT (21, 18) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MENU-002V.
           IF W-OPCAO = "1"
              GO TO TROCA-MENU.
           IF W-OPCAO = "2"
              PERFORM VALIDA-SUPERVISOR THRU VALIDA-SUPERVISOR-FIM
              IF W-NIVEL = 9
                 CALL "SCE036"
                 CANCEL "SCE036"
                 GO TO MENU-002
              ELSE
                 GO TO MENU-002.
           IF W-OPCAO = "3"
              PERFORM VALIDA-SUPERVISOR THRU VALIDA-SUPERVISOR-FIM
              IF W-NIVEL = 9
                 CALL "SCE037"
                 CANCEL "SCE037"
                 GO TO MENU-002
              ELSE
                 GO TO MENU-002.
           IF W-OPCAO = "4"
              PERFORM VALIDA-SUPERVISOR THRU VALIDA-SUPERVISOR-FIM
              IF W-NIVEL = 9
                 CALL "SCE038"
                 CANCEL "SCE038"
                 GO TO MENU-002
              ELSE
                 GO TO MENU-002.
           IF W-OPCAO = "5"
              MOVE "SCE039" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE039"
                 CANCEL "SCE039"
                 GO TO MENU-002
              ELSE
                 GO TO MENU-002.
           IF W-OPCAO = "6"
              MOVE "SCE040" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE040"
                 CANCEL "SCE040"
                 GO TO MENU-002
              ELSE
                 GO TO MENU-002.
           IF W-OPCAO = "7"
              MOVE "SCE041" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE041"
                 CANCEL "SCE041"
                 GO TO MENU-002
              ELSE
                 GO TO MENU-002.
           IF W-OPCAO = "8"
              MOVE "SCE042" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE042"
                 CANCEL "SCE042"
                 GO TO MENU-002
              ELSE
                 GO TO MENU-002.
           IF W-OPCAO = "9"
              MOVE "SCE043" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE043"
                 CANCEL "SCE043"
                 GO TO MENU-002
              ELSE
                 GO TO MENU-002.
           IF W-OPCAO = "A" OR "a"
              MOVE "SCE044" TO W-PROGRAMA
              PERFORM VERIFICA-ACESSO THRU VERIFICA-ACESSO-FIM
              IF W-ACESSO = "S"
                 CALL "SCE044"
                 CANCEL "SCE044"
                 GO TO MENU-002
              ELSE
                 GO TO MENU-002.
           IF W-OPCAO = "V" OR "v"
              GO TO MENU-002V.
           GO TO MENU-002A.
       MENU-002V.
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
           GO TO MENU-001.

      *---------[ LIMPA A AREA DO MENU ]----
       LIMPA-MENU.
           MOVE 3 TO W-LINHA.
       LIMPA-MENU-LOOP.
           DISPLAY (W-LINHA, 01) W-BRANCO
           ADD 1 TO W-LINHA
           IF W-LINHA < 23
              GO TO LIMPA-MENU-LOOP.
       LIMPA-MENU-FIM.
           EXIT.

      *---------[ A FUNCAO EXIGE NIVEL DE SUPERVISOR ]----
       VALIDA-SUPERVISOR.
           IF W-NIVEL NOT = 9
       VALIDA-SUPERVISOR-FIM.
           EXIT.

      *---------[ PERFIL DE ACESSO DO OPERADOR A OPCAO ]----
      *    NIVEL 9 TEM ACESSO TOTAL; O NIVEL 1 PRECISA DE UM REGISTRO
      *    NO ARQPERF PARA O PROGRAMA. OS DIREITOS DE INCLUSAO,
      *    ALTERACAO E EXCLUSAO SEGUEM PARA O PROGRAMA PELA SESSAO
       VERIFICA-ACESSO.
           MOVE "S" TO W-ACESSO
           IF W-NIVEL = 9
              GO TO VERIFICA-ACESSO-FIM.
           MOVE "N" TO W-ACESSO
           OPEN INPUT ARQPERF
           IF ST-ERRO-PERF NOT = "00"
              GO TO VERIFICA-ACESSO-NEGA.
           MOVE W-CODOPER TO PERF-OPERADOR
           MOVE W-PROGRAMA TO PERF-PROGRAMA
           READ ARQPERF
           IF ST-ERRO-PERF = "00"
              MOVE "S" TO W-ACESSO
              MOVE PERF-INCLUI TO W-INCLUI
              MOVE PERF-ALTERA TO W-ALTERA
              MOVE PERF-EXCLUI TO W-EXCLUI.
           CLOSE ARQPERF
           IF W-ACESSO = "S"
              PERFORM GRAVA-SESSAO THRU GRAVA-SESSAO-FIM
              GO TO VERIFICA-ACESSO-FIM.
       VERIFICA-ACESSO-NEGA.
           MOVE W-CODOPER TO W-LOGOPER
           MOVE "N" TO W-EVENTO
           PERFORM GRAVA-LOGACESSO THRU GRAVA-LOGACESSO-FIM
           MOVE "*** OPCAO NAO LIBERADA PARA ESTE OPERADOR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIFICA-ACESSO-FIM.
           EXIT.

      *
      *****************************************
      * CADASTRO DE OPERADORES (SUPERVISOR)  *
           READ ARQOPER
           IF ST-ERRO = "00"
              DISPLAY (23, 10) "JA CADASTRADO: " OPE-NOME
              IF OPE-BLOQUEADO = "S"
                 DISPLAY (22, 50) "(OPERADOR BLOQUEADO)"
                 GO TO OPER-ALTERA
              ELSE
                 GO TO OPER-ALTERA.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-001.
       OPER-INCLUI.
           PERFORM OPER-DADOS THRU OPER-DADOS-FIM
           MOVE ZEROS TO OPE-DATASENHA OPE-FALHAS
           MOVE "N" TO OPE-BLOQUEADO
           WRITE REGOPER
           IF ST-ERRO = "00" OR "02"
              MOVE "*** OPERADOR CADASTRADO ***" TO MENS
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE OPERADORES" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-001.
      *    SENHA DIGITADA PELO SUPERVISOR E PROVISORIA: O OPERADOR
      *    E DESBLOQUEADO E TROCA A SENHA NO PROXIMO SIGN-ON
       OPER-ALTERA.
           PERFORM OPER-DADOS THRU OPER-DADOS-FIM
           MOVE ZEROS TO OPE-DATASENHA OPE-FALHAS
           MOVE "N" TO OPE-BLOQUEADO
           REWRITE REGOPER
           IF ST-ERRO = "00" OR "02"
              MOVE OPE-CODIGO TO W-LOGOPER
              MOVE "D" TO W-EVENTO
              PERFORM GRAVA-LOGACESSO THRU GRAVA-LOGACESSO-FIM
              MOVE "*** OPERADOR ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OPER-001.
           MOVE W-NIVEL TO SESS-NIVEL
           MOVE W-DATAHORA TO SESS-DATA
           MOVE W-HORA TO SESS-HORA
           MOVE W-INCLUI TO SESS-INCLUI
           MOVE W-ALTERA TO SESS-ALTERA
           MOVE W-EXCLUI TO SESS-EXCLUI
           WRITE REGSESS
           CLOSE ARQSESS.
       GRAVA-SESSAO-FIM.
           IF ST-ERRO-SESS = "00"
              MOVE ZEROS TO SESS-OPERADOR SESS-NIVEL
                            SESS-DATA SESS-HORA
              MOVE "N" TO SESS-INCLUI SESS-ALTERA SESS-EXCLUI
              WRITE REGSESS
              CLOSE ARQSESS.
       APAGA-SESSAO-FIM.
           EXIT.

      *---------[ GRAVACAO DO LOG DE ACESSOS ]----
       GRAVA-LOGACESSO.
           OPEN EXTEND ARQLACE
           IF ST-ERRO-LACE NOT = "00"
              OPEN OUTPUT ARQLACE
              CLOSE ARQLACE
              OPEN EXTEND ARQLACE
              IF ST-ERRO-LACE NOT = "00"
                 GO TO GRAVA-LOGACESSO-FIM.
           ACCEPT W-DATAHORA FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-DATAHORA TO LAC-DATA
           MOVE W-HORA TO LAC-HORA
           MOVE W-LOGOPER TO LAC-OPERADOR
           MOVE W-EVENTO TO LAC-EVENTO
           MOVE SPACES TO LAC-PROGRAMA
           MOVE ZEROS TO LAC-RESPONSAVEL
           IF W-EVENTO = "N"
              MOVE W-PROGRAMA TO LAC-PROGRAMA.
           IF W-EVENTO = "D"
              MOVE W-CODOPER TO LAC-RESPONSAVEL.
           WRITE REGLACE
           CLOSE ARQLACE.
       GRAVA-LOGACESSO-FIM.
           EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           PERFORM APAGA-SESSAO THRU APAGA-SESSAO-FIM
