      *>*****************************************************************
      *>    LAYOUT DO CADASTRO DE OPERADORES (ARQOPER)
      *>    NIVEL: 1=OPERADOR  9=SUPERVISOR
      *>    DATASENHA: DATA DA ULTIMA TROCA DE SENHA (ZEROS = TROCA
      *>               OBRIGATORIA NO PROXIMO SIGN-ON)
      *>    FALHAS: SENHAS ERRADAS SEGUIDAS  BLOQUEADO: S=BLOQUEADO
      *>*****************************************************************
       01 REGOPER.
         03 OPE-CODIGO             PIC 9(04).
         03 OPE-SENHA              PIC X(08).
         03 OPE-NOME               PIC X(30).
         03 OPE-NIVEL              PIC 9(01).
         03 OPE-DATASENHA          PIC 9(08).
         03 OPE-FALHAS             PIC 9(02).
         03 OPE-BLOQUEADO          PIC X(01).
