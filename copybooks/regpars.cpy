      *>*****************************************************************
      *>    LAYOUT DA POLITICA DE SENHAS (PARSENHA)
      *>    DIASVALIDADE: DIAS ATE A SENHA EXPIRAR (ZEROS = NAO EXPIRA)
      *>    MAXFALHAS: SENHAS ERRADAS SEGUIDAS QUE BLOQUEIAM O OPERADOR
      *>    SEM O ARQUIVO VALEM 90 DIAS E 3 FALHAS
      *>*****************************************************************
       01 REGPARS.
         03 PARS-DIASVALIDADE      PIC 9(03).
         03 PARS-MAXFALHAS         PIC 9(02).
         03 PARS-DATA              PIC 9(08).
         03 PARS-OPERADOR          PIC 9(04).
