      *>*****************************************************************
      *>    LAYOUT DO LOG DE ACESSOS AO SISTEMA (LOGACESS)
      *>    EVENTO: E=SIGN-ON       F=SENHA ERRADA  I=CODIGO INEXISTENTE
      *>            B=BLOQUEIO      R=RECUSADO POR ESTAR BLOQUEADO
      *>            T=TROCA DE SENHA  D=DESBLOQUEIO/NOVA SENHA
      *>            N=OPCAO DO MENU NEGADA PELO PERFIL
      *>    RESPONSAVEL: SUPERVISOR QUE DESBLOQUEOU (EVENTO D)
      *>*****************************************************************
       01 REGLACE.
         03 LAC-DATA               PIC 9(08).
         03 LAC-HORA               PIC 9(08).
         03 LAC-OPERADOR           PIC 9(04).
         03 LAC-EVENTO             PIC X(01).
         03 LAC-PROGRAMA           PIC X(06).
         03 LAC-RESPONSAVEL        PIC 9(04).
