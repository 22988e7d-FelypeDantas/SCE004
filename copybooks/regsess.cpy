      *>*****************************************************************
      *>    LAYOUT DA SESSAO DO OPERADOR (OPERSESS)
      *>    GRAVADA PELO SCE001 NO SIGN-ON E LIDA PELOS DEMAIS
      *>    INCLUI/ALTERA/EXCLUI: DIREITOS (S/N) DO OPERADOR NO
      *>    PROGRAMA CHAMADO PELO MENU (PERFIL DE ACESSO)
      *>*****************************************************************
       01 REGSESS.
         03 SESS-OPERADOR          PIC 9(04).
         03 SESS-NIVEL             PIC 9(01).
         03 SESS-DATA              PIC 9(08).
         03 SESS-HORA              PIC 9(08).
         03 SESS-INCLUI            PIC X(01).
         03 SESS-ALTERA            PIC X(01).
         03 SESS-EXCLUI            PIC X(01).
