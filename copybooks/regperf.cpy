      *>*****************************************************************
      *>    LAYOUT DO PERFIL DE ACESSO DOS OPERADORES (ARQPERF)
      *>    UM REGISTRO POR PROGRAMA DO MENU LIBERADO AO OPERADOR;
      *>    SEM REGISTRO A OPCAO E NEGADA (NIVEL 9 TEM ACESSO TOTAL)
      *>    INCLUI/ALTERA/EXCLUI: S/N NOS PROGRAMAS DE CADASTRO
      *>    MANTIDO PELO SCE036
      *>*****************************************************************
       01 REGPERF.
         03 PERF-CHAVE.
           05 PERF-OPERADOR        PIC 9(04).
           05 PERF-PROGRAMA        PIC X(06).
         03 PERF-INCLUI            PIC X(01).
         03 PERF-ALTERA            PIC X(01).
         03 PERF-EXCLUI            PIC X(01).
         03 PERF-DATA              PIC 9(08).
         03 PERF-SUPERVISOR        PIC 9(04).
