      *>*****************************************************************
      *>    LAYOUT DAS ORDENS DE MONTAGEM DE KITS (ARQMON)
      *>    TIPO: M=MONTAGEM (DOCUMENTO OM+NUMERO)
      *>          D=DESMONTAGEM (DOCUMENTO OD+NUMERO)
      *>    CUSTOUNIT: CUSTO DO KIT PELO CUSTO MEDIO DOS COMPONENTES
      *>    LOCAL: LOCAL DOS COMPONENTES E DO KIT (ZEROS = SEM LOCAIS)
      *>*****************************************************************
       01 REGMON.
         03 MON-NUMERO             PIC 9(06).
         03 MON-TIPO               PIC X(01).
         03 MON-PAI                PIC 9(06).
         03 MON-QUANTIDADE         PIC 9(06).
         03 MON-LOCAL              PIC 9(02).
         03 MON-CUSTOUNIT          PIC 9(06)V99.
         03 MON-QTDCOMPONENTES     PIC 9(03).
         03 MON-DATA               PIC 9(08).
         03 MON-HORA               PIC 9(08).
         03 MON-OPERADOR           PIC 9(04).
