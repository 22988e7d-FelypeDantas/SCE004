      *>*****************************************************************
      *>    LAYOUT DOS PARAMETROS DA CLASSIFICACAO ABC (PARABC)
      *>    PERCA: PERCENTUAL ACUMULADO DO VALOR DE CONSUMO ATE O
      *>           QUAL OS PRODUTOS SAO CLASSE A
      *>    PERCB: IDEM PARA A CLASSE B (ACIMA DELE, CLASSE C)
      *>    SEM O ARQUIVO VALEM 80% E 95%
      *>    ANOMESINI/ANOMESFIM: PERIODO DA ULTIMA CLASSIFICACAO
      *>*****************************************************************
       01 REGPABC.
         03 PABC-PERCA             PIC 9(03).
         03 PABC-PERCB             PIC 9(03).
         03 PABC-ANOMESINI         PIC 9(06).
         03 PABC-ANOMESFIM         PIC 9(06).
         03 PABC-DATA              PIC 9(08).
         03 PABC-OPERADOR          PIC 9(04).
