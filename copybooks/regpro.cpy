      *>*****************************************************************
      *>    LAYOUT DO REGISTRO DE PRODUTOS (ARQPRO)
      *>    CONTROLALOTE: S=ENTRADAS COM LOTE/VALIDADE E SAIDAS FEFO
      *>    CLASSEABC: A/B/C PELO VALOR DE CONSUMO (SCE043)
      *>               BRANCO = PRODUTO AINDA NAO CLASSIFICADO
      *>*****************************************************************
       01 REGPRO.
         03 CADASTRO.
         03 PRO-CODFORNECEDOR       PIC 9(06).
         03 PRO-ESTOQUE-MINIMO      PIC 9(06).
         03 PRO-CUSTO-MEDIO         PIC 9(06)V99.
         03 PRO-CONTROLALOTE        PIC X(01).
         03 PRO-CLASSEABC           PIC X(01).
