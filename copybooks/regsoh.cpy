      *>*****************************************************************
      *>    LAYOUT DO CABECALHO DE PEDIDOS DE VENDA (ARQSOH)
      *>    STATUS: A=ABERTO  P=PARCIAL  E=EXPEDIDO  C=CANCELADO
      *>*****************************************************************
       01 REGSOH.
         03 SOH-NUMERO             PIC 9(06).
