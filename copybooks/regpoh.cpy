      *>    LAYOUT DO CABECALHO DE PEDIDOS DE COMPRA (ARQPOH)
      *>    STATUS: A=ABERTO  P=PARCIAL  R=RECEBIDO
      *>            L=CONFERIDO E LIBERADO PARA PAGAMENTO (SCE026)
      *>            E=ENCERRADO COM FALTA, SALDO CANCELADO (SCE011)
      *>*****************************************************************
       01 REGPOH.
         03 POH-NUMERO             PIC 9(06).
