      *>*****************************************************************
      *>    LAYOUT DO LOG DE RECEBIMENTOS DE PEDIDOS DE COMPRA (ARQREC)
      *>    UM REGISTRO POR RECEBIMENTO (PARCIAL OU TOTAL) DO ITEM,
      *>    GRAVADO PELO SCE011 NA DATA EM QUE A MERCADORIA CHEGOU
      *>    QUANTIDADE: QUANTIDADE RECEBIDA NESTE RECEBIMENTO
      *>*****************************************************************
       01 REGREC.
         03 REC-CHAVE.
           05 REC-NUMPEDIDO        PIC 9(06).
           05 REC-CODIGO           PIC 9(06).
           05 REC-DATA             PIC 9(08).
           05 REC-HORA             PIC 9(08).
         03 REC-CODFORNECEDOR      PIC 9(06).
         03 REC-QUANTIDADE         PIC 9(06).
         03 REC-OPERADOR           PIC 9(04).
