      *>*****************************************************************
      *>    LAYOUT DAS PARCELAS A PAGAR A FORNECEDORES (ARQPAG)
      *>    GERADAS PELO SCE026 NA LIBERACAO DO PEDIDO PARA PAGAMENTO
      *>    STATUS: A=ABERTA  P=PAGA PARCIALMENTE  Q=QUITADA
      *>    SALDO = PAG-VALOR - PAG-VALORPAGO - PAG-DESCONTO
      *>    DATAS NO FORMATO AAAAMMDD
      *>*****************************************************************
       01 REGPAG.
         03 PAG-CHAVE.
           05 PAG-CODFORNECEDOR    PIC 9(06).
           05 PAG-NUMPEDIDO        PIC 9(06).
           05 PAG-PARCELA          PIC 9(02).
         03 PAG-NOTA               PIC X(10).
         03 PAG-EMISSAO            PIC 9(08).
         03 PAG-VENCIMENTO         PIC 9(08).
         03 PAG-VALOR              PIC 9(09)V99.
         03 PAG-VALORPAGO          PIC 9(09)V99.
         03 PAG-DESCONTO           PIC 9(09)V99.
         03 PAG-DATAPAGTO          PIC 9(08).
         03 PAG-STATUS             PIC X(01).
         03 PAG-OPERADOR           PIC 9(04).
