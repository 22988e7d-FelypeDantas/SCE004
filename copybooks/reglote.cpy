      *>*****************************************************************
      *>    LAYOUT DO SALDO POR LOTE E VALIDADE (ARQLOTE)
      *>    SO PARA PRODUTOS COM PRO-CONTROLALOTE = "S"
      *>    SEM LOCAIS CADASTRADOS O LOTE FICA NO LOCAL 01 (LOJA)
      *>    VALIDADE NO FORMATO AAAAMMDD
      *>*****************************************************************
       01 REGLOTE.
         03 LOT-CHAVE.
           05 LOT-CODIGO           PIC 9(06).
           05 LOT-LOCAL            PIC 9(02).
           05 LOT-LOTE             PIC X(10).
         03 LOT-VALIDADE           PIC 9(08).
         03 LOT-QUANTIDADE         PIC 9(06).
         03 LOT-DATAENTRADA        PIC 9(08).
