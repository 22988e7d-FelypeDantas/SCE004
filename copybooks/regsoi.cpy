         03 SOI-QTDPEDIDA          PIC 9(06).
         03 SOI-QTDEXPEDIDA        PIC 9(06).
         03 SOI-PRECO-UNIT         PIC 9(06)V99.
         03 SOI-QTDDEVOLVIDA       PIC 9(06).
