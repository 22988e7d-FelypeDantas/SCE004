      *>*****************************************************************
      *>    LAYOUT DO DIARIO DE MOVIMENTOS DE ESTOQUE (ARQMOV)
      *>    ESTORNADO: S=LANCAMENTO JA ESTORNADO PELO SCE010
      *>    ORIGDATA/ORIGHORA: NO ESTORNO, CHAVE DO LANCAMENTO ORIGINAL
      *>                       (MESMO PRODUTO); ZEROS NOS DEMAIS
      *>    PRECOUNIT: PRECO UNITARIO DA ENTRADA (CUSTO MEDIO)
      *>*****************************************************************
       01 REGMOV.
         03 MOV-CHAVE.
         03 MOV-OPERADOR           PIC 9(04).
         03 MOV-LOCORIGEM          PIC 9(02).
         03 MOV-LOCDESTINO         PIC 9(02).
         03 MOV-LOTE               PIC X(10).
         03 MOV-ESTORNADO          PIC X(01).
         03 MOV-ORIGDATA           PIC 9(08).
         03 MOV-ORIGHORA           PIC 9(08).
         03 MOV-PRECOUNIT          PIC 9(06)V99.
