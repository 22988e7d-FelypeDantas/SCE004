      *>*****************************************************************
      *>    LAYOUT DA ESTRUTURA DE KITS (ARQBOM)
      *>    PAI:        PRODUTO MONTADO (KIT)
      *>    COMPONENTE: PRODUTO CONSUMIDO NA MONTAGEM DO PAI
      *>    QTDPOR:     QUANTIDADE DO COMPONENTE POR UNIDADE DO PAI
      *>    CHAVE ALTERNATIVA PELO COMPONENTE: ONDE E USADO
      *>*****************************************************************
       01 REGBOM.
         03 BOM-CHAVE.
           05 BOM-PAI              PIC 9(06).
           05 BOM-COMPONENTE       PIC 9(06).
         03 BOM-QTDPOR             PIC 9(04).
