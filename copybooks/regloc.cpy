      *>*****************************************************************
      *>    LAYOUT DO REGISTRO DE LOCAIS DE ESTOQUE (ARQLOC)
      *>    CONVENCAO: LOCAL 01 = LOJA (RECEBIMENTOS E EXPEDICOES)
      *>    QUARENTENA: S=SALDO DO LOCAL FORA DO DISPONIVEL PARA VENDA
      *>                E EXPEDICAO (LIBERADO POR TRANSFERENCIA)
      *>*****************************************************************
       01 REGLOC.
          03 LOC-CODIGO         PIC 9(02).
          03 LOC-DESCRICAO      PIC X(30).
          03 LOC-QUARENTENA     PIC X(01).
