      *>*****************************************************************
      *>    LAYOUT DO ARQUIVO MORTO ANUAL DE MOVIMENTOS (ARQMOVAAAA)
      *>    MESMO REGISTRO E MESMA CHAVE DO ARQMOV (REGMOV)
      *>    GRAVADO PELO SCE038; LIDO COM READ ... INTO REGMOV
      *>*****************************************************************
       01 REGHMOV.
         03 HMOV-CHAVE.
           05 HMOV-CODIGO          PIC 9(06).
           05 HMOV-DATA            PIC 9(08).
           05 HMOV-HORA            PIC 9(08).
         03 HMOV-DADOS             PIC X(88).
