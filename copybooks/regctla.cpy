      *>*****************************************************************
      *>    LAYOUT DO CONTROLE DE ARQUIVAMENTO DE MOVIMENTOS (CTLARQMV)
      *>    REGISTRO UNICO, CHAVE SEMPRE 1
      *>    ANOMES: MOVIMENTOS ATE ESTE PERIODO SAO LIDOS DO ARQUIVO
      *>            MORTO ARQMOVAAAA.DAT (ZEROS = NADA ARQUIVADO)
      *>    ANOINI: PRIMEIRO ANO COM ARQUIVO MORTO
      *>    FASE  : C=COPIA/CONFERENCIA  E=EXCLUSAO DO DIARIO
      *>            F=ULTIMA EXECUCAO CONCLUIDA
      *>    ALVO  : PERIODO LIMITE DA EXECUCAO EM ANDAMENTO
      *>    PRODUTO: ULTIMO PRODUTO JA EXCLUIDO DO DIARIO (REINICIO)
      *>*****************************************************************
       01 REGCTLA.
         03 CTLA-CHAVE             PIC 9(01).
         03 CTLA-ANOMES            PIC 9(06).
         03 CTLA-ANOINI            PIC 9(04).
         03 CTLA-FASE              PIC X(01).
         03 CTLA-ALVO              PIC 9(06).
         03 CTLA-PRODUTO           PIC 9(06).
         03 CTLA-SEMSALDO          PIC X(01).
         03 CTLA-QTDCOPIADOS       PIC 9(08).
         03 CTLA-QTDEXCLUIDOS      PIC 9(08).
         03 CTLA-QTDRETIDOS        PIC 9(06).
         03 CTLA-DATA              PIC 9(08).
         03 CTLA-HORA              PIC 9(08).
         03 CTLA-OPERADOR          PIC 9(04).
