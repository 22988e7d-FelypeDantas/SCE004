                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-ERRO-FOR.
      *
           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-ERRO-PAG.
      *
           SELECT RELNF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
           COPY "regfor.cpy".
      *>*****************************************************************
       FD ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
           COPY "regpag.cpy".
      *>*****************************************************************
       FD RELNF
             LABEL RECORD IS STANDARD
       01 ST-ERRO-POH      PIC X(02) VALUE "00".
       01 ST-ERRO-POI      PIC X(02) VALUE "00".
       01 ST-ERRO-FOR      PIC X(02) VALUE "00".
       01 ST-ERRO-PAG      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-RET      PIC X(02) VALUE "00".
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
       01 W-DIVPRECO       PIC 9(06) VALUE ZEROS.
       01 W-SEMPEDIDO      PIC 9(06) VALUE ZEROS.
       01 W-LIBERADOS      PIC 9(06) VALUE ZEROS.
       01 W-PARCGERADAS    PIC 9(06) VALUE ZEROS.

       01 W-TEMPEDIDO      PIC X(01) VALUE "N".
       01 W-NUMPEDIDO      PIC 9(06) VALUE ZEROS.
       01 W-PRECOPEDIDO    PIC 9(06)V99 VALUE ZEROS.
       01 W-SITUACAO       PIC X(20) VALUE SPACES.

       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-INT       PIC 9(07) VALUE ZEROS.
       01 W-NUMPARCELAS    PIC 9(02) VALUE ZEROS.
       01 W-DIASPARCELA    PIC 9(03) VALUE ZEROS.
       01 W-PARCELA        PIC 9(02) VALUE ZEROS.
       01 W-VALORPARCELA   PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORRESTA     PIC 9(09)V99 VALUE ZEROS.

       01 W-MARCA          PIC X(01) VALUE SPACES.
       01 W-IDXPED         PIC 9(03) VALUE ZEROS.
       01 W-QTDPEDTAB      PIC 9(03) VALUE ZEROS.
             05 W-PED-NUMERO      PIC 9(06).
             05 W-PED-LIMPA       PIC X(01).
             05 W-PED-DIVERGE     PIC X(01).
             05 W-PED-NOTA        PIC X(10).
             05 W-PED-VALOR       PIC 9(09)V99.

       01 W-QTD-ED         PIC ZZZ.ZZ9.
       01 W-QTDNF-ED       PIC ZZZ.ZZ9.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQNF ARQPOH ARQPOI ARQERRO
              GOBACK.
       R0C1.
           OPEN I-O ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              IF ST-ERRO-PAG = "30"
                 OPEN OUTPUT ARQPAG
                 CLOSE ARQPAG
                 GO TO R0C1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PARCELAS" TO MENS
                 MOVE "R0C1" TO W-PARAGRAFO
                 MOVE ST-ERRO-PAG TO W-STATUS-LOG
                 PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQNF ARQPOH ARQPOI ARQFOR ARQERRO
                 GOBACK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJE-INT = FUNCTION INTEGER-OF-DATE(W-HOJE).
       R0D.
           OPEN OUTPUT RELNF
           IF ST-ERRO-REL NOT = "00"
              GO TO BUSCA-PEDIDO-LOOP.
           IF POH-CODFORNECEDOR NOT = NF-CODFORNECEDOR
              GO TO BUSCA-PEDIDO-LOOP.
           IF POH-STATUS NOT = "R" AND "P" AND "L" AND "E"
              GO TO BUSCA-PEDIDO-LOOP.
           MOVE "S" TO W-TEMPEDIDO
           MOVE POI-NUMERO TO W-NUMPEDIDO
           MOVE W-QTDPEDTAB TO W-IDXPED
           MOVE W-NUMPEDIDO TO W-PED-NUMERO(W-IDXPED)
           MOVE "N" TO W-PED-LIMPA(W-IDXPED)
           MOVE "N" TO W-PED-DIVERGE(W-IDXPED)
           MOVE SPACES TO W-PED-NOTA(W-IDXPED)
           MOVE ZEROS TO W-PED-VALOR(W-IDXPED).
       MARCA-PEDIDO-GRAVA.
           IF W-MARCA = "L"
              MOVE "S" TO W-PED-LIMPA(W-IDXPED)
           ELSE
              MOVE "S" TO W-PED-DIVERGE(W-IDXPED).
           IF W-MARCA NOT = "L"
              GO TO MARCA-PEDIDO-FIM.
           IF W-PED-NOTA(W-IDXPED) = SPACES
              MOVE NF-NUMERO TO W-PED-NOTA(W-IDXPED).
           COMPUTE W-PED-VALOR(W-IDXPED) = W-PED-VALOR(W-IDXPED)
                 + NF-QUANTIDADE * NF-PRECO-UNIT.
       MARCA-PEDIDO-FIM.
           EXIT.

           READ ARQPOH
           IF ST-ERRO-POH NOT = "00"
              GO TO LIBERA-PEDIDO-FIM.
           IF POH-STATUS NOT = "R" AND POH-STATUS NOT = "E"
              GO TO LIBERA-PEDIDO-FIM.
           MOVE "L" TO POH-STATUS
           REWRITE REGPOH
              PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LIBERA-PEDIDO-FIM.
           ADD 1 TO W-LIBERADOS
           PERFORM GERA-PARCELAS THRU GERA-PARCELAS-FIM.
       LIBERA-PEDIDO-FIM.
           EXIT.

      *---------[ GERA AS PARCELAS A PAGAR DO PEDIDO LIBERADO ]----
      *---------[ CONDICAO DE PAGAMENTO DO FORNECEDOR: N PARCELAS ]----
      *---------[ A CADA X DIAS; SEM CONDICAO CADASTRADA, 1 X 30 ]----
      *---------[ A ULTIMA PARCELA LEVA A DIFERENCA DA DIVISAO ]----
       GERA-PARCELAS.
           IF W-PED-VALOR(W-IDXPED) = ZEROS
              GO TO GERA-PARCELAS-FIM.
           MOVE 1 TO W-NUMPARCELAS
           MOVE 30 TO W-DIASPARCELA
           MOVE POH-CODFORNECEDOR TO FOR-CODIGO
           READ ARQFOR
           IF FOR-NUMPARCELAS NOT NUMERIC
              MOVE ZEROS TO FOR-NUMPARCELAS.
           IF FOR-DIASPARCELA NOT NUMERIC
              MOVE ZEROS TO FOR-DIASPARCELA.
           IF ST-ERRO-FOR = "00" AND FOR-NUMPARCELAS > ZEROS
              MOVE FOR-NUMPARCELAS TO W-NUMPARCELAS
              MOVE FOR-DIASPARCELA TO W-DIASPARCELA.
           COMPUTE W-VALORPARCELA =
                   W-PED-VALOR(W-IDXPED) / W-NUMPARCELAS
           MOVE W-PED-VALOR(W-IDXPED) TO W-VALORRESTA
           MOVE ZEROS TO W-PARCELA.
       GERA-PARCELAS-LOOP.
           ADD 1 TO W-PARCELA
           IF W-PARCELA > W-NUMPARCELAS
              GO TO GERA-PARCELAS-FIM.
           MOVE POH-CODFORNECEDOR TO PAG-CODFORNECEDOR
           MOVE POH-NUMERO TO PAG-NUMPEDIDO
           MOVE W-PARCELA TO PAG-PARCELA
           MOVE W-PED-NOTA(W-IDXPED) TO PAG-NOTA
           MOVE W-HOJE TO PAG-EMISSAO
           COMPUTE PAG-VENCIMENTO = FUNCTION DATE-OF-INTEGER
                   (W-HOJE-INT + W-PARCELA * W-DIASPARCELA)
           IF W-PARCELA = W-NUMPARCELAS
              MOVE W-VALORRESTA TO PAG-VALOR
           ELSE
              MOVE W-VALORPARCELA TO PAG-VALOR.
           SUBTRACT PAG-VALOR FROM W-VALORRESTA
           MOVE ZEROS TO PAG-VALORPAGO PAG-DESCONTO PAG-DATAPAGTO
           MOVE "A" TO PAG-STATUS
           MOVE W-OPERADOR TO PAG-OPERADOR
           WRITE REGPAG
           IF ST-ERRO-PAG = "00" OR "02"
              ADD 1 TO W-PARCGERADAS
              GO TO GERA-PARCELAS-LOOP.
           IF ST-ERRO-PAG = "22"
              GO TO GERA-PARCELAS-LOOP.
           MOVE "ERRO NA GRAVACAO DA PARCELA A PAGAR" TO MENS
           MOVE "GERA-PARCELAS" TO W-PARAGRAFO
           MOVE ST-ERRO-PAG TO W-STATUS-LOG
           PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-PARCELAS-FIM.
           EXIT.

      *---------[ IMPRESSAO DA LINHA CONFERIDA ]----
       IMPRIME-LINHA.
           MOVE NF-QUANTIDADE TO W-QTDNF-ED
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           MOVE W-PARCGERADAS TO W-CONT-ED
           MOVE SPACES TO REL-LINHA
           STRING "PARCELAS A PAGAR GERADAS           : "
                                        DELIMITED BY SIZE
                  W-CONT-ED             DELIMITED BY SIZE
                  INTO REL-LINHA
           WRITE REL-LINHA
           DISPLAY "CONFERENCIA GERADA EM RELNF.LST"
           DISPLAY "RETIDAS GERADAS EM NFRETIDA.LST".

      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQNF ARQPOH ARQPOI ARQFOR ARQPAG RELNF RELRET
                 ARQERRO.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE LOG DE ERROS DE ARQUIVO ]----
