       01 W-PARAGRAFO       PIC X(20) VALUE SPACES.
       01 W-OPERADOR        PIC 9(04) VALUE ZEROS.
       01 W-NIVEL           PIC 9(01) VALUE ZEROS.
       01 W-PODEINCLUIR     PIC X(01) VALUE SPACES.
       01 W-PODEALTERAR     PIC X(01) VALUE SPACES.
       01 W-PODEEXCLUIR     PIC X(01) VALUE SPACES.

       01 W-DATACOMPRA-N    PIC 9(08) VALUE ZEROS.
       01 W-DATACOMPRA-R REDEFINES W-DATACOMPRA-N.
               VALUE  "   data de compra            :".
           05  LINE 10  COLUMN 01
               VALUE  "   Quantidade em estoque     :".
           05  LINE 09  COLUMN 41
               VALUE  "  Classe ABC           :".
           05  LINE 10  COLUMN 41
               VALUE  "  Controla lote (S/N)  :".
           05  LINE 11  COLUMN 01
               VALUE  "   Fornecedor (codigo)       :".
           05  LINE 11  COLUMN 41
           05  TPRO-ESTMINIMO
               LINE 11  COLUMN 65  PIC 9(06)
               USING  PRO-ESTOQUE-MINIMO.
           05  TPRO-CONTROLALOTE
               LINE 10  COLUMN 65  PIC X(01)
               USING  PRO-CONTROLALOTE.
           05  TPRO-CLASSEABC
               LINE 09  COLUMN 65  PIC X(01)
               FROM   PRO-CLASSEABC.
      *
       01  TELACARGOS.

              IF ST-ERRO-SESS = "00"
                 MOVE SESS-OPERADOR TO W-OPERADOR
                 MOVE SESS-NIVEL TO W-NIVEL
                 MOVE SESS-INCLUI TO W-PODEINCLUIR
                 MOVE SESS-ALTERA TO W-PODEALTERAR
                 MOVE SESS-EXCLUI TO W-PODEEXCLUIR
                 CLOSE ARQSESS
              ELSE
                 CLOSE ARQSESS.
           MOVE ZEROS TO PRO-CODIGO PRO-TPPRODUTO PRO-ULTIMO-PRECO
           MOVE ZEROS TO PRO-DATACOMPRA PRO-ESTOQUE PRO-CODFORNECEDOR
           MOVE ZEROS TO PRO-ESTOQUE-MINIMO PRO-CUSTO-MEDIO
           MOVE "N" TO PRO-CONTROLALOTE
           MOVE SPACES TO PRO-CLASSEABC
      *-------------VISUALIZACAO DA TELA ------------------

           DISPLAY TELANOVA.
                PERFORM INC-007
                PERFORM INC-008
                PERFORM INC-008A
                PERFORM INC-008B
                PERFORM INC-009A THRU INC-009B
                DISPLAY TELANOVA
                MOVE "*** PRODUTO JA CADASTRAD0 ***" TO MENS
                MOVE "*** PRODUTO NAO CADASTRAD0 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *-------------DIREITO DE INCLUSAO DO OPERADOR ----------
       INC-PERFIL.
                IF W-PODEINCLUIR = "N"
                   MOVE "*** INCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.

       INC-004.
                ACCEPT TPRO-DESCRICAO
                ACCEPT W-ACT FROM ESCAPE KEY
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008A.

       INC-008B.
                ACCEPT TPRO-CONTROLALOTE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008A.
                IF PRO-CONTROLALOTE = "s"
                   MOVE "S" TO PRO-CONTROLALOTE.
                IF PRO-CONTROLALOTE = "n" OR SPACES
                   MOVE "N" TO PRO-CONTROLALOTE.
                IF PRO-CONTROLALOTE NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008B.

       INC-009.
           ACCEPT TPRO-CODFORNECEDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELANOVA
                   GO TO INC-008B.
           IF PRO-CODFORNECEDOR = 0
               MOVE "*** CPF/CNPJ FORNECEDOR NAO INFORMADO  ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "S"
                    AND W-OPCAO NOT = "B"
                    GO TO ACE-001.
                IF W-OPCAO = "A" AND W-PODEALTERAR = "N"
                   MOVE "*** ALTERACAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (20, 18) MENS
                IF W-OPCAO = "N" OR "n"
                      GO TO ROT-FIM.
      *
       EXC-NIVEL.
                IF W-NIVEL NOT = 9 AND W-PODEEXCLUIR NOT = "S"
                   MOVE "*** EXCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
