       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-PODEINCLUIR PIC X(01) VALUE SPACES.
       01 W-PODEALTERAR PIC X(01) VALUE SPACES.
       01 W-PODEEXCLUIR PIC X(01) VALUE SPACES.

      *--------------------------------------------
      *
               VALUE  "   Tipo (F=Fisica/J=Juridica):".
           05  LINE 04  COLUMN 45
               VALUE  "Prazo entrega(dias):".
           05  LINE 05  COLUMN 45
               VALUE  "Parcelas pagto/dias:".
           05  LINE 05  COLUMN 68
               VALUE  "/".
           05  LINE 05  COLUMN 01
               VALUE  "   CPF                       :".
           05  LINE 06  COLUMN 01
           05  TFOR-PRAZOENTREGA
               LINE 04  COLUMN 66  PIC 9(03)
               USING  FOR-PRAZOENTREGA.
           05  TFOR-NUMPARCELAS
               LINE 05  COLUMN 66  PIC 9(02)
               USING  FOR-NUMPARCELAS.
           05  TFOR-DIASPARCELA
               LINE 05  COLUMN 69  PIC 9(03)
               USING  FOR-DIASPARCELA.

       01  TELALIMPAR.
           05  LINE 21  COLUMN 01
              IF ST-ERRO-SESS = "00"
                 MOVE SESS-OPERADOR TO W-OPERADOR
                 MOVE SESS-NIVEL TO W-NIVEL
                 MOVE SESS-INCLUI TO W-PODEINCLUIR
                 MOVE SESS-ALTERA TO W-PODEALTERAR
                 MOVE SESS-EXCLUI TO W-PODEEXCLUIR
                 CLOSE ARQSESS
              ELSE
                 CLOSE ARQSESS.
       INC-001.
           MOVE ZEROS TO FOR-CODIGO FOR-CPF FOR-CNPJ FOR-CEP
                         FOR-TELEFONE FOR-PRAZOENTREGA
           MOVE 1  TO FOR-NUMPARCELAS
           MOVE 30 TO FOR-DIASPARCELA
           MOVE SPACES TO FOR-TIPOFORNECEDOR FOR-NOME FOR-APELIDO
                          FOR-LOGRADOURO FOR-NUMERO FOR-COMPLEMENTO
                          FOR-BAIRRO FOR-CIDADE FOR-ESTADO FOR-EMAIL

       LER-ARQFOR.
           READ ARQFOR
           IF FOR-NUMPARCELAS NOT NUMERIC
              MOVE 1 TO FOR-NUMPARCELAS.
           IF FOR-DIASPARCELA NOT NUMERIC
              MOVE 30 TO FOR-DIASPARCELA.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM INC-003 THRU INC-017B
                MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *-------------DIREITO DE INCLUSAO DO OPERADOR ----------
       INC-PERFIL.
                IF W-PODEINCLUIR = "N"
                   MOVE "*** INCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.

       INC-003.
                ACCEPT TFOR-TIPOFORNECEDOR
                ACCEPT W-ACT FROM ESCAPE KEY
                ACCEPT TFOR-PRAZOENTREGA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-017.

       INC-017D.
                ACCEPT TFOR-NUMPARCELAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-017C.
                IF FOR-NUMPARCELAS = ZEROS
                   MOVE "*** PARCELAS DEVE SER DIFERENTE DE ZERO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-017D.

       INC-017E.
                ACCEPT TFOR-DIASPARCELA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-017D.
                IF FOR-NUMPARCELAS > 1 AND FOR-DIASPARCELA = ZEROS
                   MOVE "*** INFORME OS DIAS ENTRE AS PARCELAS ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-017E.
       INC-017B.
                IF W-SEL = 1
                   GO TO ALT-OPC.
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "S"
                    GO TO ACE-001.
                IF W-OPCAO = "A" AND W-PODEALTERAR = "N"
                   MOVE "*** ALTERACAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 15) MENS
                IF W-OPCAO = "N" OR "n"
                      GO TO ROT-FIM.
      *
       EXC-NIVEL.
                IF W-NIVEL NOT = 9 AND W-PODEEXCLUIR NOT = "S"
                   MOVE "*** EXCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
