       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-PODEINCLUIR PIC X(01) VALUE SPACES.
       01 W-PODEALTERAR PIC X(01) VALUE SPACES.
       01 W-PODEEXCLUIR PIC X(01) VALUE SPACES.

      *--------------------------------------------
      *
               VALUE  "   (Local 01 = loja: recebimentos e".
           05  LINE 09  COLUMN 01
               VALUE  "    expedicoes usam este local)".
           05  LINE 10  COLUMN 01
               VALUE  "   Quarentena (S/N)          :".
           05  LINE 12  COLUMN 01
               VALUE  "---------------------------------INFORMA".
           05  LINE 12  COLUMN 41
           05  TLOC-DESCRICAO
               LINE 06  COLUMN 32  PIC X(30)
               USING  LOC-DESCRICAO.
           05  TLOC-QUARENTENA
               LINE 10  COLUMN 32  PIC X(01)
               USING  LOC-QUARENTENA.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
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
           MOVE ZEROS TO LOC-CODIGO
           MOVE SPACES TO LOC-DESCRICAO
           MOVE "N" TO LOC-QUARENTENA
      *-------------VISUALIZACAO DA TELA ------------------

           DISPLAY TELALOC.

       LER-ARQLOC.
           READ ARQLOC
           IF LOC-QUARENTENA NOT = "S"
              MOVE "N" TO LOC-QUARENTENA.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM INC-003 THRU INC-003B
                MOVE "*** LOCAL NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *-------------DIREITO DE INCLUSAO DO OPERADOR ----------
       INC-PERFIL.
                IF W-PODEINCLUIR = "N"
                   MOVE "*** INCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.

       INC-003.
                ACCEPT TLOC-DESCRICAO
                ACCEPT W-ACT FROM ESCAPE KEY
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-003Q.
                ACCEPT TLOC-QUARENTENA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF LOC-QUARENTENA = "s"
                   MOVE "S" TO LOC-QUARENTENA.
                IF LOC-QUARENTENA = "n"
                   MOVE "N" TO LOC-QUARENTENA.
                IF LOC-QUARENTENA NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003Q.
                IF LOC-QUARENTENA = "S" AND LOC-CODIGO = 1
                   MOVE "*** O LOCAL 01 NAO PODE SER QUARENTENA ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003Q.
       INC-003B.
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
                DISPLAY (20, 15) MENS
                IF W-OPCAO = "N" OR "n"
                      GO TO ROT-FIM.
      *
       EXC-NIVEL.
                IF W-NIVEL NOT = 9 AND W-PODEEXCLUIR NOT = "S"
                   MOVE "*** EXCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
