       01 ST-ERRO-SESS  PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-PODEINCLUIR PIC X(01) VALUE SPACES.
       01 W-PODEALTERAR PIC X(01) VALUE SPACES.
       01 W-PODEEXCLUIR PIC X(01) VALUE SPACES.

      *--------------------------------------------
      *
              IF ST-ERRO-SESS = "00"
                 MOVE SESS-OPERADOR TO W-OPERADOR
                 MOVE SESS-NIVEL TO W-NIVEL
                 MOVE SESS-INCLUI TO W-PODEINCLUIR
                 MOVE SESS-ALTERA TO W-PODEALTERAR
                 MOVE SESS-EXCLUI TO W-PODEEXCLUIR
                 CLOSE ARQSESS
              ELSE
                 CLOSE ARQSESS.
                MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *-------------DIREITO DE INCLUSAO DO OPERADOR ----------
       INC-PERFIL.
                IF W-PODEINCLUIR = "N"
                   MOVE "*** INCLUSAO NAO PERMITIDA AO OPERADOR ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.

       INC-003.
                ACCEPT TCLI-TIPOCLIENTE
                ACCEPT W-ACT FROM ESCAPE KEY
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
