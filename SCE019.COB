       01 W-OPCAO       PIC X(01) VALUE SPACES.

       01 W-ABERTURA    PIC 9(06) VALUE ZEROS.
       01 W-ENTRADAS    PIC S9(07) VALUE ZEROS.
       01 W-SAIDAS      PIC S9(07) VALUE ZEROS.
       01 W-AJUSTES     PIC S9(07) VALUE ZEROS.
       01 W-FECHA       PIC S9(08) VALUE ZEROS.
       01 W-TEMABERTURA PIC X(01) VALUE "N".
           IF MOV-DATA > W-DATAFIM
              GO TO APURA-FECHA.
           IF MOV-TIPO = "E"
              IF MOV-SINAL = "-"
                 SUBTRACT MOV-QUANTIDADE FROM W-ENTRADAS
              ELSE
                 ADD MOV-QUANTIDADE TO W-ENTRADAS.
           IF MOV-TIPO = "S"
              IF MOV-SINAL = "+"
                 SUBTRACT MOV-QUANTIDADE FROM W-SAIDAS
              ELSE
                 ADD MOV-QUANTIDADE TO W-SAIDAS.
           IF MOV-TIPO = "A"
              IF MOV-SINAL = "+"
                 ADD MOV-QUANTIDADE TO W-AJUSTES
       APURA-FECHA.
           IF W-TEMABERTURA = "N"
              MOVE PRO-ESTOQUE TO W-ABERTURA.
      *-------------ESTORNO QUE DEIXA O MES NEGATIVO VAI P/ AJUSTE --
           IF W-ENTRADAS < ZEROS
              ADD W-ENTRADAS TO W-AJUSTES
              MOVE ZEROS TO W-ENTRADAS.
           IF W-SAIDAS < ZEROS
              SUBTRACT W-SAIDAS FROM W-AJUSTES
              MOVE ZEROS TO W-SAIDAS.
           COMPUTE W-FECHA = W-ABERTURA + W-ENTRADAS - W-SAIDAS
                           + W-AJUSTES.
       APURA-PRODUTO-FIM.
