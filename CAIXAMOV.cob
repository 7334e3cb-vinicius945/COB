      *HORA. O FECHAMENTO (PROGCOBCAIXA) PASSA A CALCULAR A GAVETA
      *ESPERADA = DINHEIRO RECEBIDO - SANGRIAS + SUPRIMENTOS E LISTA
      *OS MOVIMENTOS DO DIA - A DIFERENCA DO CAIXA FINALMENTE QUER
      *DIZER ALGUMA COISA. O MOVIMENTO SAI MARCADO COM O TURNO DE
      *CAIXA ABERTO DO OPERADOR (TURNOATIVO); SEM TURNO ABERTO E
      *RECUSADO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 CXM-VALOR    PIC 9(07)V99.
           05 CXM-MOTIVO   PIC X(30).
           05 CXM-OPERADOR PIC X(10).
      *    TURNO DE CAIXA DO OPERADOR (ARQTURNO, ZERO = SEM CONTROLE)
           05 CXM-TURNO    PIC 9(06).

       WORKING-STORAGE SECTION.
       01 ARQCAIXAMOV-FS     PIC 9(02) VALUES ZEROS.
       77 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       77 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.

      *----------TURNO DE CAIXA ABERTO DO OPERADOR (TURNOATIVO)
       01 WRK-TURNO.
           05 WRK-TUR-OPERADOR  PIC X(10) VALUE SPACES.
           05 WRK-TUR-SITUACAO  PIC X(01) VALUE SPACE.
           05 WRK-TUR-NUMERO    PIC 9(06) VALUE ZEROS.

      *----------PERIODO CONTABIL (MESFECHA)
       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
           END-IF.
           DISPLAY "OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           MOVE WRK-OPERADOR TO WRK-TUR-OPERADOR.
           CALL "TURNOATIVO" USING WRK-TURNO.
           IF WRK-TUR-SITUACAO EQUAL "F"
              DISPLAY "OPERADOR " WRK-OPERADOR " SEM TURNO DE CAIXA"
                      " ABERTO - MOVIMENTO RECUSADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "TIPO (S)ANGRIA (U)SUPRIMENTO: ".
           ACCEPT WRK-TIPO.
           IF WRK-TIPO NOT EQUAL "S" AND WRK-TIPO NOT EQUAL "U"
              MOVE WRK-VALOR     TO CXM-VALOR
              MOVE WRK-MOTIVO    TO CXM-MOTIVO
              MOVE WRK-OPERADOR  TO CXM-OPERADOR
              MOVE WRK-TUR-NUMERO TO CXM-TURNO
              WRITE CXM-REGISTRO
              CLOSE ARQCAIXAMOV
              DISPLAY "MOVIMENTO JORNALADO"
