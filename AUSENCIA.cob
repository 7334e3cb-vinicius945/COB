      *LICENCA, COM A MARCA DE JUSTIFICADA E O APROVADOR), IMPRIME O
      *RELATORIO MENSAL E CRUZA O MES CONTRA O ARQPONTO: DIA UTIL SEM
      *TURNO BATIDO E SEM AUSENCIA LANCADA E APONTADO, O QUE MANTEM O
      *ARQUIVO HONESTO. A FOLHA DESCONTA OS DIAS NAO JUSTIFICADOS.
      *A FOLGA TIRADA DO BANCO DE HORAS (TIPO "B") E LANCADA AQUI E
      *DEBITA AS HORAS NO BANCO PELO MODULO BANCOHORAS
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WRK-TOT-MES        PIC 9(04) VALUES ZEROS.
       01 WRK-SETOR-AUS      PIC X(10) VALUES SPACES.

      *----------FOLGA DO BANCO DE HORAS
       01 WRK-FUNC-BH        PIC X(01) VALUES "N".
       01 WRK-FUNC-NOME      PIC X(20) VALUES SPACES.
       01 WRK-HORAS-FOLGA    PIC 9(02)V99 VALUES ZEROS.
       01 WRK-SALDO-ED       PIC -ZZZZ9,99.
       01 WRK-BANCOHORAS.
           05 WRK-BH-ACAO            PIC X(01) VALUE SPACE.
           05 WRK-BH-FUNC-ID         PIC 9(04) VALUE ZEROS.
           05 WRK-BH-NOME            PIC X(20) VALUE SPACES.
           05 WRK-BH-DATA            PIC 9(08) VALUE ZEROS.
           05 WRK-BH-TIPO            PIC X(01) VALUE SPACE.
           05 WRK-BH-HORAS           PIC S9(04)V99 VALUE ZEROS.
           05 WRK-BH-REF             PIC 9(06) VALUE ZEROS.
           05 WRK-BH-OPERADOR        PIC X(10) VALUE SPACES.
           05 WRK-BH-VENCIDAS        PIC 9(04)V99 VALUE ZEROS.
           05 WRK-BH-SALDO           PIC S9(05)V99 VALUE ZEROS.
           05 WRK-BH-RESULTADO       PIC X(01) VALUE SPACE.

      *----------CRUZAMENTO CONTRA O PONTO
       01 WRK-ANO            PIC 9(04) VALUES ZEROS.
       01 WRK-MES            PIC 9(02) VALUES ZEROS.
      *    MENU PASSA PELO FLUXO NORMAL, QUE FECHA O ARQAUSENCIA
       INCLUIR-AUSENCIA SECTION.
           MOVE "N" TO WRK-ABORTA.
           MOVE "N" TO WRK-FUNC-BH.
           DISPLAY "FUNC-ID: ".
           ACCEPT WRK-FUNC-ID.
           OPEN INPUT ARQFUNC.
                 MOVE "S" TO WRK-ABORTA
              ELSE
                 DISPLAY "FUNCIONARIO: " FUNC-NOME
                 MOVE FUNC-NOME TO WRK-FUNC-NOME
                 IF FUNC-BANCO-HORAS EQUAL "S"
                    MOVE "S" TO WRK-FUNC-BH
                 END-IF
              END-IF
              CLOSE ARQFUNC
           END-IF.
           IF WRK-ABORTA NOT EQUAL "S"
              DISPLAY "DATA (AAAAMMDD): "
              ACCEPT WRK-DATA
              DISPLAY "TIPO (F)ALTA (A)TESTADO (L)ICENCA (B)ANCO DE"
                      " HORAS: "
              ACCEPT WRK-TIPO
              IF WRK-TIPO NOT EQUAL "F" AND WRK-TIPO NOT EQUAL "A"
                 AND WRK-TIPO NOT EQUAL "L" AND WRK-TIPO NOT EQUAL "B"
                 DISPLAY "TIPO INVALIDO"
                 MOVE "S" TO WRK-ABORTA
              END-IF
           END-IF.
           IF WRK-ABORTA NOT EQUAL "S"
              AND WRK-TIPO EQUAL "B"
              IF WRK-FUNC-BH NOT EQUAL "S"
                 DISPLAY "FUNCIONARIO FORA DO BANCO DE HORAS"
                 MOVE "S" TO WRK-ABORTA
              ELSE
                 DISPLAY "HORAS DE FOLGA A DEBITAR: "
                 ACCEPT WRK-HORAS-FOLGA
                 IF WRK-HORAS-FOLGA EQUAL ZEROS
                    DISPLAY "HORAS INVALIDAS"
                    MOVE "S" TO WRK-ABORTA
                 END-IF
              END-IF
           END-IF.
           IF WRK-ABORTA NOT EQUAL "S"
      *       ATESTADO E LICENCA JA NASCEM JUSTIFICADOS
              IF WRK-TIPO EQUAL "F"
                 DISPLAY "JUSTIFICADA (S/N)? "
                    DISPLAY "JA HA AUSENCIA NESSA DATA"
                 ELSE
                    DISPLAY "AUSENCIA GRAVADA"
                    IF WRK-TIPO EQUAL "B"
                       PERFORM DEBITAR-FOLGA
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    A FOLGA SAI DO BANCO COMO DEBITO - SALDO NEGATIVO E
      *    PERMITIDO PELO ACORDO E FICA ABERTO PARA COMPENSAR
       DEBITAR-FOLGA SECTION.
           MOVE "L"             TO WRK-BH-ACAO.
           MOVE WRK-FUNC-ID     TO WRK-BH-FUNC-ID.
           MOVE WRK-FUNC-NOME   TO WRK-BH-NOME.
           MOVE WRK-DATA        TO WRK-BH-DATA.
           MOVE "F"             TO WRK-BH-TIPO.
           COMPUTE WRK-BH-HORAS = ZEROS - WRK-HORAS-FOLGA.
           MOVE ZEROS           TO WRK-BH-REF.
           MOVE WRK-OPERADOR    TO WRK-BH-OPERADOR.
           CALL "BANCOHORAS" USING WRK-BANCOHORAS.
           MOVE WRK-BH-SALDO TO WRK-SALDO-ED.
           IF WRK-BH-RESULTADO EQUAL "S"
              DISPLAY "FOLGA DEBITADA - SALDO DO BANCO: " WRK-SALDO-ED
           ELSE
              DISPLAY "FOLGA NAO DEBITADA NO BANCO DE HORAS"
           END-IF.
           IF WRK-BH-SALDO LESS ZEROS
              DISPLAY "ATENCAO: BANCO DE HORAS NEGATIVO"
           END-IF.

       RELATORIO-MES SECTION.
           DISPLAY "MES (AAAAMM): ".
           ACCEPT WRK-MES-REF.
