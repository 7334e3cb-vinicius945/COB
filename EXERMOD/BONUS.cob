       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WRK-SIMBOLO-MOEDA  PIC X(03) VALUES "R$ ".
       01  WRK-PCT-TEMPO      PIC 9(02) VALUES ZEROS.
       01  WRK-FATOR-AVAL     PIC 9(01)V99 VALUES 1.

       LINKAGE SECTION.
       01  SALARIO  PIC 9(5)V99.
       01  LNK-MOEDA PIC X(03).
       01  LNK-TEMPODECASA PIC 9(02).
      *    FATOR DA FAIXA DA AVALIACAO DE DESEMPENHO (OPCIONAL - SEM
      *    ELE, OU ZERADO, VALE 1), O MESMO QUE A FOLHA APLICA
       01  LNK-FATOR-AVAL  PIC 9(01)V99.

       PROCEDURE DIVISION USING SALARIO LNK-MOEDA LNK-TEMPODECASA
                                OPTIONAL LNK-FATOR-AVAL.

           MOVE 1 TO WRK-FATOR-AVAL.
           IF ADDRESS OF LNK-FATOR-AVAL NOT EQUAL NULL
              IF LNK-FATOR-AVAL NUMERIC
                 AND LNK-FATOR-AVAL GREATER ZEROS
                 MOVE LNK-FATOR-AVAL TO WRK-FATOR-AVAL
              END-IF
           END-IF.

      *    MESMAS FAIXAS DO PROGCOBFUNCIONARIO, PARA O AUMENTO NAO SER
      *    10% FIXO PARA TODO MUNDO, COM O PERCENTUAL MULTIPLICADO
      *    PELO FATOR DA AVALIACAO
           IF LNK-TEMPODECASA < 2
              DISPLAY "SEM TEMPO DE CASA SUFICIENTE PARA BONUS"
           ELSE
              EVALUATE LNK-TEMPODECASA
                 WHEN 2 THRU 5
                    MOVE 5  TO WRK-PCT-TEMPO
                 WHEN 6 THRU 15
                    MOVE 10 TO WRK-PCT-TEMPO
                 WHEN OTHER
                    MOVE 15 TO WRK-PCT-TEMPO
              END-EVALUATE
              COMPUTE SALARIO = SALARIO
                  + (SALARIO * WRK-PCT-TEMPO * WRK-FATOR-AVAL) / 100
           END-IF.

      *    MESMA IDEIA DO CONVERTEFUSO - O SIMBOLO EDITADO DEPENDE DO
