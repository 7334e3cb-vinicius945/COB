              MOVE WRK-BAT-FUNC(WRK-IDX) TO PONTO-FUNC-ID
              MOVE WRK-BAT-DATA(WRK-IDX) TO PONTO-DATA
              MOVE WRK-DURACAO-SEG       TO PONTO-SEGUNDOS
              MOVE WRK-BAT-HORA(WRK-IDX)(1:6)
                TO PONTO-HORA-ENTRADA
              MOVE WRK-BAT-HORA(WRK-PAR-ACHADO)(1:6)
                TO PONTO-HORA-SAIDA
              WRITE PONTO-REGISTRO
              CLOSE ARQPONTO
              ADD 1 TO WRK-TOT-PARES
