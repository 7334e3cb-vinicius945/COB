           MOVE WRK-FUNC-ID      TO PONTO-FUNC-ID.
           MOVE WRK-DATA-PONTO   TO PONTO-DATA.
           MOVE WRK-DURACAO-SEG  TO PONTO-SEGUNDOS.
           MOVE WRK-HORARIO-E    TO PONTO-HORA-ENTRADA.
           MOVE WRK-HORARIO-S    TO PONTO-HORA-SAIDA.
           WRITE PONTO-REGISTRO.

      *    ROTINA REUTILIZAVEL: CALCULA A DURACAO ENTRE WRK-HORARIO-E E
