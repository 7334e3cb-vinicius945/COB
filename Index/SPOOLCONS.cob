                                          LINE WRK-LINHA COLUMN 51
                 DISPLAY SPOOLCAT-QTD-LINHAS
                                          LINE WRK-LINHA COLUMN 62
                 DISPLAY SPOOLCAT-SITUACAO
                                          LINE WRK-LINHA COLUMN 69
                 ADD 1 TO WRK-LINHA
                 IF WRK-LINHA GREATER 16
                    DISPLAY "APERTE UMA TECLA..."  LINE 21 COLUMN 01
