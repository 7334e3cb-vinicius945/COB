       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE      SECTION.
       01 WRK-OPCAO   PIC 9(02) VALUES ZEROS.
       01 WRK-OPERADOR PIC X(10) VALUES "SISTEMA".


           DISPLAY "7-SETORES         " LINE 10 COLUMN 01.
           DISPLAY "8-CUSTO POR SETOR " LINE 11 COLUMN 01.
           DISPLAY "9-ENCERRAR        " LINE 12 COLUMN 01.
           DISPLAY "0-ESCALA SEMANAL  " LINE 13 COLUMN 01.
           DISPLAY "10-DISSIDIO COLETIVO" LINE 14 COLUMN 01.
           DISPLAY "11-AVALIACAO DESEMPENHO" LINE 15 COLUMN 01.
           DISPLAY "QUAL OPCAO        " LINE 20 COLUMN 01.
               ACCEPT WRK-OPCAO         LINE 20 COLUMN 15.

              WHEN 1
                 CALL "FUNCCADASTRO" USING WRK-OPERADOR
              WHEN 2
                 CALL "FUNCCONSULTA" USING WRK-OPERADOR
                                           WRK-LOGIN-NIVEL
              WHEN 3
                 CALL "FUNCALTERA" USING WRK-OPERADOR
                                         WRK-LOGIN-NIVEL
              WHEN 4
                 CALL "FUNCDESLIGA" USING WRK-OPERADOR
              WHEN 5
                 CALL "SETORMANUT"
              WHEN 8
                 CALL "CUSTOSETOR"
              WHEN 0
                 CALL "ESCALAMANUT" USING WRK-OPERADOR
              WHEN 10
                 CALL "DISSIDIO" USING WRK-OPERADOR
                                       WRK-LOGIN-NIVEL
              WHEN 11
                 CALL "AVALIACAO" USING WRK-OPERADOR
           END-EVALUATE.
