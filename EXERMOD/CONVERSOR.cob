
       LINKAGE SECTION.
       01 LNK-TEMP-CONVERSAO.
      *    COM SINAL PARA AS LEITURAS DE FREEZER ABAIXO DE ZERO
           05 LNK-FAHRENHEIT   PIC S9(04)V9.
           05 LNK-MODO         PIC X(01).
           05 LNK-CELSIUS      PIC S9(04)V9.
           05 LNK-KELVIN       PIC 9(04)V9.
      *    MODO "S" CONVERTE SEM EXIBIR NADA (CHAMADA DE OUTRO
      *    PROGRAMA, QUE SO QUER O VALOR DE VOLTA)

       PROCEDURE DIVISION USING LNK-TEMP-CONVERSAO.
           COMPUTE LNK-CELSIUS = (LNK-FAHRENHEIT - 32) * 5 / 9.
           COMPUTE LNK-KELVIN  = LNK-CELSIUS + 273.1.

           EVALUATE LNK-MODO
              WHEN "S"
                 CONTINUE
              WHEN "C"
                 DISPLAY "TEMPERATURA EM CELSIUS: " LNK-CELSIUS
              WHEN "K"
