       01 WRK-QTD-AVALISTAS  PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-AVALISTAS.
           05 WRK-AVT-ITEM OCCURS 200 TIMES.
               10 WRK-AVT-ID   PIC 9(06).
               10 WRK-AVT-QTD  PIC 9(03).
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
                      " PRAZO " EMP-PRAZO-MESES
                      " TAXA " EMP-TAXA-JUROS
                      " SIT " EMP-SITUACAO
              IF EMP-SISTEMA EQUAL "P"
                 DISPLAY "SISTEMA PRICE (PARCELA FIXA)"
              ELSE
                 DISPLAY "SISTEMA SAC (AMORTIZACAO CONSTANTE)"
              END-IF
              IF EMP-CONTRATO-SUCESSOR GREATER ZEROS
                 DISPLAY "RENEGOCIADO NO CONTRATO "
                         EMP-CONTRATO-SUCESSOR
