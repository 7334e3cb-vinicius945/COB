           05 CRED-DECISAO     PIC X(15).
           05 CRED-DATA        PIC 9(08).
           05 CRED-HORA        PIC 9(08).
           05 CRED-CLIENTE-ID  PIC 9(06).
           05 CRED-LIMITE      PIC 9(06)V99.
           05 CRED-EXPOSICAO   PIC 9(08)V99.
           05 CRED-DISPONIVEL  PIC S9(08)V99.
       01 WRK-QTD-CLIENTES   PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CLIENTES.
           05 WRK-CLI-ITEM OCCURS 500 TIMES.
               10 WRK-CLI-ID          PIC 9(06).
               10 WRK-CLI-NEGATIVAS   PIC 9(03).
               10 WRK-CLI-PIOR-ATRASO PIC 9(05).
               10 WRK-CLI-PAGAS       PIC 9(05).
               10 WRK-CLI-EM-DIA      PIC 9(05).
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-CLIENTE-ALVO   PIC 9(06) VALUES ZEROS.

       01 WRK-PCT-EM-DIA     PIC 9(03) VALUES ZEROS.
       01 WRK-BANDA          PIC X(01) VALUES SPACES.
