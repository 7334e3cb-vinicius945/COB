       01 ARQLOCAL-FS        PIC 9(02) VALUES ZEROS.
       01 WRK-SALDO-AVALIADO PIC 9(06) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 04.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-DATA-ATUAL     PIC 9(08) VALUES ZEROS.
