       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQKARDEX-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 04.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".


