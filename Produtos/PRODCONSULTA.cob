       01 WRK-TIPOBUSCA  PIC X(01) VALUES SPACES.
       01 WRK-DESCBUSCA  PIC X(25) VALUES SPACES.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 04.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       PROCEDURE DIVISION.
