       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
