       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
