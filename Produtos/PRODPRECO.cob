       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPRECO-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 04.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".


