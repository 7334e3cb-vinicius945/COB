       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 ARQXREF-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".


       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-OPCAO      PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-ID         PIC 9(06) VALUES ZEROS.
       01 WRK-AGENCIA    PIC 9(04) VALUES ZEROS.
       01 WRK-CONTA      PIC 9(08) VALUES ZEROS.

