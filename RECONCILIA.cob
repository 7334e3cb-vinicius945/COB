       01 FS-REJARQCLI       PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-CRM-TOTAL      PIC 9(05) VALUE ZEROS.
       01 WRK-LINHA-DIVERG.
           05 WRK-DIV-TIPO      PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-DIV-ID        PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-DIV-AGENCIA   PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACE.
