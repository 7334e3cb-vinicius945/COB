       WORKING-STORAGE SECTION.
       01 NOTA PIC 9(02)V99.
       01 WRK-CATEGORIA    PIC X(17) VALUES SPACES.
       01 WRK-IDCLIENTE    PIC 9(06) VALUES ZEROS.
       01 WRK-NOTA-ED      PIC Z9.99.
       01 WRK-DATA-ATUAL   PIC 9(08) VALUES ZEROS.
       01 ARQFEEDBACK-FS   PIC 9(02) VALUES ZEROS.
