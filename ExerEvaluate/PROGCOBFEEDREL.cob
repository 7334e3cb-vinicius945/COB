       01 ARQFEEDREL-FS    PIC 9(02) VALUES ZEROS.

      *----------CAMPOS DESMONTADOS DA LINHA CSV DA TENDENCIA
       01 WRK-CAMPO-ID        PIC X(06) VALUES SPACES.
       01 WRK-CAMPO-NOTA      PIC X(06) VALUES SPACES.
       01 WRK-CAMPO-CATEGORIA PIC X(17) VALUES SPACES.
       01 WRK-CAMPO-DATA      PIC X(08) VALUES SPACES.
       01 WRK-ID-CLIENTE      PIC 9(06) VALUES ZEROS.
       01 WRK-NOTA            PIC 9(02)V99 VALUES ZEROS.
       01 WRK-MES             PIC 9(06) VALUES ZEROS.

