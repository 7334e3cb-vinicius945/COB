       01 WRK-GRUPO-ID       PIC 9(04) VALUES ZEROS.
       01 WRK-GRUPO-NOME     PIC X(25) VALUES SPACES.
       01 WRK-GRUPO-TIPO     PIC X(01) VALUES SPACES.
       01 WRK-CLIENTE-ID     PIC 9(06) VALUES ZEROS.

       01 WRK-TOT-MEMBROS    PIC 9(04) VALUES ZEROS.
       01 WRK-EXPOSICAO      PIC 9(08)V99 VALUES ZEROS.
