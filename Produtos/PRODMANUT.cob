      *---------------------Variaveis de apoio

       01 WRK-SEGURATELA      PIC X(01) VALUES SPACES.
       01 WRK-VERSAO-ATUAL    PIC 9(02) VALUES 04.


       SCREEN SECTION.
