
       FD EARQCRM.
       01 EREG-ARQCRM.
           05 EREG-ID          PIC 9(06).
           05 EREG-NOME        PIC X(25).
           05 EREG-EMAIL       PIC X(30).
           05 EREG-TELEFONE    PIC X(14).
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 EARQCRM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPROXID-FS       PIC 9(02) VALUES ZEROS.
       01 WRK-MAIOR-ID       PIC 9(06) VALUES ZEROS.


      *---------------------Variaveis de apoio
       01 WRK-SEGURATELA      PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR        PIC X(10) VALUES "CARGA".

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-CONTADOR         PIC 9(03) VALUES ZEROS.
