      *    EXCLUI, SO QUE PARA ARQUIVAMENTO EM LOTE)
       FD ARQARQUIVO.
       01 ARQARQUIVO-REGISTRO.
           05 ARQARQUIVO-ID            PIC 9(06).
           05 ARQARQUIVO-NOME          PIC X(25).
           05 ARQARQUIVO-EMAIL         PIC X(30).
           05 ARQARQUIVO-TELEFONE      PIC X(14).
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
