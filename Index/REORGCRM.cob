       FD ARQNOVO.
       01 NOVO-REGISTRO.
           05 NOVO-CHAVE.
               10 NOVO-ID          PIC 9(06).
           05 NOVO-NOME            PIC X(25).
           05 NOVO-EMAIL           PIC X(30).
           05 NOVO-TELEFONE        PIC X(14).
           05 NOVO-CONSENTIMENTO   PIC X(01).
           05 NOVO-CONSENT-DATA    PIC 9(08).
           05 NOVO-CONSENT-CANAL   PIC X(01).
           05 NOVO-ENDERECO.
               10 NOVO-END-LOGRADOURO PIC X(30).
               10 NOVO-END-NUMERO     PIC X(06).
               10 NOVO-END-CIDADE     PIC X(20).
               10 NOVO-END-UF         PIC X(02).
               10 NOVO-END-CEP        PIC 9(08).
           05 NOVO-ZONA-ENTREGA    PIC X(02).

       FD ARQCTRL.
       COPY "#CRM-CTRL".
       01 ARQNOVO-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".
       01 WRK-VERSAO-LIDA         PIC 9(02) VALUES ZEROS.
       01 WRK-CTRL-TOTAL          PIC 9(05) VALUES ZEROS.
