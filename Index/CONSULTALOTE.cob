      * Consulta em lote: recebe uma tabela de tamanho variavel com
      * IDs (tecnica OCCURS ... DEPENDING ON de PROGLACOS) e devolve
      * NOME/EMAIL/TELEFONE de cada cliente em uma unica chamada, em
      * vez de um READ ARQCRM por ID. Devolve os campos como estao
      * no ARQCRM: quem chama passa EMAIL/TELEFONE pelo MASCARA antes
      * de mostrar ou gravar.
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 WRK-IDX            PIC 9(04) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       LINKAGE            SECTION.
