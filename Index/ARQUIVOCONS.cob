      *DEVOLVE O REGISTRO AO ARQCRM.DAT COM AUDITORIA E HISTORICO DE
      *STATUS, RECUSANDO SE O ID JA FOI REUTILIZADO NO MESTRE. O
      *REGISTRO PERMANECE NO ARQUIVO MORTO COMO HISTORICO - A PROPRIA
      *RECUSA POR ID JA EXISTENTE IMPEDE UMA SEGUNDA RESTAURACAO.
      *E-MAIL E TELEFONE PASSAM PELO MASCARA CONFORME O NIVEL
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
      *    MESMO LAYOUT GRAVADO PELO ARQUIVACRM
       FD ARQARQUIVO.
       01 ARQARQUIVO-REGISTRO.
           05 ARQARQUIVO-ID            PIC 9(06).
           05 ARQARQUIVO-NOME          PIC X(25).
           05 ARQARQUIVO-EMAIL         PIC X(30).
           05 ARQARQUIVO-TELEFONE      PIC X(14).
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQHIST-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".


       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-TIPOBUSCA  PIC X(01) VALUES SPACES.
       01 WRK-BUSCA-ID   PIC 9(06) VALUES ZEROS.
       01 WRK-BUSCA-NOME PIC X(25) VALUES SPACES.
       01 WRK-ACHADO     PIC X(01) VALUES "N".
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-NIVEL      PIC X(01) VALUES SPACES.
       COPY "#SIGILO-MASC".
       01 WRK-DATA-ATUAL PIC 9(08) VALUES ZEROS.

       01 WRK-ANO-ATUAL       PIC 9(04) VALUES ZEROS.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).
       01 LNK-NIVEL       PIC X(01).

       PROCEDURE DIVISION USING LNK-OPERADOR
                                OPTIONAL LNK-NIVEL.
           IF LNK-OPERADOR NOT EQUAL SPACES
              MOVE LNK-OPERADOR TO WRK-OPERADOR
           END-IF.
      *    NIVEL DO MENU PARA O MASCARA - SEM ELE, O MODULO USA O DO
      *    CADASTRO DO OPERADOR
           IF ADDRESS OF LNK-NIVEL NOT EQUAL NULL
              MOVE LNK-NIVEL TO WRK-NIVEL
           END-IF.
           PERFORM INICIAR.
           IF WRK-VERSAO-INCOMPATIVEL NOT EQUAL "S"
              PERFORM PROCESSAR
           DISPLAY "ID       "                    LINE 05 COLUMN 01.
           DISPLAY ARQARQUIVO-ID                  LINE 05 COLUMN 15.
           DISPLAY ARQARQUIVO-NOME                LINE 06 COLUMN 01.
           MOVE "EMAIL"          TO MSC-CAMPO-NOME.
           MOVE "E"              TO MSC-FORMATO.
           MOVE ARQARQUIVO-EMAIL TO MSC-CAMPO.
           PERFORM MASCARAR-CONTATO.
           DISPLAY MSC-CAMPO(1:30)                LINE 07 COLUMN 01.
           MOVE "TELEFONE"       TO MSC-CAMPO-NOME.
           MOVE "T"              TO MSC-FORMATO.
           MOVE ARQARQUIVO-TELEFONE TO MSC-CAMPO.
           PERFORM MASCARAR-CONTATO.
           DISPLAY MSC-CAMPO(1:14)                LINE 08 COLUMN 01.
           DISPLAY "CADASTRADO EM "               LINE 09 COLUMN 01.
           DISPLAY ARQARQUIVO-DATA-CADASTRO       LINE 09 COLUMN 15.
           DISPLAY "INATIVO DESDE "               LINE 10 COLUMN 01.
           MOVE WRK-OPERADOR           TO HISTCRM-OPERADOR.
           WRITE HISTCRM-REGISTRO.

      *    O CAMPO VOLTA DO MASCARA COMO VEIO (E A VISAO FICA NO
      *    REGISTRO DE ACESSO) OU MASCARADO, CONFORME O NIVEL
       MASCARAR-CONTATO SECTION.
           MOVE "M"              TO MSC-ACAO.
           MOVE WRK-OPERADOR     TO MSC-USUARIO.
           MOVE WRK-NIVEL        TO MSC-NIVEL.
           MOVE "ARQUIVOCONS"    TO MSC-PROGRAMA.
           MOVE 1                TO MSC-GRUPO.
           MOVE "C"              TO MSC-TIPO-CHAVE.
           MOVE ARQARQUIVO-ID    TO MSC-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.

       FINALIZAR SECTION.
           CLOSE ARQCRM.
           CLOSE ARQARQUIVO.
