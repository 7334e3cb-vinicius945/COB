      *O DUPLICADO RECEBE BAIXA LOGICA E O SOBREVIVENTE E REGRAVADO.
      *GRAVA AUDITORIA (ALTERACAO NO SOBREVIVENTE, BAIXA NO DUPLICADO)
      *E HISTORICO DE STATUS PARA OS DOIS, PARA OS TOTAIS DE CONTROLE
      *DO CONTROLEDIARIO CONTINUAREM BATENDO. E-MAIL, TELEFONE E
      *NASCIMENTO PASSAM PELO MASCARA CONFORME O NIVEL
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQHIST-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".


       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-NIVEL      PIC X(01) VALUES SPACES.
       COPY "#SIGILO-MASC".
       01 WRK-ESCOLHA    PIC 9(01) VALUES ZEROS.

       01 WRK-ID-SOBREVIVE PIC 9(06) VALUES ZEROS.
       01 WRK-ID-DUPLICADO PIC 9(06) VALUES ZEROS.

      *---------------------Copias dos dois registros
       01 WRK-SOB-REGISTRO.

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
           DISPLAY WRK-SOB-NOME                     LINE 07 COLUMN 11.
           DISPLAY WRK-DUP-NOME                     LINE 07 COLUMN 38.
           DISPLAY "EMAIL    "                      LINE 08 COLUMN 01.
           MOVE 1                TO MSC-GRUPO.
           MOVE WRK-ID-SOBREVIVE TO MSC-CHAVE.
           MOVE "EMAIL"          TO MSC-CAMPO-NOME.
           MOVE "E"              TO MSC-FORMATO.
           MOVE WRK-SOB-EMAIL    TO MSC-CAMPO.
           PERFORM MASCARAR-CAMPO.
           DISPLAY MSC-CAMPO(1:30)                  LINE 08 COLUMN 11.
           MOVE 1                TO MSC-GRUPO.
           MOVE WRK-ID-DUPLICADO TO MSC-CHAVE.
           MOVE "EMAIL"          TO MSC-CAMPO-NOME.
           MOVE "E"              TO MSC-FORMATO.
           MOVE WRK-DUP-EMAIL    TO MSC-CAMPO.
           PERFORM MASCARAR-CAMPO.
           DISPLAY MSC-CAMPO(1:30)                  LINE 08 COLUMN 43.
           DISPLAY "TELEFONE "                      LINE 09 COLUMN 01.
           MOVE 1                TO MSC-GRUPO.
           MOVE WRK-ID-SOBREVIVE TO MSC-CHAVE.
           MOVE "TELEFONE"       TO MSC-CAMPO-NOME.
           MOVE "T"              TO MSC-FORMATO.
           MOVE WRK-SOB-TELEFONE TO MSC-CAMPO.
           PERFORM MASCARAR-CAMPO.
           DISPLAY MSC-CAMPO(1:14)                  LINE 09 COLUMN 11.
           MOVE 1                TO MSC-GRUPO.
           MOVE WRK-ID-DUPLICADO TO MSC-CHAVE.
           MOVE "TELEFONE"       TO MSC-CAMPO-NOME.
           MOVE "T"              TO MSC-FORMATO.
           MOVE WRK-DUP-TELEFONE TO MSC-CAMPO.
           PERFORM MASCARAR-CAMPO.
           DISPLAY MSC-CAMPO(1:14)                  LINE 09 COLUMN 38.
           DISPLAY "NASCIM.  "                      LINE 10 COLUMN 01.
           MOVE 2                TO MSC-GRUPO.
           MOVE WRK-ID-SOBREVIVE TO MSC-CHAVE.
           MOVE "NASCIMENTO"     TO MSC-CAMPO-NOME.
           MOVE "D"              TO MSC-FORMATO.
           MOVE WRK-SOB-DATA-NASCIMENTO TO MSC-CAMPO.
           PERFORM MASCARAR-CAMPO.
           DISPLAY MSC-CAMPO(1:8)                   LINE 10 COLUMN 11.
           MOVE 2                TO MSC-GRUPO.
           MOVE WRK-ID-DUPLICADO TO MSC-CHAVE.
           MOVE "NASCIMENTO"     TO MSC-CAMPO-NOME.
           MOVE "D"              TO MSC-FORMATO.
           MOVE WRK-DUP-DATA-NASCIMENTO TO MSC-CAMPO.
           PERFORM MASCARAR-CAMPO.
           DISPLAY MSC-CAMPO(1:8)                   LINE 10 COLUMN 38.

           DISPLAY "NOME (1/2)? "                   LINE 12 COLUMN 01.
              ACCEPT WRK-ESCOLHA                    LINE 12 COLUMN 15.
           MOVE WRK-OPERADOR           TO HISTCRM-OPERADOR.
           WRITE HISTCRM-REGISTRO.

      *    O CAMPO (GRUPO, FORMATO, NOME E CHAVE JA MOVIDOS) VOLTA
      *    DO MASCARA COMO VEIO OU MASCARADO, CONFORME O NIVEL
       MASCARAR-CAMPO SECTION.
           MOVE "M"              TO MSC-ACAO.
           MOVE WRK-OPERADOR     TO MSC-USUARIO.
           MOVE WRK-NIVEL        TO MSC-NIVEL.
           MOVE "UNIFICA"        TO MSC-PROGRAMA.
           MOVE "C"              TO MSC-TIPO-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.

       VERIFICAR-VERSAO SECTION.
           MOVE "N" TO WRK-VERSAO-INCOMPATIVEL.
           OPEN INPUT ARQCTRL.
