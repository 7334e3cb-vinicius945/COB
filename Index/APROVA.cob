      *EXCLUI E STATUS QUANDO O SOLICITANTE NAO E NIVEL "A", MOSTRA O
      *DETALHE ANTES/DEPOIS E APROVA (APLICANDO A MUDANCA NO ARQCRM
      *COM AUDITORIA E HISTORICO) OU REJEITA - A PENDENCIA GUARDA OS
      *DOIS NOMES, SOLICITANTE E APROVADOR. E-MAIL E TELEFONE PASSAM
      *PELO MASCARA CONFORME O NIVEL
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
      *    MESMO LAYOUT DO EXCLUI
       FD ARQBAIXA.
       01 ARQBAIXA-REGISTRO.
           05 ARQBAIXA-ID          PIC 9(06).
           05 ARQBAIXA-NOME        PIC X(25).
           05 ARQBAIXA-EMAIL       PIC X(30).
           05 ARQBAIXA-TELEFONE    PIC X(14).
       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-ACAO       PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-NIVEL      PIC X(01) VALUES SPACES.
       COPY "#SIGILO-MASC".
       01 WRK-DATAHOJE   PIC 9(08) VALUES ZEROS.
       01 WRK-TOT-PENDENTES PIC 9(03) VALUES ZEROS.
       01 WRK-MOTIVO-HIST   PIC X(30) VALUES SPACES.

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
           PERFORM PROCESSAR.
           PERFORM FINALIZAR.
           DISPLAY "CLIENTE "                       LINE 06 COLUMN 01.
           DISPLAY APROV-ID                         LINE 06 COLUMN 10.
           DISPLAY APROV-NOME                       LINE 06 COLUMN 16.
           MOVE "EMAIL"          TO MSC-CAMPO-NOME.
           MOVE "E"              TO MSC-FORMATO.
           MOVE APROV-EMAIL      TO MSC-CAMPO.
           PERFORM MASCARAR-CONTATO.
           DISPLAY MSC-CAMPO(1:30)                  LINE 07 COLUMN 01.
           MOVE "TELEFONE"       TO MSC-CAMPO-NOME.
           MOVE "T"              TO MSC-FORMATO.
           MOVE APROV-TELEFONE   TO MSC-CAMPO.
           PERFORM MASCARAR-CONTATO.
           DISPLAY MSC-CAMPO(1:14)                  LINE 07 COLUMN 33.
           IF APROV-TIPO EQUAL "STATUS"
              DISPLAY "STATUS DE "                  LINE 08 COLUMN 01
              DISPLAY APROV-STATUS-ANTES            LINE 08 COLUMN 11
           MOVE WRK-OPERADOR           TO AUDCRM-OPERADOR.
           WRITE AUDCRM-REGISTRO.

      *    O CAMPO VOLTA DO MASCARA COMO VEIO (E A VISAO FICA NO
      *    REGISTRO DE ACESSO) OU MASCARADO, CONFORME O NIVEL
       MASCARAR-CONTATO SECTION.
           MOVE "M"              TO MSC-ACAO.
           MOVE WRK-OPERADOR     TO MSC-USUARIO.
           MOVE WRK-NIVEL        TO MSC-NIVEL.
           MOVE "APROVA"         TO MSC-PROGRAMA.
           MOVE 1                TO MSC-GRUPO.
           MOVE "C"              TO MSC-TIPO-CHAVE.
           MOVE APROV-ID         TO MSC-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.

       FINALIZAR SECTION.
           CLOSE ARQAPROV.
           CLOSE ARQCRM.
