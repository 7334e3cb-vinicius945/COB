       01 ARQAPROVCTRL-FS    PIC 9(02) VALUES ZEROS.
       01 WRK-NIVEL          PIC X(01) VALUES "A".
       01 WRK-SEQ            PIC 9(06) VALUES ZEROS.
      *    NIVEL DO MENU PARA O MASCARA - EM BRANCO, O MODULO USA O
      *    DO CADASTRO DO OPERADOR
       01 WRK-NIVEL-SIGILO   PIC X(01) VALUES SPACES.
       COPY "#SIGILO-MASC".


      *---------------------Variaveis de apoio
       01 WRK-NOTA         PIC X(25) VALUES SPACES.
       01 WRK-MOTIVO-HIST  PIC X(30) VALUES SPACES.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".


      *    COM NIVEL ABAIXO DE "A", A TROCA DE STATUS VIRA PENDENCIA
      *    DE APROVACAO EM VEZ DE MEXER NO ARQCRM.DAT
           IF ADDRESS OF LNK-NIVEL NOT EQUAL NULL
              MOVE LNK-NIVEL TO WRK-NIVEL-SIGILO
              IF LNK-NIVEL NOT EQUAL SPACES
                 MOVE LNK-NIVEL TO WRK-NIVEL
              END-IF
                 DISPLAY ARQCRM-NOME               LINE 04 COLUMN 15
                
                 DISPLAY "EMAIL "                  LINE 05 COLUMN 01
                 MOVE "EMAIL"          TO MSC-CAMPO-NOME
                 MOVE "E"              TO MSC-FORMATO
                 MOVE ARQCRM-EMAIL     TO MSC-CAMPO
                 PERFORM MASCARAR-CONTATO
                 DISPLAY MSC-CAMPO(1:30)           LINE 05 COLUMN 15

                 DISPLAY "TELEFONE "               LINE 06 COLUMN 01
                 MOVE "TELEFONE"       TO MSC-CAMPO-NOME
                 MOVE "T"              TO MSC-FORMATO
                 MOVE ARQCRM-TELEFONE  TO MSC-CAMPO
                 PERFORM MASCARAR-CONTATO
                 DISPLAY MSC-CAMPO(1:14)           LINE 06 COLUMN 15

                 DISPLAY "STATUS "                 LINE 07 COLUMN 01
                 DISPLAY  ARQCRM-STATUS            LINE 07 COLUMN 15
             INTO WRK-MOTIVO-HIST
           END-STRING.

      *    O CAMPO VOLTA DO MASCARA COMO VEIO (E A VISAO FICA NO
      *    REGISTRO DE ACESSO) OU MASCARADO, CONFORME O NIVEL
       MASCARAR-CONTATO SECTION.
           MOVE "M"              TO MSC-ACAO.
           MOVE WRK-OPERADOR     TO MSC-USUARIO.
           MOVE WRK-NIVEL-SIGILO TO MSC-NIVEL.
           MOVE "STATUS"         TO MSC-PROGRAMA.
           MOVE 1                TO MSC-GRUPO.
           MOVE "C"              TO MSC-TIPO-CHAVE.
           MOVE ARQCRM-ID        TO MSC-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.

       FINALIZAR SECTION.
           CLOSE ARQCRM.
           CLOSE ARQAUDIT.
