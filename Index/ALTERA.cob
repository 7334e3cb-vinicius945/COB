       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-TIPOBUSCA  PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-NIVEL      PIC X(01) VALUES SPACES.
       COPY "#SIGILO-MASC".

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".
       01 WRK-NOME-ANTES      PIC X(25) VALUES SPACES.
       01 WRK-EMAIL-ANTES     PIC X(30) VALUES SPACES.
       01 WRK-ALTERA-END       PIC X(01) VALUES SPACES.
       01 WRK-CEP-VALIDO       PIC X(01) VALUES SPACES.
       01 WRK-CEP-DIGITADO     PIC X(08) VALUES SPACES.

      *---------------------Consulta a tabela de CEP (CEPBUSCA)
       01 WRK-CEPBUSCA.
           05 WRK-CPB-CEP        PIC 9(08) VALUE ZEROS.
           05 WRK-CPB-ACHOU      PIC X(01) VALUE "N".
           05 WRK-CPB-LOGRADOURO PIC X(30) VALUE SPACES.
           05 WRK-CPB-BAIRRO     PIC X(20) VALUE SPACES.
           05 WRK-CPB-CIDADE     PIC X(20) VALUE SPACES.
           05 WRK-CPB-UF         PIC X(02) VALUE SPACES.
           05 WRK-CPB-ZONA       PIC X(02) VALUE SPACES.

       01 WRK-UNDO-ENCONTRADO  PIC X(01) VALUES SPACES.
       01 WRK-UNDO-NOME        PIC X(25) VALUES SPACES.
       01 WRK-UNDO-EMAIL       PIC X(30) VALUES SPACES.

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
                    ACCEPT WRK-ARQCRM-NOME         LINE 05 COLUMN 15

                 DISPLAY "EMAIL "                  LINE 07 COLUMN 01
                 MOVE 1                TO MSC-GRUPO
                 MOVE ARQCRM-ID        TO MSC-CHAVE
                 MOVE "EMAIL"          TO MSC-CAMPO-NOME
                 MOVE "E"              TO MSC-FORMATO
                 MOVE ARQCRM-EMAIL     TO MSC-CAMPO
                 PERFORM MASCARAR-CAMPO
                 DISPLAY MSC-CAMPO(1:30)           LINE 07 COLUMN 15
                 MOVE "N" TO WRK-EMAIL-VALIDO
                 PERFORM UNTIL WRK-EMAIL-VALIDO EQUAL "S"
                    DISPLAY "NOVO E-MAIL "         LINE 08 COLUMN 01
                 END-PERFORM

                 DISPLAY "TELEFONE "               LINE 10 COLUMN 01
                 MOVE 1                TO MSC-GRUPO
                 MOVE ARQCRM-ID        TO MSC-CHAVE
                 MOVE "TELEFONE"       TO MSC-CAMPO-NOME
                 MOVE "T"              TO MSC-FORMATO
                 MOVE ARQCRM-TELEFONE  TO MSC-CAMPO
                 PERFORM MASCARAR-CAMPO
                 DISPLAY MSC-CAMPO(1:14)           LINE 10 COLUMN 15
                 MOVE "N" TO WRK-TEL-VALIDO
                 PERFORM UNTIL WRK-TEL-VALIDO EQUAL "S"
                    DISPLAY "NOVO TELEFONE "       LINE 11 COLUMN 01
                 END-PERFORM

                 DISPLAY "DATA DE NASCIMENTO "    LINE 12 COLUMN 01
                 MOVE 2                TO MSC-GRUPO
                 MOVE ARQCRM-ID        TO MSC-CHAVE
                 MOVE "NASCIMENTO"     TO MSC-CAMPO-NOME
                 MOVE "D"              TO MSC-FORMATO
                 MOVE ARQCRM-DATA-NASCIMENTO TO MSC-CAMPO
                 PERFORM MASCARAR-CAMPO
                 DISPLAY MSC-CAMPO(1:8)           LINE 12 COLUMN 25
                 DISPLAY "NOVA DATA (AAAAMMDD, BRANCO MANTEM) "
                                                   LINE 12 COLUMN 40
                    ACCEPT WRK-ARQCRM-DATA-NASCIMENTO


      *    ENDERECO DE CORRESPONDENCIA - "N" MANTEM O ATUAL; "S" PEDE
      *    O CEP COM A MESMA VALIDACAO DO CADASTRO E PREENCHE O RESTO
      *    PELA TABELA DE CEP (CEPBUSCA), FICANDO SO O NUMERO PARA
      *    DIGITAR; CEP FORA DA TABELA CAI NA DIGITACAO LIVRE
       ALTERAR-ENDERECO SECTION.
           MOVE ARQCRM-ENDERECO TO WRK-ARQCRM-ENDERECO.
           MOVE ARQCRM-ZONA-ENTREGA TO WRK-ARQCRM-ZONA-ENTREGA.
           MOVE "N" TO WRK-CPB-ACHOU.
           DISPLAY "ENDERECO ATUAL "               LINE 19 COLUMN 01.
           MOVE 3                TO MSC-GRUPO.
           MOVE ARQCRM-ID        TO MSC-CHAVE.
           MOVE "ENDERECO"       TO MSC-CAMPO-NOME.
           MOVE "X"              TO MSC-FORMATO.
           MOVE ARQCRM-END-LOGRADOURO TO MSC-CAMPO.
           PERFORM MASCARAR-CAMPO.
           DISPLAY MSC-CAMPO(1:30)                 LINE 19 COLUMN 16.
           DISPLAY "ALTERAR ENDERECO (S/N)? "      LINE 19 COLUMN 48.
              ACCEPT WRK-ALTERA-END                LINE 19 COLUMN 73.
           IF WRK-ALTERA-END EQUAL "S"
              MOVE "N" TO WRK-CEP-VALIDO
              PERFORM UNTIL WRK-CEP-VALIDO EQUAL "S"
                 DISPLAY "CEP (VAZIO = SEM ENDERECO) "
                                                   LINE 04 COLUMN 01
                    ACCEPT WRK-CEP-DIGITADO        LINE 04 COLUMN 30
                 EVALUATE TRUE
                    WHEN WRK-CEP-DIGITADO EQUAL SPACES
                       MOVE ZEROS TO WRK-ARQCRM-END-CEP
                       MOVE "S" TO WRK-CEP-VALIDO
                    WHEN WRK-CEP-DIGITADO IS NUMERIC
                     AND WRK-CEP-DIGITADO NOT EQUAL "00000000"
                       MOVE WRK-CEP-DIGITADO TO WRK-ARQCRM-END-CEP
                       MOVE "S" TO WRK-CEP-VALIDO
                    WHEN OTHER
                       DISPLAY "CEP INVALIDO (SOMENTE 8 DIGITOS)"
                                                   LINE 14 COLUMN 01
                 END-EVALUATE
              END-PERFORM
              IF WRK-ARQCRM-END-CEP EQUAL ZEROS
                 MOVE SPACES TO WRK-ARQCRM-END-LOGRADOURO
                                WRK-ARQCRM-END-NUMERO
                                WRK-ARQCRM-END-CIDADE
                                WRK-ARQCRM-END-UF
              ELSE
                 PERFORM PREENCHER-PELO-CEP
                 DISPLAY "NUMERO     "             LINE 08 COLUMN 01
                    ACCEPT WRK-ARQCRM-END-NUMERO   LINE 08 COLUMN 15
              END-IF
              IF WRK-CPB-ACHOU EQUAL "S"
                 AND WRK-CPB-ZONA NOT EQUAL SPACES
                 DISPLAY "ZONA DE ENTREGA (PELO CEP) "
                                                   LINE 09 COLUMN 01
                 DISPLAY WRK-ARQCRM-ZONA-ENTREGA   LINE 09 COLUMN 30
              ELSE
                 DISPLAY "ZONA DE ENTREGA (N/S/L/O) "
                                                   LINE 09 COLUMN 01
                    ACCEPT WRK-ARQCRM-ZONA-ENTREGA LINE 09 COLUMN 30
              END-IF
           END-IF.

       PREENCHER-PELO-CEP SECTION.
           MOVE WRK-ARQCRM-END-CEP TO WRK-CPB-CEP.
           CALL "CEPBUSCA" USING WRK-CEPBUSCA.
           IF WRK-CPB-ACHOU EQUAL "S"
              MOVE WRK-CPB-LOGRADOURO TO WRK-ARQCRM-END-LOGRADOURO
              MOVE WRK-CPB-CIDADE     TO WRK-ARQCRM-END-CIDADE
              MOVE WRK-CPB-UF         TO WRK-ARQCRM-END-UF
              IF WRK-CPB-ZONA NOT EQUAL SPACES
                 MOVE WRK-CPB-ZONA    TO WRK-ARQCRM-ZONA-ENTREGA
              END-IF
              DISPLAY "LOGRADOURO "                LINE 05 COLUMN 01
              IF WRK-ARQCRM-END-LOGRADOURO EQUAL SPACES
      *          CEP GERAL DA CIDADE - A RUA CONTINUA DIGITADA
                 ACCEPT WRK-ARQCRM-END-LOGRADOURO  LINE 05 COLUMN 15
              ELSE
                 DISPLAY WRK-ARQCRM-END-LOGRADOURO LINE 05 COLUMN 15
              END-IF
              DISPLAY "BAIRRO     "                LINE 06 COLUMN 01
              DISPLAY WRK-CPB-BAIRRO               LINE 06 COLUMN 15
              DISPLAY "CIDADE/UF  "                LINE 07 COLUMN 01
              DISPLAY WRK-ARQCRM-END-CIDADE        LINE 07 COLUMN 15
              DISPLAY WRK-ARQCRM-END-UF            LINE 07 COLUMN 37
           ELSE
              DISPLAY "CEP FORA DA TABELA - DIGITE O ENDERECO"
                                                   LINE 14 COLUMN 01
              DISPLAY "LOGRADOURO "                LINE 05 COLUMN 01
                 ACCEPT WRK-ARQCRM-END-LOGRADOURO  LINE 05 COLUMN 15
              DISPLAY "CIDADE     "                LINE 06 COLUMN 01
                 ACCEPT WRK-ARQCRM-END-CIDADE      LINE 06 COLUMN 15
              DISPLAY "UF         "                LINE 07 COLUMN 01
                 ACCEPT WRK-ARQCRM-END-UF          LINE 07 COLUMN 15
           END-IF.

       DESFAZER-ULTIMA SECTION.
                 DISPLAY "VALOR ANTERIOR NOME  "   LINE 05 COLUMN 01
                 DISPLAY WRK-UNDO-NOME             LINE 05 COLUMN 25
                 DISPLAY "VALOR ANTERIOR EMAIL "   LINE 06 COLUMN 01
                 MOVE 1                TO MSC-GRUPO
                 MOVE ARQCRM-ID        TO MSC-CHAVE
                 MOVE "EMAIL"          TO MSC-CAMPO-NOME
                 MOVE "E"              TO MSC-FORMATO
                 MOVE WRK-UNDO-EMAIL   TO MSC-CAMPO
                 PERFORM MASCARAR-CAMPO
                 DISPLAY MSC-CAMPO(1:30)           LINE 06 COLUMN 25
                 DISPLAY "VALOR ANTERIOR TELEFONE" LINE 07 COLUMN 01
                 MOVE 1                TO MSC-GRUPO
                 MOVE ARQCRM-ID        TO MSC-CHAVE
                 MOVE "TELEFONE"       TO MSC-CAMPO-NOME
                 MOVE "T"              TO MSC-FORMATO
                 MOVE WRK-UNDO-TELEFONE TO MSC-CAMPO
                 PERFORM MASCARAR-CAMPO
                 DISPLAY MSC-CAMPO(1:14)           LINE 07 COLUMN 25
                 DISPLAY "VALOR ANTERIOR NASCIMENTO"
                                                   LINE 08 COLUMN 01
                 MOVE 2                TO MSC-GRUPO
                 MOVE ARQCRM-ID        TO MSC-CHAVE
                 MOVE "NASCIMENTO"     TO MSC-CAMPO-NOME
                 MOVE "D"              TO MSC-FORMATO
                 MOVE WRK-UNDO-DATA-NASCIMENTO TO MSC-CAMPO
                 PERFORM MASCARAR-CAMPO
                 DISPLAY MSC-CAMPO(1:8)            LINE 08 COLUMN 27

                 DISPLAY "DESFAZER PARA ESTES VALORES (S/N)? "
                                                   LINE 13 COLUMN 01
                 MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
           END-EVALUATE.

      *    O CAMPO (GRUPO, FORMATO, NOME E CHAVE JA MOVIDOS) VOLTA
      *    DO MASCARA COMO VEIO OU MASCARADO, CONFORME O NIVEL
       MASCARAR-CAMPO SECTION.
           MOVE "M"              TO MSC-ACAO.
           MOVE WRK-OPERADOR     TO MSC-USUARIO.
           MOVE WRK-NIVEL        TO MSC-NIVEL.
           MOVE "ALTERA"         TO MSC-PROGRAMA.
           MOVE "C"              TO MSC-TIPO-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.

       VERIFICAR-VERSAO SECTION.
           MOVE "N" TO WRK-VERSAO-INCOMPATIVEL.
           OPEN INPUT ARQCTRL.
