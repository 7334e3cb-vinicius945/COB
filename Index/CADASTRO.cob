       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       77 WRK-CONFIRMA      PIC X(01) VALUES SPACES.

       01 WRK-ULTIMO-ID     PIC 9(06) VALUES ZEROS.
       01 WRK-GRAVADO       PIC X(01) VALUES "N".

       01 WRK-EMAIL-VALIDO  PIC X(01) VALUES SPACES.
       01 WRK-CEP-VALIDO    PIC X(01) VALUES SPACES.
       01 WRK-CEP-DIGITADO  PIC X(08) VALUES SPACES.

      *---------------------Consulta a tabela de CEP (CEPBUSCA)
       01 WRK-CEPBUSCA.
           05 WRK-CPB-CEP        PIC 9(08) VALUE ZEROS.
           05 WRK-CPB-ACHOU      PIC X(01) VALUE "N".
           05 WRK-CPB-LOGRADOURO PIC X(30) VALUE SPACES.
           05 WRK-CPB-BAIRRO     PIC X(20) VALUE SPACES.
           05 WRK-CPB-CIDADE     PIC X(20) VALUE SPACES.
           05 WRK-CPB-UF         PIC X(02) VALUE SPACES.
           05 WRK-CPB-ZONA       PIC X(02) VALUE SPACES.

       01 WRK-DATA-ATUAL    PIC 9(08) VALUES ZEROS.
       01 WRK-ANO-ATUAL     PIC 9(04) VALUES ZEROS.
       01 WRK-ANO-NASC      PIC 9(04) VALUES ZEROS.
              MOVE SPACES TO WRK-ARQCRM-CONSENT-CANAL
           END-IF.

           MOVE SPACES TO WRK-ARQCRM-ZONA-ENTREGA.
           PERFORM CAPTURAR-ENDERECO.

      *    ZONA QUE VEIO DA TABELA DE CEP NAO E REDIGITADA
           IF WRK-ARQCRM-ZONA-ENTREGA EQUAL SPACES
              DISPLAY "ZONA DE ENTREGA (N/S/L/O, VAZIO = SEM) "
                                                  LINE 17 COLUMN 01
                 ACCEPT WRK-ARQCRM-ZONA-ENTREGA   LINE 17 COLUMN 42
           ELSE
              DISPLAY "ZONA DE ENTREGA (PELO CEP) "
                                                  LINE 17 COLUMN 01
              DISPLAY WRK-ARQCRM-ZONA-ENTREGA     LINE 17 COLUMN 42
           END-IF.

           MOVE WRK-ARQCRM-REGISTRO TO ARQCRM-REGISTRO.

                       PERFORM GRAVAR-PROXIMO-ID
                       PERFORM GRAVAR-AUDITORIA
                    WHEN 22
                       IF WRK-ARQCRM-ID EQUAL 999999
      *                   ACABARAM OS IDS DE 6 DIGITOS - SEM ISSO O
      *                   AVANCO DARIA A VOLTA NO 000000 E NAO SAIRIA
                          MOVE "S" TO WRK-GRAVADO
                          DISPLAY "SEM ID LIVRE - BASE LOTADA"
                                                   LINE 20 COLUMN 01



      *    ENDERECO DE CORRESPONDENCIA - SEM CEP O CLIENTE FICA SEM
      *    ENDERECO (CEP ZERADO) E NAO RECEBE MALA DIRETA. O CEP DA
      *    TABELA (CEPBUSCA) TRAZ LOGRADOURO, CIDADE, UF E ZONA DE
      *    ENTREGA PRONTOS E SO O NUMERO E DIGITADO; CEP FORA DA
      *    TABELA CAI NA DIGITACAO LIVRE DE ANTES
       CAPTURAR-ENDERECO SECTION.
           MOVE "N" TO WRK-CEP-VALIDO.
           PERFORM UNTIL WRK-CEP-VALIDO EQUAL "S"
              DISPLAY "CEP (8 DIGITOS, VAZIO = SEM ENDERECO) "
                                                  LINE 12 COLUMN 01
                 ACCEPT WRK-CEP-DIGITADO          LINE 12 COLUMN 40
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
                                                  LINE 19 COLUMN 01
              END-EVALUATE
           END-PERFORM.
           IF WRK-ARQCRM-END-CEP EQUAL ZEROS
              MOVE SPACES TO WRK-ARQCRM-END-LOGRADOURO
                             WRK-ARQCRM-END-NUMERO
                             WRK-ARQCRM-END-CIDADE
                             WRK-ARQCRM-END-UF
           ELSE
              PERFORM PREENCHER-PELO-CEP
              DISPLAY "NUMERO "                   LINE 16 COLUMN 01
                 ACCEPT WRK-ARQCRM-END-NUMERO     LINE 16 COLUMN 25
           END-IF.

       PREENCHER-PELO-CEP SECTION.
           MOVE WRK-ARQCRM-END-CEP TO WRK-CPB-CEP.
           CALL "CEPBUSCA" USING WRK-CEPBUSCA.
           IF WRK-CPB-ACHOU EQUAL "S"
              MOVE WRK-CPB-LOGRADOURO TO WRK-ARQCRM-END-LOGRADOURO
              MOVE WRK-CPB-CIDADE     TO WRK-ARQCRM-END-CIDADE
              MOVE WRK-CPB-UF         TO WRK-ARQCRM-END-UF
              MOVE WRK-CPB-ZONA       TO WRK-ARQCRM-ZONA-ENTREGA
              IF WRK-ARQCRM-END-LOGRADOURO EQUAL SPACES
      *          CEP GERAL DA CIDADE - A RUA CONTINUA DIGITADA
                 DISPLAY "LOGRADOURO "            LINE 13 COLUMN 01
                    ACCEPT WRK-ARQCRM-END-LOGRADOURO
                                                  LINE 13 COLUMN 25
              ELSE
                 DISPLAY "LOGRADOURO "            LINE 13 COLUMN 01
                 DISPLAY WRK-ARQCRM-END-LOGRADOURO
                                                  LINE 13 COLUMN 25
              END-IF
              DISPLAY "BAIRRO "                   LINE 14 COLUMN 01
              DISPLAY WRK-CPB-BAIRRO              LINE 14 COLUMN 25
              DISPLAY "CIDADE/UF "                LINE 15 COLUMN 01
              DISPLAY WRK-ARQCRM-END-CIDADE       LINE 15 COLUMN 25
              DISPLAY WRK-ARQCRM-END-UF           LINE 15 COLUMN 47
           ELSE
              DISPLAY "CEP FORA DA TABELA - DIGITE O ENDERECO"
                                                  LINE 19 COLUMN 01
              DISPLAY "LOGRADOURO "               LINE 13 COLUMN 01
                 ACCEPT WRK-ARQCRM-END-LOGRADOURO LINE 13 COLUMN 25
              DISPLAY "CIDADE "                   LINE 14 COLUMN 01
                 ACCEPT WRK-ARQCRM-END-CIDADE     LINE 14 COLUMN 25
              DISPLAY "UF "                       LINE 15 COLUMN 01
                 ACCEPT WRK-ARQCRM-END-UF         LINE 15 COLUMN 25
           END-IF.

      *    A AUDITORIA E CARIMBADA COM A DATA DE MOVIMENTO ABERTA
