       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 04.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

      *---------------------Codigos de barras do produto (PRODEAN)
       01 WRK-EAN.
           05 WRK-EAN-ACAO          PIC X(01) VALUE "I".
           05 WRK-EAN-ENTRADA       PIC X(14) VALUE SPACES.
           05 WRK-EAN-PRODUTO       PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-RETORNO       PIC X(01) VALUE SPACE.
           05 WRK-EAN-DONO          PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-QTD           PIC 9(02) VALUE ZEROS.
           05 WRK-EAN-LISTA         PIC 9(14) OCCURS 10 TIMES.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

                 ACCEPT WRK-ARQPROD-PRECO        LINE 05 COLUMN 25
              DISPLAY "ESTOQUE INICIAL "         LINE 06 COLUMN 01
                 ACCEPT WRK-ARQPROD-ESTOQUE      LINE 06 COLUMN 25
              IF WRK-ARQPROD-ESTOQUE GREATER ZEROS
                 DISPLAY "CUSTO UNITARIO "        LINE 06 COLUMN 35
                    ACCEPT WRK-ARQPROD-CUSTO-MEDIO
                                                  LINE 06 COLUMN 50
              END-IF

              PERFORM CLASSIFICAR-CATEGORIA
              DISPLAY "CATEGORIA "                LINE 07 COLUMN 01
                 WRITE ARQPROD-REGISTRO
                 DISPLAY "PRODUTO CADASTRADO"     LINE 15 COLUMN 01
                 PERFORM GRAVAR-AUDITORIA
                 PERFORM INFORMAR-CODIGOS-BARRAS
              END-IF
           END-IF.
              DISPLAY "VOLTANDO..."                LINE 20 COLUMN 01
              END-IF
           END-IF.

      *    UM OU MAIS CODIGOS DE BARRAS PARA O PRODUTO RECEM GRAVADO;
      *    CAMPO VAZIO ENCERRA. CODIGO DE OUTRO PRODUTO E RECUSADO
       INFORMAR-CODIGOS-BARRAS SECTION.
           MOVE "X" TO WRK-EAN-ENTRADA.
           PERFORM UNTIL WRK-EAN-ENTRADA EQUAL SPACES
              MOVE SPACES TO WRK-EAN-ENTRADA
              DISPLAY "CODIGO DE BARRAS (VAZIO = FIM) "
                                                  LINE 16 COLUMN 01
                 ACCEPT WRK-EAN-ENTRADA           LINE 16 COLUMN 35
              IF WRK-EAN-ENTRADA NOT EQUAL SPACES
                 MOVE "I"            TO WRK-EAN-ACAO
                 MOVE ARQPROD-CODIGO TO WRK-EAN-PRODUTO
                 CALL "PRODEAN" USING WRK-EAN
                 PERFORM MOSTRAR-RETORNO-EAN
              END-IF
           END-PERFORM.

       MOSTRAR-RETORNO-EAN SECTION.
           EVALUATE WRK-EAN-RETORNO
              WHEN "S"
                 DISPLAY "CODIGO DE BARRAS GRAVADO         "
                                                  LINE 17 COLUMN 01
              WHEN "D"
                 DISPLAY "CODIGO JA E DO PRODUTO           "
                                                  LINE 17 COLUMN 01
                 DISPLAY WRK-EAN-DONO             LINE 17 COLUMN 24
              WHEN "I"
                 DISPLAY "CODIGO DE BARRAS INVALIDO        "
                                                  LINE 17 COLUMN 01
              WHEN OTHER
                 DISPLAY "CODIGO DE BARRAS NAO GRAVADO     "
                                                  LINE 17 COLUMN 01
           END-EVALUATE.

       GRAVAR-AUDITORIA SECTION.
           OPEN EXTEND ARQPRODAUD.
           IF ARQPRODAUD-FS EQUAL 05
