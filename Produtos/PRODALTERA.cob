       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-ESTOQUE-ANTES PIC 9(06) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 04.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

      *---------------------Codigos de barras do produto (PRODEAN)
       01 WRK-EAN.
           05 WRK-EAN-ACAO          PIC X(01) VALUE "L".
           05 WRK-EAN-ENTRADA       PIC X(14) VALUE SPACES.
           05 WRK-EAN-PRODUTO       PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-RETORNO       PIC X(01) VALUE SPACE.
           05 WRK-EAN-DONO          PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-QTD           PIC 9(02) VALUE ZEROS.
           05 WRK-EAN-LISTA         PIC 9(14) OCCURS 10 TIMES.
       01 WRK-EAN-OPCAO           PIC X(01) VALUES SPACE.
       01 WRK-EAN-IDX             PIC 9(02) VALUES ZEROS.
       01 WRK-EAN-LINHA           PIC 9(02) VALUES ZEROS.
       01 WRK-EAN-COLUNA          PIC 9(02) VALUES ZEROS.
       01 WRK-LINHA-BRANCA        PIC X(60) VALUES SPACES.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

                    END-IF
                    PERFORM GRAVAR-AUDITORIA
                 END-IF
                 PERFORM MANTER-CODIGOS-BARRAS
              WHEN 23
                 DISPLAY "CODIGO NAO ENCONTRADO" LINE 20 COLUMN 01
              WHEN OTHER
              DISPLAY "VOLTANDO..."               LINE 20 COLUMN 01
              ACCEPT WRK-SEGURATELA               LINE 21 COLUMN 01.

      *    CODIGOS DE BARRAS DO PRODUTO: LISTA OS ATUAIS E DEIXA
      *    INCLUIR OU EXCLUIR UM POR VEZ ATE O OPERADOR DEIXAR VAZIO
       MANTER-CODIGOS-BARRAS SECTION.
           MOVE "I" TO WRK-EAN-OPCAO.
           PERFORM UNTIL WRK-EAN-OPCAO EQUAL SPACE
              PERFORM LISTAR-CODIGOS-BARRAS
              MOVE SPACE TO WRK-EAN-OPCAO
              DISPLAY "COD. BARRAS - I INCLUI / E EXCLUI / VAZIO FIM: "
                                                  LINE 19 COLUMN 01
                 ACCEPT WRK-EAN-OPCAO             LINE 19 COLUMN 49
              IF WRK-EAN-OPCAO EQUAL "I" OR WRK-EAN-OPCAO EQUAL "E"
                 MOVE SPACES TO WRK-EAN-ENTRADA
                 DISPLAY "COD "                   LINE 19 COLUMN 51
                    ACCEPT WRK-EAN-ENTRADA        LINE 19 COLUMN 55
                 IF WRK-EAN-OPCAO EQUAL "I"
                    MOVE "I" TO WRK-EAN-ACAO
                 ELSE
                    MOVE "X" TO WRK-EAN-ACAO
                 END-IF
                 MOVE ARQPROD-CODIGO TO WRK-EAN-PRODUTO
                 CALL "PRODEAN" USING WRK-EAN
                 PERFORM MOSTRAR-RETORNO-EAN
                 DISPLAY WRK-LINHA-BRANCA(1:18)   LINE 19 COLUMN 51
              ELSE
                 MOVE SPACE TO WRK-EAN-OPCAO
              END-IF
           END-PERFORM.

       LISTAR-CODIGOS-BARRAS SECTION.
           DISPLAY "CODIGOS DE BARRAS "          LINE 16 COLUMN 01.
           PERFORM VARYING WRK-EAN-LINHA FROM 16 BY 1
                   UNTIL WRK-EAN-LINHA GREATER 18
              DISPLAY WRK-LINHA-BRANCA  LINE WRK-EAN-LINHA COLUMN 20
           END-PERFORM.
           MOVE "L"            TO WRK-EAN-ACAO.
           MOVE ARQPROD-CODIGO TO WRK-EAN-PRODUTO.
           CALL "PRODEAN" USING WRK-EAN.
           IF WRK-EAN-QTD EQUAL ZEROS
              DISPLAY "NENHUM"                   LINE 16 COLUMN 20
           END-IF.
           MOVE 16 TO WRK-EAN-LINHA.
           MOVE 20 TO WRK-EAN-COLUNA.
           PERFORM VARYING WRK-EAN-IDX FROM 1 BY 1
                   UNTIL WRK-EAN-IDX GREATER WRK-EAN-QTD
              DISPLAY WRK-EAN-LISTA(WRK-EAN-IDX)
                      LINE WRK-EAN-LINHA COLUMN WRK-EAN-COLUNA
              IF WRK-EAN-COLUNA EQUAL 65
                 ADD 1   TO WRK-EAN-LINHA
                 MOVE 20 TO WRK-EAN-COLUNA
              ELSE
                 ADD 15  TO WRK-EAN-COLUNA
              END-IF
           END-PERFORM.

       MOSTRAR-RETORNO-EAN SECTION.
           EVALUATE WRK-EAN-RETORNO
              WHEN "S"
                 DISPLAY "CODIGO DE BARRAS ATUALIZADO      "
                                                  LINE 20 COLUMN 40
              WHEN "D"
                 DISPLAY "CODIGO JA E DO PRODUTO           "
                                                  LINE 20 COLUMN 40
                 DISPLAY WRK-EAN-DONO             LINE 20 COLUMN 63
              WHEN "I"
                 DISPLAY "CODIGO DE BARRAS INVALIDO        "
                                                  LINE 20 COLUMN 40
              WHEN OTHER
                 DISPLAY "CODIGO NAO E DESTE PRODUTO       "
                                                  LINE 20 COLUMN 40
           END-EVALUATE.

       GRAVAR-MOVIMENTO-AJUSTE SECTION.
           OPEN EXTEND ARQPRODMOV.
           IF ARQPRODMOV-FS EQUAL 05
           ACCEPT MOVPROD-DATA FROM DATE YYYYMMDD.
           ACCEPT MOVPROD-HORA FROM TIME.
           MOVE WRK-OPERADOR      TO MOVPROD-OPERADOR.
           MOVE ARQPROD-CUSTO-MEDIO TO MOVPROD-CUSTO-UNIT.
           WRITE MOVPROD-REGISTRO.
           CLOSE ARQPRODMOV.

