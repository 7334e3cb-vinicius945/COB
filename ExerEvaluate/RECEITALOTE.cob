      *INGREDIENTES - A FARINHA, O QUEIJO E AS CAIXAS QUE OS PEDIDOS
      *DO DIA CONSUMIRAM SO SAIAM DO ESTOQUE QUANDO ALGUEM LEMBRAVA.
      *LE O DIA DE NEGOCIO (DATAMOV, OU HOJE SEM O CONTROLE), EXPLODE
      *CADA PIZZA DO PEDIDOS.TXT PELA RECEITA MASSA/TAMANHO
      *(ARQRECEITA.TXT) - NA MEIO A MEIO, CADA METADE A METADE DA
      *RECEITA -, ACUMULA POR INGREDIENTE E POSTA UM MOVIMENTO
      *"V" POR INGREDIENTE NO ARQPRODMOV COM O SALDO DO MESTRE
      *BAIXADO. PEDIDO SEM RECEITA CAI NA LISTA DE EXCECOES
      *(RECEITA_EXCECOES.TXT). PEDIDO CANCELADO ("X") NAO EXPLODE.
      *INGREDIENTE CONTROLADO POR LOTE SAI DOS LOTES DA LOJA QUE
      *VENCEM PRIMEIRO (PRODLOTE); CONSUMO DE LOTE VENCIDO VAI PARA A
      *LISTA DE EXCECOES
      *STEP DO BATCHNOTURNO.
      *OS PEDIDOS DO DIA VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRECEITA ASSIGN TO "DADOS/ARQRECEITA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQRECEITA-FS.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO RECEITAMANUT
       FD ARQRECEITA.
       01 RCT-REGISTRO.
       01 ARQEXCECAO-LINHA   PIC X(80).

       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       01 ARQRECEITA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       01 WRK-TEM-RECEITA    PIC X(01) VALUES "N".
       01 WRK-ESTOQUE-ANTES  PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-BAIXADA    PIC 9(06) VALUES ZEROS.
      *    MASSA EXPLODIDA E FRACAO DA RECEITA: 1 NA PIZZA INTEIRA,
      *    0,5 EM CADA METADE DA PIZZA MEIO A MEIO
       01 WRK-SABOR          PIC X(15) VALUES SPACES.
       01 WRK-FRACAO         PIC 9V9 VALUES ZEROS.
      *    PRODUTO E QUANTIDADE A SOMAR NO CONSUMO DO DIA (INGREDIENTE
      *    DA RECEITA OU ADICIONAL DE ENCOMENDA)
       01 WRK-ACM-PRODUTO    PIC 9(04) VALUES ZEROS.
       01 WRK-ACM-QTD        PIC 9(07)V9 VALUES ZEROS.

      *----------BAIXA POR LOTE, VENCE PRIMEIRO SAI PRIMEIRO (PRODLOTE)
       01 WRK-LOTE.
           05 WRK-LOT-ACAO          PIC X(01) VALUE "S".
           05 WRK-LOT-CODIGO        PIC 9(04) VALUE ZEROS.
           05 WRK-LOT-DEPOSITO      PIC X(03) VALUE "LOJ".
           05 WRK-LOT-DESTINO       PIC X(03) VALUE SPACES.
           05 WRK-LOT-NUMERO        PIC X(12) VALUE SPACES.
           05 WRK-LOT-VALIDADE      PIC 9(08) VALUE ZEROS.
           05 WRK-LOT-QUANTIDADE    PIC 9(06) VALUE ZEROS.
           05 WRK-LOT-DATA          PIC 9(08) VALUE ZEROS.
           05 WRK-LOT-ORIGEM        PIC X(30) VALUE SPACES.
           05 WRK-LOT-CONTROLADO    PIC X(01) VALUE SPACE.
           05 WRK-LOT-PENDENTE      PIC 9(06) VALUE ZEROS.
           05 WRK-LOT-VENCIDO       PIC 9(06) VALUE ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
       01 WRK-TAB-INGRED.
           05 WRK-ING-ITEM OCCURS 200 TIMES.
               10 WRK-ING-PRODUTO PIC 9(04).
               10 WRK-ING-QTD     PIC 9(07)V9.
       01 WRK-ING-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-ING-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

           END-IF.

       EXPLODIR-PEDIDOS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           MOVE WRK-DATA-ALVO TO MVA-DATA-INI.
           MOVE WRK-DATA-ALVO TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    IF PED-DATA EQUAL WRK-DATA-ALVO
                       AND PED-SITUACAO NOT EQUAL "X"
                       PERFORM EXPLODIR-REGISTRO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           END-IF.

      *    O PEDIDO CONTA PELO CABECALHO (OU PELO REGISTRO ANTIGO DE
      *    UMA PIZZA SO); A RECEITA EXPLODE POR LINHA DE PIZZA. O
      *    ADICIONAL JA SAIU DO ESTOQUE NO PROPRIO PEDIDO, MENOS O DA
      *    ENCOMENDA, QUE SAI AQUI NO DIA DA PRODUCAO
       EXPLODIR-REGISTRO SECTION.
           IF PED-TIPO-REG NOT EQUAL "I"
              ADD 1 TO WRK-TOT-PEDIDOS
           END-IF.
           IF PED-TIPO-REG NOT EQUAL "C"
              AND PED-ITEM-TIPO NOT EQUAL "A"
              IF PED-MASSA-2 EQUAL SPACES
                 MOVE PED-MASSA TO WRK-SABOR
                 MOVE 1         TO WRK-FRACAO
                 PERFORM EXPLODIR-UM-PEDIDO
              ELSE
                 MOVE 0.5         TO WRK-FRACAO
                 MOVE PED-MASSA   TO WRK-SABOR
                 PERFORM EXPLODIR-UM-PEDIDO
                 MOVE PED-MASSA-2 TO WRK-SABOR
                 PERFORM EXPLODIR-UM-PEDIDO
              END-IF
           END-IF.
           IF PED-TIPO-REG EQUAL "I"
              AND PED-ITEM-TIPO EQUAL "A"
              AND PED-ENCOMENDA EQUAL "S"
              MOVE PED-PRODUTO    TO WRK-ACM-PRODUTO
              MOVE PED-QUANTIDADE TO WRK-ACM-QTD
              PERFORM ACUMULAR-INGREDIENTE
           END-IF.

       EXPLODIR-UM-PEDIDO SECTION.
           MOVE "N" TO WRK-TEM-RECEITA.
           PERFORM VARYING WRK-RCT-IDX FROM 1 BY 1
                   UNTIL WRK-RCT-IDX GREATER WRK-QTD-RECEITAS
              IF WRK-RCT-MASSA(WRK-RCT-IDX) EQUAL WRK-SABOR
                 AND WRK-RCT-TAMANHO(WRK-RCT-IDX) EQUAL PED-TAMANHO
                 MOVE "S" TO WRK-TEM-RECEITA
                 MOVE WRK-RCT-PRODUTO(WRK-RCT-IDX) TO WRK-ACM-PRODUTO
                 COMPUTE WRK-ACM-QTD =
                         WRK-RCT-QTD(WRK-RCT-IDX) * WRK-FRACAO
                 PERFORM ACUMULAR-INGREDIENTE
              END-IF
           END-PERFORM.
              STRING "PEDIDO "   DELIMITED BY SIZE
                     PED-NUMERO  DELIMITED BY SIZE
                     " SEM RECEITA PARA " DELIMITED BY SIZE
                     WRK-SABOR   DELIMITED BY SIZE
                     " "         DELIMITED BY SIZE
                     PED-TAMANHO DELIMITED BY SIZE
                INTO ARQEXCECAO-LINHA
           PERFORM VARYING WRK-ING-IDX FROM 1 BY 1
                   UNTIL WRK-ING-IDX GREATER WRK-QTD-INGRED
                      OR WRK-ING-ACHADO GREATER ZERO
              IF WRK-ING-PRODUTO(WRK-ING-IDX) EQUAL WRK-ACM-PRODUTO
                 MOVE WRK-ING-IDX TO WRK-ING-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-ING-ACHADO EQUAL ZERO
              AND WRK-QTD-INGRED LESS 200
              ADD 1 TO WRK-QTD-INGRED
              MOVE WRK-ACM-PRODUTO TO WRK-ING-PRODUTO(WRK-QTD-INGRED)
              MOVE ZEROS TO WRK-ING-QTD(WRK-QTD-INGRED)
              MOVE WRK-QTD-INGRED TO WRK-ING-ACHADO
           END-IF.
           IF WRK-ING-ACHADO GREATER ZERO
              ADD WRK-ACM-QTD TO WRK-ING-QTD(WRK-ING-ACHADO)
           END-IF.

      *    UM MOVIMENTO "V" POR INGREDIENTE COM O CONSUMO DO DIA
              DISPLAY ARQEXCECAO-LINHA
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              COMPUTE WRK-QTD-BAIXADA ROUNDED =
                      WRK-ING-QTD(WRK-ING-IDX)
              IF WRK-QTD-BAIXADA GREATER ARQPROD-ESTOQUE
                 MOVE SPACES TO ARQEXCECAO-LINHA
                 STRING "INGREDIENTE " DELIMITED BY SIZE
                        ARQPROD-CODIGO DELIMITED BY SIZE
                        " CONSUMO " DELIMITED BY SIZE
                        WRK-QTD-BAIXADA DELIMITED BY SIZE
                        " MAIOR QUE O SALDO " DELIMITED BY SIZE
                        ARQPROD-ESTOQUE DELIMITED BY SIZE
                   INTO ARQEXCECAO-LINHA
                 MOVE WRK-DATA-ALVO   TO MOVPROD-DATA
                 ACCEPT MOVPROD-HORA FROM TIME
                 MOVE "RECEITALOT"    TO MOVPROD-OPERADOR
                 MOVE ARQPROD-CUSTO-MEDIO TO MOVPROD-CUSTO-UNIT
                 WRITE MOVPROD-REGISTRO
                 COMPUTE WRK-DELTA-LOCAL = 0 - WRK-QTD-BAIXADA
                 PERFORM ATUALIZAR-SALDO-LOJA
                 PERFORM BAIXAR-LOTES
              END-IF
           END-IF.

       BAIXAR-LOTES SECTION.
           MOVE "S"             TO WRK-LOT-ACAO.
           MOVE ARQPROD-CODIGO  TO WRK-LOT-CODIGO.
           MOVE "LOJ"           TO WRK-LOT-DEPOSITO.
           MOVE WRK-QTD-BAIXADA TO WRK-LOT-QUANTIDADE.
           MOVE WRK-DATA-ALVO   TO WRK-LOT-DATA.
           MOVE MOVPROD-MOTIVO  TO WRK-LOT-ORIGEM.
           CALL "PRODLOTE" USING WRK-LOTE.
           IF WRK-LOT-VENCIDO GREATER ZEROS
              MOVE SPACES TO ARQEXCECAO-LINHA
              STRING "INGREDIENTE " DELIMITED BY SIZE
                     ARQPROD-CODIGO DELIMITED BY SIZE
                     " CONSUMIU " DELIMITED BY SIZE
                     WRK-LOT-VENCIDO DELIMITED BY SIZE
                     " DE LOTE VENCIDO" DELIMITED BY SIZE
                INTO ARQEXCECAO-LINHA
              END-STRING
              WRITE ARQEXCECAO-LINHA
              DISPLAY ARQEXCECAO-LINHA
           END-IF.

      *    A QUEBRA POR DEPOSITO ACOMPANHA O MESTRE, COMO NO
      *    PRODMOVTO E NO VENDAENTRADA - O DELTA CAI NA LOJA ("LOJ"),
      *    SEM DEIXAR O SALDO DO DEPOSITO NEGATIVO
