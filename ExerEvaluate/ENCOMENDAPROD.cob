       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ENCOMENDAPROD.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: LISTA DE PRODUCAO DA MANHA - AS ENCOMENDAS DO DIA
      *(PEDIDOS.TXT COM PED-ENCOMENDA "S" E PED-DATA NO DIA) EM ORDEM
      *DE HORA DE ENTREGA, COM AS PIZZAS E ADICIONAIS DE CADA UMA, E
      *A NECESSIDADE DE INGREDIENTES DESSAS ENCOMENDAS PELA RECEITA
      *(ARQRECEITA.TXT, MEIA RECEITA POR METADE COMO NO RECEITALOTE)
      *CONTRA O ARQPROD-ESTOQUE, MARCANDO O QUE FALTA. SAIDA EM
      *ENCOMENDA_PRODUCAO.TXT.
      *OS PEDIDOS DO DIA VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRECEITA ASSIGN TO "DADOS/ARQRECEITA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQRECEITA-FS.

           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQPRODUCAO ASSIGN TO "DADOS/ENCOMENDA_PRODUCAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQPRODUCAO-FS.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO RECEITAMANUT
       FD ARQRECEITA.
       01 RCT-REGISTRO.
           05 RCT-MASSA      PIC X(15).
           05 RCT-TAMANHO    PIC X(02).
           05 RCT-PRODUTO    PIC 9(04).
           05 RCT-QTD        PIC 9(03).

       FD ARQPROD.
       COPY "#PROD".

       FD ARQPRODUCAO.
       01 ARQPRODUCAO-LINHA PIC X(90).

       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       01 ARQRECEITA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPRODUCAO-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-VALOR-ED       PIC Z(05)9.99.
       01 WRK-QTD-NECESSARIA PIC 9(06) VALUES ZEROS.

      *----------ENCOMENDAS DO DIA (ORDENADAS PELA HORA DE ENTREGA)
       01 WRK-QTD-ENC        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-ENC.
           05 WRK-ENC-ITEM OCCURS 100 TIMES.
               10 WRK-ENC-HORA     PIC 9(08).
               10 WRK-ENC-NUMERO   PIC 9(06).
               10 WRK-ENC-CLIENTE  PIC 9(06).
               10 WRK-ENC-TOTAL    PIC 9(04)V99.
               10 WRK-ENC-SINAL    PIC 9(04)V99.
               10 WRK-ENC-SIT      PIC X(01).
               10 WRK-ENC-ENTREGA  PIC X(01).
       01 WRK-ENC-TROCA      PIC X(32) VALUES SPACES.
       01 WRK-ENC-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-ENC-IDX2       PIC 9(03) USAGE COMP VALUE ZERO.

      *----------LINHAS DAS ENCOMENDAS DO DIA
       01 WRK-QTD-LIN        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-LIN.
           05 WRK-LIN-ITEM OCCURS 500 TIMES.
               10 WRK-LIN-NUMERO     PIC 9(06).
               10 WRK-LIN-TIPO       PIC X(01).
               10 WRK-LIN-MASSA      PIC X(15).
               10 WRK-LIN-MASSA-2    PIC X(15).
               10 WRK-LIN-TAMANHO    PIC X(02).
               10 WRK-LIN-PRODUTO    PIC 9(04).
               10 WRK-LIN-QUANTIDADE PIC 9(04).
       01 WRK-LIN-IDX        PIC 9(03) USAGE COMP VALUE ZERO.

      *----------RECEITAS EM MEMORIA E NECESSIDADE POR INGREDIENTE
       01 WRK-SABOR          PIC X(15) VALUES SPACES.
       01 WRK-FRACAO         PIC 9V9 VALUES ZEROS.
       01 WRK-ACM-PRODUTO    PIC 9(04) VALUES ZEROS.
       01 WRK-ACM-QTD        PIC 9(07)V9 VALUES ZEROS.
       01 WRK-QTD-RECEITAS   PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-RECEITAS.
           05 WRK-RCT-ITEM OCCURS 200 TIMES.
               10 WRK-RCT-MASSA   PIC X(15).
               10 WRK-RCT-TAMANHO PIC X(02).
               10 WRK-RCT-PRODUTO PIC 9(04).
               10 WRK-RCT-QTD     PIC 9(03).
       01 WRK-RCT-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-QTD-INGRED     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-INGRED.
           05 WRK-ING-ITEM OCCURS 200 TIMES.
               10 WRK-ING-PRODUTO PIC 9(04).
               10 WRK-ING-QTD     PIC 9(07)V9.
       01 WRK-ING-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-ING-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-QTD-FALTAS     PIC 9(03) VALUES ZEROS.
       01 WRK-QTD-ENC-ED     PIC 9(03) VALUES ZEROS.
       01 WRK-PROD-ABERTO    PIC X(01) VALUES "N".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "LISTA DE PRODUCAO DAS ENCOMENDAS".
           DISPLAY "DATA DE PRODUCAO (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WRK-DATA-ALVO.
           IF WRK-DATA-ALVO EQUAL ZEROS
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           PERFORM CARREGAR-ENCOMENDAS.
           OPEN OUTPUT ARQPRODUCAO.
           MOVE WRK-QTD-ENC TO WRK-QTD-ENC-ED.
           MOVE SPACES TO ARQPRODUCAO-LINHA.
           STRING "ENCOMENDAS PARA " WRK-DATA-ALVO
                  " - " WRK-QTD-ENC-ED " PEDIDOS"
                  DELIMITED BY SIZE
             INTO ARQPRODUCAO-LINHA
           END-STRING.
           PERFORM EMITIR-LINHA.
           IF WRK-QTD-ENC GREATER ZERO
              PERFORM ORDENAR-POR-HORA
              PERFORM VARYING WRK-ENC-IDX FROM 1 BY 1
                      UNTIL WRK-ENC-IDX GREATER WRK-QTD-ENC
                 PERFORM IMPRIMIR-ENCOMENDA
              END-PERFORM
              PERFORM CARREGAR-RECEITAS
              PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                      UNTIL WRK-LIN-IDX GREATER WRK-QTD-LIN
                 PERFORM EXPLODIR-LINHA
              END-PERFORM
              PERFORM IMPRIMIR-NECESSIDADE
           END-IF.
           CLOSE ARQPRODUCAO.
           STOP RUN.

      *    CABECALHO E LINHAS DAS ENCOMENDAS DO DIA; CANCELADA ("X")
      *    NAO VAI PARA A COZINHA
       CARREGAR-ENCOMENDAS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           MOVE WRK-DATA-ALVO TO MVA-DATA-INI.
           MOVE WRK-DATA-ALVO TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           ELSE
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    IF PED-ENCOMENDA EQUAL "S"
                       AND PED-DATA EQUAL WRK-DATA-ALVO
                       AND PED-SITUACAO NOT EQUAL "X"
                       PERFORM GUARDAR-REGISTRO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

       GUARDAR-REGISTRO SECTION.
           IF PED-TIPO-REG EQUAL "C"
              AND WRK-QTD-ENC LESS 100
              ADD 1 TO WRK-QTD-ENC
              MOVE PED-HORA         TO WRK-ENC-HORA(WRK-QTD-ENC)
              MOVE PED-NUMERO       TO WRK-ENC-NUMERO(WRK-QTD-ENC)
              MOVE PED-CLIENTE-ID   TO WRK-ENC-CLIENTE(WRK-QTD-ENC)
              COMPUTE WRK-ENC-TOTAL(WRK-QTD-ENC) =
                      PED-PRECO + PED-TAXA-ENTREGA
              MOVE PED-SINAL        TO WRK-ENC-SINAL(WRK-QTD-ENC)
              MOVE PED-ENC-SITUACAO TO WRK-ENC-SIT(WRK-QTD-ENC)
              MOVE PED-ENC-ENTREGA  TO WRK-ENC-ENTREGA(WRK-QTD-ENC)
           END-IF.
           IF PED-TIPO-REG EQUAL "I"
              AND WRK-QTD-LIN LESS 500
              ADD 1 TO WRK-QTD-LIN
              MOVE PED-NUMERO     TO WRK-LIN-NUMERO(WRK-QTD-LIN)
              MOVE PED-ITEM-TIPO  TO WRK-LIN-TIPO(WRK-QTD-LIN)
              MOVE PED-MASSA      TO WRK-LIN-MASSA(WRK-QTD-LIN)
              MOVE PED-MASSA-2    TO WRK-LIN-MASSA-2(WRK-QTD-LIN)
              MOVE PED-TAMANHO    TO WRK-LIN-TAMANHO(WRK-QTD-LIN)
              MOVE PED-PRODUTO    TO WRK-LIN-PRODUTO(WRK-QTD-LIN)
              MOVE PED-QUANTIDADE TO WRK-LIN-QUANTIDADE(WRK-QTD-LIN)
           END-IF.

      *    POUCAS ENCOMENDAS POR DIA - TROCA SIMPLES PELA HORA
       ORDENAR-POR-HORA SECTION.
           PERFORM VARYING WRK-ENC-IDX FROM 1 BY 1
                   UNTIL WRK-ENC-IDX NOT LESS WRK-QTD-ENC
              PERFORM VARYING WRK-ENC-IDX2 FROM WRK-ENC-IDX BY 1
                      UNTIL WRK-ENC-IDX2 GREATER WRK-QTD-ENC
                 IF WRK-ENC-HORA(WRK-ENC-IDX2)
                    LESS WRK-ENC-HORA(WRK-ENC-IDX)
                    MOVE WRK-ENC-ITEM(WRK-ENC-IDX)  TO WRK-ENC-TROCA
                    MOVE WRK-ENC-ITEM(WRK-ENC-IDX2)
                      TO WRK-ENC-ITEM(WRK-ENC-IDX)
                    MOVE WRK-ENC-TROCA TO WRK-ENC-ITEM(WRK-ENC-IDX2)
                 END-IF
              END-PERFORM
           END-PERFORM.

       IMPRIMIR-ENCOMENDA SECTION.
           MOVE WRK-ENC-TOTAL(WRK-ENC-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO ARQPRODUCAO-LINHA.
           STRING WRK-ENC-HORA(WRK-ENC-IDX)(1:2) ":"
                  WRK-ENC-HORA(WRK-ENC-IDX)(3:2)
                  " PEDIDO "  WRK-ENC-NUMERO(WRK-ENC-IDX)
                  " CLIENTE " WRK-ENC-CLIENTE(WRK-ENC-IDX)
                  " TOTAL "   WRK-VALOR-ED
                  DELIMITED BY SIZE
             INTO ARQPRODUCAO-LINHA
           END-STRING.
           IF WRK-ENC-ENTREGA(WRK-ENC-IDX) EQUAL "S"
              MOVE "ENTREGA" TO ARQPRODUCAO-LINHA(60:7)
           ELSE
              MOVE "RETIRA"  TO ARQPRODUCAO-LINHA(60:6)
           END-IF.
           IF WRK-ENC-SIT(WRK-ENC-IDX) EQUAL "Q"
              MOVE "QUITADA" TO ARQPRODUCAO-LINHA(69:7)
           END-IF.
           PERFORM EMITIR-LINHA.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX GREATER WRK-QTD-LIN
              IF WRK-LIN-NUMERO(WRK-LIN-IDX) EQUAL
                 WRK-ENC-NUMERO(WRK-ENC-IDX)
                 PERFORM IMPRIMIR-LINHA-ITEM
              END-IF
           END-PERFORM.

       IMPRIMIR-LINHA-ITEM SECTION.
           MOVE SPACES TO ARQPRODUCAO-LINHA.
           EVALUATE TRUE
              WHEN WRK-LIN-TIPO(WRK-LIN-IDX) EQUAL "A"
                 STRING "   " WRK-LIN-QUANTIDADE(WRK-LIN-IDX)
                        " X PRODUTO " WRK-LIN-PRODUTO(WRK-LIN-IDX)
                        DELIMITED BY SIZE
                   INTO ARQPRODUCAO-LINHA
                 END-STRING
              WHEN WRK-LIN-MASSA-2(WRK-LIN-IDX) NOT EQUAL SPACES
                 STRING "   PIZZA 1/2 " WRK-LIN-MASSA(WRK-LIN-IDX)
                        " 1/2 " WRK-LIN-MASSA-2(WRK-LIN-IDX)
                        " " WRK-LIN-TAMANHO(WRK-LIN-IDX)
                        DELIMITED BY SIZE
                   INTO ARQPRODUCAO-LINHA
                 END-STRING
              WHEN OTHER
                 STRING "   PIZZA " WRK-LIN-MASSA(WRK-LIN-IDX)
                        " " WRK-LIN-TAMANHO(WRK-LIN-IDX)
                        DELIMITED BY SIZE
                   INTO ARQPRODUCAO-LINHA
                 END-STRING
           END-EVALUATE.
           PERFORM EMITIR-LINHA.

       CARREGAR-RECEITAS SECTION.
           MOVE ZERO TO WRK-QTD-RECEITAS.
           OPEN INPUT ARQRECEITA.
           IF ARQRECEITA-FS EQUAL ZEROS
              PERFORM UNTIL ARQRECEITA-FS NOT EQUAL ZEROS
                 READ ARQRECEITA
                 IF ARQRECEITA-FS EQUAL ZEROS
                    AND WRK-QTD-RECEITAS LESS 200
                    ADD 1 TO WRK-QTD-RECEITAS
                    MOVE RCT-MASSA
                      TO WRK-RCT-MASSA(WRK-QTD-RECEITAS)
                    MOVE RCT-TAMANHO
                      TO WRK-RCT-TAMANHO(WRK-QTD-RECEITAS)
                    MOVE RCT-PRODUTO
                      TO WRK-RCT-PRODUTO(WRK-QTD-RECEITAS)
                    MOVE RCT-QTD
                      TO WRK-RCT-QTD(WRK-QTD-RECEITAS)
                 END-IF
              END-PERFORM
              CLOSE ARQRECEITA
           ELSE
              DISPLAY "SEM ARQRECEITA.TXT (STATUS " ARQRECEITA-FS ")"
           END-IF.

      *    PIZZA PELA RECEITA (METADE DA RECEITA EM CADA METADE DA
      *    MEIO A MEIO); ADICIONAL ENTRA DIRETO PELA QUANTIDADE
       EXPLODIR-LINHA SECTION.
           IF WRK-LIN-TIPO(WRK-LIN-IDX) EQUAL "A"
              MOVE WRK-LIN-PRODUTO(WRK-LIN-IDX)    TO WRK-ACM-PRODUTO
              MOVE WRK-LIN-QUANTIDADE(WRK-LIN-IDX) TO WRK-ACM-QTD
              PERFORM ACUMULAR-INGREDIENTE
           ELSE
              IF WRK-LIN-MASSA-2(WRK-LIN-IDX) EQUAL SPACES
                 MOVE 1 TO WRK-FRACAO
                 MOVE WRK-LIN-MASSA(WRK-LIN-IDX) TO WRK-SABOR
                 PERFORM EXPLODIR-SABOR
              ELSE
                 MOVE 0.5 TO WRK-FRACAO
                 MOVE WRK-LIN-MASSA(WRK-LIN-IDX) TO WRK-SABOR
                 PERFORM EXPLODIR-SABOR
                 MOVE WRK-LIN-MASSA-2(WRK-LIN-IDX) TO WRK-SABOR
                 PERFORM EXPLODIR-SABOR
              END-IF
           END-IF.

       EXPLODIR-SABOR SECTION.
           PERFORM VARYING WRK-RCT-IDX FROM 1 BY 1
                   UNTIL WRK-RCT-IDX GREATER WRK-QTD-RECEITAS
              IF WRK-RCT-MASSA(WRK-RCT-IDX) EQUAL WRK-SABOR
                 AND WRK-RCT-TAMANHO(WRK-RCT-IDX) EQUAL
                     WRK-LIN-TAMANHO(WRK-LIN-IDX)
                 MOVE WRK-RCT-PRODUTO(WRK-RCT-IDX) TO WRK-ACM-PRODUTO
                 COMPUTE WRK-ACM-QTD =
                         WRK-RCT-QTD(WRK-RCT-IDX) * WRK-FRACAO
                 PERFORM ACUMULAR-INGREDIENTE
              END-IF
           END-PERFORM.

       ACUMULAR-INGREDIENTE SECTION.
           MOVE ZERO TO WRK-ING-ACHADO.
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

      *    NECESSIDADE DAS ENCOMENDAS CONTRA O SALDO DO MESTRE - O
      *    QUE NAO COBRE SAI MARCADO PARA A COMPRA DA MANHA
       IMPRIMIR-NECESSIDADE SECTION.
           MOVE "---- INGREDIENTES NECESSARIOS ----" TO
                ARQPRODUCAO-LINHA.
           PERFORM EMITIR-LINHA.
           OPEN INPUT ARQPROD.
           IF ARQPROD-FS EQUAL ZEROS
              MOVE "S" TO WRK-PROD-ABERTO
           ELSE
              DISPLAY "SEM ARQPROD.DAT (STATUS " ARQPROD-FS ")"
           END-IF.
           PERFORM VARYING WRK-ING-IDX FROM 1 BY 1
                   UNTIL WRK-ING-IDX GREATER WRK-QTD-INGRED
              PERFORM IMPRIMIR-INGREDIENTE
           END-PERFORM.
           IF WRK-PROD-ABERTO EQUAL "S"
              CLOSE ARQPROD
           END-IF.
           MOVE SPACES TO ARQPRODUCAO-LINHA.
           STRING "INGREDIENTES EM FALTA: " WRK-QTD-FALTAS
                  DELIMITED BY SIZE
             INTO ARQPRODUCAO-LINHA
           END-STRING.
           PERFORM EMITIR-LINHA.

       IMPRIMIR-INGREDIENTE SECTION.
           COMPUTE WRK-QTD-NECESSARIA ROUNDED =
                   WRK-ING-QTD(WRK-ING-IDX).
           MOVE WRK-ING-PRODUTO(WRK-ING-IDX) TO ARQPROD-CODIGO.
           MOVE 23 TO ARQPROD-FS.
           IF WRK-PROD-ABERTO EQUAL "S"
              READ ARQPROD
           END-IF.
           MOVE SPACES TO ARQPRODUCAO-LINHA.
           IF ARQPROD-FS EQUAL ZEROS
              STRING "PRODUTO " ARQPROD-CODIGO " " ARQPROD-DESCRICAO
                     " NECESSARIO " WRK-QTD-NECESSARIA
                     " ESTOQUE " ARQPROD-ESTOQUE
                     DELIMITED BY SIZE
                INTO ARQPRODUCAO-LINHA
              END-STRING
              IF WRK-QTD-NECESSARIA GREATER ARQPROD-ESTOQUE
                 ADD 1 TO WRK-QTD-FALTAS
                 MOVE "FALTA" TO ARQPRODUCAO-LINHA(84:5)
              END-IF
           ELSE
              ADD 1 TO WRK-QTD-FALTAS
              STRING "PRODUTO " WRK-ING-PRODUTO(WRK-ING-IDX)
                     " FORA DO MESTRE - NECESSARIO "
                     WRK-QTD-NECESSARIA
                     DELIMITED BY SIZE
                INTO ARQPRODUCAO-LINHA
              END-STRING
              MOVE ZEROS TO ARQPROD-FS
           END-IF.
           PERFORM EMITIR-LINHA.

       EMITIR-LINHA SECTION.
           WRITE ARQPRODUCAO-LINHA.
           DISPLAY ARQPRODUCAO-LINHA.
