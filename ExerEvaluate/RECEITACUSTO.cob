       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEITACUSTO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CUSTO DAS RECEITAS E ENGENHARIA DO CARDAPIO DA PIZZA -
      *PARA CADA MASSA/TAMANHO SOMA OS INGREDIENTES DA RECEITA
      *(ARQRECEITA.TXT) PELO CUSTO MEDIO DO ARQPROD, COMPARA COM O
      *PRECO QUE O PROGCOBPEDIDO COBRA (#PRECOPIZZA) E DA O CMV EM
      *PERCENTUAL E A MARGEM DE CONTRIBUICAO. COM AS PIZZAS VENDIDAS NO
      *MES ATE O DIA (PEDIDOS.TXT; MEIO A MEIO CONTA MEIA PARA CADA
      *MASSA) CLASSIFICA CADA ITEM NOS QUATRO QUADRANTES - ESTRELA,
      *BURRO DE CARGA, QUEBRA-CABECA E CAO (POPULARIDADE ACIMA DE 70%
      *DA MEDIA DO CARDAPIO, MARGEM ACIMA DA MEDIA PONDERADA). SABOR
      *COM CMV ACIMA DO ALVO DO ARQPARM.DAT SAI SINALIZADO, COM O AVISO
      *DE QUE UM INGREDIENTE DELE SUBIU DE CUSTO NO DIA (HISTORICO
      *ARQPRODCUSTO.DAT), E O STEP TERMINA COM RC 4. SAIDA NO SPOOL.
      *STEP DO BATCHNOTURNO, DEPOIS DO RECEITALOTE.
      *OS PEDIDOS DO MES VEM DO MOVACESSO
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

           SELECT ARQCUSTO ASSIGN TO "DADOS/ARQPRODCUSTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCUSTO-FS.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

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

       FD ARQCUSTO
           RECORDING MODE IS F.
       COPY "#PROD-CUSTO".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       01 ARQRECEITA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCUSTO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-MES-REF        PIC 9(06) VALUES ZEROS.
      *    CMV ALVO EM PCT DO PRECO - SEM PARAMETRO GRAVADO, 30%
       01 WRK-CMV-ALVO       PIC 9(02)V99 VALUES 30.00.
       01 WRK-TOT-ACIMA-ALVO PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-INGR-SEM-CUSTO PIC 9(03) VALUES ZEROS.

      *----------PRECOS DO PEDIDO POR MASSA/TAMANHO
       COPY "#PRECOPIZZA".

      *----------ITENS DO CARDAPIO (MASSA + TAMANHO)
       01 WRK-QTD-ITENS      PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-ITENS.
           05 WRK-ITM-ITEM OCCURS 60 TIMES.
               10 WRK-ITM-MASSA      PIC X(15).
               10 WRK-ITM-TAMANHO    PIC X(02).
               10 WRK-ITM-PRECO      PIC 9(04)V99.
               10 WRK-ITM-CUSTO      PIC 9(06)V9999.
               10 WRK-ITM-VENDIDOS   PIC 9(06)V9.
               10 WRK-ITM-MARGEM     PIC S9(06)V99.
               10 WRK-ITM-PCT-CMV    PIC 9(04)V9.
               10 WRK-ITM-TEM-PRECO  PIC X(01).
               10 WRK-ITM-TEM-RECEITA PIC X(01).
               10 WRK-ITM-SEM-CUSTO  PIC X(01).
               10 WRK-ITM-ALTA       PIC X(01).
               10 WRK-ITM-ACIMA-ALVO PIC X(01).
               10 WRK-ITM-QUADRANTE  PIC X(14).
       01 WRK-ITM-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-ITM-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-MASSA      PIC 9(01) USAGE COMP VALUE ZERO.
       01 WRK-IDX-TAMANHO    PIC 9(01) USAGE COMP VALUE ZERO.
      *    ITEM A LOCALIZAR NA TABELA E FRACAO VENDIDA (1 OU 0,5)
       01 WRK-BUSCA-MASSA    PIC X(15) VALUES SPACES.
       01 WRK-BUSCA-TAMANHO  PIC X(02) VALUES SPACES.
       01 WRK-FRACAO         PIC 9V9 VALUES ZEROS.

      *----------INGREDIENTES QUE SUBIRAM DE CUSTO NO DIA
       01 WRK-QTD-ALTAS      PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-ALTAS.
           05 WRK-ALT-ITEM OCCURS 100 TIMES.
               10 WRK-ALT-PRODUTO    PIC 9(04).
               10 WRK-ALT-ANTES      PIC 9(06)V9999.
               10 WRK-ALT-DEPOIS     PIC 9(06)V9999.
       01 WRK-ALT-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-ALT-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

      *----------ENGENHARIA DO CARDAPIO
       01 WRK-QTD-ANALISADOS PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-VENDIDOS   PIC 9(07)V9 VALUES ZEROS.
       01 WRK-TOT-MARGEM     PIC S9(09)V99 VALUES ZEROS.
       01 WRK-MARGEM-MEDIA   PIC S9(06)V99 VALUES ZEROS.
       01 WRK-CORTE-POPULAR  PIC 9(06)V9 VALUES ZEROS.

       01 WRK-CUSTO-INGR     PIC 9(06)V9999 VALUES ZEROS.
       01 WRK-CUSTO-LINHA    PIC 9(06)V9999 VALUES ZEROS.
       01 WRK-CUSTO-ED       PIC ZZZZZ9.9999.
       01 WRK-ANTES-ED       PIC ZZZZZ9.9999.
       01 WRK-ALVO-ED        PIC Z9.99.
       01 WRK-MEDIA-ED       PIC -ZZZ9.99.
       01 WRK-CORTE-ED       PIC ZZZZZ9.9.

       01 WRK-LINHA-ITEM.
           05 WRK-LIT-MASSA       PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-TAMANHO     PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-PRECO       PIC ZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-CUSTO       PIC ZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-PCT         PIC ZZ9.9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-MARGEM      PIC -ZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-VENDIDOS    PIC ZZZZ9.9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-QUADRANTE   PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-SITUACAO    PIC X(12).

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL (CUSTO DAS RECEITAS)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "CUSTO DAS RECEITAS".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "RECEITACUSTO".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "RECEITACUSTO - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-MES-REF.
           PERFORM LER-PARAMETROS.
           PERFORM MONTAR-CARDAPIO.
           PERFORM CARREGAR-ALTAS.
           OPEN INPUT ARQPROD.
           PERFORM CUSTEAR-RECEITAS.
           IF ARQPROD-FS EQUAL ZEROS OR ARQPROD-FS EQUAL 10
              CLOSE ARQPROD
           END-IF.
           PERFORM CONTAR-VENDIDOS.
           PERFORM CLASSIFICAR-ITENS.
           PERFORM IMPRIMIR-RELATORIO.
           IF WRK-TOT-ACIMA-ALVO GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RECEITACUSTO - FIM".
           GOBACK.

       LER-PARAMETROS SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 AND PARM-CMV-ALVO IS NUMERIC
                 AND PARM-CMV-ALVO GREATER ZEROS
                 MOVE PARM-CMV-ALVO TO WRK-CMV-ALVO
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

      *    O CARDAPIO PARTE DA TABELA DE PRECOS DO PEDIDO; MASSA OU
      *    TAMANHO QUE SO EXISTE NA RECEITA OU NO PEDIDO ENTRA SEM PRECO
       MONTAR-CARDAPIO SECTION.
           PERFORM VARYING WRK-IDX-MASSA FROM 1 BY 1
                   UNTIL WRK-IDX-MASSA GREATER 3
              PERFORM VARYING WRK-IDX-TAMANHO FROM 1 BY 1
                      UNTIL WRK-IDX-TAMANHO GREATER 3
                 MOVE TAB-MASSA-NOME(WRK-IDX-MASSA)
                   TO WRK-BUSCA-MASSA
                 MOVE TAB-TAMANHO-COD(WRK-IDX-TAMANHO)
                   TO WRK-BUSCA-TAMANHO
                 PERFORM LOCALIZAR-ITEM
                 IF WRK-ITM-ACHADO GREATER ZERO
                    MOVE TAB-PRECO-TAMANHO(WRK-IDX-MASSA,
                                           WRK-IDX-TAMANHO)
                      TO WRK-ITM-PRECO(WRK-ITM-ACHADO)
                    MOVE "S" TO WRK-ITM-TEM-PRECO(WRK-ITM-ACHADO)
                 END-IF
              END-PERFORM
           END-PERFORM.

       LOCALIZAR-ITEM SECTION.
           MOVE ZERO TO WRK-ITM-ACHADO.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX GREATER WRK-QTD-ITENS
                      OR WRK-ITM-ACHADO GREATER ZERO
              IF WRK-ITM-MASSA(WRK-ITM-IDX) EQUAL WRK-BUSCA-MASSA
                 AND WRK-ITM-TAMANHO(WRK-ITM-IDX)
                     EQUAL WRK-BUSCA-TAMANHO
                 MOVE WRK-ITM-IDX TO WRK-ITM-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-ITM-ACHADO EQUAL ZERO
              AND WRK-QTD-ITENS LESS 60
              ADD 1 TO WRK-QTD-ITENS
              MOVE WRK-QTD-ITENS TO WRK-ITM-ACHADO
              INITIALIZE WRK-ITM-ITEM(WRK-ITM-ACHADO)
              MOVE WRK-BUSCA-MASSA   TO WRK-ITM-MASSA(WRK-ITM-ACHADO)
              MOVE WRK-BUSCA-TAMANHO TO WRK-ITM-TAMANHO(WRK-ITM-ACHADO)
              MOVE "N" TO WRK-ITM-TEM-PRECO(WRK-ITM-ACHADO)
                          WRK-ITM-TEM-RECEITA(WRK-ITM-ACHADO)
                          WRK-ITM-SEM-CUSTO(WRK-ITM-ACHADO)
                          WRK-ITM-ALTA(WRK-ITM-ACHADO)
                          WRK-ITM-ACIMA-ALVO(WRK-ITM-ACHADO)
           END-IF.

      *    RECALCULOS DO CUSTO MEDIO GRAVADOS NO DIA QUE SUBIRAM O
      *    CUSTO DO INGREDIENTE (O ULTIMO DO DIA VALE)
       CARREGAR-ALTAS SECTION.
           OPEN INPUT ARQCUSTO.
           IF ARQCUSTO-FS EQUAL ZEROS
              PERFORM UNTIL ARQCUSTO-FS NOT EQUAL ZEROS
                 READ ARQCUSTO
                    AT END MOVE 10 TO ARQCUSTO-FS
                    NOT AT END
                       IF CUSTO-DATA EQUAL WRK-DATA-ALVO
                          PERFORM REGISTRAR-ALTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQCUSTO
           END-IF.
           MOVE ZEROS TO ARQCUSTO-FS.

       REGISTRAR-ALTA SECTION.
           MOVE ZERO TO WRK-ALT-ACHADO.
           PERFORM VARYING WRK-ALT-IDX FROM 1 BY 1
                   UNTIL WRK-ALT-IDX GREATER WRK-QTD-ALTAS
                      OR WRK-ALT-ACHADO GREATER ZERO
              IF WRK-ALT-PRODUTO(WRK-ALT-IDX) EQUAL CUSTO-CODIGO
                 MOVE WRK-ALT-IDX TO WRK-ALT-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-ALT-ACHADO EQUAL ZERO
              IF CUSTO-MEDIO-ANTES GREATER ZEROS
                 AND CUSTO-MEDIO-DEPOIS GREATER CUSTO-MEDIO-ANTES
                 AND WRK-QTD-ALTAS LESS 100
                 ADD 1 TO WRK-QTD-ALTAS
                 MOVE CUSTO-CODIGO  TO WRK-ALT-PRODUTO(WRK-QTD-ALTAS)
                 MOVE CUSTO-MEDIO-ANTES
                   TO WRK-ALT-ANTES(WRK-QTD-ALTAS)
                 MOVE CUSTO-MEDIO-DEPOIS
                   TO WRK-ALT-DEPOIS(WRK-QTD-ALTAS)
              END-IF
           ELSE
              MOVE CUSTO-MEDIO-DEPOIS TO WRK-ALT-DEPOIS(WRK-ALT-ACHADO)
           END-IF.

      *    CUSTO DO ITEM = SOMA DE QUANTIDADE X CUSTO MEDIO DE CADA
      *    INGREDIENTE DA RECEITA
       CUSTEAR-RECEITAS SECTION.
           OPEN INPUT ARQRECEITA.
           IF ARQRECEITA-FS EQUAL ZEROS
              PERFORM UNTIL ARQRECEITA-FS NOT EQUAL ZEROS
                 READ ARQRECEITA
                 IF ARQRECEITA-FS EQUAL ZEROS
                    PERFORM CUSTEAR-INGREDIENTE
                 END-IF
              END-PERFORM
              CLOSE ARQRECEITA
           ELSE
              DISPLAY "SEM ARQRECEITA.TXT (STATUS " ARQRECEITA-FS ")"
           END-IF.

       CUSTEAR-INGREDIENTE SECTION.
           MOVE RCT-MASSA   TO WRK-BUSCA-MASSA.
           MOVE RCT-TAMANHO TO WRK-BUSCA-TAMANHO.
           PERFORM LOCALIZAR-ITEM.
           IF WRK-ITM-ACHADO GREATER ZERO
              MOVE "S" TO WRK-ITM-TEM-RECEITA(WRK-ITM-ACHADO)
              MOVE ZEROS TO WRK-CUSTO-INGR
              IF ARQPROD-FS EQUAL ZEROS
                 MOVE RCT-PRODUTO TO ARQPROD-CODIGO
                 READ ARQPROD
                 IF ARQPROD-FS EQUAL ZEROS
                    AND ARQPROD-CUSTO-MEDIO IS NUMERIC
                    MOVE ARQPROD-CUSTO-MEDIO TO WRK-CUSTO-INGR
                 END-IF
                 MOVE ZEROS TO ARQPROD-FS
              END-IF
              IF WRK-CUSTO-INGR EQUAL ZEROS
                 MOVE "S" TO WRK-ITM-SEM-CUSTO(WRK-ITM-ACHADO)
                 ADD 1 TO WRK-TOT-INGR-SEM-CUSTO
              END-IF
              COMPUTE WRK-CUSTO-LINHA ROUNDED =
                      RCT-QTD * WRK-CUSTO-INGR
              ADD WRK-CUSTO-LINHA TO WRK-ITM-CUSTO(WRK-ITM-ACHADO)
              PERFORM VARYING WRK-ALT-IDX FROM 1 BY 1
                      UNTIL WRK-ALT-IDX GREATER WRK-QTD-ALTAS
                 IF WRK-ALT-PRODUTO(WRK-ALT-IDX) EQUAL RCT-PRODUTO
                    MOVE "S" TO WRK-ITM-ALTA(WRK-ITM-ACHADO)
                 END-IF
              END-PERFORM
           END-IF.

      *    PIZZAS VENDIDAS NO MES ATE O DIA - MESMA LEITURA DO
      *    RECEITALOTE (LINHA DE PIZZA, PEDIDO NAO CANCELADO)
       CONTAR-VENDIDOS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = WRK-MES-REF * 100 + 1.
           MOVE WRK-DATA-ALVO TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    IF PED-DATA(1:6) EQUAL WRK-MES-REF
                       AND PED-DATA NOT GREATER WRK-DATA-ALVO
                       AND PED-SITUACAO NOT EQUAL "X"
                       AND PED-TIPO-REG NOT EQUAL "C"
                       AND PED-ITEM-TIPO NOT EQUAL "A"
                       PERFORM CONTAR-UMA-PIZZA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           END-IF.

       CONTAR-UMA-PIZZA SECTION.
           MOVE PED-TAMANHO TO WRK-BUSCA-TAMANHO.
           IF PED-MASSA-2 EQUAL SPACES
              MOVE 1 TO WRK-FRACAO
           ELSE
              MOVE 0.5 TO WRK-FRACAO
              MOVE PED-MASSA-2 TO WRK-BUSCA-MASSA
              PERFORM LOCALIZAR-ITEM
              IF WRK-ITM-ACHADO GREATER ZERO
                 ADD WRK-FRACAO TO WRK-ITM-VENDIDOS(WRK-ITM-ACHADO)
              END-IF
           END-IF.
           MOVE PED-MASSA TO WRK-BUSCA-MASSA.
           PERFORM LOCALIZAR-ITEM.
           IF WRK-ITM-ACHADO GREATER ZERO
              ADD WRK-FRACAO TO WRK-ITM-VENDIDOS(WRK-ITM-ACHADO)
           END-IF.

      *    SO ENTRAM NA ENGENHARIA OS ITENS COM PRECO E RECEITA. CORTE
      *    DE POPULARIDADE = 70% DA VENDA MEDIA POR ITEM; CORTE DE
      *    MARGEM = MARGEM MEDIA PONDERADA PELAS VENDAS
       CLASSIFICAR-ITENS SECTION.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX GREATER WRK-QTD-ITENS
              IF WRK-ITM-TEM-PRECO(WRK-ITM-IDX) EQUAL "S"
                 AND WRK-ITM-TEM-RECEITA(WRK-ITM-IDX) EQUAL "S"
                 COMPUTE WRK-ITM-MARGEM(WRK-ITM-IDX) ROUNDED =
                         WRK-ITM-PRECO(WRK-ITM-IDX)
                       - WRK-ITM-CUSTO(WRK-ITM-IDX)
                 IF WRK-ITM-PRECO(WRK-ITM-IDX) GREATER ZEROS
                    COMPUTE WRK-ITM-PCT-CMV(WRK-ITM-IDX) ROUNDED =
                            WRK-ITM-CUSTO(WRK-ITM-IDX) * 100
                          / WRK-ITM-PRECO(WRK-ITM-IDX)
                       ON SIZE ERROR
                          MOVE 999.9 TO WRK-ITM-PCT-CMV(WRK-ITM-IDX)
                    END-COMPUTE
                 END-IF
                 IF WRK-ITM-PCT-CMV(WRK-ITM-IDX) GREATER WRK-CMV-ALVO
                    MOVE "S" TO WRK-ITM-ACIMA-ALVO(WRK-ITM-IDX)
                    ADD 1 TO WRK-TOT-ACIMA-ALVO
                 END-IF
                 ADD 1 TO WRK-QTD-ANALISADOS
                 ADD WRK-ITM-VENDIDOS(WRK-ITM-IDX) TO WRK-TOT-VENDIDOS
                 COMPUTE WRK-TOT-MARGEM = WRK-TOT-MARGEM
                       + WRK-ITM-MARGEM(WRK-ITM-IDX)
                       * WRK-ITM-VENDIDOS(WRK-ITM-IDX)
              END-IF
           END-PERFORM.
           IF WRK-TOT-VENDIDOS GREATER ZEROS
              COMPUTE WRK-MARGEM-MEDIA ROUNDED =
                      WRK-TOT-MARGEM / WRK-TOT-VENDIDOS
              COMPUTE WRK-CORTE-POPULAR ROUNDED =
                      WRK-TOT-VENDIDOS / WRK-QTD-ANALISADOS * 0.7
           END-IF.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX GREATER WRK-QTD-ITENS
              EVALUATE TRUE
                 WHEN WRK-ITM-TEM-PRECO(WRK-ITM-IDX) NOT EQUAL "S"
                   OR WRK-ITM-TEM-RECEITA(WRK-ITM-IDX) NOT EQUAL "S"
                    MOVE SPACES TO WRK-ITM-QUADRANTE(WRK-ITM-IDX)
                 WHEN WRK-TOT-VENDIDOS EQUAL ZEROS
                    MOVE "SEM VENDAS" TO WRK-ITM-QUADRANTE(WRK-ITM-IDX)
                 WHEN WRK-ITM-VENDIDOS(WRK-ITM-IDX)
                      NOT LESS WRK-CORTE-POPULAR
                  AND WRK-ITM-MARGEM(WRK-ITM-IDX)
                      NOT LESS WRK-MARGEM-MEDIA
                    MOVE "ESTRELA" TO WRK-ITM-QUADRANTE(WRK-ITM-IDX)
                 WHEN WRK-ITM-VENDIDOS(WRK-ITM-IDX)
                      NOT LESS WRK-CORTE-POPULAR
                    MOVE "BURRO DE CARGA"
                      TO WRK-ITM-QUADRANTE(WRK-ITM-IDX)
                 WHEN WRK-ITM-MARGEM(WRK-ITM-IDX)
                      NOT LESS WRK-MARGEM-MEDIA
                    MOVE "QUEBRA-CABECA"
                      TO WRK-ITM-QUADRANTE(WRK-ITM-IDX)
                 WHEN OTHER
                    MOVE "CAO" TO WRK-ITM-QUADRANTE(WRK-ITM-IDX)
              END-EVALUATE
           END-PERFORM.

       IMPRIMIR-RELATORIO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE WRK-CMV-ALVO TO WRK-ALVO-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CUSTO DAS RECEITAS EM " DELIMITED BY SIZE
                  WRK-DATA-ALVO            DELIMITED BY SIZE
                  " - VENDAS DO MES ATE O DIA - CMV ALVO "
                                           DELIMITED BY SIZE
                  WRK-ALVO-ED              DELIMITED BY SIZE
                  "%"                      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "MASSA           TM   PRECO   CUSTO CMV%   MARGEM"
                  " VENDIDO QUADRANTE      SITUACAO"
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX GREATER WRK-QTD-ITENS
              PERFORM IMPRIMIR-ITEM
           END-PERFORM.

           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE WRK-MARGEM-MEDIA  TO WRK-MEDIA-ED.
           MOVE WRK-CORTE-POPULAR TO WRK-CORTE-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "MARGEM MEDIA PONDERADA " DELIMITED BY SIZE
                  WRK-MEDIA-ED              DELIMITED BY SIZE
                  " - CORTE DE POPULARIDADE " DELIMITED BY SIZE
                  WRK-CORTE-ED              DELIMITED BY SIZE
                  " PIZZAS"                 DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

           IF WRK-QTD-ALTAS GREATER ZERO
              MOVE SPACES TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
              MOVE "INGREDIENTES COM ALTA DE CUSTO NO DIA"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
              PERFORM VARYING WRK-ALT-IDX FROM 1 BY 1
                      UNTIL WRK-ALT-IDX GREATER WRK-QTD-ALTAS
                 MOVE WRK-ALT-ANTES(WRK-ALT-IDX)  TO WRK-ANTES-ED
                 MOVE WRK-ALT-DEPOIS(WRK-ALT-IDX) TO WRK-CUSTO-ED
                 MOVE SPACES TO WRK-SPL-LINHA
                 STRING "  PRODUTO "                DELIMITED BY SIZE
                        WRK-ALT-PRODUTO(WRK-ALT-IDX) DELIMITED BY SIZE
                        " DE "                      DELIMITED BY SIZE
                        WRK-ANTES-ED                DELIMITED BY SIZE
                        " PARA "                    DELIMITED BY SIZE
                        WRK-CUSTO-ED                DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
                 PERFORM GRAVAR-SPOOL
              END-PERFORM
           END-IF.

           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           IF WRK-TOT-ACIMA-ALVO GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "ATENCAO: " DELIMITED BY SIZE
                     WRK-TOT-ACIMA-ALVO DELIMITED BY SIZE
                     " ITEM(NS) COM CMV ACIMA DO ALVO - "
                                  DELIMITED BY SIZE
                     "REVER PRECO OU RECEITA" DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
           ELSE
              MOVE "TODOS OS ITENS DENTRO DO CMV ALVO"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-IF.
           IF WRK-TOT-INGR-SEM-CUSTO GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "LINHAS DE RECEITA COM INGREDIENTE SEM CUSTO: "
                     WRK-TOT-INGR-SEM-CUSTO
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
           END-IF.

      *    SITUACAO: "ALTA>ALVO" QUANDO O ITEM PASSOU DO ALVO E TEM
      *    INGREDIENTE QUE SUBIU NO DIA
       IMPRIMIR-ITEM SECTION.
           MOVE WRK-ITM-MASSA(WRK-ITM-IDX)     TO WRK-LIT-MASSA.
           MOVE WRK-ITM-TAMANHO(WRK-ITM-IDX)   TO WRK-LIT-TAMANHO.
           MOVE WRK-ITM-PRECO(WRK-ITM-IDX)     TO WRK-LIT-PRECO.
           MOVE WRK-ITM-CUSTO(WRK-ITM-IDX)     TO WRK-LIT-CUSTO.
           MOVE WRK-ITM-PCT-CMV(WRK-ITM-IDX)   TO WRK-LIT-PCT.
           MOVE WRK-ITM-MARGEM(WRK-ITM-IDX)    TO WRK-LIT-MARGEM.
           MOVE WRK-ITM-VENDIDOS(WRK-ITM-IDX)  TO WRK-LIT-VENDIDOS.
           MOVE WRK-ITM-QUADRANTE(WRK-ITM-IDX) TO WRK-LIT-QUADRANTE.
           EVALUATE TRUE
              WHEN WRK-ITM-TEM-RECEITA(WRK-ITM-IDX) NOT EQUAL "S"
                 MOVE "SEM RECEITA"  TO WRK-LIT-SITUACAO
              WHEN WRK-ITM-TEM-PRECO(WRK-ITM-IDX) NOT EQUAL "S"
                 MOVE "SEM PRECO"    TO WRK-LIT-SITUACAO
              WHEN WRK-ITM-ACIMA-ALVO(WRK-ITM-IDX) EQUAL "S"
               AND WRK-ITM-ALTA(WRK-ITM-IDX) EQUAL "S"
                 MOVE "ALTA>ALVO"    TO WRK-LIT-SITUACAO
              WHEN WRK-ITM-ACIMA-ALVO(WRK-ITM-IDX) EQUAL "S"
                 MOVE "ACIMA ALVO"   TO WRK-LIT-SITUACAO
              WHEN WRK-ITM-SEM-CUSTO(WRK-ITM-IDX) EQUAL "S"
                 MOVE "CUSTO PARCIAL" TO WRK-LIT-SITUACAO
              WHEN OTHER
                 MOVE "OK"           TO WRK-LIT-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINHA-ITEM TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
