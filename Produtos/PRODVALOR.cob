      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: RELATORIO MENSAL DE VALORIZACAO DO ESTOQUE - LISTA
      *CADA PRODUTO COM ARQPROD-ESTOQUE X ARQPROD-PRECO (VALOR DE
      *VENDA) E ARQPROD-ESTOQUE X ARQPROD-CUSTO-MEDIO (VALOR DE CUSTO,
      *O QUE O ESTOQUE REALMENTE CUSTOU), QUEBRA COM
      *SUBTOTAL POR CATEGORIA (DESCRITA PELO ARQPRODCAT.DAT, COMO O
      *PROGCOBPRODTO FAZ) E FECHA COM O TOTAL GERAL, NAS DUAS SAIDAS
      *QUE A CONTABILIDADE PEDIU: IMPRIMIVEL E CSV, COMO O RELAT
       COPY "#PRODCAT".

       FD ARQVALTXT.
       01 ARQVALTXT-LINHA    PIC X(132).

       FD ARQVALCSV.
       01 ARQVALCSV-LINHA    PIC X(132).

       WORKING-STORAGE SECTION.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQVALTXT-FS       PIC 9(02) VALUES ZEROS.
       01 ARQVALCSV-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 04.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-DATA-ATUAL     PIC 9(08) VALUES ZEROS.
       01 WRK-CAT-VALOR      PIC 9(13)V99 VALUES ZEROS.
       01 WRK-TOT-VALOR      PIC 9(14)V99 VALUES ZEROS.
       01 WRK-TOT-PRODUTOS   PIC 9(05) VALUES ZEROS.
       01 WRK-CUSTO-MEDIO    PIC 9(06)V9999 VALUES ZEROS.
       01 WRK-CUSTO-ITEM     PIC 9(12)V99 VALUES ZEROS.
       01 WRK-CAT-CUSTO      PIC 9(13)V99 VALUES ZEROS.
       01 WRK-TOT-CUSTO      PIC 9(14)V99 VALUES ZEROS.
       01 WRK-TOT-SEM-CUSTO  PIC 9(05) VALUES ZEROS.

       01 WRK-VALOR-ED       PIC Z(12)9.99.
       01 WRK-CSV-VALOR      PIC 9(12).99.
       01 WRK-CSV-CUSTO      PIC 9(06).9999.
       01 WRK-CSV-VALOR-CUSTO PIC 9(12).99.
       01 WRK-CUSTO-ED       PIC Z(12)9.99.

       01 WRK-LINHA-VAL.
           05 WRK-VAL-CODIGO     PIC 9(04).
           05 WRK-VAL-PRECO      PIC ZZZZZ9.99.
           05 FILLER             PIC X(07) VALUE " VALOR ".
           05 WRK-VAL-VALOR      PIC Z(12)9.99.
           05 FILLER             PIC X(07) VALUE " CUSTO ".
           05 WRK-VAL-CUSTO      PIC ZZZZZ9.9999.
           05 FILLER             PIC X(09) VALUE " V.CUSTO ".
           05 WRK-VAL-VALOR-CUSTO PIC Z(12)9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
             INTO ARQVALTXT-LINHA
           END-STRING.
           WRITE ARQVALTXT-LINHA.
           MOVE SPACES TO ARQVALCSV-LINHA.
           STRING "CODIGO,DESCRICAO,CATEGORIA,ESTOQUE,PRECO,VALOR,"
                  "CUSTO MEDIO,VALOR CUSTO"
                  DELIMITED BY SIZE
             INTO ARQVALCSV-LINHA
           END-STRING.
           WRITE ARQVALCSV-LINHA.

       VERIFICAR-VERSAO SECTION.
           END-IF.

           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE WRK-TOT-CUSTO TO WRK-CUSTO-ED.
           MOVE SPACES TO ARQVALTXT-LINHA.
           STRING "TOTAL GERAL DO ESTOQUE: " DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
                  " A CUSTO: "               DELIMITED BY SIZE
                  WRK-CUSTO-ED               DELIMITED BY SIZE
             INTO ARQVALTXT-LINHA
           END-STRING.
           WRITE ARQVALTXT-LINHA.
           DISPLAY ARQVALTXT-LINHA.
           DISPLAY "PRODUTOS VALORIZADOS: " WRK-TOT-PRODUTOS.
           IF WRK-TOT-SEM-CUSTO GREATER ZEROS
              MOVE SPACES TO ARQVALTXT-LINHA
              STRING "PRODUTOS COM SALDO E SEM CUSTO MEDIO: "
                     WRK-TOT-SEM-CUSTO
                     DELIMITED BY SIZE
                INTO ARQVALTXT-LINHA
              END-STRING
              WRITE ARQVALTXT-LINHA
              DISPLAY ARQVALTXT-LINHA
           END-IF.

       VARRER-CATEGORIA SECTION.
           MOVE ZEROS TO WRK-CAT-VALOR WRK-CAT-CUSTO.
           MOVE ZEROS TO ARQPROD-CHAVE.
           START ARQPROD KEY IS GREATER OR EQUAL ARQPROD-CHAVE.
           PERFORM UNTIL ARQPROD-FS NOT EQUAL ZEROS
           END-PERFORM.
           MOVE 00 TO ARQPROD-FS.
           IF WRK-CAT-VALOR GREATER ZEROS
              OR WRK-CAT-CUSTO GREATER ZEROS
              MOVE WRK-CAT-VALOR TO WRK-VALOR-ED
              MOVE WRK-CAT-CUSTO TO WRK-CUSTO-ED
              MOVE SPACES TO ARQVALTXT-LINHA
              STRING "SUBTOTAL " DELIMITED BY SIZE
                     WRK-CAT-CORRENTE DELIMITED BY SIZE
                     ": "        DELIMITED BY SIZE
                     WRK-VALOR-ED DELIMITED BY SIZE
                     " A CUSTO: " DELIMITED BY SIZE
                     WRK-CUSTO-ED DELIMITED BY SIZE
                INTO ARQVALTXT-LINHA
              END-STRING
              WRITE ARQVALTXT-LINHA
           ADD WRK-VALOR-ITEM TO WRK-CAT-VALOR.
           ADD WRK-VALOR-ITEM TO WRK-TOT-VALOR.
           ADD 1 TO WRK-TOT-PRODUTOS.
      *    REGISTRO AINDA SEM O CAMPO (LAYOUT 03) VALE COMO SEM CUSTO
           IF ARQPROD-CUSTO-MEDIO IS NUMERIC
              MOVE ARQPROD-CUSTO-MEDIO TO WRK-CUSTO-MEDIO
           ELSE
              MOVE ZEROS TO WRK-CUSTO-MEDIO
           END-IF.
           COMPUTE WRK-CUSTO-ITEM ROUNDED =
                   ARQPROD-ESTOQUE * WRK-CUSTO-MEDIO.
           ADD WRK-CUSTO-ITEM TO WRK-CAT-CUSTO.
           ADD WRK-CUSTO-ITEM TO WRK-TOT-CUSTO.
           IF WRK-CUSTO-MEDIO EQUAL ZEROS
              AND ARQPROD-ESTOQUE GREATER ZEROS
              ADD 1 TO WRK-TOT-SEM-CUSTO
           END-IF.

           MOVE ARQPROD-CODIGO    TO WRK-VAL-CODIGO.
           MOVE ARQPROD-DESCRICAO TO WRK-VAL-DESCRICAO.
           MOVE ARQPROD-ESTOQUE   TO WRK-VAL-ESTOQUE.
           MOVE ARQPROD-PRECO     TO WRK-VAL-PRECO.
           MOVE WRK-VALOR-ITEM    TO WRK-VAL-VALOR.
           MOVE WRK-CUSTO-MEDIO   TO WRK-VAL-CUSTO.
           MOVE WRK-CUSTO-ITEM    TO WRK-VAL-VALOR-CUSTO.
           MOVE WRK-LINHA-VAL TO ARQVALTXT-LINHA.
           WRITE ARQVALTXT-LINHA.

           MOVE WRK-VALOR-ITEM  TO WRK-CSV-VALOR.
           MOVE WRK-CUSTO-MEDIO TO WRK-CSV-CUSTO.
           MOVE WRK-CUSTO-ITEM  TO WRK-CSV-VALOR-CUSTO.
           MOVE SPACES TO ARQVALCSV-LINHA.
           STRING ARQPROD-CODIGO    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  ARQPROD-PRECO     DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-VALOR     DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-CUSTO     DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-VALOR-CUSTO DELIMITED BY SIZE
             INTO ARQVALCSV-LINHA
           END-STRING.
           WRITE ARQVALCSV-LINHA.
