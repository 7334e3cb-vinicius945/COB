       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODEAN.
      *---------------------------------------------------------------
      * Codigos de barras dos produtos (ARQPRODEAN.DAT). Acoes em
      * LNK-EAN-ACAO:
      *   "R" resolve o que o operador digitou ou o scanner leu em
      *       LNK-EAN-ENTRADA: ate 4 digitos e o codigo interno
      *       (ARQPROD-CODIGO), 8/12/13/14 digitos e codigo de barras
      *       procurado no ARQPRODEAN; devolve LNK-EAN-PRODUTO
      *   "I" inclui o codigo de barras LNK-EAN-ENTRADA para o produto
      *       LNK-EAN-PRODUTO (digito verificador conferido; codigo
      *       de outro produto e recusado e o dono volta em
      *       LNK-EAN-DONO)
      *   "X" exclui o codigo de barras LNK-EAN-ENTRADA do produto
      *   "L" lista em LNK-EAN-LISTA os codigos do produto
      * LNK-EAN-RETORNO: "S" ok / "N" nao encontrado / "I" invalido /
      * "D" codigo ja pertence a outro produto
      * (PRODCADASTRO, PRODALTERA, VENDAENTRADA, PRODMOVTO, PEDCOMPRA,
      * PRODCONTAGEM)
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQEAN ASSIGN TO "DADOS/ARQPRODEAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQEAN-FS
           RECORD KEY IS EAN-CHAVE
           ALTERNATE RECORD KEY IS EAN-PRODUTO
               WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD ARQEAN.
       COPY "#PROD-EAN".

       WORKING-STORAGE    SECTION.
       01 ARQEAN-FS          PIC 9(02) VALUES ZEROS.
       01 WRK-TAMANHO        PIC 9(02) VALUES ZEROS.
       01 WRK-POSICAO        PIC 9(02) VALUES ZEROS.
       01 WRK-FORMA-OK       PIC X(01) VALUES "N".
       01 WRK-FIM-EAN        PIC X(01) VALUES "N".

      *----------CODIGO NA FORMA GTIN-14 E DIGITO VERIFICADOR (MODULO
      *----------10, PESOS 3 E 1 DA DIREITA PARA A ESQUERDA)
       01 WRK-GTIN           PIC 9(14) VALUES ZEROS.
       01 WRK-GTIN-X REDEFINES WRK-GTIN.
           05 WRK-GTIN-DIGITO PIC 9(01) OCCURS 14 TIMES.
       01 WRK-SOMA           PIC 9(04) VALUES ZEROS.
       01 WRK-RESTO          PIC 9(02) VALUES ZEROS.
       01 WRK-DV             PIC 9(01) VALUES ZERO.

       LINKAGE            SECTION.
       01 LNK-EAN.
           05 LNK-EAN-ACAO          PIC X(01).
           05 LNK-EAN-ENTRADA       PIC X(14).
           05 LNK-EAN-PRODUTO       PIC 9(04).
           05 LNK-EAN-RETORNO       PIC X(01).
           05 LNK-EAN-DONO          PIC 9(04).
           05 LNK-EAN-QTD           PIC 9(02).
           05 LNK-EAN-LISTA         PIC 9(14) OCCURS 10 TIMES.

       PROCEDURE DIVISION USING LNK-EAN.
           MOVE "N"   TO LNK-EAN-RETORNO.
           MOVE ZEROS TO LNK-EAN-DONO.
           EVALUATE LNK-EAN-ACAO
              WHEN "R"
                 PERFORM RESOLVER-ENTRADA
              WHEN "I"
                 PERFORM INCLUIR-CODIGO
              WHEN "X"
                 PERFORM EXCLUIR-CODIGO
              WHEN "L"
                 PERFORM LISTAR-CODIGOS
              WHEN OTHER
                 DISPLAY "PRODEAN - ACAO INVALIDA " LNK-EAN-ACAO
           END-EVALUATE.
           MOVE ZEROS TO ARQEAN-FS.
           GOBACK.

      *    CAMPO VAZIO OU "0" VOLTA PRODUTO ZERO COM RETORNO "S" - OS
      *    PROGRAMAS DE ENTRADA USAM O ZERO PARA ENCERRAR A DIGITACAO
       RESOLVER-ENTRADA SECTION.
           MOVE ZEROS TO LNK-EAN-PRODUTO.
           PERFORM NORMALIZAR-ENTRADA.
           IF WRK-FORMA-OK NOT EQUAL "S"
              MOVE "I" TO LNK-EAN-RETORNO
           ELSE
              IF WRK-TAMANHO NOT GREATER 4
                 MOVE WRK-GTIN TO LNK-EAN-PRODUTO
                 MOVE "S"      TO LNK-EAN-RETORNO
              ELSE
                 OPEN INPUT ARQEAN
                 IF ARQEAN-FS EQUAL ZEROS
                    MOVE WRK-GTIN TO EAN-CODIGO
                    READ ARQEAN
                    IF ARQEAN-FS EQUAL ZEROS
                       MOVE EAN-PRODUTO TO LNK-EAN-PRODUTO
                       MOVE "S"         TO LNK-EAN-RETORNO
                    END-IF
                    CLOSE ARQEAN
                 END-IF
              END-IF
           END-IF.

       INCLUIR-CODIGO SECTION.
           PERFORM NORMALIZAR-ENTRADA.
           IF WRK-FORMA-OK NOT EQUAL "S"
              OR WRK-TAMANHO LESS 8
              MOVE "I" TO LNK-EAN-RETORNO
           ELSE
              PERFORM CONFERIR-DIGITO
              IF WRK-DV NOT EQUAL WRK-GTIN-DIGITO(14)
                 MOVE "I" TO LNK-EAN-RETORNO
              ELSE
                 OPEN I-O ARQEAN
                 IF ARQEAN-FS EQUAL 35
                    OPEN OUTPUT ARQEAN
                    CLOSE ARQEAN
                    OPEN I-O ARQEAN
                 END-IF
                 IF ARQEAN-FS EQUAL ZEROS
                    MOVE WRK-GTIN TO EAN-CODIGO
                    READ ARQEAN
                    IF ARQEAN-FS EQUAL ZEROS
                       IF EAN-PRODUTO EQUAL LNK-EAN-PRODUTO
                          MOVE "S" TO LNK-EAN-RETORNO
                       ELSE
                          MOVE EAN-PRODUTO TO LNK-EAN-DONO
                          MOVE "D"         TO LNK-EAN-RETORNO
                       END-IF
                    ELSE
                       MOVE WRK-GTIN        TO EAN-CODIGO
                       MOVE LNK-EAN-PRODUTO TO EAN-PRODUTO
                       ACCEPT EAN-DATA-CADASTRO FROM DATE YYYYMMDD
                       WRITE EAN-REGISTRO
                       IF ARQEAN-FS EQUAL ZEROS
                          MOVE "S" TO LNK-EAN-RETORNO
                       END-IF
                    END-IF
                    CLOSE ARQEAN
                 END-IF
              END-IF
           END-IF.

       EXCLUIR-CODIGO SECTION.
           PERFORM NORMALIZAR-ENTRADA.
           IF WRK-FORMA-OK NOT EQUAL "S"
              OR WRK-TAMANHO LESS 8
              MOVE "I" TO LNK-EAN-RETORNO
           ELSE
              OPEN I-O ARQEAN
              IF ARQEAN-FS EQUAL ZEROS
                 MOVE WRK-GTIN TO EAN-CODIGO
                 READ ARQEAN
                 IF ARQEAN-FS EQUAL ZEROS
                    AND EAN-PRODUTO EQUAL LNK-EAN-PRODUTO
                    DELETE ARQEAN RECORD
                    MOVE "S" TO LNK-EAN-RETORNO
                 END-IF
                 CLOSE ARQEAN
              END-IF
           END-IF.

       LISTAR-CODIGOS SECTION.
           MOVE ZEROS TO LNK-EAN-QTD.
           OPEN INPUT ARQEAN.
           IF ARQEAN-FS EQUAL ZEROS
              MOVE LNK-EAN-PRODUTO TO EAN-PRODUTO
              START ARQEAN KEY IS EQUAL EAN-PRODUTO
              IF ARQEAN-FS EQUAL ZEROS
                 MOVE "N" TO WRK-FIM-EAN
                 PERFORM UNTIL WRK-FIM-EAN EQUAL "S"
                    READ ARQEAN NEXT RECORD
                    IF ARQEAN-FS NOT EQUAL ZEROS
                       OR EAN-PRODUTO NOT EQUAL LNK-EAN-PRODUTO
                       MOVE "S" TO WRK-FIM-EAN
                    ELSE
                       IF LNK-EAN-QTD LESS 10
                          ADD 1 TO LNK-EAN-QTD
                          MOVE EAN-CODIGO
                            TO LNK-EAN-LISTA(LNK-EAN-QTD)
                       END-IF
                    END-IF
                 END-PERFORM
                 MOVE "S" TO LNK-EAN-RETORNO
              END-IF
              CLOSE ARQEAN
           END-IF.

      *    TAMANHO UTIL DO QUE FOI DIGITADO/LIDO E O VALOR NA FORMA
      *    GTIN-14; SO DIGITOS, E SO OS TAMANHOS QUE EXISTEM (ATE 4 =
      *    CODIGO INTERNO, 8 = EAN-8, 12 = UPC-A, 13 = EAN-13, 14)
       NORMALIZAR-ENTRADA SECTION.
           MOVE "N"   TO WRK-FORMA-OK.
           MOVE ZEROS TO WRK-GTIN.
           MOVE ZEROS TO WRK-TAMANHO.
           PERFORM VARYING WRK-POSICAO FROM 14 BY -1
                   UNTIL WRK-POSICAO EQUAL ZEROS
                      OR WRK-TAMANHO GREATER ZEROS
              IF LNK-EAN-ENTRADA(WRK-POSICAO:1) NOT EQUAL SPACE
                 MOVE WRK-POSICAO TO WRK-TAMANHO
              END-IF
           END-PERFORM.
           IF WRK-TAMANHO EQUAL ZEROS
              MOVE "S" TO WRK-FORMA-OK
           ELSE
              IF LNK-EAN-ENTRADA(1:WRK-TAMANHO) IS NUMERIC
                 EVALUATE WRK-TAMANHO
                    WHEN 1 THRU 4
                    WHEN 8
                    WHEN 12 THRU 14
                       MOVE LNK-EAN-ENTRADA(1:WRK-TAMANHO) TO WRK-GTIN
                       MOVE "S" TO WRK-FORMA-OK
                 END-EVALUATE
              END-IF
           END-IF.

       CONFERIR-DIGITO SECTION.
           MOVE ZEROS TO WRK-SOMA.
           PERFORM VARYING WRK-POSICAO FROM 1 BY 2
                   UNTIL WRK-POSICAO GREATER 13
              COMPUTE WRK-SOMA = WRK-SOMA
                      + WRK-GTIN-DIGITO(WRK-POSICAO) * 3
           END-PERFORM.
           PERFORM VARYING WRK-POSICAO FROM 2 BY 2
                   UNTIL WRK-POSICAO GREATER 12
              ADD WRK-GTIN-DIGITO(WRK-POSICAO) TO WRK-SOMA
           END-PERFORM.
           DIVIDE WRK-SOMA BY 10 GIVING WRK-POSICAO
                  REMAINDER WRK-RESTO.
           IF WRK-RESTO EQUAL ZEROS
              MOVE ZERO TO WRK-DV
           ELSE
              COMPUTE WRK-DV = 10 - WRK-RESTO
           END-IF.
