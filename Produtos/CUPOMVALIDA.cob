       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPOMVALIDA.
      *---------------------------------------------------------------
      * Valida e registra o uso de cupom de desconto (ARQCUPOM.DAT +
      * diario ARQCUPOMUSO.DAT) para o VENDAENTRADA e o PROGCOBPEDIDO.
      * LNK-CUP-ACAO:
      *   "V" valida o codigo na data, para o cliente e o valor do
      *       ticket (situacao, janela, minimo, limite total e por
      *       cliente) e devolve campanha, tipo e categoria
      *   "D" calcula o desconto sobre LNK-CUP-VALOR-ELEGIVEL (o
      *       chamador soma so as linhas da categoria do cupom)
      *   "R" registra o uso no diario e soma um uso no cupom
      *   "E" estorna os usos de um documento (cancelamento) e
      *       devolve o uso ao cupom
      * LNK-CUP-RESULTADO = "S" quando deu certo; senao a mensagem
      * explica o motivo
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQCUPOM ASSIGN TO "DADOS/ARQCUPOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCUPOM-FS
           RECORD KEY IS CUPOM-CODIGO.

           SELECT ARQCUPOMUSO ASSIGN TO "DADOS/ARQCUPOMUSO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCUPOMUSO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCUPOM.
       COPY "#CUPOM".

       FD ARQCUPOMUSO
           RECORDING MODE IS F.
       COPY "#CUPOM-USO".

       WORKING-STORAGE    SECTION.
       01 ARQCUPOM-FS        PIC 9(02) VALUES ZEROS.
       01 ARQCUPOMUSO-FS     PIC 9(02) VALUES ZEROS.
       01 WRK-USOS-CLIENTE   PIC 9(05) VALUES ZEROS.
       01 WRK-ESTORNADOS     PIC 9(03) VALUES ZEROS.
       01 WRK-CUPOM-ESTORNO  PIC X(10) VALUES SPACES.

       LINKAGE            SECTION.
       01 LNK-CUPOM.
           05 LNK-CUP-ACAO            PIC X(01).
           05 LNK-CUP-CODIGO          PIC X(10).
           05 LNK-CUP-DATA            PIC 9(08).
           05 LNK-CUP-CLIENTE-ID      PIC 9(06).
           05 LNK-CUP-VALOR-TICKET    PIC 9(06)V99.
           05 LNK-CUP-VALOR-ELEGIVEL  PIC 9(06)V99.
           05 LNK-CUP-DESCONTO        PIC 9(06)V99.
           05 LNK-CUP-CAMPANHA        PIC X(15).
           05 LNK-CUP-TIPO            PIC X(01).
           05 LNK-CUP-CATEGORIA       PIC X(01).
           05 LNK-CUP-ORIGEM          PIC X(01).
           05 LNK-CUP-DOCUMENTO       PIC 9(06).
           05 LNK-CUP-OPERADOR        PIC X(10).
           05 LNK-CUP-RESULTADO       PIC X(01).
           05 LNK-CUP-MENSAGEM        PIC X(40).

       PROCEDURE DIVISION USING LNK-CUPOM.
           MOVE "N"    TO LNK-CUP-RESULTADO.
           MOVE SPACES TO LNK-CUP-MENSAGEM.
           EVALUATE LNK-CUP-ACAO
              WHEN "V"
                 PERFORM VALIDAR-CUPOM
              WHEN "D"
                 PERFORM CALCULAR-DESCONTO
              WHEN "R"
                 PERFORM REGISTRAR-USO
              WHEN "E"
                 PERFORM ESTORNAR-USO
              WHEN OTHER
                 MOVE "ACAO INVALIDA" TO LNK-CUP-MENSAGEM
           END-EVALUATE.
           GOBACK.

       LER-CUPOM SECTION.
           OPEN INPUT ARQCUPOM.
           IF ARQCUPOM-FS NOT EQUAL ZEROS
              MOVE "CADASTRO DE CUPONS INDISPONIVEL"
                TO LNK-CUP-MENSAGEM
           ELSE
              MOVE LNK-CUP-CODIGO TO CUPOM-CODIGO
              READ ARQCUPOM
              IF ARQCUPOM-FS NOT EQUAL ZEROS
                 MOVE "CUPOM NAO CADASTRADO" TO LNK-CUP-MENSAGEM
              END-IF
              CLOSE ARQCUPOM
           END-IF.

      *    A ORDEM DAS REGRAS E A ORDEM DO BALCAO: EXISTE, ESTA
      *    ATIVO, ESTA NA JANELA, O TICKET ALCANCA O MINIMO, AINDA TEM
      *    USO NO TOTAL E PARA ESTE CLIENTE
       VALIDAR-CUPOM SECTION.
           MOVE ZEROS  TO LNK-CUP-DESCONTO.
           MOVE SPACES TO LNK-CUP-CAMPANHA LNK-CUP-TIPO
                          LNK-CUP-CATEGORIA.
           PERFORM LER-CUPOM.
           IF LNK-CUP-MENSAGEM EQUAL SPACES
              EVALUATE TRUE
                 WHEN CUPOM-SITUACAO NOT EQUAL "A"
                    MOVE "CUPOM SUSPENSO" TO LNK-CUP-MENSAGEM
                 WHEN LNK-CUP-DATA LESS CUPOM-INICIO
                    MOVE "CUPOM AINDA NAO VALE" TO LNK-CUP-MENSAGEM
                 WHEN LNK-CUP-DATA GREATER CUPOM-FIM
                    MOVE "CUPOM VENCIDO" TO LNK-CUP-MENSAGEM
                 WHEN LNK-CUP-VALOR-TICKET LESS CUPOM-MINIMO
                    MOVE "TICKET ABAIXO DO MINIMO DO CUPOM"
                      TO LNK-CUP-MENSAGEM
                 WHEN CUPOM-MAX-USOS GREATER ZEROS
                  AND CUPOM-USOS NOT LESS CUPOM-MAX-USOS
                    MOVE "CUPOM ESGOTADO" TO LNK-CUP-MENSAGEM
                 WHEN CUPOM-MAX-CLIENTE GREATER ZEROS
                  AND LNK-CUP-CLIENTE-ID EQUAL ZEROS
                    MOVE "CUPOM EXIGE CLIENTE IDENTIFICADO"
                      TO LNK-CUP-MENSAGEM
                 WHEN OTHER
                    PERFORM CONFERIR-LIMITE-CLIENTE
              END-EVALUATE
           END-IF.
           IF LNK-CUP-MENSAGEM EQUAL SPACES
              MOVE CUPOM-CAMPANHA  TO LNK-CUP-CAMPANHA
              MOVE CUPOM-TIPO      TO LNK-CUP-TIPO
              MOVE CUPOM-CATEGORIA TO LNK-CUP-CATEGORIA
              MOVE "S"             TO LNK-CUP-RESULTADO
           END-IF.

      *    USOS VALIDOS DESTE CLIENTE COM ESTE CODIGO, PELO DIARIO
       CONFERIR-LIMITE-CLIENTE SECTION.
           IF CUPOM-MAX-CLIENTE GREATER ZEROS
              MOVE ZEROS TO WRK-USOS-CLIENTE
              OPEN INPUT ARQCUPOMUSO
              IF ARQCUPOMUSO-FS EQUAL ZEROS
                 PERFORM UNTIL ARQCUPOMUSO-FS NOT EQUAL ZEROS
                    READ ARQCUPOMUSO
                    IF ARQCUPOMUSO-FS EQUAL ZEROS
                       AND USO-CUPOM EQUAL LNK-CUP-CODIGO
                       AND USO-CLIENTE-ID EQUAL LNK-CUP-CLIENTE-ID
                       AND USO-SITUACAO NOT EQUAL "X"
                       ADD 1 TO WRK-USOS-CLIENTE
                    END-IF
                 END-PERFORM
                 CLOSE ARQCUPOMUSO
              END-IF
              MOVE ZEROS TO ARQCUPOMUSO-FS
              IF WRK-USOS-CLIENTE NOT LESS CUPOM-MAX-CLIENTE
                 MOVE "CLIENTE JA USOU O LIMITE DESTE CUPOM"
                   TO LNK-CUP-MENSAGEM
              END-IF
           END-IF.

      *    PERCENTUAL SOBRE O ELEGIVEL OU VALOR FIXO LIMITADO A ELE
       CALCULAR-DESCONTO SECTION.
           MOVE ZEROS TO LNK-CUP-DESCONTO.
           PERFORM LER-CUPOM.
           IF LNK-CUP-MENSAGEM EQUAL SPACES
              IF CUPOM-TIPO EQUAL "P"
                 COMPUTE LNK-CUP-DESCONTO ROUNDED =
                   (LNK-CUP-VALOR-ELEGIVEL * CUPOM-PERCENTUAL) / 100
              ELSE
                 MOVE CUPOM-VALOR TO LNK-CUP-DESCONTO
              END-IF
              IF LNK-CUP-DESCONTO GREATER LNK-CUP-VALOR-ELEGIVEL
                 MOVE LNK-CUP-VALOR-ELEGIVEL TO LNK-CUP-DESCONTO
              END-IF
              MOVE "S" TO LNK-CUP-RESULTADO
           END-IF.

       REGISTRAR-USO SECTION.
           OPEN I-O ARQCUPOM.
           IF ARQCUPOM-FS NOT EQUAL ZEROS
              MOVE "CADASTRO DE CUPONS INDISPONIVEL"
                TO LNK-CUP-MENSAGEM
           ELSE
              MOVE LNK-CUP-CODIGO TO CUPOM-CODIGO
              READ ARQCUPOM
              IF ARQCUPOM-FS NOT EQUAL ZEROS
                 MOVE "CUPOM NAO CADASTRADO" TO LNK-CUP-MENSAGEM
              ELSE
                 ADD 1 TO CUPOM-USOS
                 REWRITE CUPOM-REGISTRO
                 PERFORM GRAVAR-DIARIO
                 MOVE "S" TO LNK-CUP-RESULTADO
              END-IF
              CLOSE ARQCUPOM
           END-IF.

       GRAVAR-DIARIO SECTION.
           OPEN EXTEND ARQCUPOMUSO.
           IF ARQCUPOMUSO-FS EQUAL 05
              OPEN OUTPUT ARQCUPOMUSO
           END-IF.
           INITIALIZE USO-REGISTRO.
           MOVE LNK-CUP-CODIGO       TO USO-CUPOM.
           MOVE LNK-CUP-DATA         TO USO-DATA.
           ACCEPT USO-HORA FROM TIME.
           MOVE LNK-CUP-ORIGEM       TO USO-ORIGEM.
           MOVE LNK-CUP-DOCUMENTO    TO USO-DOCUMENTO.
           MOVE LNK-CUP-CLIENTE-ID   TO USO-CLIENTE-ID.
           MOVE LNK-CUP-VALOR-TICKET TO USO-VALOR-BRUTO.
           MOVE LNK-CUP-DESCONTO     TO USO-DESCONTO.
           COMPUTE USO-VALOR-LIQUIDO =
                   LNK-CUP-VALOR-TICKET - LNK-CUP-DESCONTO.
           MOVE SPACES               TO USO-SITUACAO.
           MOVE LNK-CUP-OPERADOR     TO USO-OPERADOR.
           WRITE USO-REGISTRO.
           CLOSE ARQCUPOMUSO.

      *    MARCA NO PROPRIO DIARIO (REWRITE NO LUGAR, COMO O
      *    PEDCANCELA FAZ NO PEDIDOS.TXT) E DEVOLVE O USO AO CUPOM
       ESTORNAR-USO SECTION.
           MOVE ZEROS TO WRK-ESTORNADOS.
           OPEN I-O ARQCUPOMUSO.
           IF ARQCUPOMUSO-FS NOT EQUAL ZEROS
              MOVE "SEM DIARIO DE CUPONS" TO LNK-CUP-MENSAGEM
           ELSE
              PERFORM UNTIL ARQCUPOMUSO-FS NOT EQUAL ZEROS
                 READ ARQCUPOMUSO
                 IF ARQCUPOMUSO-FS EQUAL ZEROS
                    AND USO-ORIGEM EQUAL LNK-CUP-ORIGEM
                    AND USO-DOCUMENTO EQUAL LNK-CUP-DOCUMENTO
                    AND USO-SITUACAO NOT EQUAL "X"
                    MOVE "X" TO USO-SITUACAO
                    REWRITE USO-REGISTRO
                    MOVE USO-CUPOM TO WRK-CUPOM-ESTORNO
                    PERFORM DEVOLVER-USO
                    ADD 1 TO WRK-ESTORNADOS
                 END-IF
              END-PERFORM
              CLOSE ARQCUPOMUSO
              IF WRK-ESTORNADOS GREATER ZEROS
                 MOVE "S" TO LNK-CUP-RESULTADO
              ELSE
                 MOVE "DOCUMENTO SEM CUPOM" TO LNK-CUP-MENSAGEM
              END-IF
           END-IF.
           MOVE ZEROS TO ARQCUPOMUSO-FS.

       DEVOLVER-USO SECTION.
           OPEN I-O ARQCUPOM.
           IF ARQCUPOM-FS EQUAL ZEROS
              MOVE WRK-CUPOM-ESTORNO TO CUPOM-CODIGO
              READ ARQCUPOM
              IF ARQCUPOM-FS EQUAL ZEROS
                 AND CUPOM-USOS GREATER ZEROS
                 SUBTRACT 1 FROM CUPOM-USOS
                 REWRITE CUPOM-REGISTRO
              END-IF
              CLOSE ARQCUPOM
           END-IF.
           MOVE ZEROS TO ARQCUPOM-FS.
