      *OBJETIVO: DEVOLUCAO DE VENDA - ATE AGORA O VENDAS.TXT SO
      *CRESCIA, O ESTOQUE NAO VOLTAVA E O VENDEDOR FICAVA COM A
      *COMISSAO. A DEVOLUCAO PARTE DO NUMERO DO RECIBO: LOCALIZA A
      *VENDA NO VENDAS.TXT (NO TICKET DE VARIOS ITENS, A LINHA
      *ESCOLHIDA - CADA LINHA SE DEVOLVE UMA VEZ, SEPARADA DAS
      *OUTRAS), GRAVA O REGISTRO DE DEVOLUCAO COM CODIGO
      *DE MOTIVO NO ARQDEVOLUCAO.DAT, POSTA O MOVIMENTO "D" NO KARDEX
      *(ARQPRODMOV) DEVOLVENDO A QUANTIDADE AO ESTOQUE E DEIXA O
      *REGISTRO PARA O PROGCOBCOMISSAO ABATER DO VOLUME DO VENDEDOR E
      *PARA O FECHAMENTO DO CAIXA MOSTRAR AS DEVOLUCOES EM LINHA
      *PROPRIA. LANCAMENTO EM PERIODO FECHADO E RECUSADO. VENDA DE
      *CLIENTE IDENTIFICADO ESTORNA OS PONTOS DE FIDELIDADE GANHOS NA
      *PROPORCAO DA LINHA DEVOLVIDA NO TICKET (PONTOSMOV).
      *A VENDA DEVOLVIDA E PROCURADA PELO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDEVOLUCAO ASSIGN TO "DADOS/ARQDEVOLUCAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQDEVOLUCAO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQDEVOLUCAO
           RECORDING MODE IS F.
       COPY "#DEVOLUCAO".

       FD ARQPROD.
       COPY "#PROD".
       COPY "#RECEBER".

       WORKING-STORAGE SECTION.
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
       COPY "#MOVACESSO".

       01 ARQDEVOLUCAO-FS    PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       77 WRK-JA-DEVOLVIDA   PIC X(01) VALUES "N".
       77 WRK-ESTOQUE-ANTES  PIC 9(06) VALUES ZEROS.

      *----------LINHAS DO TICKET (VEN-TIPO-REG "I") OU A VENDA ANTIGA
      *----------DE UM PRODUTO SO (SEQUENCIA ZERO)
       77 WRK-ITEM-SEQ       PIC 9(03) VALUES ZEROS.
       77 WRK-LIN-IDX        PIC 9(02) VALUES ZEROS.
       77 WRK-LIN-ACHADA     PIC 9(02) VALUES ZEROS.
       01 WRK-LINHAS.
           05 WRK-LIN-QTD    PIC 9(02) VALUE ZERO.
           05 WRK-LINHA OCCURS 20 TIMES.
               10 WRK-LIN-SEQ        PIC 9(03).
               10 WRK-LIN-DATA       PIC 9(08).
               10 WRK-LIN-PRODUTO    PIC 9(04).
               10 WRK-LIN-QUANTIDADE PIC 9(04).
               10 WRK-LIN-VALOR      PIC 9(06)V9.
               10 WRK-LIN-CLIENTE-ID PIC 9(06).
               10 WRK-LIN-VENDEDOR   PIC 9(04).
               10 WRK-LIN-FORMA      PIC X(03).

      *----------ESTORNO DOS PONTOS DE FIDELIDADE (PONTOSMOV)
       01 WRK-PONTOS.
           05 WRK-PTS-ACAO            PIC X(01) VALUE "E".
           05 WRK-PTS-CLIENTE-ID      PIC 9(06) VALUE ZEROS.
           05 WRK-PTS-DATA            PIC 9(08) VALUE ZEROS.
           05 WRK-PTS-VALOR           PIC 9(06)V99 VALUE ZEROS.
           05 WRK-PTS-VALOR-DOC       PIC 9(06)V99 VALUE ZEROS.
           05 WRK-PTS-ORIGEM          PIC X(01) VALUE "V".
           05 WRK-PTS-DOCUMENTO       PIC 9(06) VALUE ZEROS.
           05 WRK-PTS-OPERADOR        PIC X(10) VALUE SPACES.
           05 WRK-PTS-PONTOS          PIC 9(07) VALUE ZEROS.
           05 WRK-PTS-DEVOLVIDOS      PIC 9(07) VALUE ZEROS.
           05 WRK-PTS-SALDO           PIC S9(07) VALUE ZEROS.
           05 WRK-PTS-VALOR-PONTO     PIC 9(01)V99 VALUE ZEROS.
           05 WRK-PTS-RESULTADO       PIC X(01) VALUE SPACE.
           05 WRK-PTS-MENSAGEM        PIC X(40) VALUE SPACES.

      *----------PERIODO CONTABIL (MESFECHA)
       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
                       " NAO ENCONTRADA"
              STOP RUN
           END-IF.
           PERFORM 0120-ESCOLHER-LINHA.
           IF WRK-LIN-ACHADA EQUAL ZEROS
              DISPLAY "LINHA " WRK-ITEM-SEQ " NAO EXISTE NO RECIBO "
                       WRK-RECIBO
              STOP RUN
           END-IF.
           PERFORM 0150-VERIFICAR-JA-DEVOLVIDA.
           IF WRK-JA-DEVOLVIDA EQUAL "S"
              DISPLAY "RECIBO " WRK-RECIBO " LINHA " WRK-ITEM-SEQ
                      " JA TEM DEVOLUCAO"
              STOP RUN
           END-IF.
           DISPLAY "VENDA DE " WRK-LIN-DATA(WRK-LIN-ACHADA)
                   " PRODUTO " WRK-LIN-PRODUTO(WRK-LIN-ACHADA)
                   " QTD " WRK-LIN-QUANTIDADE(WRK-LIN-ACHADA)
                   " VALOR " WRK-LIN-VALOR(WRK-LIN-ACHADA).
           DISPLAY "MOTIVO (DF DEFEITO / AR ARREPENDIMENTO /"
                   " TR TROCA / OU OUTRO): ".
           ACCEPT WRK-MOTIVO.
           IF WRK-CONFIRMA EQUAL "S"
              PERFORM 0200-GRAVAR-DEVOLUCAO
              PERFORM 0300-DEVOLVER-ESTOQUE
              IF WRK-LIN-FORMA(WRK-LIN-ACHADA) EQUAL "FIA"
                 PERFORM 0400-BAIXAR-TITULO-FIADO
              END-IF
              IF DEV-CLIENTE-ID GREATER ZEROS
                 AND DEV-VALOR GREATER ZEROS
                 PERFORM 0500-ESTORNAR-PONTOS
              END-IF
              DISPLAY "DEVOLUCAO GRAVADA"
           ELSE
              DISPLAY "DEVOLUCAO NAO GRAVADA"
           END-IF.
           STOP RUN.

      *    GUARDA AS LINHAS DO RECIBO: AS "I" DO TICKET OU A VENDA
      *    ANTIGA DE UM PRODUTO SO - O CABECALHO "C" NAO SE DEVOLVE
       0100-LOCALIZAR-VENDA.
           MOVE "N" TO WRK-VENDA-ACHADA.
           MOVE ZEROS TO WRK-LIN-QTD.
           MOVE "A"          TO MVA-ACAO.
           MOVE "V"          TO MVA-ARQUIVO.
           MOVE ZEROS        TO MVA-DATA-INI MVA-DATA-FIM MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                    IF VEN-RECIBO EQUAL WRK-RECIBO
                       AND VEN-TIPO-REG NOT EQUAL "C"
                       AND WRK-LIN-QTD LESS 20
                       MOVE "S" TO WRK-VENDA-ACHADA
                       PERFORM 0110-GUARDAR-LINHA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

       0110-GUARDAR-LINHA.
           ADD 1 TO WRK-LIN-QTD.
           IF VEN-TIPO-REG EQUAL "I"
              MOVE VEN-ITEM-SEQ TO WRK-LIN-SEQ(WRK-LIN-QTD)
           ELSE
              MOVE ZEROS        TO WRK-LIN-SEQ(WRK-LIN-QTD)
           END-IF.
           MOVE VEN-DATA       TO WRK-LIN-DATA(WRK-LIN-QTD).
           MOVE VEN-PRODUTO    TO WRK-LIN-PRODUTO(WRK-LIN-QTD).
           MOVE VEN-QUANTIDADE TO WRK-LIN-QUANTIDADE(WRK-LIN-QTD).
           MOVE VEN-VALOR      TO WRK-LIN-VALOR(WRK-LIN-QTD).
           MOVE VEN-CLIENTE-ID TO WRK-LIN-CLIENTE-ID(WRK-LIN-QTD).
           MOVE VEN-VENDEDOR   TO WRK-LIN-VENDEDOR(WRK-LIN-QTD).
           MOVE VEN-FORMA      TO WRK-LIN-FORMA(WRK-LIN-QTD).

      *    RECIBO DE UMA LINHA SO JA VEM ESCOLHIDO; NO TICKET DE
      *    VARIOS ITENS O OPERADOR VE AS LINHAS E INFORMA QUAL VOLTA
       0120-ESCOLHER-LINHA.
           IF WRK-LIN-QTD EQUAL 1
              MOVE WRK-LIN-SEQ(1) TO WRK-ITEM-SEQ
           ELSE
              PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                      UNTIL WRK-LIN-IDX GREATER WRK-LIN-QTD
                 DISPLAY "LINHA " WRK-LIN-SEQ(WRK-LIN-IDX)
                         " PRODUTO " WRK-LIN-PRODUTO(WRK-LIN-IDX)
                         " QTD " WRK-LIN-QUANTIDADE(WRK-LIN-IDX)
                         " VALOR " WRK-LIN-VALOR(WRK-LIN-IDX)
              END-PERFORM
              DISPLAY "LINHA A DEVOLVER: "
              ACCEPT WRK-ITEM-SEQ
           END-IF.
           MOVE ZEROS TO WRK-LIN-ACHADA.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX GREATER WRK-LIN-QTD
                      OR WRK-LIN-ACHADA GREATER ZEROS
              IF WRK-LIN-SEQ(WRK-LIN-IDX) EQUAL WRK-ITEM-SEQ
                 MOVE WRK-LIN-IDX TO WRK-LIN-ACHADA
              END-IF
           END-PERFORM.

       0150-VERIFICAR-JA-DEVOLVIDA.
           MOVE "N" TO WRK-JA-DEVOLVIDA.
                    AT END MOVE 10 TO ARQDEVOLUCAO-FS
                    NOT AT END
                       IF DEV-RECIBO EQUAL WRK-RECIBO
                          AND DEV-ITEM-SEQ EQUAL WRK-ITEM-SEQ
                          MOVE "S" TO WRK-JA-DEVOLVIDA
                       END-IF
                 END-READ
           END-IF.
           MOVE WRK-RECIBO      TO DEV-RECIBO.
           MOVE WRK-DATA-HOJE   TO DEV-DATA.
           MOVE WRK-LIN-DATA(WRK-LIN-ACHADA)       TO DEV-DATA-VENDA.
           MOVE WRK-LIN-PRODUTO(WRK-LIN-ACHADA)    TO DEV-PRODUTO.
           MOVE WRK-LIN-QUANTIDADE(WRK-LIN-ACHADA) TO DEV-QUANTIDADE.
           MOVE WRK-LIN-VALOR(WRK-LIN-ACHADA)      TO DEV-VALOR.
           MOVE WRK-LIN-CLIENTE-ID(WRK-LIN-ACHADA) TO DEV-CLIENTE-ID.
           MOVE WRK-LIN-VENDEDOR(WRK-LIN-ACHADA)   TO DEV-VENDEDOR.
           MOVE WRK-MOTIVO      TO DEV-MOTIVO.
           MOVE WRK-OPERADOR    TO DEV-OPERADOR.
           MOVE WRK-ITEM-SEQ    TO DEV-ITEM-SEQ.
           WRITE DEV-REGISTRO.
           CLOSE ARQDEVOLUCAO.

                 MOVE WRK-DATA-HOJE     TO MOVPROD-DATA
                 ACCEPT MOVPROD-HORA FROM TIME
                 MOVE WRK-OPERADOR      TO MOVPROD-OPERADOR
                 MOVE ARQPROD-CUSTO-MEDIO TO MOVPROD-CUSTO-UNIT
                 WRITE MOVPROD-REGISTRO
                 CLOSE ARQPRODMOV
                 MOVE DEV-QUANTIDADE TO WRK-DELTA-LOCAL
           MOVE ZEROS TO ARQLOCAL-FS.

      *    VENDA FIADO DEVOLVIDA NAO PODE CONTINUAR SENDO COBRADA - O
      *    TITULO DO CONTAS A RECEBER (MESMO NUMERO DO RECIBO) PERDE O
      *    VALOR DA LINHA DEVOLVIDA NO MESMO ATO, E E BAIXADO QUANDO O
      *    SALDO ZERA
       0400-BAIXAR-TITULO-FIADO.
           OPEN I-O ARQRECEBER.
           IF ARQRECEBER-FS EQUAL ZEROS
              READ ARQRECEBER
              IF ARQRECEBER-FS EQUAL ZEROS
                 AND REC-SITUACAO EQUAL "A"
                 IF DEV-VALOR LESS REC-SALDO
                    SUBTRACT DEV-VALOR FROM REC-SALDO
                 ELSE
                    MOVE ZEROS TO REC-SALDO
                    MOVE "Q"   TO REC-SITUACAO
                 END-IF
                 REWRITE REC-REGISTRO
                 DISPLAY "TITULO FIADO " WRK-RECIBO
                          " ABATIDO PELA DEVOLUCAO - SALDO " REC-SALDO
              END-IF
              CLOSE ARQRECEBER
           END-IF.
           MOVE ZEROS TO ARQRECEBER-FS.

      *    SO O GANHO DA LINHA SAI (VALOR DA LINHA SOBRE O VALOR DO
      *    TICKET); O QUE FOI PAGO EM PONTOS NAO VOLTA NA DEVOLUCAO
      *    DE UMA LINHA - SO NO CANCELAMENTO DO DOCUMENTO INTEIRO
       0500-ESTORNAR-PONTOS.
           MOVE "E"            TO WRK-PTS-ACAO.
           MOVE DEV-CLIENTE-ID TO WRK-PTS-CLIENTE-ID.
           MOVE WRK-DATA-HOJE  TO WRK-PTS-DATA.
           MOVE DEV-VALOR      TO WRK-PTS-VALOR.
           MOVE "V"            TO WRK-PTS-ORIGEM.
           MOVE WRK-RECIBO     TO WRK-PTS-DOCUMENTO.
           MOVE WRK-OPERADOR   TO WRK-PTS-OPERADOR.
           CALL "PONTOSMOV" USING WRK-PONTOS.
           IF WRK-PTS-RESULTADO EQUAL "S"
              DISPLAY "PONTOS ESTORNADOS " WRK-PTS-PONTOS
                      " - SALDO DE PONTOS " WRK-PTS-SALDO
           END-IF.
