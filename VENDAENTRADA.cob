      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: ENTRADA DE VENDA DE BALCAO - ATE AGORA O VENDAS.TXT
      *ERA ALIMENTADO POR FORA E O ESTOQUE SO BAIXAVA QUANDO ALGUEM
      *LEMBRAVA DO PRODMOVTO. AQUI A VENDA NASCE INTEIRA: TICKET COM
      *VARIOS ITENS (CABECALHO "C" + LINHAS "I" NO VENDAS.TXT, UM SO
      *RECIBO), CADA LINHA COM PRECO VIGENTE DO DIA (PRODPRECOVIG) E
      *IMPOSTO DA CATEGORIA, CLIENTE E VENDEDOR
      *VALIDADOS, FORMA DE PAGAMENTO (DIN/CAR/PIX) CAPTURADA PARA O
      *FECHAMENTO DO CAIXA FECHAR POR FORMA, GRAVACAO NO VENDAS.TXT E
      *BAIXA "V" NO KARDEX (ARQPRODMOV) COM O SALDO DA LOJA
      *ATUALIZADO. LANCAMENTO EM PERIODO CONTABIL FECHADO E RECUSADO.
      *CUPOM DE DESCONTO VALIDADO PELO CUPOMVALIDA, RATEADO NAS LINHAS
      *ELEGIVEIS E REGISTRADO NO DIARIO DE USO. CLIENTE IDENTIFICADO
      *PODE PAGAR EM PONTOS DE FIDELIDADE (FORMA "PTS", ATE O SALDO) E
      *GANHA PONTOS SOBRE O QUE PAGOU NAS OUTRAS FORMAS (PONTOSMOV).
      *O TICKET SAI MARCADO COM O OPERADOR E O TURNO DE CAIXA ABERTO
      *DELE (TURNOATIVO); OPERADOR SEM TURNO ABERTO NAO VENDE.
      *GORJETA NO CARTAO/PIX ENTRA NA FORMA E FICA SEPARADA NO
      *CABECALHO (VEN-GORJETA), FORA DO VALOR, DO IMPOSTO E DA COMISSAO.
      *PRODUTO CONTROLADO POR LOTE BAIXA OS LOTES DA LOJA QUE VENCEM
      *PRIMEIRO (PRODLOTE). O ITEM ENTRA PELO CODIGO INTERNO OU PELO
      *CODIGO DE BARRAS LIDO NO SCANNER (PRODEAN)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    MESMO LAYOUT LIDO PELO PROGCOBVENDAS/PROGCOBCAIXA
       FD ARQVENDAS
           RECORDING MODE IS F.
       COPY "#VENDA".

       FD ARQPROD.
       COPY "#PROD".
       77 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.

       77 WRK-CODIGO         PIC 9(04) VALUES ZEROS.
       77 WRK-CODIGO-OK      PIC X(01) VALUES "N".
       77 WRK-QUANTIDADE     PIC 9(04) VALUES ZEROS.
       77 WRK-CLIENTE-ID     PIC 9(06) VALUES ZEROS.
       77 WRK-VENDEDOR       PIC 9(04) VALUES ZEROS.
       77 WRK-FORMA          PIC X(03) VALUES SPACES.

           05 WRK-FP-ITEM OCCURS 3 TIMES.
               10 WRK-FP-FORMA PIC X(03).
               10 WRK-FP-VALOR PIC 9(06)V99.
      *    GORJETA DO TICKET E A FORMA CAR/PIX QUE A LEVA
       77 WRK-GORJETA        PIC 9(05)V99 VALUES ZEROS.
       77 WRK-FORMA-GORJETA  PIC 9(01) VALUES ZEROS.
       77 WRK-PRECO-UNIT     PIC 9(06)V99 VALUES ZEROS.
       77 WRK-VALOR-VENDA    PIC 9(06)V9 VALUES ZEROS.
       77 WRK-VALOR-LINHA    PIC 9(06)V9 VALUES ZEROS.
       77 WRK-IMPOSTO-TOTAL  PIC 9(05)V99 VALUES ZEROS.

      *----------ITENS DO TICKET (CABECALHO "C" + LINHAS "I" NO
      *----------VENDAS.TXT, UM RECIBO SO PARA O TICKET INTEIRO)
       77 WRK-ITEM-MAX       PIC 9(02) VALUES 20.
       77 WRK-ITEM-IDX       PIC 9(02) VALUES ZEROS.
       77 WRK-ITEM-AUX       PIC 9(02) VALUES ZEROS.
       77 WRK-QTD-NO-TICKET  PIC 9(06) VALUES ZEROS.
       01 WRK-ITENS.
           05 WRK-ITEM-QTD   PIC 9(02) VALUE ZERO.
           05 WRK-ITEM OCCURS 20 TIMES.
               10 WRK-IT-CODIGO     PIC 9(04).
               10 WRK-IT-DESCRICAO  PIC X(25).
               10 WRK-IT-QUANTIDADE PIC 9(04).
               10 WRK-IT-PRECO      PIC 9(06)V99.
               10 WRK-IT-VALOR      PIC 9(06)V9.
               10 WRK-IT-IMPOSTO    PIC 9(05)V99.
               10 WRK-IT-CATEGORIA  PIC X(01).
       77 WRK-ESTOQUE-ANTES  PIC 9(06) VALUES ZEROS.
       77 WRK-VENDA-OK       PIC X(01) VALUES "N".
       77 WRK-CLIENTE-ATIVO  PIC X(01) VALUES "N".
       77 WRK-DIAS-VENC      PIC 9(07) VALUES ZEROS.
       01 WRK-DELTA-LOCAL    PIC S9(07) VALUES ZEROS.

      *----------CUPOM DE DESCONTO (CUPOMVALIDA) - O DESCONTO E
      *----------RATEADO NAS LINHAS DA CATEGORIA DO CUPOM, A ULTIMA
      *----------LINHA ELEGIVEL FICA COM A SOBRA DO ARREDONDAMENTO
       77 WRK-DESCONTO-CUPOM PIC 9(06)V9 VALUES ZEROS.
       77 WRK-DESC-RESTANTE  PIC 9(06)V9 VALUES ZEROS.
       77 WRK-DESC-LINHA     PIC 9(06)V9 VALUES ZEROS.
       77 WRK-VALOR-BRUTO    PIC 9(06)V9 VALUES ZEROS.
       77 WRK-ULTIMA-ELEGIVEL PIC 9(02) VALUES ZEROS.
       01 WRK-CUPOM.
           05 WRK-CUP-ACAO            PIC X(01) VALUE SPACE.
           05 WRK-CUP-CODIGO          PIC X(10) VALUE SPACES.
           05 WRK-CUP-DATA            PIC 9(08) VALUE ZEROS.
           05 WRK-CUP-CLIENTE-ID      PIC 9(06) VALUE ZEROS.
           05 WRK-CUP-VALOR-TICKET    PIC 9(06)V99 VALUE ZEROS.
           05 WRK-CUP-VALOR-ELEGIVEL  PIC 9(06)V99 VALUE ZEROS.
           05 WRK-CUP-DESCONTO        PIC 9(06)V99 VALUE ZEROS.
           05 WRK-CUP-CAMPANHA        PIC X(15) VALUE SPACES.
           05 WRK-CUP-TIPO            PIC X(01) VALUE SPACE.
           05 WRK-CUP-CATEGORIA       PIC X(01) VALUE SPACE.
           05 WRK-CUP-ORIGEM          PIC X(01) VALUE "V".
           05 WRK-CUP-DOCUMENTO       PIC 9(06) VALUE ZEROS.
           05 WRK-CUP-OPERADOR        PIC X(10) VALUE SPACES.
           05 WRK-CUP-RESULTADO       PIC X(01) VALUE SPACE.
           05 WRK-CUP-MENSAGEM        PIC X(40) VALUE SPACES.

      *----------PONTOS DE FIDELIDADE (PONTOSMOV) - RESGATE COMO
      *----------FORMA "PTS" ATE O SALDO, GANHO SOBRE O RESTO DO TICKET
       77 WRK-TOT-PTS-PAGO   PIC 9(06)V99 VALUES ZEROS.
       77 WRK-PTS-LIMITE     PIC 9(08)V99 VALUES ZEROS.
       77 WRK-PTS-GANHOS     PIC 9(07) VALUES ZEROS.
       77 WRK-PTS-SALDO-ED   PIC -(07)9.
       01 WRK-PONTOS.
           05 WRK-PTS-ACAO            PIC X(01) VALUE SPACE.
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

      *----------PRECO VIGENTE DE HOJE (PRODPRECOVIG)
       01 WRK-PRECO-VIGENTE.
           05 WRK-PV-CODIGO      PIC 9(04).
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

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

      *----------CODIGO INTERNO OU CODIGO DE BARRAS (PRODEAN)
       01 WRK-EAN.
           05 WRK-EAN-ACAO          PIC X(01) VALUE "R".
           05 WRK-EAN-ENTRADA       PIC X(14) VALUE SPACES.
           05 WRK-EAN-PRODUTO       PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-RETORNO       PIC X(01) VALUE SPACE.
           05 WRK-EAN-DONO          PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-QTD           PIC 9(02) VALUE ZEROS.
           05 WRK-EAN-LISTA         PIC 9(14) OCCURS 10 TIMES.

      *----------TURNO DE CAIXA ABERTO DO OPERADOR (TURNOATIVO)
       01 WRK-TURNO.
           05 WRK-TUR-OPERADOR  PIC X(10) VALUE SPACES.
           05 WRK-TUR-SITUACAO  PIC X(01) VALUE SPACE.
           05 WRK-TUR-NUMERO    PIC 9(06) VALUE ZEROS.

      *----------PERIODO CONTABIL (MESFECHA)
       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
           ELSE
              DISPLAY "OPERADOR: "
              ACCEPT WRK-OPERADOR
              MOVE WRK-OPERADOR TO WRK-TUR-OPERADOR
              CALL "TURNOATIVO" USING WRK-TURNO
              IF WRK-TUR-SITUACAO EQUAL "F"
                 DISPLAY "OPERADOR " WRK-OPERADOR " SEM TURNO DE"
                         " CAIXA ABERTO - VENDA RECUSADA"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE "S" TO WRK-VENDA-OK
              END-IF
           END-IF.

      *    TICKET COM VARIOS ITENS: CADA LINHA COM PRECO VIGENTE,
      *    IMPOSTO DA CATEGORIA E CONFERENCIA DE ESTOQUE; NO FIM UM SO
      *    PAGAMENTO (ATE 3 FORMAS) PELO TOTAL E UM SO RECIBO
       0200-CAPTURAR-VENDA.
           OPEN I-O ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQPROD.DAT STATUS " ARQPROD-FS
              STOP RUN
           END-IF.
           MOVE ZEROS TO WRK-ITEM-QTD WRK-VALOR-VENDA WRK-IMPOSTO-TOTAL.
           MOVE 9999 TO WRK-CODIGO.
           PERFORM UNTIL WRK-CODIGO EQUAL ZEROS
                      OR WRK-ITEM-QTD EQUAL WRK-ITEM-MAX
              PERFORM 0205-LER-CODIGO
              IF WRK-CODIGO-OK EQUAL "S"
                 AND WRK-CODIGO GREATER ZEROS
                 PERFORM 0210-CAPTURAR-ITEM
              END-IF
           END-PERFORM.
           IF WRK-ITEM-QTD EQUAL ZEROS
              DISPLAY "TICKET SEM ITENS - VENDA NAO GRAVADA"
              CLOSE ARQPROD
              STOP RUN
           END-IF.
           DISPLAY "ITENS NO TICKET: " WRK-ITEM-QTD.
           DISPLAY "VALOR DA VENDA: " WRK-VALOR-VENDA.
           PERFORM 0260-IDENTIFICAR-CLIENTE.
           DISPLAY "FUNC-ID DO VENDEDOR (0 = SEM): ".
           ACCEPT WRK-VENDEDOR.
           PERFORM 0265-APLICAR-CUPOM.
           PERFORM 0270-CAPTURAR-FORMA.
           PERFORM 0285-CAPTURAR-GORJETA.
           DISPLAY "CONFIRMA A VENDA (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              CALL "RECIBONUM" USING WRK-RECIBO-NUMERO
              PERFORM 0300-GRAVAR-VENDA
              IF WRK-CUP-CODIGO NOT EQUAL SPACES
                 PERFORM 0290-REGISTRAR-CUPOM
              END-IF
              IF WRK-CLIENTE-ID GREATER ZEROS
                 PERFORM 0295-REGISTRAR-PONTOS
              END-IF
              PERFORM 0400-BAIXAR-ESTOQUE
                      VARYING WRK-ITEM-IDX FROM 1 BY 1
                      UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD
              IF WRK-FORMA EQUAL "FIA"
                 PERFORM 0450-ABRIR-RECEBER
              END-IF
           END-IF.
           CLOSE ARQPROD.

      *    O OPERADOR DIGITA O CODIGO INTERNO OU PASSA O CODIGO DE
      *    BARRAS NO SCANNER - O PRODEAN DEVOLVE O CODIGO INTERNO
       0205-LER-CODIGO.
           DISPLAY "CODIGO OU COD. BARRAS (0 = FECHAR O TICKET): ".
           MOVE SPACES TO WRK-EAN-ENTRADA.
           ACCEPT WRK-EAN-ENTRADA.
           MOVE "R" TO WRK-EAN-ACAO.
           CALL "PRODEAN" USING WRK-EAN.
           IF WRK-EAN-RETORNO EQUAL "S"
              MOVE WRK-EAN-PRODUTO TO WRK-CODIGO
              MOVE "S" TO WRK-CODIGO-OK
           ELSE
              MOVE "N" TO WRK-CODIGO-OK
              IF WRK-EAN-RETORNO EQUAL "I"
                 DISPLAY "CODIGO INVALIDO"
              ELSE
                 DISPLAY "CODIGO DE BARRAS NAO CADASTRADO"
              END-IF
           END-IF.

      *    UMA LINHA DO TICKET - O MESMO PRODUTO PODE VIR EM MAIS DE
      *    UMA LINHA, ENTAO O ESTOQUE E CONFERIDO CONTRA O QUE JA ESTA
      *    NO TICKET
       0210-CAPTURAR-ITEM.
           MOVE WRK-CODIGO TO ARQPROD-CODIGO.
           READ ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "PRODUTO NAO ENCONTRADO"
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              DISPLAY ARQPROD-DESCRICAO " ESTOQUE " ARQPROD-ESTOQUE
              DISPLAY "QUANTIDADE: "
              ACCEPT WRK-QUANTIDADE
              PERFORM 0215-SOMAR-NO-TICKET
              IF WRK-QUANTIDADE EQUAL ZEROS
                 DISPLAY "QUANTIDADE INVALIDA - LINHA IGNORADA"
              ELSE
                 IF WRK-QTD-NO-TICKET + WRK-QUANTIDADE
                    GREATER ARQPROD-ESTOQUE
                    DISPLAY "ESTOQUE INSUFICIENTE - LINHA IGNORADA"
                 ELSE
                    PERFORM 0250-RESOLVER-PRECO
                    COMPUTE WRK-VALOR-LINHA =
                            WRK-QUANTIDADE * WRK-PRECO-UNIT
                    PERFORM 0255-CALCULAR-IMPOSTO
                    ADD 1 TO WRK-ITEM-QTD
                    MOVE WRK-CODIGO
                      TO WRK-IT-CODIGO(WRK-ITEM-QTD)
                    MOVE ARQPROD-DESCRICAO
                      TO WRK-IT-DESCRICAO(WRK-ITEM-QTD)
                    MOVE WRK-QUANTIDADE
                      TO WRK-IT-QUANTIDADE(WRK-ITEM-QTD)
                    MOVE WRK-PRECO-UNIT
                      TO WRK-IT-PRECO(WRK-ITEM-QTD)
                    MOVE WRK-VALOR-LINHA
                      TO WRK-IT-VALOR(WRK-ITEM-QTD)
                    MOVE WRK-IMPOSTO
                      TO WRK-IT-IMPOSTO(WRK-ITEM-QTD)
                    MOVE ARQPROD-CATEGORIA(1:1)
                      TO WRK-IT-CATEGORIA(WRK-ITEM-QTD)
                    ADD WRK-VALOR-LINHA TO WRK-VALOR-VENDA
                    ADD WRK-IMPOSTO     TO WRK-IMPOSTO-TOTAL
                    DISPLAY "LINHA " WRK-ITEM-QTD " VALOR "
                            WRK-VALOR-LINHA " - TOTAL "
                            WRK-VALOR-VENDA
                 END-IF
              END-IF
           END-IF.

       0215-SOMAR-NO-TICKET.
           MOVE ZEROS TO WRK-QTD-NO-TICKET.
           PERFORM VARYING WRK-ITEM-AUX FROM 1 BY 1
                   UNTIL WRK-ITEM-AUX GREATER WRK-ITEM-QTD
              IF WRK-IT-CODIGO(WRK-ITEM-AUX) EQUAL WRK-CODIGO
                 ADD WRK-IT-QUANTIDADE(WRK-ITEM-AUX)
                   TO WRK-QTD-NO-TICKET
              END-IF
           END-PERFORM.

      *    PRECO VIGENTE DE HOJE (INCLUINDO PROMOCAO); SEM PRECO
      *    DATADO, VALE O CACHE DO MESTRE
       0250-RESOLVER-PRECO.
           MOVE ZEROS TO ARQTAXA-FS.
           IF WRK-ALIQUOTA GREATER ZEROS
              COMPUTE WRK-IMPOSTO =
                  (WRK-VALOR-LINHA * WRK-ALIQUOTA) / 100
              DISPLAY "IMPOSTO EMBUTIDO (" WRK-ALIQUOTA " PCT): "
                       WRK-IMPOSTO
           END-IF.
              MOVE ZEROS TO ARQCRM-FS
           END-IF.

      *    CUPOM DO MARKETING: VALIDO NA DATA, PARA ESTE CLIENTE E
      *    ESTE TICKET (MINIMO SOBRE O TOTAL ANTES DO DESCONTO); O
      *    DESCONTO INCIDE SO NAS LINHAS DA CATEGORIA DO CUPOM (PELA
      *    PRIMEIRA LETRA DA CATEGORIA DO MESTRE, COMO NA ALIQUOTA)
       0265-APLICAR-CUPOM.
           MOVE ZEROS  TO WRK-DESCONTO-CUPOM.
           MOVE SPACES TO WRK-CUP-CODIGO.
           DISPLAY "CUPOM DE DESCONTO (BRANCO = SEM CUPOM): ".
           ACCEPT WRK-CUP-CODIGO.
           IF WRK-CUP-CODIGO NOT EQUAL SPACES
              MOVE "V"             TO WRK-CUP-ACAO
              MOVE WRK-DATA-HOJE   TO WRK-CUP-DATA
              MOVE WRK-CLIENTE-ID  TO WRK-CUP-CLIENTE-ID
              MOVE WRK-VALOR-VENDA TO WRK-CUP-VALOR-TICKET
              CALL "CUPOMVALIDA" USING WRK-CUPOM
              IF WRK-CUP-RESULTADO NOT EQUAL "S"
                 DISPLAY "CUPOM RECUSADO: " WRK-CUP-MENSAGEM
                 MOVE SPACES TO WRK-CUP-CODIGO
              ELSE
                 MOVE ZEROS TO WRK-CUP-VALOR-ELEGIVEL
                               WRK-ULTIMA-ELEGIVEL
                 PERFORM 0266-SOMAR-ELEGIVEL
                         VARYING WRK-ITEM-IDX FROM 1 BY 1
                         UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD
                 PERFORM 0267-CALCULAR-CUPOM
              END-IF
           END-IF.

       0266-SOMAR-ELEGIVEL.
           IF WRK-CUP-CATEGORIA EQUAL SPACES
              OR WRK-IT-CATEGORIA(WRK-ITEM-IDX) EQUAL
                 WRK-CUP-CATEGORIA
              ADD WRK-IT-VALOR(WRK-ITEM-IDX) TO WRK-CUP-VALOR-ELEGIVEL
              MOVE WRK-ITEM-IDX TO WRK-ULTIMA-ELEGIVEL
           END-IF.

       0267-CALCULAR-CUPOM.
           IF WRK-CUP-VALOR-ELEGIVEL EQUAL ZEROS
              DISPLAY "CUPOM DA CATEGORIA " WRK-CUP-CATEGORIA
                      " - NENHUM ITEM DO TICKET SE APLICA"
              MOVE SPACES TO WRK-CUP-CODIGO
           ELSE
              MOVE "D" TO WRK-CUP-ACAO
              CALL "CUPOMVALIDA" USING WRK-CUPOM
              COMPUTE WRK-DESCONTO-CUPOM ROUNDED = WRK-CUP-DESCONTO
              IF WRK-DESCONTO-CUPOM EQUAL ZEROS
                 DISPLAY "CUPOM SEM DESCONTO PARA ESTE TICKET"
                 MOVE SPACES TO WRK-CUP-CODIGO
              ELSE
                 MOVE WRK-VALOR-VENDA    TO WRK-VALOR-BRUTO
                 MOVE WRK-DESCONTO-CUPOM TO WRK-DESC-RESTANTE
                 MOVE ZEROS TO WRK-IMPOSTO-TOTAL
                 PERFORM 0268-RATEAR-DESCONTO
                         VARYING WRK-ITEM-IDX FROM 1 BY 1
                         UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD
                 SUBTRACT WRK-DESCONTO-CUPOM FROM WRK-VALOR-VENDA
                 DISPLAY "CUPOM " WRK-CUP-CODIGO " ("
                         WRK-CUP-CAMPANHA ") DESCONTO "
                         WRK-DESCONTO-CUPOM
                 DISPLAY "VALOR DA VENDA COM CUPOM: " WRK-VALOR-VENDA
              END-IF
           END-IF.

      *    CADA LINHA ELEGIVEL PERDE A SUA PARTE DO DESCONTO E O
      *    IMPOSTO EMBUTIDO CAI NA MESMA PROPORCAO
       0268-RATEAR-DESCONTO.
           IF WRK-CUP-CATEGORIA EQUAL SPACES
              OR WRK-IT-CATEGORIA(WRK-ITEM-IDX) EQUAL
                 WRK-CUP-CATEGORIA
              IF WRK-ITEM-IDX EQUAL WRK-ULTIMA-ELEGIVEL
                 MOVE WRK-DESC-RESTANTE TO WRK-DESC-LINHA
              ELSE
                 COMPUTE WRK-DESC-LINHA ROUNDED =
                         (WRK-DESCONTO-CUPOM *
                          WRK-IT-VALOR(WRK-ITEM-IDX))
                         / WRK-CUP-VALOR-ELEGIVEL
              END-IF
              IF WRK-DESC-LINHA GREATER WRK-IT-VALOR(WRK-ITEM-IDX)
                 MOVE WRK-IT-VALOR(WRK-ITEM-IDX) TO WRK-DESC-LINHA
              END-IF
              IF WRK-IT-VALOR(WRK-ITEM-IDX) GREATER ZEROS
                 COMPUTE WRK-IT-IMPOSTO(WRK-ITEM-IDX) ROUNDED =
                         (WRK-IT-IMPOSTO(WRK-ITEM-IDX) *
                          (WRK-IT-VALOR(WRK-ITEM-IDX)
                           - WRK-DESC-LINHA))
                         / WRK-IT-VALOR(WRK-ITEM-IDX)
              END-IF
              SUBTRACT WRK-DESC-LINHA FROM WRK-IT-VALOR(WRK-ITEM-IDX)
              SUBTRACT WRK-DESC-LINHA FROM WRK-DESC-RESTANTE
           END-IF.
           ADD WRK-IT-IMPOSTO(WRK-ITEM-IDX) TO WRK-IMPOSTO-TOTAL.

      *    ATE 3 FORMAS NUM TICKET (VALOR ZERO ASSUME O RESTANTE);
      *    FIA SO COMO FORMA UNICA DO TICKET INTEIRO, PORQUE O TETO E
      *    O TITULO DO CONTAS A RECEBER VALEM PELO TOTAL. PTS SO PARA
      *    CLIENTE IDENTIFICADO E ATE O SALDO DE PONTOS DELE
       0270-CAPTURAR-FORMA.
           MOVE ZERO TO WRK-FP-QTD.
           MOVE ZEROS TO WRK-TOT-PTS-PAGO.
           MOVE WRK-VALOR-VENDA TO WRK-RESTANTE.
           PERFORM UNTIL WRK-RESTANTE EQUAL ZEROS
                      OR WRK-FP-QTD EQUAL 3
              DISPLAY "FORMA (DIN/CAR/PIX/PTS/FIA) - FALTA "
                      WRK-RESTANTE ": "
              ACCEPT WRK-FORMA
              EVALUATE TRUE
                    MOVE WRK-FORMA-VALOR
                      TO WRK-FP-VALOR(WRK-FP-QTD)
                    SUBTRACT WRK-FORMA-VALOR FROM WRK-RESTANTE
                 WHEN WRK-FORMA EQUAL "PTS"
                    PERFORM 0275-CAPTURAR-PONTOS
                 WHEN OTHER
                    DISPLAY "FORMA INVALIDA"
              END-EVALUATE
           END-IF.
           MOVE WRK-FP-FORMA(1) TO WRK-FORMA.

      *    O SALDO EM REAIS (PONTOS X VALOR DO PONTO) MENOS O QUE JA
      *    FOI PAGO EM PONTOS NESTE TICKET LIMITA A FORMA; COMO
      *    TERCEIRA FORMA TEM DE QUITAR O RESTANTE, PORQUE A ULTIMA
      *    FORMA ABSORVE A SOBRA E PONTO NAO PODE PASSAR DO SALDO
       0275-CAPTURAR-PONTOS.
           IF WRK-CLIENTE-ID EQUAL ZEROS
              DISPLAY "PAGAMENTO EM PONTOS EXIGE CLIENTE IDENTIFICADO"
           ELSE
              MOVE "S"            TO WRK-PTS-ACAO
              MOVE WRK-CLIENTE-ID TO WRK-PTS-CLIENTE-ID
              CALL "PONTOSMOV" USING WRK-PONTOS
              MOVE ZEROS TO WRK-PTS-LIMITE
              IF WRK-PTS-SALDO GREATER ZEROS
                 COMPUTE WRK-PTS-LIMITE =
                         WRK-PTS-SALDO * WRK-PTS-VALOR-PONTO
              END-IF
              IF WRK-PTS-LIMITE GREATER WRK-TOT-PTS-PAGO
                 SUBTRACT WRK-TOT-PTS-PAGO FROM WRK-PTS-LIMITE
              ELSE
                 MOVE ZEROS TO WRK-PTS-LIMITE
              END-IF
              MOVE WRK-PTS-SALDO TO WRK-PTS-SALDO-ED
              DISPLAY "SALDO DE PONTOS " WRK-PTS-SALDO-ED
                      " - DISPONIVEL EM R$ " WRK-PTS-LIMITE
              EVALUATE TRUE
                 WHEN WRK-PTS-LIMITE EQUAL ZEROS
                    DISPLAY "SEM SALDO DE PONTOS PARA RESGATE"
                 WHEN WRK-FP-QTD EQUAL 2
                  AND WRK-PTS-LIMITE LESS WRK-RESTANTE
                    DISPLAY "PONTOS NAO COBREM O RESTANTE - USE"
                            " OUTRA FORMA"
                 WHEN OTHER
                    DISPLAY "VALOR EM PONTOS (0 = O MAXIMO): "
                    ACCEPT WRK-FORMA-VALOR
                    IF WRK-FORMA-VALOR EQUAL ZEROS
                       OR WRK-FORMA-VALOR GREATER WRK-RESTANTE
                       MOVE WRK-RESTANTE TO WRK-FORMA-VALOR
                    END-IF
                    IF WRK-FORMA-VALOR GREATER WRK-PTS-LIMITE
                       MOVE WRK-PTS-LIMITE TO WRK-FORMA-VALOR
                    END-IF
                    ADD 1 TO WRK-FP-QTD
                    MOVE "PTS" TO WRK-FP-FORMA(WRK-FP-QTD)
                    MOVE WRK-FORMA-VALOR
                      TO WRK-FP-VALOR(WRK-FP-QTD)
                    SUBTRACT WRK-FORMA-VALOR FROM WRK-RESTANTE
                    ADD WRK-FORMA-VALOR TO WRK-TOT-PTS-PAGO
              END-EVALUATE
           END-IF.

      *    FIADO SO PARA CLIENTE IDENTIFICADO E ATIVO, E SO ATE O
      *    TETO: O LIMITE APROVADO NO ARQCREDLIM QUANDO EXISTE, SENAO
      *    O TETO PADRAO DO ARQPARM.DAT - DESCONTADO O QUE O CLIENTE
           END-IF.
           MOVE ZEROS TO ARQRECEBER-FS.

      *    GORJETA SO NO CARTAO OU PIX (A DE DINHEIRO VAI DIRETO PARA
      *    A CAIXINHA): ENTRA NA PRIMEIRA FORMA CAR/PIX DO TICKET, QUE
      *    PASSA A COBRAR VENDA + GORJETA, E FICA FORA DO VEN-VALOR -
      *    SEM IMPOSTO, SEM COMISSAO E SEM PONTOS
       0285-CAPTURAR-GORJETA.
           MOVE ZEROS TO WRK-GORJETA.
           MOVE ZERO  TO WRK-FORMA-GORJETA.
           PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                   UNTIL WRK-FORMA-IDX GREATER WRK-FP-QTD
                      OR WRK-FORMA-GORJETA GREATER ZERO
              IF WRK-FP-FORMA(WRK-FORMA-IDX) EQUAL "CAR"
                 OR WRK-FP-FORMA(WRK-FORMA-IDX) EQUAL "PIX"
                 MOVE WRK-FORMA-IDX TO WRK-FORMA-GORJETA
              END-IF
           END-PERFORM.
           IF WRK-FORMA-GORJETA GREATER ZERO
              DISPLAY "GORJETA NO " WRK-FP-FORMA(WRK-FORMA-GORJETA)
                      " (0 = SEM): "
              ACCEPT WRK-GORJETA
              ADD WRK-GORJETA TO WRK-FP-VALOR(WRK-FORMA-GORJETA)
           END-IF.

      *    USO DO CUPOM NO DIARIO, PELO NUMERO DO RECIBO - E O QUE
      *    CONTA PARA O LIMITE E PARA O RELATORIO DO MES
       0290-REGISTRAR-CUPOM.
           MOVE "R"                TO WRK-CUP-ACAO.
           MOVE WRK-DATA-HOJE      TO WRK-CUP-DATA.
           MOVE WRK-CLIENTE-ID     TO WRK-CUP-CLIENTE-ID.
           MOVE WRK-VALOR-BRUTO    TO WRK-CUP-VALOR-TICKET.
           MOVE WRK-DESCONTO-CUPOM TO WRK-CUP-DESCONTO.
           MOVE "V"                TO WRK-CUP-ORIGEM.
           MOVE WRK-RECIBO-NUMERO  TO WRK-CUP-DOCUMENTO.
           MOVE WRK-OPERADOR       TO WRK-CUP-OPERADOR.
           CALL "CUPOMVALIDA" USING WRK-CUPOM.
           IF WRK-CUP-RESULTADO NOT EQUAL "S"
              DISPLAY "USO DO CUPOM NAO REGISTRADO: " WRK-CUP-MENSAGEM
           END-IF.

      *    PRIMEIRO DEBITA O QUE FOI PAGO EM PONTOS, DEPOIS CREDITA O
      *    GANHO SOBRE O RESTO DO TICKET; O RECIBO AMARRA OS DOIS
      *    MOVIMENTOS PARA A DEVOLUCAO ESTORNAR NA PROPORCAO
       0295-REGISTRAR-PONTOS.
           MOVE ZEROS             TO WRK-PTS-GANHOS.
           MOVE WRK-CLIENTE-ID    TO WRK-PTS-CLIENTE-ID.
           MOVE WRK-DATA-HOJE     TO WRK-PTS-DATA.
           MOVE "V"               TO WRK-PTS-ORIGEM.
           MOVE WRK-RECIBO-NUMERO TO WRK-PTS-DOCUMENTO.
           MOVE WRK-OPERADOR      TO WRK-PTS-OPERADOR.
           MOVE WRK-VALOR-VENDA   TO WRK-PTS-VALOR-DOC.
           IF WRK-TOT-PTS-PAGO GREATER ZEROS
              MOVE "R"              TO WRK-PTS-ACAO
              MOVE WRK-TOT-PTS-PAGO TO WRK-PTS-VALOR
              CALL "PONTOSMOV" USING WRK-PONTOS
              IF WRK-PTS-RESULTADO NOT EQUAL "S"
                 DISPLAY "RESGATE DE PONTOS NAO REGISTRADO: "
                         WRK-PTS-MENSAGEM
              END-IF
           END-IF.
           IF WRK-VALOR-VENDA GREATER WRK-TOT-PTS-PAGO
              MOVE "G" TO WRK-PTS-ACAO
              COMPUTE WRK-PTS-VALOR =
                      WRK-VALOR-VENDA - WRK-TOT-PTS-PAGO
              CALL "PONTOSMOV" USING WRK-PONTOS
              IF WRK-PTS-RESULTADO EQUAL "S"
                 MOVE WRK-PTS-PONTOS TO WRK-PTS-GANHOS
              END-IF
           ELSE
              MOVE "S" TO WRK-PTS-ACAO
              CALL "PONTOSMOV" USING WRK-PONTOS
           END-IF.
           MOVE WRK-PTS-SALDO TO WRK-PTS-SALDO-ED.

      *    CABECALHO "C" COM O TOTAL, O IMPOSTO TOTAL E AS FORMAS DE
      *    PAGAMENTO, SEGUIDO DE UMA LINHA "I" POR ITEM (VEN-FORMA
      *    REPETIDA NA LINHA PARA A DEVOLUCAO SABER SE FOI FIADO)
       0300-GRAVAR-VENDA.
           OPEN EXTEND ARQVENDAS.
           IF ARQVENDAS-FS EQUAL 05
           END-IF.
           MOVE WRK-VALOR-VENDA TO VEN-VALOR.
           MOVE WRK-DATA-HOJE   TO VEN-DATA.
           MOVE ZEROS           TO VEN-PRODUTO.
           MOVE ZEROS           TO VEN-QUANTIDADE.
           MOVE WRK-CLIENTE-ID  TO VEN-CLIENTE-ID.
           MOVE WRK-VENDEDOR    TO VEN-VENDEDOR.
           MOVE WRK-FORMA       TO VEN-FORMA.
           MOVE WRK-RECIBO-NUMERO TO VEN-RECIBO.
           MOVE WRK-IMPOSTO-TOTAL TO VEN-IMPOSTO.
           MOVE WRK-FP-QTD        TO VEN-FORMA-QTD.
           PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                   UNTIL WRK-FORMA-IDX GREATER 3
              MOVE WRK-FP-VALOR(WRK-FORMA-IDX)
                TO VEN-FP-VALOR(WRK-FORMA-IDX)
           END-PERFORM.
           MOVE "C"               TO VEN-TIPO-REG.
           MOVE WRK-ITEM-QTD      TO VEN-ITEM-SEQ.
           MOVE WRK-CUP-CODIGO     TO VEN-CUPOM.
           MOVE WRK-DESCONTO-CUPOM TO VEN-DESCONTO-CUPOM.
           MOVE WRK-OPERADOR       TO VEN-OPERADOR.
           MOVE WRK-TUR-NUMERO     TO VEN-TURNO.
           MOVE WRK-GORJETA        TO VEN-GORJETA.
           WRITE VEN-REGISTRO.
           PERFORM 0310-GRAVAR-ITEM
                   VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD.
           CLOSE ARQVENDAS.

       0310-GRAVAR-ITEM.
           MOVE WRK-IT-VALOR(WRK-ITEM-IDX)      TO VEN-VALOR.
           MOVE WRK-IT-CODIGO(WRK-ITEM-IDX)     TO VEN-PRODUTO.
           MOVE WRK-IT-QUANTIDADE(WRK-ITEM-IDX) TO VEN-QUANTIDADE.
           MOVE WRK-IT-IMPOSTO(WRK-ITEM-IDX)    TO VEN-IMPOSTO.
           MOVE ZERO   TO VEN-FORMA-QTD.
           MOVE SPACES TO VEN-FP-FORMA(1) VEN-FP-FORMA(2)
                          VEN-FP-FORMA(3).
           MOVE ZEROS  TO VEN-FP-VALOR(1) VEN-FP-VALOR(2)
                          VEN-FP-VALOR(3).
           MOVE "I"          TO VEN-TIPO-REG.
           MOVE WRK-ITEM-IDX TO VEN-ITEM-SEQ.
           MOVE SPACES       TO VEN-CUPOM.
           MOVE ZEROS        TO VEN-DESCONTO-CUPOM.
           MOVE ZEROS        TO VEN-GORJETA.
           WRITE VEN-REGISTRO.

      *    BAIXA "V" NO KARDEX E NO SALDO DA LOJA, NO MESMO DESENHO
      *    DO PRODMOVTO - UMA BAIXA POR LINHA DO TICKET
       0400-BAIXAR-ESTOQUE.
           MOVE WRK-IT-CODIGO(WRK-ITEM-IDX)     TO ARQPROD-CODIGO.
           MOVE WRK-IT-QUANTIDADE(WRK-ITEM-IDX) TO WRK-QUANTIDADE.
           READ ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "PRODUTO " ARQPROD-CODIGO
                      " SUMIU DO MESTRE - ESTOQUE NAO BAIXADO"
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              PERFORM 0410-POSTAR-BAIXA
           END-IF.

       0410-POSTAR-BAIXA.
           MOVE ARQPROD-ESTOQUE TO WRK-ESTOQUE-ANTES.
           SUBTRACT WRK-QUANTIDADE FROM ARQPROD-ESTOQUE.
           REWRITE ARQPROD-REGISTRO.
           MOVE WRK-DATA-HOJE    TO MOVPROD-DATA.
           ACCEPT MOVPROD-HORA FROM TIME.
           MOVE WRK-OPERADOR     TO MOVPROD-OPERADOR.
           MOVE ARQPROD-CUSTO-MEDIO TO MOVPROD-CUSTO-UNIT.
           WRITE MOVPROD-REGISTRO.
           CLOSE ARQPRODMOV.
           OPEN I-O ARQLOCAL.
              CLOSE ARQLOCAL
           END-IF.
           MOVE ZEROS TO ARQLOCAL-FS.
           PERFORM 0420-BAIXAR-LOTES.

       0420-BAIXAR-LOTES.
           MOVE "S"             TO WRK-LOT-ACAO.
           MOVE ARQPROD-CODIGO  TO WRK-LOT-CODIGO.
           MOVE "LOJ"           TO WRK-LOT-DEPOSITO.
           MOVE WRK-QUANTIDADE  TO WRK-LOT-QUANTIDADE.
           MOVE WRK-DATA-HOJE   TO WRK-LOT-DATA.
           MOVE "VENDA BALCAO"  TO WRK-LOT-ORIGEM.
           CALL "PRODLOTE" USING WRK-LOTE.
           IF WRK-LOT-VENCIDO GREATER ZEROS
              DISPLAY "ATENCAO: PRODUTO " ARQPROD-CODIGO " SAIU "
                      WRK-LOT-VENCIDO " DE LOTE VENCIDO"
           END-IF.

      *    A VENDA FIADO VIRA TITULO EM ABERTO NO CONTAS A RECEBER,
      *    COM O NUMERO DO RECIBO COMO DOCUMENTO E VENCIMENTO PELO
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM 0510-IMPRIMIR-ITEM
                   VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD.
           IF WRK-CUP-CODIGO NOT EQUAL SPACES
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "CUPOM "           DELIMITED BY SIZE
                     WRK-CUP-CODIGO     DELIMITED BY SIZE
                     " DESCONTO "       DELIMITED BY SIZE
                     WRK-DESCONTO-CUPOM DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TOTAL "        DELIMITED BY SIZE
                  WRK-VALOR-VENDA DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF WRK-GORJETA GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "GORJETA "  DELIMITED BY SIZE
                     WRK-GORJETA DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                   UNTIL WRK-FORMA-IDX GREATER WRK-FP-QTD
              MOVE SPACES TO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-PERFORM.
           IF WRK-CLIENTE-ID GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "PONTOS GANHOS "  DELIMITED BY SIZE
                     WRK-PTS-GANHOS    DELIMITED BY SIZE
                     " SALDO DE PONTOS " DELIMITED BY SIZE
                     WRK-PTS-SALDO-ED  DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "OPERADOR "   DELIMITED BY SIZE
                  WRK-OPERADOR  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       0510-IMPRIMIR-ITEM.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-IT-DESCRICAO(WRK-ITEM-IDX)  DELIMITED BY SIZE
                  " QTD "                         DELIMITED BY SIZE
                  WRK-IT-QUANTIDADE(WRK-ITEM-IDX) DELIMITED BY SIZE
                  " UNIT "                        DELIMITED BY SIZE
                  WRK-IT-PRECO(WRK-ITEM-IDX)      DELIMITED BY SIZE
                  " VALOR "                       DELIMITED BY SIZE
                  WRK-IT-VALOR(WRK-ITEM-IDX)      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
