           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQPRODMOV ASSIGN TO "DADOS/ARQPRODMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPRODMOV-FS.

           SELECT ARQLOCAL ASSIGN TO "DADOS/ARQPRODLOCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLOCAL-FS
           RECORD KEY IS LOCAL-CHAVE.

           SELECT ARQENTREGA ASSIGN TO "DADOS/ARQENTREGA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQENTREGA-FS
           RECORD KEY IS ENT-PED-NUMERO.

           SELECT ARQSINAL ASSIGN TO "DADOS/ARQSINAL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQSINAL-FS.

           SELECT ARQCRM  ASSIGN TO "DADOS/ARQCRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORDING MODE IS F.
       COPY "#PARMSIS".

      *    SINAL DA ENCOMENDA, CREDITO DO CLIENTE ATE A ENTREGA
       FD ARQSINAL
           RECORDING MODE IS F.
       COPY "#SINAL".

      *    ADICIONAIS DO PEDIDO (BEBIDA, SOBREMESA) SAEM DO ESTOQUE
      *    DO MESTRE DE PRODUTOS, COM BAIXA "V" NO KARDEX
       FD ARQPROD.
       COPY "#PROD".

       FD ARQPRODMOV.
       COPY "#PROD-MOV".

       FD ARQLOCAL.
       COPY "#PROD-LOCAL".

       FD ARQPEDIDO
           RECORDING MODE IS F.
      *    POR PEDIDO ACEITO: CABECALHO COM O TOTAL E O PAGAMENTO,
      *    MAIS UMA LINHA POR PIZZA OU ADICIONAL
       COPY "#PEDIDO".

       FD ARQPEDCTRL
           RECORDING MODE IS F.

       77 MASSA   PIC X(15).
       77 TAMANHO PIC X(2).
      *    MASSA DA OUTRA METADE NA PIZZA MEIO A MEIO (BRANCO = PIZZA
      *    INTEIRA DE UMA MASSA SO)
       77 MASSA-2 PIC X(15).
       77 WRK-PRECO PIC 9(04)V99 VALUES ZEROS.
       77 WRK-ITEM-VALIDO PIC X(01) VALUES "N".

       01 ARQCRM-FS        PIC 9(02) VALUES ZEROS.
       01 ARQENTREGA-FS    PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPRODMOV-FS    PIC 9(02) VALUES ZEROS.
       01 ARQLOCAL-FS      PIC 9(02) VALUES ZEROS.
       01 ARQSINAL-FS      PIC 9(02) VALUES ZEROS.
       77 WRK-EH-ENTREGA   PIC X(01) VALUES "N".

      *    ENCOMENDA: DATA/HORA DE ENTREGA FUTURA E SINAL PAGO AGORA
      *    (O SALDO E COBRADO NO DIA PELO ENCOMENDAQUIT)
       77 WRK-ENCOMENDA      PIC X(01) VALUES "N".
       77 WRK-ENC-DATA       PIC 9(08) VALUES ZEROS.
       77 WRK-ENC-HORA       PIC 9(04) VALUES ZEROS.
       77 WRK-ENC-OK         PIC X(01) VALUES "N".
       77 WRK-SINAL          PIC 9(04)V99 VALUES ZEROS.
       77 WRK-TOTAL-ENC      PIC 9(04)V99 VALUES ZEROS.
       77 WRK-SALDO-ENC      PIC 9(04)V99 VALUES ZEROS.
       01 WRK-DATA-REGISTRO  PIC 9(08) VALUES ZEROS.

      *    TAXA DE ENTREGA PELO CALCULAFRETE (ZONA DO CLIENTE E PESO
      *    NOMINAL DAS PIZZAS DO PEDIDO) - GRATIS ACIMA DO VALOR DO
      *    ARQPARM
       77 WRK-TAXA-ENTREGA   PIC 9(04)V99 VALUES ZEROS.
       77 WRK-GRATIS-ACIMA   PIC 9(04)V99 VALUES 100.00.
       77 WRK-ZONA           PIC X(02) VALUES SPACES.
           05 WRK-FRT-REGIAO PIC X(02) VALUE SPACES.
           05 WRK-FRT-PESO   PIC 9(04)V99 VALUE ZEROS.
           05 WRK-FRT-VALOR  PIC 9(04)V99 VALUE ZEROS.

      *    ENDERECO DA ENTREGA: O DO CADASTRO DO CLIENTE OU, SEM ELE,
      *    O DO CEP DIGITADO NA HORA (TABELA DE CEP, SO O NUMERO E
      *    DIGITADO) - SAI NO RECIBO PARA O ENTREGADOR
       77 WRK-CEP-DIGITADO   PIC X(08) VALUES SPACES.
       77 WRK-END-NUMERO     PIC X(06) VALUES SPACES.
       77 WRK-END-ENTREGA    PIC X(90) VALUES SPACES.
       01 WRK-CEPBUSCA.
           05 WRK-CPB-CEP        PIC 9(08) VALUE ZEROS.
           05 WRK-CPB-ACHOU      PIC X(01) VALUE "N".
           05 WRK-CPB-LOGRADOURO PIC X(30) VALUE SPACES.
           05 WRK-CPB-BAIRRO     PIC X(20) VALUE SPACES.
           05 WRK-CPB-CIDADE     PIC X(20) VALUE SPACES.
           05 WRK-CPB-UF         PIC X(02) VALUE SPACES.
           05 WRK-CPB-ZONA       PIC X(02) VALUE SPACES.
       01 WRK-NUMERO-PEDIDO PIC 9(06) VALUES ZEROS.

      *    CLIENTE DO PEDIDO E DESCONTO POR NIVEL DE FIDELIZACAO
       77 WRK-CLIENTE-ID     PIC 9(06) VALUES ZEROS.
       77 WRK-CLIENTE-OK     PIC X(01) VALUES "N".
       77 WRK-DESCONTO       PIC 9(04)V99 VALUES ZEROS.
       77 WRK-DESCONTO-TOTAL PIC 9(04)V99 VALUES ZEROS.
       77 WRK-FIDELIZADO     PIC X(01) VALUES "N".
       01 WRK-DATA-ATUAL     PIC 9(08) VALUES ZEROS.

      *    CAPTURA DO PAGAMENTO (ATE 3 FORMAS NUM TICKET)
       77 WRK-FORMA-VALOR    PIC 9(04)V99 VALUES ZEROS.
       77 WRK-RESTANTE       PIC 9(04)V99 VALUES ZEROS.
       77 WRK-FORMA-IDX      PIC 9(01) VALUES ZEROS.
      *    GORJETA DO PEDIDO E A FORMA CAR/PIX QUE A LEVA
       77 WRK-GORJETA        PIC 9(04)V99 VALUES ZEROS.
       77 WRK-FORMA-GORJETA  PIC 9(01) VALUES ZEROS.
      *    RECIBO NUMERADO DO CLIENTE (RECIBONUM + SPOOL)
       77 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       77 WRK-RECIBO-NUMERO  PIC 9(06) VALUES ZEROS.
      *    DE CORTE DE 2 ANOS DO RELAT/CONSULTA DO CRM)
       77 TAB-DESCONTO-FIDELIZADO PIC 9(02) VALUES 10.

      *    ITENS DO PEDIDO (CABECALHO "C" + LINHAS "I" NO PEDIDOS.TXT)
      *    - PIZZA "P" DE UMA OU DUAS MASSAS E ADICIONAL "A" DO ARQPROD
       77 WRK-ITEM-TIPO      PIC X(01) VALUES SPACES.
       77 WRK-MAIS-ITENS     PIC X(01) VALUES "S".
       77 WRK-ITEM-MAX       PIC 9(02) VALUES 20.
       77 WRK-ITEM-IDX       PIC 9(02) VALUES ZEROS.
       77 WRK-ITEM-AUX       PIC 9(02) VALUES ZEROS.
       77 WRK-SABOR          PIC X(15) VALUES SPACES.
       77 WRK-PRECO-SABOR    PIC 9(04)V99 VALUES ZEROS.
       77 WRK-PRECO-ITEM     PIC 9(04)V99 VALUES ZEROS.
       77 WRK-PESO-PEDIDO    PIC 9(04)V99 VALUES ZEROS.
       77 WRK-CODIGO         PIC 9(04) VALUES ZEROS.
       77 WRK-QUANTIDADE     PIC 9(04) VALUES ZEROS.
       77 WRK-QTD-NO-PEDIDO  PIC 9(06) VALUES ZEROS.
       77 WRK-PRECO-UNIT     PIC 9(06)V99 VALUES ZEROS.
       77 WRK-VALOR-ADICIONAL PIC 9(06)V99 VALUES ZEROS.
       77 WRK-ESTOQUE-ANTES  PIC 9(06) VALUES ZEROS.
       01 WRK-DELTA-LOCAL    PIC S9(07) VALUES ZEROS.
       01 WRK-PED-DATA       PIC 9(08) VALUES ZEROS.
       01 WRK-PED-HORA       PIC 9(08) VALUES ZEROS.
       01 WRK-ITENS.
           05 WRK-ITEM-QTD   PIC 9(02) VALUE ZERO.
           05 WRK-ITEM OCCURS 20 TIMES.
               10 WRK-IT-TIPO       PIC X(01).
               10 WRK-IT-MASSA      PIC X(15).
               10 WRK-IT-MASSA-2    PIC X(15).
               10 WRK-IT-TAMANHO    PIC X(02).
               10 WRK-IT-PRODUTO    PIC 9(04).
               10 WRK-IT-DESCRICAO  PIC X(25).
               10 WRK-IT-QUANTIDADE PIC 9(04).
               10 WRK-IT-VALOR      PIC 9(04)V99.
               10 WRK-IT-CATEGORIA  PIC X(01).

      *    CUPOM DE DESCONTO (CUPOMVALIDA) - RATEADO NAS LINHAS DA
      *    CATEGORIA DO CUPOM; PIZZA NAO TEM CATEGORIA NO ARQPRODCAT E
      *    SO ENTRA EM CUPOM SEM RESTRICAO DE CATEGORIA
       77 WRK-DESCONTO-CUPOM PIC 9(04)V99 VALUES ZEROS.
       77 WRK-DESC-RESTANTE  PIC 9(04)V99 VALUES ZEROS.
       77 WRK-DESC-LINHA     PIC 9(04)V99 VALUES ZEROS.
       77 WRK-VALOR-BRUTO    PIC 9(04)V99 VALUES ZEROS.
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
           05 WRK-CUP-ORIGEM          PIC X(01) VALUE "P".
           05 WRK-CUP-DOCUMENTO       PIC 9(06) VALUE ZEROS.
           05 WRK-CUP-OPERADOR        PIC X(10) VALUE SPACES.
           05 WRK-CUP-RESULTADO       PIC X(01) VALUE SPACE.
           05 WRK-CUP-MENSAGEM        PIC X(40) VALUE SPACES.

      *    PONTOS DE FIDELIDADE (PONTOSMOV) - RESGATE COMO FORMA "PTS"
      *    ATE O SALDO E GANHO SOBRE O QUE FOI PAGO NAS OUTRAS FORMAS
       77 WRK-TOT-PTS-PAGO   PIC 9(04)V99 VALUES ZEROS.
       77 WRK-PTS-LIMITE     PIC 9(08)V99 VALUES ZEROS.
       77 WRK-PTS-GANHOS     PIC 9(07) VALUES ZEROS.
       77 WRK-PTS-SALDO-ED   PIC -(07)9.
       01 WRK-PONTOS.
           05 WRK-PTS-ACAO            PIC X(01) VALUE SPACE.
           05 WRK-PTS-CLIENTE-ID      PIC 9(06) VALUE ZEROS.
           05 WRK-PTS-DATA            PIC 9(08) VALUE ZEROS.
           05 WRK-PTS-VALOR           PIC 9(06)V99 VALUE ZEROS.
           05 WRK-PTS-VALOR-DOC       PIC 9(06)V99 VALUE ZEROS.
           05 WRK-PTS-ORIGEM          PIC X(01) VALUE "P".
           05 WRK-PTS-DOCUMENTO       PIC 9(06) VALUE ZEROS.
           05 WRK-PTS-OPERADOR        PIC X(10) VALUE SPACES.
           05 WRK-PTS-PONTOS          PIC 9(07) VALUE ZEROS.
           05 WRK-PTS-DEVOLVIDOS      PIC 9(07) VALUE ZEROS.
           05 WRK-PTS-SALDO           PIC S9(07) VALUE ZEROS.
           05 WRK-PTS-VALOR-PONTO     PIC 9(01)V99 VALUE ZEROS.
           05 WRK-PTS-RESULTADO       PIC X(01) VALUE SPACE.
           05 WRK-PTS-MENSAGEM        PIC X(40) VALUE SPACES.

      *    PRECO VIGENTE DO ADICIONAL HOJE (PRODPRECOVIG)
       01 WRK-PRECO-VIGENTE.
           05 WRK-PV-CODIGO      PIC 9(04).
           05 WRK-PV-DATA        PIC 9(08).
           05 WRK-PV-PRECO       PIC 9(06)V99.
           05 WRK-PV-VIGENCIA    PIC 9(08).
           05 WRK-PV-ACHADO      PIC X(01).

      *    TABELA DE PRECOS POR MASSA/TAMANHO
       COPY "#PRECOPIZZA".

      *    TURNO DE CAIXA ABERTO DO OPERADOR (TURNOATIVO)
       01 WRK-TURNO.
           05 WRK-TUR-OPERADOR  PIC X(10) VALUE SPACES.
           05 WRK-TUR-SITUACAO  PIC X(01) VALUE SPACE.
           05 WRK-TUR-NUMERO    PIC 9(06) VALUE ZEROS.

      *    CONSULTA AO PERIODO CONTABIL (MESFECHA) - LANCAMENTO EM
      *    MES JA FECHADO E RECUSADO
          STOP RUN
       END-IF.

       MOVE WRK-PER-DATA TO WRK-DATA-ATUAL.

       DISPLAY "Operador: ".
       ACCEPT WRK-OPERADOR.
       MOVE WRK-OPERADOR TO WRK-TUR-OPERADOR.
       CALL "TURNOATIVO" USING WRK-TURNO.
       IF WRK-TUR-SITUACAO EQUAL "F"
          DISPLAY "Operador " WRK-OPERADOR " sem turno de caixa"
                  " aberto - pedido nao aceito"
          STOP RUN
       END-IF.

       PERFORM IDENTIFICAR-CLIENTE.
       PERFORM VERIFICAR-FIDELIDADE.
       PERFORM CAPTURAR-ITENS.

       IF WRK-ITEM-QTD GREATER ZERO
          PERFORM APLICAR-CUPOM
          IF WRK-DESCONTO-TOTAL GREATER ZEROS
             DISPLAY "Cliente fidelizado - desconto de "
                     WRK-DESCONTO-TOTAL " aplicado"
          END-IF
          DISPLAY "Preco: " WRK-PRECO
          DISPLAY "Pedido para entrega (S/N)? "
          ACCEPT WRK-EH-ENTREGA
          IF WRK-EH-ENTREGA EQUAL "S"
             PERFORM CALCULAR-TAXA-ENTREGA
          END-IF
          DISPLAY "Encomenda para outro dia (S/N)? "
          ACCEPT WRK-ENCOMENDA
          IF WRK-ENCOMENDA EQUAL "S"
             PERFORM CAPTURAR-ENCOMENDA
          END-IF
          PERFORM CAPTURAR-PAGAMENTO
          PERFORM CAPTURAR-GORJETA
          CALL "RECIBONUM" USING WRK-RECIBO-NUMERO
          PERFORM GRAVAR-PEDIDO
          IF WRK-CUP-CODIGO NOT EQUAL SPACES
             PERFORM REGISTRAR-CUPOM
          END-IF
          IF WRK-CLIENTE-ID GREATER ZEROS
             PERFORM REGISTRAR-PONTOS
          END-IF
          IF WRK-ENCOMENDA EQUAL "S"
             PERFORM GRAVAR-SINAL
          ELSE
             PERFORM BAIXAR-ADICIONAIS
             IF WRK-EH-ENTREGA EQUAL "S"
                PERFORM ABRIR-ENTREGA
             END-IF
          END-IF
          PERFORM EMITIR-RECIBO
          DISPLAY "Pedido numero " WRK-NUMERO-PEDIDO
                  " gravado - recibo " WRK-RECIBO-NUMERO
       ELSE
          DISPLAY "Pedido sem itens - nao gravado"
       END-IF.

       STOP RUN.
           END-IF.

      *    "Cliente fidelizado" (2 ANOS OU MAIS DE CADASTRO, MESMO
      *    CORTE DO RELAT) GANHA O DESCONTO DA TABELA NO CAIXA - EM
      *    CADA ITEM DO PEDIDO, PIZZA OU ADICIONAL
       VERIFICAR-FIDELIDADE SECTION.
           MOVE "N" TO WRK-FIDELIZADO.
           IF WRK-CLIENTE-OK EQUAL "S"
              AND WRK-CLIENTE-ID GREATER ZEROS
              AND ARQCRM-DATA-CADASTRO GREATER ZEROS
              MOVE WRK-DATA-ATUAL(1:4)       TO WRK-ANO-ATUAL
              MOVE ARQCRM-DATA-CADASTRO(1:4) TO WRK-ANO-CADASTRO
              COMPUTE WRK-TEMPO-CADASTRO =
                      WRK-ANO-ATUAL - WRK-ANO-CADASTRO
              IF WRK-TEMPO-CADASTRO GREATER 1
                 MOVE "S" TO WRK-FIDELIZADO
                 DISPLAY "Cliente fidelizado - desconto de "
                         TAB-DESCONTO-FIDELIZADO "% em cada item"
              END-IF
           END-IF.

       APLICAR-DESCONTO-FIDELIDADE SECTION.
           MOVE ZEROS TO WRK-DESCONTO.
           IF WRK-FIDELIZADO EQUAL "S"
              COMPUTE WRK-DESCONTO =
                      (WRK-PRECO-ITEM * TAB-DESCONTO-FIDELIZADO) / 100
              SUBTRACT WRK-DESCONTO FROM WRK-PRECO-ITEM
              ADD WRK-DESCONTO TO WRK-DESCONTO-TOTAL
           END-IF.

      *    ITENS DO PEDIDO ATE O OPERADOR FECHAR (OU ENCHER A TABELA):
      *    PIZZA INTEIRA OU MEIO A MEIO E ADICIONAIS DO ARQPROD. O
      *    TOTAL DO PEDIDO (WRK-PRECO) E A SOMA DAS LINHAS JA COM O
      *    DESCONTO DE FIDELIDADE
       CAPTURAR-ITENS SECTION.
           MOVE ZEROS TO WRK-ITEM-QTD WRK-PRECO WRK-DESCONTO-TOTAL
                         WRK-PESO-PEDIDO.
           MOVE "S" TO WRK-MAIS-ITENS.
           PERFORM UNTIL WRK-MAIS-ITENS NOT EQUAL "S"
              IF WRK-ITEM-QTD NOT LESS WRK-ITEM-MAX
                 DISPLAY "Limite de " WRK-ITEM-MAX
                         " itens atingido - pedido fechado"
                 MOVE "N" TO WRK-MAIS-ITENS
              ELSE
                 DISPLAY "Item: P pizza / A adicional / "
                         "F fecha o pedido"
                 ACCEPT WRK-ITEM-TIPO
                 EVALUATE WRK-ITEM-TIPO
                    WHEN "P"
                       PERFORM CAPTURAR-PIZZA
                    WHEN "A"
                       PERFORM CAPTURAR-ADICIONAL
                    WHEN "F"
                       MOVE "N" TO WRK-MAIS-ITENS
                    WHEN OTHER
                       DISPLAY "Opcao invalida"
                 END-EVALUATE
              END-IF
           END-PERFORM.

      *    PIZZA MEIO A MEIO COBRA O PRECO DA METADE MAIS CARA; CADA
      *    METADE LEVA METADE DA RECEITA NO RECEITALOTE
       CAPTURAR-PIZZA SECTION.
           DISPLAY "Digite o tipo de massa".
           DISPLAY "(INTEGRAL, TRADICIONAL OU FININHA)".
           ACCEPT MASSA.
           DISPLAY "Digite o tamanho (P, M, G)".
           ACCEPT TAMANHO.
           DISPLAY "Meio a meio - massa da outra metade".
           DISPLAY "(branco = pizza inteira)".
           ACCEPT MASSA-2.
           IF MASSA-2 EQUAL MASSA
              MOVE SPACES TO MASSA-2
           END-IF.

           MOVE MASSA TO WRK-SABOR.
           PERFORM PRECIFICAR-SABOR.
           MOVE WRK-PRECO-SABOR TO WRK-PRECO-ITEM.
           IF WRK-ITEM-VALIDO EQUAL "S"
              AND MASSA-2 NOT EQUAL SPACES
              MOVE MASSA-2 TO WRK-SABOR
              PERFORM PRECIFICAR-SABOR
              IF WRK-PRECO-SABOR GREATER WRK-PRECO-ITEM
                 MOVE WRK-PRECO-SABOR TO WRK-PRECO-ITEM
              END-IF
           END-IF.

           IF WRK-ITEM-VALIDO EQUAL "S"
              PERFORM APLICAR-DESCONTO-FIDELIDADE
              ADD 1 TO WRK-ITEM-QTD
              MOVE "P"            TO WRK-IT-TIPO(WRK-ITEM-QTD)
              MOVE MASSA          TO WRK-IT-MASSA(WRK-ITEM-QTD)
              MOVE MASSA-2        TO WRK-IT-MASSA-2(WRK-ITEM-QTD)
              MOVE TAMANHO        TO WRK-IT-TAMANHO(WRK-ITEM-QTD)
              MOVE ZEROS          TO WRK-IT-PRODUTO(WRK-ITEM-QTD)
              MOVE SPACES         TO WRK-IT-DESCRICAO(WRK-ITEM-QTD)
              MOVE 1              TO WRK-IT-QUANTIDADE(WRK-ITEM-QTD)
              MOVE WRK-PRECO-ITEM TO WRK-IT-VALOR(WRK-ITEM-QTD)
              MOVE SPACES         TO WRK-IT-CATEGORIA(WRK-ITEM-QTD)
              ADD WRK-PRECO-ITEM  TO WRK-PRECO
              EVALUATE TAMANHO
                 WHEN "P"
                    ADD 0.50 TO WRK-PESO-PEDIDO
                 WHEN "M"
                    ADD 0.80 TO WRK-PESO-PEDIDO
                 WHEN OTHER
                    ADD 1.20 TO WRK-PESO-PEDIDO
              END-EVALUATE
              DISPLAY "Item " WRK-ITEM-QTD " valor " WRK-PRECO-ITEM
                      " - total " WRK-PRECO
           END-IF.

      *    PRECO DE UMA MASSA (WRK-SABOR) NO TAMANHO DO ITEM
       PRECIFICAR-SABOR SECTION.
           MOVE "N" TO WRK-ITEM-VALIDO.
           MOVE ZEROS TO WRK-PRECO-SABOR.

           EVALUATE  TRUE
               WHEN WRK-SABOR = "INTEGRAL" AND TAMANHO = "P"
                  DISPLAY "Pedido: INTEGRAL-P"
                  MOVE TAB-PRECO-INTEGRAL-P TO WRK-PRECO-SABOR
                  MOVE "S" TO WRK-ITEM-VALIDO
               WHEN WRK-SABOR = "INTEGRAL" AND TAMANHO = "M"
                  DISPLAY "Pedido: INTEGRAL-M"
                  MOVE TAB-PRECO-INTEGRAL-M TO WRK-PRECO-SABOR
                  MOVE "S" TO WRK-ITEM-VALIDO
               WHEN WRK-SABOR = "INTEGRAL" AND TAMANHO = "G"
                  DISPLAY "Pedido: INTEGRAL-G"
                  MOVE TAB-PRECO-INTEGRAL-G TO WRK-PRECO-SABOR
                  MOVE "S" TO WRK-ITEM-VALIDO
               WHEN WRK-SABOR = "TRADICIONAL" AND TAMANHO = "P"
                  DISPLAY "Pedido: TRADICIONAL-P"
                  MOVE TAB-PRECO-TRADICIONAL-P TO WRK-PRECO-SABOR
                  MOVE "S" TO WRK-ITEM-VALIDO
               WHEN WRK-SABOR = "TRADICIONAL" AND TAMANHO = "M"
                  DISPLAY "Pedido: TRADICIONAL-M"
                  MOVE TAB-PRECO-TRADICIONAL-M TO WRK-PRECO-SABOR
                  MOVE "S" TO WRK-ITEM-VALIDO
               WHEN WRK-SABOR = "TRADICIONAL" AND TAMANHO = "G"
                  DISPLAY "Pedido: TRADICIONAL-G"
                  MOVE TAB-PRECO-TRADICIONAL-G TO WRK-PRECO-SABOR
                  MOVE "S" TO WRK-ITEM-VALIDO
               WHEN WRK-SABOR = "FININHA" AND TAMANHO = "P"
                  DISPLAY "Pedido: FININHA-P"
                  MOVE TAB-PRECO-FININHA-P TO WRK-PRECO-SABOR
                  MOVE "S" TO WRK-ITEM-VALIDO
               WHEN WRK-SABOR = "FININHA" AND TAMANHO = "M"
                  DISPLAY "Pedido: FININHA-M"
                  MOVE TAB-PRECO-FININHA-M TO WRK-PRECO-SABOR
                  MOVE "S" TO WRK-ITEM-VALIDO
               WHEN WRK-SABOR = "FININHA" AND TAMANHO = "G"
                  DISPLAY "Pedido: FININHA-G"
                  MOVE TAB-PRECO-FININHA-G TO WRK-PRECO-SABOR
                  MOVE "S" TO WRK-ITEM-VALIDO
               WHEN OTHER
                  DISPLAY "Massa e tamanho não disponivel"
           END-EVALUATE.

      *    ADICIONAL (BEBIDA, SOBREMESA) PELO CODIGO DO ARQPROD, COM
      *    O PRECO VIGENTE DO DIA E O ESTOQUE CONFERIDO CONTRA O QUE
      *    JA ESTA NO PEDIDO
       CAPTURAR-ADICIONAL SECTION.
           DISPLAY "Codigo do produto: ".
           ACCEPT WRK-CODIGO.
           OPEN INPUT ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "Cadastro de produtos indisponivel"
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              MOVE WRK-CODIGO TO ARQPROD-CODIGO
              READ ARQPROD
              IF ARQPROD-FS NOT EQUAL ZEROS
                 DISPLAY "Produto nao encontrado"
              ELSE
                 PERFORM CONFERIR-ADICIONAL
              END-IF
              CLOSE ARQPROD
           END-IF.

       CONFERIR-ADICIONAL SECTION.
           DISPLAY ARQPROD-DESCRICAO " estoque " ARQPROD-ESTOQUE.
           DISPLAY "Quantidade: ".
           ACCEPT WRK-QUANTIDADE.
           PERFORM SOMAR-NO-PEDIDO.
           IF WRK-QUANTIDADE EQUAL ZEROS
              DISPLAY "Quantidade invalida - item ignorado"
           ELSE
              IF WRK-QTD-NO-PEDIDO + WRK-QUANTIDADE
                 GREATER ARQPROD-ESTOQUE
                 DISPLAY "Estoque insuficiente - item ignorado"
              ELSE
                 PERFORM RESOLVER-PRECO-ADICIONAL
                 COMPUTE WRK-VALOR-ADICIONAL =
                         WRK-QUANTIDADE * WRK-PRECO-UNIT
                 IF WRK-VALOR-ADICIONAL + WRK-PRECO GREATER 9999.99
                    DISPLAY "Valor acima do limite do pedido - "
                            "item ignorado"
                 ELSE
                    MOVE WRK-VALOR-ADICIONAL TO WRK-PRECO-ITEM
                    PERFORM APLICAR-DESCONTO-FIDELIDADE
                    ADD 1 TO WRK-ITEM-QTD
                    MOVE "A"        TO WRK-IT-TIPO(WRK-ITEM-QTD)
                    MOVE SPACES     TO WRK-IT-MASSA(WRK-ITEM-QTD)
                                       WRK-IT-MASSA-2(WRK-ITEM-QTD)
                                       WRK-IT-TAMANHO(WRK-ITEM-QTD)
                    MOVE WRK-CODIGO TO WRK-IT-PRODUTO(WRK-ITEM-QTD)
                    MOVE ARQPROD-DESCRICAO
                      TO WRK-IT-DESCRICAO(WRK-ITEM-QTD)
                    MOVE WRK-QUANTIDADE
                      TO WRK-IT-QUANTIDADE(WRK-ITEM-QTD)
                    MOVE WRK-PRECO-ITEM
                      TO WRK-IT-VALOR(WRK-ITEM-QTD)
                    MOVE ARQPROD-CATEGORIA(1:1)
                      TO WRK-IT-CATEGORIA(WRK-ITEM-QTD)
                    ADD WRK-PRECO-ITEM TO WRK-PRECO
                    DISPLAY "Item " WRK-ITEM-QTD " valor "
                            WRK-PRECO-ITEM " - total " WRK-PRECO
                 END-IF
              END-IF
           END-IF.

       SOMAR-NO-PEDIDO SECTION.
           MOVE ZEROS TO WRK-QTD-NO-PEDIDO.
           PERFORM VARYING WRK-ITEM-AUX FROM 1 BY 1
                   UNTIL WRK-ITEM-AUX GREATER WRK-ITEM-QTD
              IF WRK-IT-TIPO(WRK-ITEM-AUX) EQUAL "A"
                 AND WRK-IT-PRODUTO(WRK-ITEM-AUX) EQUAL WRK-CODIGO
                 ADD WRK-IT-QUANTIDADE(WRK-ITEM-AUX)
                   TO WRK-QTD-NO-PEDIDO
              END-IF
           END-PERFORM.

      *    PRECO VIGENTE DE HOJE (INCLUINDO PROMOCAO); SEM PRECO
      *    DATADO, VALE O CACHE DO MESTRE
       RESOLVER-PRECO-ADICIONAL SECTION.
           MOVE WRK-CODIGO     TO WRK-PV-CODIGO.
           MOVE WRK-DATA-ATUAL TO WRK-PV-DATA.
           CALL "PRODPRECOVIG" USING WRK-PRECO-VIGENTE.
           IF WRK-PV-ACHADO EQUAL "S"
              MOVE WRK-PV-PRECO TO WRK-PRECO-UNIT
           ELSE
              MOVE ARQPROD-PRECO TO WRK-PRECO-UNIT
           END-IF.

      *    CUPOM DO MARKETING: VALIDO HOJE, PARA ESTE CLIENTE E ESTE
      *    PEDIDO (MINIMO SOBRE O TOTAL DOS ITENS JA COM A FIDELIDADE);
      *    O DESCONTO INCIDE SO NAS LINHAS DA CATEGORIA DO CUPOM, NO
      *    MESMO RATEIO DO VENDAENTRADA
       APLICAR-CUPOM SECTION.
           MOVE ZEROS  TO WRK-DESCONTO-CUPOM.
           MOVE SPACES TO WRK-CUP-CODIGO.
           DISPLAY "Cupom de desconto (branco = sem cupom): ".
           ACCEPT WRK-CUP-CODIGO.
           IF WRK-CUP-CODIGO NOT EQUAL SPACES
              MOVE "V"            TO WRK-CUP-ACAO
              MOVE WRK-DATA-ATUAL TO WRK-CUP-DATA
              MOVE WRK-CLIENTE-ID TO WRK-CUP-CLIENTE-ID
              MOVE WRK-PRECO      TO WRK-CUP-VALOR-TICKET
              CALL "CUPOMVALIDA" USING WRK-CUPOM
              IF WRK-CUP-RESULTADO NOT EQUAL "S"
                 DISPLAY "Cupom recusado: " WRK-CUP-MENSAGEM
                 MOVE SPACES TO WRK-CUP-CODIGO
              ELSE
                 MOVE ZEROS TO WRK-CUP-VALOR-ELEGIVEL
                               WRK-ULTIMA-ELEGIVEL
                 PERFORM SOMAR-ELEGIVEL
                         VARYING WRK-ITEM-IDX FROM 1 BY 1
                         UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD
                 PERFORM CALCULAR-CUPOM
              END-IF
           END-IF.

       SOMAR-ELEGIVEL SECTION.
           IF WRK-CUP-CATEGORIA EQUAL SPACES
              OR WRK-IT-CATEGORIA(WRK-ITEM-IDX) EQUAL
                 WRK-CUP-CATEGORIA
              ADD WRK-IT-VALOR(WRK-ITEM-IDX) TO WRK-CUP-VALOR-ELEGIVEL
              MOVE WRK-ITEM-IDX TO WRK-ULTIMA-ELEGIVEL
           END-IF.

       CALCULAR-CUPOM SECTION.
           IF WRK-CUP-VALOR-ELEGIVEL EQUAL ZEROS
              DISPLAY "Cupom da categoria " WRK-CUP-CATEGORIA
                      " - nenhum item do pedido se aplica"
              MOVE SPACES TO WRK-CUP-CODIGO
           ELSE
              MOVE "D" TO WRK-CUP-ACAO
              CALL "CUPOMVALIDA" USING WRK-CUPOM
              MOVE WRK-CUP-DESCONTO TO WRK-DESCONTO-CUPOM
              IF WRK-DESCONTO-CUPOM EQUAL ZEROS
                 DISPLAY "Cupom sem desconto para este pedido"
                 MOVE SPACES TO WRK-CUP-CODIGO
              ELSE
                 MOVE WRK-PRECO          TO WRK-VALOR-BRUTO
                 MOVE WRK-DESCONTO-CUPOM TO WRK-DESC-RESTANTE
                 PERFORM RATEAR-DESCONTO
                         VARYING WRK-ITEM-IDX FROM 1 BY 1
                         UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD
                 SUBTRACT WRK-DESCONTO-CUPOM FROM WRK-PRECO
                 DISPLAY "Cupom " WRK-CUP-CODIGO " ("
                         WRK-CUP-CAMPANHA ") - desconto "
                         WRK-DESCONTO-CUPOM
              END-IF
           END-IF.

       RATEAR-DESCONTO SECTION.
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
              SUBTRACT WRK-DESC-LINHA FROM WRK-IT-VALOR(WRK-ITEM-IDX)
              SUBTRACT WRK-DESC-LINHA FROM WRK-DESC-RESTANTE
           END-IF.

      *    USO DO CUPOM NO DIARIO, PELO NUMERO DO PEDIDO - O
      *    PEDCANCELA ESTORNA POR ESSE MESMO NUMERO
       REGISTRAR-CUPOM SECTION.
           MOVE "R"                TO WRK-CUP-ACAO.
           MOVE WRK-DATA-ATUAL     TO WRK-CUP-DATA.
           MOVE WRK-CLIENTE-ID     TO WRK-CUP-CLIENTE-ID.
           MOVE WRK-VALOR-BRUTO    TO WRK-CUP-VALOR-TICKET.
           MOVE WRK-DESCONTO-CUPOM TO WRK-CUP-DESCONTO.
           MOVE "P"                TO WRK-CUP-ORIGEM.
           MOVE WRK-NUMERO-PEDIDO  TO WRK-CUP-DOCUMENTO.
           MOVE WRK-OPERADOR       TO WRK-CUP-OPERADOR.
           CALL "CUPOMVALIDA" USING WRK-CUPOM.
           IF WRK-CUP-RESULTADO NOT EQUAL "S"
              DISPLAY "Uso do cupom nao registrado: " WRK-CUP-MENSAGEM
           END-IF.

      *    FORMA DE PAGAMENTO DO TICKET - ATE 3 PARCELAS DE FORMAS
      *    DIFERENTES (DIN/CAR/PIX/PTS); VALOR ZERO ASSUME O RESTANTE
       CAPTURAR-PAGAMENTO SECTION.
           MOVE ZERO TO WRK-FP-QTD.
           MOVE ZEROS TO WRK-TOT-PTS-PAGO.
           IF WRK-ENCOMENDA EQUAL "S"
              MOVE WRK-SINAL TO WRK-RESTANTE
           ELSE
              COMPUTE WRK-RESTANTE = WRK-PRECO + WRK-TAXA-ENTREGA
           END-IF.
           PERFORM UNTIL WRK-RESTANTE EQUAL ZEROS
                      OR WRK-FP-QTD EQUAL 3
              DISPLAY "Forma de pagamento (DIN/CAR/PIX/PTS) - falta "
                      WRK-RESTANTE ": "
              ACCEPT WRK-FORMA
              EVALUATE TRUE
                 WHEN WRK-FORMA EQUAL "DIN"
                   OR WRK-FORMA EQUAL "CAR"
                   OR WRK-FORMA EQUAL "PIX"
                    DISPLAY "Valor nesta forma (0 = o restante): "
                    ACCEPT WRK-FORMA-VALOR
                    IF WRK-FORMA-VALOR EQUAL ZEROS
                       OR WRK-FORMA-VALOR GREATER WRK-RESTANTE
                       MOVE WRK-RESTANTE TO WRK-FORMA-VALOR
                    END-IF
                    ADD 1 TO WRK-FP-QTD
                    MOVE WRK-FORMA       TO WRK-FP-FORMA(WRK-FP-QTD)
                    MOVE WRK-FORMA-VALOR TO WRK-FP-VALOR(WRK-FP-QTD)
                    SUBTRACT WRK-FORMA-VALOR FROM WRK-RESTANTE
                 WHEN WRK-FORMA EQUAL "PTS"
                    PERFORM CAPTURAR-PONTOS
                 WHEN OTHER
                    DISPLAY "Forma invalida"
              END-EVALUATE
           END-PERFORM.
      *    TRES FORMAS E AINDA SOBROU: A ULTIMA ABSORVE O RESTO
           IF WRK-RESTANTE GREATER ZEROS
              MOVE ZEROS TO WRK-RESTANTE
           END-IF.

      *    GORJETA SO NO CARTAO OU PIX E FORA DA ENCOMENDA (O QUE SE
      *    PAGA AGORA E O SINAL): ENTRA NA PRIMEIRA FORMA CAR/PIX, QUE
      *    PASSA A COBRAR PEDIDO + GORJETA, E FICA FORA DO PED-PRECO -
      *    SEM IMPOSTO, SEM COMISSAO E SEM PONTOS
       CAPTURAR-GORJETA SECTION.
           MOVE ZEROS TO WRK-GORJETA.
           MOVE ZERO  TO WRK-FORMA-GORJETA.
           IF WRK-ENCOMENDA NOT EQUAL "S"
              PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                      UNTIL WRK-FORMA-IDX GREATER WRK-FP-QTD
                         OR WRK-FORMA-GORJETA GREATER ZERO
                 IF WRK-FP-FORMA(WRK-FORMA-IDX) EQUAL "CAR"
                    OR WRK-FP-FORMA(WRK-FORMA-IDX) EQUAL "PIX"
                    MOVE WRK-FORMA-IDX TO WRK-FORMA-GORJETA
                 END-IF
              END-PERFORM
           END-IF.
           IF WRK-FORMA-GORJETA GREATER ZERO
              DISPLAY "Gorjeta no " WRK-FP-FORMA(WRK-FORMA-GORJETA)
                      " (0 = sem): "
              ACCEPT WRK-GORJETA
              ADD WRK-GORJETA TO WRK-FP-VALOR(WRK-FORMA-GORJETA)
           END-IF.

      *    PAGAMENTO EM PONTOS SO PARA CLIENTE IDENTIFICADO E ATE O
      *    SALDO EM REAIS (PONTOS X VALOR DO PONTO) MENOS O QUE JA FOI
      *    PAGO EM PONTOS NESTE PEDIDO; COMO TERCEIRA FORMA TEM DE
      *    QUITAR O RESTANTE, PORQUE A ULTIMA FORMA ABSORVE A SOBRA
       CAPTURAR-PONTOS SECTION.
           IF WRK-CLIENTE-ID EQUAL ZEROS
              DISPLAY "Pagamento em pontos exige cliente identificado"
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
              DISPLAY "Saldo de pontos " WRK-PTS-SALDO-ED
                      " - disponivel em R$ " WRK-PTS-LIMITE
              EVALUATE TRUE
                 WHEN WRK-PTS-LIMITE EQUAL ZEROS
                    DISPLAY "Sem saldo de pontos para resgate"
                 WHEN WRK-FP-QTD EQUAL 2
                  AND WRK-PTS-LIMITE LESS WRK-RESTANTE
                    DISPLAY "Pontos nao cobrem o restante - use"
                            " outra forma"
                 WHEN OTHER
                    DISPLAY "Valor em pontos (0 = o maximo): "
                    ACCEPT WRK-FORMA-VALOR
                    IF WRK-FORMA-VALOR EQUAL ZEROS
                       OR WRK-FORMA-VALOR GREATER WRK-RESTANTE
                       MOVE WRK-RESTANTE TO WRK-FORMA-VALOR
                    END-IF
                    IF WRK-FORMA-VALOR GREATER WRK-PTS-LIMITE
                       MOVE WRK-PTS-LIMITE TO WRK-FORMA-VALOR
                    END-IF
                    ADD 1 TO WRK-FP-QTD
                    MOVE "PTS"           TO WRK-FP-FORMA(WRK-FP-QTD)
                    MOVE WRK-FORMA-VALOR TO WRK-FP-VALOR(WRK-FP-QTD)
                    SUBTRACT WRK-FORMA-VALOR FROM WRK-RESTANTE
                    ADD WRK-FORMA-VALOR TO WRK-TOT-PTS-PAGO
              END-EVALUATE
           END-IF.

      *    DEBITA O QUE FOI PAGO EM PONTOS E CREDITA O GANHO SOBRE O
      *    VALOR DOS ITENS (SEM A TAXA DE ENTREGA) MENOS O PAGO EM
      *    PONTOS; O NUMERO DO PEDIDO AMARRA OS DOIS MOVIMENTOS PARA
      *    O PEDCANCELA ESTORNAR
       REGISTRAR-PONTOS SECTION.
           MOVE ZEROS             TO WRK-PTS-GANHOS.
           MOVE WRK-CLIENTE-ID    TO WRK-PTS-CLIENTE-ID.
           MOVE WRK-DATA-ATUAL    TO WRK-PTS-DATA.
           MOVE "P"               TO WRK-PTS-ORIGEM.
           MOVE WRK-NUMERO-PEDIDO TO WRK-PTS-DOCUMENTO.
           MOVE WRK-OPERADOR      TO WRK-PTS-OPERADOR.
           MOVE WRK-PRECO         TO WRK-PTS-VALOR-DOC.
           IF WRK-TOT-PTS-PAGO GREATER ZEROS
              MOVE "R"              TO WRK-PTS-ACAO
              MOVE WRK-TOT-PTS-PAGO TO WRK-PTS-VALOR
              CALL "PONTOSMOV" USING WRK-PONTOS
              IF WRK-PTS-RESULTADO NOT EQUAL "S"
                 DISPLAY "Resgate de pontos nao registrado: "
                         WRK-PTS-MENSAGEM
              END-IF
           END-IF.
           IF WRK-PRECO GREATER WRK-TOT-PTS-PAGO
              MOVE "G" TO WRK-PTS-ACAO
              COMPUTE WRK-PTS-VALOR = WRK-PRECO - WRK-TOT-PTS-PAGO
              CALL "PONTOSMOV" USING WRK-PONTOS
              IF WRK-PTS-RESULTADO EQUAL "S"
                 MOVE WRK-PTS-PONTOS TO WRK-PTS-GANHOS
              END-IF
           ELSE
              MOVE "S" TO WRK-PTS-ACAO
              CALL "PONTOSMOV" USING WRK-PONTOS
           END-IF.
           MOVE WRK-PTS-SALDO TO WRK-PTS-SALDO-ED.

      *    ENCOMENDA SO PARA CLIENTE IDENTIFICADO (O SINAL VIRA
      *    CREDITO DELE), COM DATA DE ENTREGA DEPOIS DE HOJE; SINAL
      *    ZERO ASSUME METADE DO TOTAL
       CAPTURAR-ENCOMENDA SECTION.
           IF WRK-CLIENTE-ID EQUAL ZEROS
              DISPLAY "Encomenda exige cliente identificado - segue "
                      "como pedido do dia"
              MOVE "N" TO WRK-ENCOMENDA
           ELSE
              MOVE "N" TO WRK-ENC-OK
              PERFORM UNTIL WRK-ENC-OK EQUAL "S"
                 DISPLAY "Data de entrega (AAAAMMDD): "
                 ACCEPT WRK-ENC-DATA
                 IF WRK-ENC-DATA GREATER WRK-DATA-ATUAL
                    MOVE "S" TO WRK-ENC-OK
                 ELSE
                    DISPLAY "Encomenda e para data futura"
                 END-IF
              END-PERFORM
              MOVE "N" TO WRK-ENC-OK
              PERFORM UNTIL WRK-ENC-OK EQUAL "S"
                 DISPLAY "Hora de entrega (HHMM): "
                 ACCEPT WRK-ENC-HORA
                 IF WRK-ENC-HORA LESS 2400
                    AND WRK-ENC-HORA(3:2) LESS "60"
                    MOVE "S" TO WRK-ENC-OK
                 ELSE
                    DISPLAY "Hora invalida"
                 END-IF
              END-PERFORM
              COMPUTE WRK-TOTAL-ENC = WRK-PRECO + WRK-TAXA-ENTREGA
              DISPLAY "Total da encomenda: " WRK-TOTAL-ENC
              DISPLAY "Valor do sinal (0 = metade): "
              ACCEPT WRK-SINAL
              IF WRK-SINAL EQUAL ZEROS
                 COMPUTE WRK-SINAL ROUNDED = WRK-TOTAL-ENC / 2
              END-IF
              IF WRK-SINAL GREATER WRK-TOTAL-ENC
                 MOVE WRK-TOTAL-ENC TO WRK-SINAL
              END-IF
              COMPUTE WRK-SALDO-ENC = WRK-TOTAL-ENC - WRK-SINAL
              DISPLAY "Sinal " WRK-SINAL " - saldo na entrega "
                      WRK-SALDO-ENC
           END-IF.

      *    CABECALHO "C" COM O TOTAL, O RECIBO, A TAXA E AS FORMAS;
      *    DEPOIS UMA LINHA "I" POR ITEM, TODAS COM O MESMO NUMERO.
      *    NA ENCOMENDA A DATA/HORA E A DA ENTREGA E A FORMA E O
      *    SINAL ("SIN"); O SALDO ENTRA NA QUITACAO
       GRAVAR-PEDIDO SECTION.
           PERFORM PROXIMO-NUMERO-PEDIDO.
           ACCEPT WRK-PED-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-PED-HORA FROM TIME.
           MOVE WRK-PED-DATA TO WRK-DATA-REGISTRO.
           IF WRK-ENCOMENDA EQUAL "S"
              MOVE WRK-ENC-DATA TO WRK-PED-DATA
              COMPUTE WRK-PED-HORA = WRK-ENC-HORA * 10000
           END-IF.

           OPEN EXTEND ARQPEDIDO.
           IF ARQPEDIDO-FS EQUAL 05
              OPEN OUTPUT ARQPEDIDO
           END-IF.
           INITIALIZE PED-REGISTRO.
           MOVE WRK-NUMERO-PEDIDO TO PED-NUMERO.
           MOVE WRK-PRECO         TO PED-PRECO.
           MOVE WRK-PED-DATA      TO PED-DATA.
           MOVE WRK-PED-HORA      TO PED-HORA.
           MOVE WRK-CLIENTE-ID    TO PED-CLIENTE-ID.
           MOVE WRK-FP-QTD        TO PED-FORMA-QTD.
           MOVE WRK-RECIBO-NUMERO TO PED-RECIBO.
           MOVE WRK-TAXA-ENTREGA  TO PED-TAXA-ENTREGA.
           MOVE "C"               TO PED-TIPO-REG.
           MOVE WRK-ITEM-QTD      TO PED-ITEM-SEQ.
           MOVE WRK-DATA-REGISTRO TO PED-DATA-REGISTRO.
           MOVE WRK-CUP-CODIGO     TO PED-CUPOM.
           MOVE WRK-DESCONTO-CUPOM TO PED-DESCONTO-CUPOM.
           MOVE WRK-OPERADOR       TO PED-OPERADOR.
           MOVE WRK-TUR-NUMERO     TO PED-TURNO.
           MOVE WRK-GORJETA        TO PED-GORJETA.
           IF WRK-ENCOMENDA EQUAL "S"
              MOVE "S"       TO PED-ENCOMENDA
              MOVE WRK-SINAL TO PED-SINAL
              MOVE "A"       TO PED-ENC-SITUACAO
              MOVE WRK-EH-ENTREGA TO PED-ENC-ENTREGA
              MOVE 1         TO PED-FORMA-QTD
              MOVE "SIN"     TO PED-FORMA(1)
              MOVE WRK-SINAL TO PED-FORMA-VALOR(1)
           ELSE
              PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                      UNTIL WRK-FORMA-IDX GREATER 3
                 MOVE WRK-FP-FORMA(WRK-FORMA-IDX)
                   TO PED-FORMA(WRK-FORMA-IDX)
                 MOVE WRK-FP-VALOR(WRK-FORMA-IDX)
                   TO PED-FORMA-VALOR(WRK-FORMA-IDX)
              END-PERFORM
           END-IF.
           WRITE PED-REGISTRO.
           PERFORM GRAVAR-ITEM
                   VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD.
           CLOSE ARQPEDIDO.

       GRAVAR-ITEM SECTION.
           INITIALIZE PED-REGISTRO.
           MOVE WRK-NUMERO-PEDIDO TO PED-NUMERO.
           MOVE WRK-IT-MASSA(WRK-ITEM-IDX)   TO PED-MASSA.
           MOVE WRK-IT-TAMANHO(WRK-ITEM-IDX) TO PED-TAMANHO.
           MOVE WRK-IT-VALOR(WRK-ITEM-IDX)   TO PED-PRECO.
           MOVE WRK-PED-DATA      TO PED-DATA.
           MOVE WRK-PED-HORA      TO PED-HORA.
           MOVE WRK-CLIENTE-ID    TO PED-CLIENTE-ID.
           MOVE WRK-RECIBO-NUMERO TO PED-RECIBO.
           MOVE "I"               TO PED-TIPO-REG.
           MOVE WRK-ITEM-IDX      TO PED-ITEM-SEQ.
           MOVE WRK-IT-TIPO(WRK-ITEM-IDX)       TO PED-ITEM-TIPO.
           MOVE WRK-IT-MASSA-2(WRK-ITEM-IDX)    TO PED-MASSA-2.
           MOVE WRK-IT-PRODUTO(WRK-ITEM-IDX)    TO PED-PRODUTO.
           MOVE WRK-IT-QUANTIDADE(WRK-ITEM-IDX) TO PED-QUANTIDADE.
           MOVE WRK-DATA-REGISTRO TO PED-DATA-REGISTRO.
           IF WRK-ENCOMENDA EQUAL "S"
              MOVE "S" TO PED-ENCOMENDA
           END-IF.
           WRITE PED-REGISTRO.

      *    O SINAL PAGO AGORA FICA COMO CREDITO DO CLIENTE, COM AS
      *    FORMAS EM QUE ENTROU (SAO ELAS QUE O CAIXA DE HOJE SOMA)
       GRAVAR-SINAL SECTION.
           OPEN EXTEND ARQSINAL.
           IF ARQSINAL-FS EQUAL 05
              OPEN OUTPUT ARQSINAL
           END-IF.
           INITIALIZE SIN-REGISTRO.
           MOVE WRK-NUMERO-PEDIDO TO SIN-PED-NUMERO.
           MOVE WRK-CLIENTE-ID    TO SIN-CLIENTE-ID.
           MOVE WRK-DATA-REGISTRO TO SIN-DATA.
           ACCEPT SIN-HORA FROM TIME.
           MOVE WRK-SINAL         TO SIN-VALOR.
           MOVE WRK-FP-QTD        TO SIN-FORMA-QTD.
           PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                   UNTIL WRK-FORMA-IDX GREATER 3
              MOVE WRK-FP-FORMA(WRK-FORMA-IDX)
                TO SIN-FORMA(WRK-FORMA-IDX)
              MOVE WRK-FP-VALOR(WRK-FORMA-IDX)
                TO SIN-FORMA-VALOR(WRK-FORMA-IDX)
           END-PERFORM.
           MOVE "A"               TO SIN-SITUACAO.
           MOVE WRK-OPERADOR      TO SIN-OPERADOR.
           MOVE WRK-TUR-NUMERO    TO SIN-TURNO.
           WRITE SIN-REGISTRO.
           CLOSE ARQSINAL.
           DISPLAY "Encomenda para " WRK-ENC-DATA " as " WRK-ENC-HORA
                   " - sinal " WRK-SINAL " em credito do cliente".

      *    ADICIONAL SAI DO ESTOQUE NA HORA DO PEDIDO (NAO PASSA PELA
      *    RECEITA): BAIXA "V" NO KARDEX E NO SALDO DA LOJA, NO MESMO
      *    DESENHO DO VENDAENTRADA
       BAIXAR-ADICIONAIS SECTION.
           OPEN I-O ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "Cadastro de produtos indisponivel - "
                      "adicionais nao baixados do estoque"
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              PERFORM BAIXAR-UM-ADICIONAL
                      VARYING WRK-ITEM-IDX FROM 1 BY 1
                      UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD
              CLOSE ARQPROD
           END-IF.

       BAIXAR-UM-ADICIONAL SECTION.
           IF WRK-IT-TIPO(WRK-ITEM-IDX) EQUAL "A"
              MOVE WRK-IT-PRODUTO(WRK-ITEM-IDX)    TO ARQPROD-CODIGO
              MOVE WRK-IT-QUANTIDADE(WRK-ITEM-IDX) TO WRK-QUANTIDADE
              READ ARQPROD
              IF ARQPROD-FS NOT EQUAL ZEROS
                 DISPLAY "Produto " ARQPROD-CODIGO
                         " sumiu do mestre - estoque nao baixado"
                 MOVE ZEROS TO ARQPROD-FS
              ELSE
                 PERFORM POSTAR-BAIXA-ADICIONAL
              END-IF
           END-IF.

       POSTAR-BAIXA-ADICIONAL SECTION.
           MOVE ARQPROD-ESTOQUE TO WRK-ESTOQUE-ANTES.
           IF WRK-QUANTIDADE GREATER ARQPROD-ESTOQUE
              MOVE ZEROS TO ARQPROD-ESTOQUE
           ELSE
              SUBTRACT WRK-QUANTIDADE FROM ARQPROD-ESTOQUE
           END-IF.
           REWRITE ARQPROD-REGISTRO.
           OPEN EXTEND ARQPRODMOV.
           IF ARQPRODMOV-FS EQUAL 05
              OPEN OUTPUT ARQPRODMOV
           END-IF.
           MOVE ARQPROD-CODIGO    TO MOVPROD-CODIGO.
           MOVE "V"               TO MOVPROD-TIPO.
           MOVE WRK-QUANTIDADE    TO MOVPROD-QUANTIDADE.
           MOVE WRK-ESTOQUE-ANTES TO MOVPROD-ESTOQUE-ANTES.
           MOVE ARQPROD-ESTOQUE   TO MOVPROD-ESTOQUE-DEPOIS.
           MOVE SPACES            TO MOVPROD-MOTIVO.
           STRING "PEDIDO "         DELIMITED BY SIZE
                  WRK-NUMERO-PEDIDO DELIMITED BY SIZE
             INTO MOVPROD-MOTIVO
           END-STRING.
           MOVE WRK-PED-DATA      TO MOVPROD-DATA.
           ACCEPT MOVPROD-HORA FROM TIME.
           MOVE WRK-OPERADOR      TO MOVPROD-OPERADOR.
           MOVE ARQPROD-CUSTO-MEDIO TO MOVPROD-CUSTO-UNIT.
           WRITE MOVPROD-REGISTRO.
           CLOSE ARQPRODMOV.
           OPEN I-O ARQLOCAL.
           IF ARQLOCAL-FS EQUAL ZEROS
              MOVE ARQPROD-CODIGO TO LOCAL-CODIGO
              MOVE "LOJ"          TO LOCAL-DEPOSITO
              READ ARQLOCAL
              IF ARQLOCAL-FS EQUAL ZEROS
                 COMPUTE WRK-DELTA-LOCAL =
                         LOCAL-SALDO - WRK-QUANTIDADE
                 IF WRK-DELTA-LOCAL LESS ZERO
                    MOVE ZEROS TO LOCAL-SALDO
                 ELSE
                    MOVE WRK-DELTA-LOCAL TO LOCAL-SALDO
                 END-IF
                 REWRITE LOCAL-REGISTRO
              END-IF
              CLOSE ARQLOCAL
           END-IF.
           MOVE ZEROS TO ARQLOCAL-FS.

       PROXIMO-NUMERO-PEDIDO SECTION.
           OPEN INPUT ARQPEDCTRL.
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM IMPRIMIR-ITEM
                   VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD.
           IF WRK-DESCONTO-TOTAL GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "DESCONTO FIDELIDADE " DELIMITED BY SIZE
                     WRK-DESCONTO-TOTAL     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
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
           STRING "TOTAL "   DELIMITED BY SIZE
                  WRK-PRECO  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF WRK-EH-ENTREGA EQUAL "S"
              AND WRK-END-ENTREGA NOT EQUAL SPACES
              MOVE WRK-END-ENTREGA TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           IF WRK-TAXA-ENTREGA GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "TAXA DE ENTREGA " DELIMITED BY SIZE
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
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
           IF WRK-ENCOMENDA EQUAL "S"
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "ENCOMENDA PARA " DELIMITED BY SIZE
                     WRK-ENC-DATA      DELIMITED BY SIZE
                     " AS "            DELIMITED BY SIZE
                     WRK-ENC-HORA      DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "SINAL "              DELIMITED BY SIZE
                     WRK-SINAL             DELIMITED BY SIZE
                     " - SALDO NA ENTREGA " DELIMITED BY SIZE
                     WRK-SALDO-ENC         DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           IF WRK-CLIENTE-ID GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "PONTOS GANHOS "    DELIMITED BY SIZE
                     WRK-PTS-GANHOS      DELIMITED BY SIZE
                     " SALDO DE PONTOS " DELIMITED BY SIZE
                     WRK-PTS-SALDO-ED    DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "OPERADOR "  DELIMITED BY SIZE
                  WRK-OPERADOR DELIMITED BY SIZE
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       IMPRIMIR-ITEM SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           IF WRK-IT-TIPO(WRK-ITEM-IDX) EQUAL "P"
              IF WRK-IT-MASSA-2(WRK-ITEM-IDX) EQUAL SPACES
                 STRING "PIZZA "   DELIMITED BY SIZE
                        WRK-IT-MASSA(WRK-ITEM-IDX)   DELIMITED BY SIZE
                        " "        DELIMITED BY SIZE
                        WRK-IT-TAMANHO(WRK-ITEM-IDX) DELIMITED BY SIZE
                        " "        DELIMITED BY SIZE
                        WRK-IT-VALOR(WRK-ITEM-IDX)   DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
              ELSE
                 STRING "PIZZA 1/2 " DELIMITED BY SIZE
                        WRK-IT-MASSA(WRK-ITEM-IDX)   DELIMITED BY SIZE
                        " 1/2 "      DELIMITED BY SIZE
                        WRK-IT-MASSA-2(WRK-ITEM-IDX) DELIMITED BY SIZE
                        " "          DELIMITED BY SIZE
                        WRK-IT-TAMANHO(WRK-ITEM-IDX) DELIMITED BY SIZE
                        " "          DELIMITED BY SIZE
                        WRK-IT-VALOR(WRK-ITEM-IDX)   DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
              END-IF
           ELSE
              STRING WRK-IT-QUANTIDADE(WRK-ITEM-IDX) DELIMITED BY SIZE
                     " X "   DELIMITED BY SIZE
                     WRK-IT-DESCRICAO(WRK-ITEM-IDX)  DELIMITED BY SIZE
                     " "     DELIMITED BY SIZE
                     WRK-IT-VALOR(WRK-ITEM-IDX)      DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    A ZONA VEM DO CADASTRO DO CLIENTE OU DA TABELA DE CEP DO
      *    ENDERECO DA ENTREGA (E SO E PERGUNTADA SE NENHUM DOS DOIS
      *    TEM ZONA); O PESO NOMINAL E A SOMA DAS
      *    PIZZAS POR TAMANHO (SO ADICIONAL VAI COMO UMA PIZZA P) E
      *    O CALCULAFRETE DA O PRECO - ACIMA DO VALOR DE CORTE DO
      *    ARQPARM A ENTREGA SAI GRATIS
       CALCULAR-TAXA-ENTREGA SECTION.
           MOVE ZEROS TO WRK-TAXA-ENTREGA.
           PERFORM OBTER-ENDERECO-ENTREGA.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              DISPLAY "Entrega gratis (pedido acima de "
                      WRK-GRATIS-ACIMA ")"
           ELSE
              IF WRK-ZONA EQUAL SPACES
                 DISPLAY "Zona de entrega (N/S/L/O): "
                 ACCEPT WRK-ZONA
                 DISPLAY "Sem zona - pedido segue sem taxa"
              ELSE
                 MOVE WRK-ZONA TO WRK-FRT-REGIAO
                 IF WRK-PESO-PEDIDO EQUAL ZEROS
                    MOVE 0.50 TO WRK-FRT-PESO
                 ELSE
                    MOVE WRK-PESO-PEDIDO TO WRK-FRT-PESO
                 END-IF
                 CALL "CALCULAFRETE" USING WRK-FRETE
                 MOVE WRK-FRT-VALOR TO WRK-TAXA-ENTREGA
                 DISPLAY "Taxa de entrega: " WRK-TAXA-ENTREGA
              END-IF
           END-IF.

      *    CLIENTE COM ENDERECO NO CADASTRO: A ZONA E A DELE (OU A DO
      *    CEP, SE FICOU EM BRANCO). SEM ENDERECO, PEDE O CEP E A
      *    TABELA TRAZ RUA, BAIRRO, CIDADE E ZONA - CEP EM BRANCO SEGUE
      *    SEM ENDERECO, COMO ANTES
       OBTER-ENDERECO-ENTREGA SECTION.
           MOVE SPACES TO WRK-ZONA WRK-END-ENTREGA WRK-END-NUMERO.
           MOVE "N"    TO WRK-CPB-ACHOU.
           IF WRK-CLIENTE-ID GREATER ZEROS
              MOVE ARQCRM-ZONA-ENTREGA TO WRK-ZONA
           END-IF.
           IF WRK-CLIENTE-ID GREATER ZEROS
              AND ARQCRM-END-CEP GREATER ZEROS
              MOVE ARQCRM-END-CEP TO WRK-CPB-CEP
              CALL "CEPBUSCA" USING WRK-CEPBUSCA
              MOVE ARQCRM-END-LOGRADOURO TO WRK-CPB-LOGRADOURO
              MOVE ARQCRM-END-CIDADE     TO WRK-CPB-CIDADE
              MOVE ARQCRM-END-NUMERO     TO WRK-END-NUMERO
              IF WRK-ZONA EQUAL SPACES
                 MOVE WRK-CPB-ZONA TO WRK-ZONA
              END-IF
              PERFORM MONTAR-ENDERECO-ENTREGA
           ELSE
              DISPLAY "CEP da entrega (vazio = sem endereco): "
              ACCEPT WRK-CEP-DIGITADO
              IF WRK-CEP-DIGITADO IS NUMERIC
                 AND WRK-CEP-DIGITADO NOT EQUAL "00000000"
                 MOVE WRK-CEP-DIGITADO TO WRK-CPB-CEP
                 CALL "CEPBUSCA" USING WRK-CEPBUSCA
                 IF WRK-CPB-ACHOU EQUAL "S"
                    DISPLAY "Endereco: " WRK-CPB-LOGRADOURO " - "
                            WRK-CPB-BAIRRO " - " WRK-CPB-CIDADE
                            "/" WRK-CPB-UF
                    IF WRK-ZONA EQUAL SPACES
                       MOVE WRK-CPB-ZONA TO WRK-ZONA
                    END-IF
                 ELSE
                    DISPLAY "CEP fora da tabela - digite o endereco"
                 END-IF
                 IF WRK-CPB-LOGRADOURO EQUAL SPACES
                    DISPLAY "Logradouro: "
                    ACCEPT WRK-CPB-LOGRADOURO
                 END-IF
                 DISPLAY "Numero: "
                 ACCEPT WRK-END-NUMERO
                 PERFORM MONTAR-ENDERECO-ENTREGA
              END-IF
           END-IF.

       MONTAR-ENDERECO-ENTREGA SECTION.
           MOVE SPACES TO WRK-END-ENTREGA.
           STRING "ENTREGAR EM "     DELIMITED BY SIZE
                  WRK-CPB-LOGRADOURO DELIMITED BY "  "
                  ", "               DELIMITED BY SIZE
                  WRK-END-NUMERO     DELIMITED BY "  "
                  " - "              DELIMITED BY SIZE
                  WRK-CPB-BAIRRO     DELIMITED BY "  "
                  " - "              DELIMITED BY SIZE
                  WRK-CPB-CIDADE     DELIMITED BY "  "
             INTO WRK-END-ENTREGA
           END-STRING.

      *    PEDIDO PARA ENTREGA ENTRA NO PAINEL DE EXPEDICAO COMO "EM
      *    PREPARO" - O ENTREGAPAINEL CONDUZ DALI EM DIANTE
       ABRIR-ENTREGA SECTION.
              MOVE WRK-NUMERO-PEDIDO TO ENT-PED-NUMERO
              MOVE "P"               TO ENT-SITUACAO
              MOVE ZEROS             TO ENT-ENTREGADOR
              MOVE WRK-PED-DATA      TO ENT-DATA-PEDIDO
              MOVE WRK-PED-HORA      TO ENT-HORA-PEDIDO
              MOVE ZEROS             TO ENT-DATA-SAIU ENT-HORA-SAIU
                                        ENT-DATA-FIM ENT-HORA-FIM
              WRITE ENT-REGISTRO
