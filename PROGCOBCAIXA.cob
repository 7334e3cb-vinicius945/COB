      *DIFERENCA, LISTA OS PEDIDOS SEM VENDA DE VALOR CORRESPONDENTE
      *E GRAVA O REGISTRO DE FECHAMENTO ASSINADO DO DIA NO
      *ARQFECHACAIXA.DAT - UM DIA JA FECHADO NAO PODE SER FECHADO DE
      *NOVO EM SILENCIO. PEDIDO CANCELADO (PEDCANCELA) SAI DOS TOTAIS;
      *SE O DIA DELE JA ESTAVA FECHADO, O CANCELAMENTO APARECE EM
      *LINHA PROPRIA NO FECHAMENTO DO DIA EM QUE FOI FEITO. ENCOMENDA
      *ENTRA NO DIA DA PRODUCAO (PED-DATA); O SINAL DELA ENTRA NAS
      *FORMAS DO DIA EM QUE FOI PAGO (ARQSINAL). O PAGO EM PONTOS DE
      *FIDELIDADE (FORMA "PTS") SAI EM LINHA PROPRIA, FORA DAS OUTRAS
      *FORMAS, PORQUE NAO ENTRA DINHEIRO NENHUM COM ELE.
      *TURNOS: CADA OPERADOR ABRE O SEU TURNO NA GAVETA COM O FUNDO DE
      *TROCO E O FECHA SO COM O QUE ELE REGISTROU NO TURNO (VENDAS,
      *PEDIDOS, SINAIS E SANGRIA/SUPRIMENTO MARCADOS COM O NUMERO DO
      *TURNO), COM GAVETA ESPERADA, CONTAGEM E ASSINATURA PROPRIAS
      *(ARQTURNO.DAT). COM TURNOS NO DIA, A GAVETA DO FECHAMENTO DO
      *DIA E A SOMA DOS TURNOS FECHADOS, E O DIA NAO FECHA COM TURNO
      *AINDA ABERTO. O DINHEIRO DOS PEDIDOS DE ENTREGA ESTA COM O
      *ENTREGADOR ATE O ACERTO DELE (ENTREGAACERTO): A GAVETA SO CONTA
      *O QUE FOI ACERTADO, E O FECHAMENTO DO DIA AVISA DO ENTREGADOR
      *AINDA SEM ACERTO. PEDIDOS E VENDAS SAO LIDOS PELO MOVACESSO (O
      *DIA DE MES JA FECHADO VEM DO ARQUIVO DE PERIODO, PELO INDICE)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDEVOLUCAO ASSIGN TO "DADOS/ARQDEVOLUCAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQDEVOLUCAO-FS.

           SELECT ARQPEDCANC ASSIGN TO "DADOS/ARQPEDCANC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPEDCANC-FS.

           SELECT ARQSINAL ASSIGN TO "DADOS/ARQSINAL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQSINAL-FS.

           SELECT ARQCAIXAMOV ASSIGN TO "DADOS/ARQCAIXAMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQDEPOSITOS-FS.

           SELECT ARQENTREGA ASSIGN TO "DADOS/ARQENTREGA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQENTREGA-FS
           RECORD KEY IS ENT-PED-NUMERO.

           SELECT ARQACERTO ASSIGN TO "DADOS/ARQACERTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQACERTO-FS.

           SELECT ARQTURNO ASSIGN TO "DADOS/ARQTURNO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQTURNO-FS.

           SELECT ARQFECHA ASSIGN TO "DADOS/ARQFECHACAIXA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO DEVOLUCAO
       FD ARQDEVOLUCAO
           RECORDING MODE IS F.
       COPY "#DEVOLUCAO".

      *    MESMO LAYOUT GRAVADO PELO PEDCANCELA
       FD ARQPEDCANC
           RECORDING MODE IS F.
       COPY "#PEDCANC".

      *    MESMO LAYOUT GRAVADO PELO PROGCOBPEDIDO (SINAL DE ENCOMENDA)
       FD ARQSINAL
           RECORDING MODE IS F.
       COPY "#SINAL".

      *    MESMO LAYOUT GRAVADO PELO CAIXAMOV (SANGRIA/SUPRIMENTO)
       FD ARQCAIXAMOV
           05 CXM-VALOR    PIC 9(07)V99.
           05 CXM-MOTIVO   PIC X(30).
           05 CXM-OPERADOR PIC X(10).
           05 CXM-TURNO    PIC 9(06).

      *    EXTRATO DA ADQUIRENTE: UMA LINHA POR DEPOSITO CREDITADO,
      *    COM A DATA DO MOVIMENTO, A FORMA (CAR/PIX) E O VALOR -
           05 DEP-FORMA    PIC X(03).
           05 DEP-VALOR    PIC 9(09)V99.

      *    ENTREGA DO PEDIDO (PROGCOBPEDIDO/ENTREGAPAINEL) E ACERTO DO
      *    ENTREGADOR (ENTREGAACERTO)
       FD ARQENTREGA.
       COPY "#ENTREGA".

       FD ARQACERTO
           RECORDING MODE IS F.
       COPY "#ACERTO".

      *    TURNOS DE CAIXA POR OPERADOR (ABERTURA E FECHAMENTO)
       FD ARQTURNO
           RECORDING MODE IS F.
       COPY "#TURNO".

      *    REGISTRO DE FECHAMENTO ASSINADO, UM POR DIA
       FD ARQFECHA.
       01 FECHA-REGISTRO.
           05 FECHA-TOT-SUPRIMENTO PIC 9(09)V99.
           05 FECHA-ESPERADO-GAVETA PIC 9(09)V99.
           05 FECHA-CONTADO-GAVETA PIC 9(09)V99.
      *    GORJETAS DO DIA RECEBIDAS NO CARTAO/PIX (JA DENTRO DOS
      *    TOTAIS POR FORMA) - PASSIVO A REPASSAR PELA FOLHA
           05 FECHA-TOT-GORJETAS   PIC 9(09)V99.

       WORKING-STORAGE SECTION.
      *    PEDIDOS E VENDAS VEM DO MOVACESSO - MESMOS LAYOUTS GRAVADOS
      *    PELO PROGCOBPEDIDO E PELO VENDAENTRADA
       COPY "#PEDIDO".
       COPY "#VENDA".
       COPY "#MOVACESSO".

       01 ARQFECHA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQDEPOSITOS-FS  PIC 9(02) VALUES ZEROS.
       01 ARQCAIXAMOV-FS   PIC 9(02) VALUES ZEROS.
       01 ARQDEVOLUCAO-FS  PIC 9(02) VALUES ZEROS.
       77 WRK-TOT-DEVOLUCOES PIC 9(09)V99 VALUES ZEROS.
       77 WRK-QTD-DEVOLUCOES PIC 9(04) VALUES ZEROS.
       01 ARQPEDCANC-FS    PIC 9(02) VALUES ZEROS.
       77 WRK-QTD-CANCELADOS PIC 9(04) VALUES ZEROS.
       77 WRK-QTD-CANC-FECHADO PIC 9(04) VALUES ZEROS.
       77 WRK-TOT-CANC-FECHADO PIC 9(09)V99 VALUES ZEROS.
       01 ARQSINAL-FS      PIC 9(02) VALUES ZEROS.
      *----------ENCOMENDAS: SINAIS RECEBIDOS HOJE (DINHEIRO NOVO) E
      *----------SINAIS ABATIDOS NAS ENCOMENDAS PRODUZIDAS HOJE
       77 WRK-QTD-SINAIS   PIC 9(04) VALUES ZEROS.
       77 WRK-TOT-SINAIS   PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TOT-SINAL-USADO PIC 9(09)V99 VALUES ZEROS.

      *----------GAVETA: SANGRIAS, SUPRIMENTOS E CONTAGEM FISICA
       77 WRK-TOT-TAXAS-ENTREGA PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TOT-GORJETAS PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TOT-SANGRIA  PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TOT-SUPRIMENTO PIC 9(09)V99 VALUES ZEROS.
       77 WRK-ESPERADO-GAVETA PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TOT-CAR      PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TOT-PIX      PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TOT-OUTRAS   PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TOT-PTS      PIC 9(09)V99 VALUES ZEROS.
       77 WRK-FORMA-IDX    PIC 9(01) VALUES ZEROS.
       77 WRK-FORMA-AVALIADA PIC X(03) VALUES SPACES.
       77 WRK-VALOR-FORMA  PIC 9(09)V99 VALUES ZEROS.
       77 WRK-QTD-SEM-VENDA PIC 9(05) VALUES ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUES SPACES.

      *----------TURNO DE CAIXA: "D" FECHAMENTO DO DIA / "T" FECHAMENTO
      *----------DO TURNO (SO O QUE TRAZ O NUMERO DELE)
       01 ARQTURNO-FS      PIC 9(02) VALUES ZEROS.
       77 WRK-OPCAO        PIC X(01) VALUES SPACES.
       77 WRK-MODO         PIC X(01) VALUES "D".
       77 WRK-SELECIONADO  PIC X(01) VALUES "N".
       77 WRK-FUNDO-TROCO  PIC 9(07)V99 VALUES ZEROS.
       77 WRK-PROXIMO-TURNO PIC 9(06) VALUES ZEROS.
       01 WRK-TURNO.
           05 WRK-TUR-OPERADOR  PIC X(10) VALUE SPACES.
           05 WRK-TUR-SITUACAO  PIC X(01) VALUE SPACE.
           05 WRK-TUR-NUMERO    PIC 9(06) VALUE ZEROS.

      *----------ENTREGADORES: DINHEIRO DOS PEDIDOS DE ENTREGA (FICA
      *----------COM O ENTREGADOR) E O QUE ELES JA ACERTARAM NO CAIXA
       01 ARQENTREGA-FS    PIC 9(02) VALUES ZEROS.
       01 ARQACERTO-FS     PIC 9(02) VALUES ZEROS.
       77 WRK-ENTREGA-ABERTA PIC X(01) VALUES "N".
       77 WRK-TOT-DIN-ENTREGA PIC 9(09)V99 VALUES ZEROS.
       77 WRK-QTD-ACERTOS  PIC 9(04) VALUES ZEROS.
       77 WRK-TOT-ACERTOS  PIC S9(09)V99 VALUES ZEROS.
       01 WRK-QTD-ENTREGADORES PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-ENTREGADORES.
           05 WRK-ETG-ITEM OCCURS 30 TIMES.
               10 WRK-ETG-ID        PIC 9(04).
               10 WRK-ETG-ACERTADO  PIC X(01).
       01 WRK-ETG-IDX      PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-ETG-ACHADO   PIC 9(02) USAGE COMP VALUE ZERO.

      *----------TURNOS DO DIA, SOMADOS NO FECHAMENTO DO DIA
       77 WRK-QTD-TURNOS   PIC 9(04) VALUES ZEROS.
       77 WRK-QTD-TURNOS-ABERTOS PIC 9(04) VALUES ZEROS.
       77 WRK-TRN-DIN      PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TRN-SANGRIA  PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TRN-SUPRIMENTO PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TRN-ESPERADO PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TRN-CONTADO  PIC 9(09)V99 VALUES ZEROS.
       77 WRK-TRN-DIFERENCA PIC S9(09)V99 VALUES ZEROS.

      *    CONSULTA AO PERIODO CONTABIL (MESFECHA) - LANCAMENTO EM
      *    MES JA FECHADO E RECUSADO
       01 WRK-PERIODO.

       PROCEDURE  DIVISION.
       0001-PRINCIPAL.
           DISPLAY "CAIXA - (A)BRIR TURNO (F)ECHAR TURNO"
                   " (D)IA: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "A"
                 PERFORM 0500-ABRIR-TURNO
              WHEN "F"
                 PERFORM 0600-FECHAR-TURNO
              WHEN "D"
                 PERFORM 0100-INICIALIZAR
                 PERFORM 0200-TOTALIZAR-PEDIDOS
                 PERFORM 0300-TOTALIZAR-VENDAS
                 PERFORM 0400-FINALIZAR
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           STOP RUN.

       0100-INICIALIZAR.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0150-CONFERIR-TURNOS.

      *    TURNO AINDA ABERTO SEGURA O FECHAMENTO DO DIA; OS FECHADOS
      *    SAO SOMADOS PARA A GAVETA DO DIA
       0150-CONFERIR-TURNOS.
           OPEN INPUT ARQTURNO.
           IF ARQTURNO-FS EQUAL ZEROS
              PERFORM UNTIL ARQTURNO-FS NOT EQUAL ZEROS
                 READ ARQTURNO
                    AT END MOVE 10 TO ARQTURNO-FS
                    NOT AT END
                       IF TUR-DATA EQUAL WRK-DATA-CAIXA
                          PERFORM 0160-SOMAR-TURNO-DIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQTURNO
           END-IF.
           IF WRK-QTD-TURNOS-ABERTOS GREATER ZEROS
              DISPLAY WRK-QTD-TURNOS-ABERTOS " TURNO(S) AINDA ABERTO(S)"
                      " NO DIA " WRK-DATA-CAIXA
              DISPLAY "FECHAMENTO RECUSADO"
              CLOSE ARQFECHA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       0160-SOMAR-TURNO-DIA.
           IF TUR-SITUACAO EQUAL "A"
              ADD 1 TO WRK-QTD-TURNOS-ABERTOS
              DISPLAY "TURNO " TUR-NUMERO " DE " TUR-OPERADOR
                      " ABERTO DESDE " TUR-HORA-ABERTURA(1:4)
           ELSE
              ADD 1 TO WRK-QTD-TURNOS
              ADD TUR-TOT-DIN         TO WRK-TRN-DIN
              ADD TUR-TOT-SANGRIA     TO WRK-TRN-SANGRIA
              ADD TUR-TOT-SUPRIMENTO  TO WRK-TRN-SUPRIMENTO
              ADD TUR-ESPERADO-GAVETA TO WRK-TRN-ESPERADO
              ADD TUR-CONTADO-GAVETA  TO WRK-TRN-CONTADO
              ADD TUR-DIFERENCA       TO WRK-TRN-DIFERENCA
           END-IF.

      *    O DINHEIRO DO PEDIDO ESTA NO CABECALHO "C" (TOTAL, TAXA E
      *    FORMAS) - AS LINHAS "I" DE PIZZA E ADICIONAL FICAM DE FORA
      *    DOS TOTAIS E SO APARECEM NO PEDIDO SEM VENDA. PEDIDO
      *    CANCELADO ("X") NAO ENTRA NO CAIXA
       0200-TOTALIZAR-PEDIDOS.
           MOVE "N" TO WRK-ENTREGA-ABERTA.
           OPEN INPUT ARQENTREGA.
           IF ARQENTREGA-FS EQUAL ZEROS
              MOVE "S" TO WRK-ENTREGA-ABERTA
           END-IF.
           PERFORM 0201-ABRIR-PEDIDOS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    PERFORM 0205-SELECIONAR-PEDIDO
                    IF WRK-SELECIONADO EQUAL "S"
                       ADD PED-PRECO TO WRK-TOT-PEDIDOS
                       ADD PED-TAXA-ENTREGA TO WRK-TOT-PEDIDOS
                       ADD PED-TAXA-ENTREGA
                         TO WRK-TOT-TAXAS-ENTREGA
                       ADD PED-GORJETA TO WRK-TOT-GORJETAS
                       PERFORM 0220-SOMAR-FORMAS-PEDIDO
                       PERFORM 0225-SEPARAR-DIN-ENTREGA
                       IF PED-ENCOMENDA EQUAL "S"
                          AND PED-ENC-SITUACAO NOT EQUAL "Q"
                          DISPLAY "ENCOMENDA " PED-NUMERO
                                  " COM SALDO NAO QUITADO"
                       END-IF
                       IF WRK-QTD-PEDIDOS LESS 999
                          ADD 1 TO WRK-QTD-PEDIDOS
                          MOVE PED-NUMERO
                            TO WRK-PED-NUMERO(WRK-QTD-PEDIDOS)
                          MOVE PED-PRECO
                            TO WRK-PED-VALOR(WRK-QTD-PEDIDOS)
                          MOVE "N"
                            TO WRK-PED-CASADO(WRK-QTD-PEDIDOS)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           END-IF.
           IF WRK-ENTREGA-ABERTA EQUAL "S"
              CLOSE ARQENTREGA
           END-IF.

      *    NO DIA, SO O DIA (MES FECHADO VAI PELO INDICE DO DIA); NO
      *    TURNO, DO DIA DO CAIXA EM DIANTE - O QUE AINDA ESTA NO
      *    ATIVO VEM SEMPRE INTEIRO
       0201-ABRIR-PEDIDOS.
           MOVE "A"            TO MVA-ACAO.
           MOVE "P"            TO MVA-ARQUIVO.
           MOVE WRK-DATA-CAIXA TO MVA-DATA-INI.
           IF WRK-MODO EQUAL "D"
              MOVE WRK-DATA-CAIXA TO MVA-DATA-FIM
           ELSE
              MOVE ZEROS          TO MVA-DATA-FIM
           END-IF.
           MOVE ZEROS          TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.

      *    NO DIA, O PEDIDO PELA PED-DATA; NO TURNO, O QUE TRAZ O
      *    NUMERO DELE - MENOS A ENCOMENDA AINDA NAO QUITADA, CUJO
      *    DINHEIRO ATE AQUI E SO O SINAL (QUE ENTRA PELO ARQSINAL)
       0205-SELECIONAR-PEDIDO.
           MOVE "N" TO WRK-SELECIONADO.
           IF PED-TIPO-REG NOT EQUAL "I"
              AND PED-SITUACAO NOT EQUAL "X"
              IF WRK-MODO EQUAL "D"
                 IF PED-DATA EQUAL WRK-DATA-CAIXA
                    MOVE "S" TO WRK-SELECIONADO
                 END-IF
              ELSE
                 IF PED-TURNO EQUAL WRK-TUR-NUMERO
                    AND (PED-ENCOMENDA NOT EQUAL "S"
                         OR PED-ENC-SITUACAO EQUAL "Q")
                    MOVE "S" TO WRK-SELECIONADO
                 END-IF
              END-IF
           END-IF.

      *    CADA VENDA DO DIA QUITA O PRIMEIRO PEDIDO AINDA NAO CASADO
              END-PERFORM
           END-IF.

      *    PEDIDO DE ENTREGA PAGO EM "DIN": O DINHEIRO E COBRADO PELO
      *    ENTREGADOR E SO CHEGA NA GAVETA NO ACERTO DELE. A ENCOMENDA
      *    TEM O SALDO COBRADO NO BALCAO (ENCOMENDAQUIT)
       0225-SEPARAR-DIN-ENTREGA.
           IF WRK-ENTREGA-ABERTA EQUAL "S"
              AND PED-ENCOMENDA NOT EQUAL "S"
              MOVE PED-NUMERO TO ENT-PED-NUMERO
              READ ARQENTREGA
              IF ARQENTREGA-FS EQUAL ZEROS
                 PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                         UNTIL WRK-FORMA-IDX GREATER PED-FORMA-QTD
                    IF PED-FORMA(WRK-FORMA-IDX) EQUAL "DIN"
                       ADD PED-FORMA-VALOR(WRK-FORMA-IDX)
                        TO WRK-TOT-DIN-ENTREGA
                    END-IF
                 END-PERFORM
              END-IF
              MOVE ZEROS TO ARQENTREGA-FS
           END-IF.

       0230-SOMAR-UMA-FORMA.
           EVALUATE WRK-FORMA-AVALIADA
              WHEN "DIN"
                 ADD WRK-VALOR-FORMA TO WRK-TOT-CAR
              WHEN "PIX"
                 ADD WRK-VALOR-FORMA TO WRK-TOT-PIX
              WHEN "SIN"
                 ADD WRK-VALOR-FORMA TO WRK-TOT-SINAL-USADO
              WHEN "PTS"
                 ADD WRK-VALOR-FORMA TO WRK-TOT-PTS
              WHEN OTHER
                 ADD WRK-VALOR-FORMA TO WRK-TOT-OUTRAS
           END-EVALUATE.
              END-PERFORM
           END-IF.

      *    O DINHEIRO DO TICKET ESTA NO CABECALHO "C" (TOTAL E FORMAS
      *    DE PAGAMENTO) - AS LINHAS "I" FICAM DE FORA DO CAIXA
       0300-TOTALIZAR-VENDAS.
           MOVE "A"            TO MVA-ACAO.
           MOVE "V"            TO MVA-ARQUIVO.
           MOVE WRK-DATA-CAIXA TO MVA-DATA-INI.
           IF WRK-MODO EQUAL "D"
              MOVE WRK-DATA-CAIXA TO MVA-DATA-FIM
           ELSE
              MOVE ZEROS          TO MVA-DATA-FIM
           END-IF.
           MOVE ZEROS          TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                    IF VEN-TIPO-REG NOT EQUAL "I"
                       AND ((WRK-MODO EQUAL "D"
                             AND VEN-DATA EQUAL WRK-DATA-CAIXA)
                         OR (WRK-MODO EQUAL "T"
                             AND VEN-TURNO EQUAL WRK-TUR-NUMERO))
                       ADD VEN-VALOR TO WRK-TOT-VENDAS
                       ADD VEN-GORJETA TO WRK-TOT-GORJETAS
                       PERFORM 0240-SOMAR-FORMAS-VENDA
                       PERFORM 0310-CASAR-PEDIDO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM VENDAS.TXT (STATUS " MVA-STATUS ")"
           END-IF.

       0310-CASAR-PEDIDO.
                 DISPLAY "PEDIDO " WRK-PED-NUMERO(WRK-IDX)
                         " DE " WRK-PED-VALOR(WRK-IDX)
                         " SEM VENDA CORRESPONDENTE"
                 PERFORM 0410-LISTAR-ITENS-PEDIDO
              END-IF
           END-PERFORM.
           DISPLAY "PEDIDOS SEM VENDA: " WRK-QTD-SEM-VENDA.
           PERFORM 0370-APURAR-SINAIS.
           DISPLAY "POR FORMA - DINHEIRO: " WRK-TOT-DIN.
           DISPLAY "POR FORMA - CARTAO..: " WRK-TOT-CAR.
           DISPLAY "POR FORMA - PIX.....: " WRK-TOT-PIX.
           DISPLAY "POR FORMA - OUTRAS..: " WRK-TOT-OUTRAS.
           DISPLAY "POR FORMA - PONTOS..: " WRK-TOT-PTS
                   " (SEM ENTRADA DE DINHEIRO)".
           DISPLAY "TAXAS DE ENTREGA...: " WRK-TOT-TAXAS-ENTREGA.
           DISPLAY "GORJETAS (NO CARTAO/PIX, A REPASSAR): "
                   WRK-TOT-GORJETAS.
           PERFORM 0340-APURAR-DEVOLUCOES.
           PERFORM 0345-APURAR-CANCELAMENTOS.
           PERFORM 0350-CONCILIAR-ADQUIRENTE.
           PERFORM 0360-APURAR-GAVETA.
           PERFORM 0390-CONFERIR-ENTREGADORES.

           IF WRK-QTD-TURNOS GREATER ZEROS
              PERFORM 0380-SOMAR-GAVETA-TURNOS
           ELSE
              DISPLAY "DINHEIRO CONTADO NA GAVETA: "
              ACCEPT WRK-CONTADO-GAVETA
              COMPUTE WRK-DIFERENCA =
                      WRK-CONTADO-GAVETA - WRK-ESPERADO-GAVETA
           END-IF.
           DISPLAY "SOBRA/FALTA DA GAVETA: " WRK-DIFERENCA.
           DISPLAY "ASSINAR O FECHAMENTO DO DIA (S/N)? ".
           ACCEPT WRK-CONFIRMA.
              MOVE WRK-TOT-SUPRIMENTO  TO FECHA-TOT-SUPRIMENTO
              MOVE WRK-ESPERADO-GAVETA TO FECHA-ESPERADO-GAVETA
              MOVE WRK-CONTADO-GAVETA  TO FECHA-CONTADO-GAVETA
              MOVE WRK-TOT-GORJETAS    TO FECHA-TOT-GORJETAS
              WRITE FECHA-REGISTRO
              DISPLAY "FECHAMENTO ASSINADO E GRAVADO"
           ELSE
           END-IF.
           CLOSE ARQFECHA.

      *    O PEDIDO SEM PAR SAI COM AS SUAS LINHAS (PIZZAS E
      *    ADICIONAIS) PARA A GERENCIA CONFERIR O QUE FOI VENDIDO
       0410-LISTAR-ITENS-PEDIDO.
           PERFORM 0201-ABRIR-PEDIDOS.
           MOVE "L" TO MVA-ACAO.
           PERFORM UNTIL MVA-FIM EQUAL "S"
              CALL "MOVACESSO" USING MVA-PARAMETROS
              IF MVA-FIM NOT EQUAL "S"
                 MOVE MVA-REGISTRO TO PED-REGISTRO
                 IF PED-NUMERO EQUAL WRK-PED-NUMERO(WRK-IDX)
                    AND PED-TIPO-REG EQUAL "I"
                    PERFORM 0420-MOSTRAR-ITEM-PEDIDO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "F" TO MVA-ACAO.
           CALL "MOVACESSO" USING MVA-PARAMETROS.

       0420-MOSTRAR-ITEM-PEDIDO.
           IF PED-ITEM-TIPO EQUAL "A"
              DISPLAY "   " PED-QUANTIDADE " X PRODUTO " PED-PRODUTO
                      " " PED-PRECO
           ELSE
              IF PED-MASSA-2 EQUAL SPACES
                 DISPLAY "   PIZZA " PED-MASSA "-" PED-TAMANHO
                         " " PED-PRECO
              ELSE
                 DISPLAY "   PIZZA 1/2 " PED-MASSA " 1/2 "
                         PED-MASSA-2 "-" PED-TAMANHO " " PED-PRECO
              END-IF
           END-IF.

      *    RESPONDE "A GAVETA ESTA CURTA OU A MAQUINETA ESTA CURTA?":
      *    COMPARA O QUE PASSOU EM CARTAO/PIX NO DIA COM O QUE A
      *    ADQUIRENTE DIZ TER DEPOSITADO (DEPOSITOS_ADQUIRENTE.TXT)

      *    GAVETA ESPERADA = DINHEIRO RECEBIDO - SANGRIAS +
      *    SUPRIMENTOS; OS MOVIMENTOS DO DIA SAEM LISTADOS NO
      *    FECHAMENTO. NO TURNO, SO OS MOVIMENTOS DELE, E A GAVETA
      *    COMECA NO FUNDO DE TROCO DA ABERTURA
       0360-APURAR-GAVETA.
           OPEN INPUT ARQCAIXAMOV.
           IF ARQCAIXAMOV-FS EQUAL ZEROS
                 READ ARQCAIXAMOV
                    AT END MOVE 10 TO ARQCAIXAMOV-FS
                    NOT AT END
                       IF (WRK-MODO EQUAL "D"
                           AND CXM-DATA EQUAL WRK-DATA-CAIXA)
                          OR (WRK-MODO EQUAL "T"
                           AND CXM-TURNO EQUAL WRK-TUR-NUMERO)
                          IF CXM-TIPO EQUAL "S"
                             ADD CXM-VALOR TO WRK-TOT-SANGRIA
                             DISPLAY "SANGRIA    " CXM-HORA " "
              END-PERFORM
              CLOSE ARQCAIXAMOV
           END-IF.
           PERFORM 0365-APURAR-ACERTOS.
           COMPUTE WRK-ESPERADO-GAVETA =
                   WRK-FUNDO-TROCO + WRK-TOT-DIN - WRK-TOT-DIN-ENTREGA
                   + WRK-TOT-ACERTOS - WRK-TOT-SANGRIA
                   + WRK-TOT-SUPRIMENTO.
           DISPLAY "SANGRIAS DO DIA....: " WRK-TOT-SANGRIA.
           DISPLAY "SUPRIMENTOS DO DIA.: " WRK-TOT-SUPRIMENTO.
           DISPLAY "DINHEIRO DE ENTREGA: " WRK-TOT-DIN-ENTREGA
                   " (COM OS ENTREGADORES)".
           DISPLAY "ACERTOS RECEBIDOS..: " WRK-QTD-ACERTOS
                   " LIQUIDO NA GAVETA " WRK-TOT-ACERTOS.
           DISPLAY "GAVETA ESPERADA....: " WRK-ESPERADO-GAVETA.

      *    O QUE O ENTREGADOR ENTREGOU NO ACERTO, MENOS O FUNDO DE
      *    TROCO QUE ELE LEVOU, E O DINHEIRO DE ENTREGA QUE ENTROU NA
      *    GAVETA. NO DIA, OS ACERTOS DOS PEDIDOS DO DIA; NO TURNO, OS
      *    RECEBIDOS NELE
       0365-APURAR-ACERTOS.
           OPEN INPUT ARQACERTO.
           IF ARQACERTO-FS EQUAL ZEROS
              PERFORM UNTIL ARQACERTO-FS NOT EQUAL ZEROS
                 READ ARQACERTO
                    AT END MOVE 10 TO ARQACERTO-FS
                    NOT AT END
                       IF (WRK-MODO EQUAL "D"
                           AND ACE-DATA EQUAL WRK-DATA-CAIXA)
                          OR (WRK-MODO EQUAL "T"
                           AND ACE-TURNO EQUAL WRK-TUR-NUMERO)
                          ADD 1 TO WRK-QTD-ACERTOS
                          ADD ACE-ENTREGUE TO WRK-TOT-ACERTOS
                          SUBTRACT ACE-FUNDO-TROCO FROM WRK-TOT-ACERTOS
                          DISPLAY "ACERTO     ENTREGADOR "
                                  ACE-ENTREGADOR " ENTREGOU "
                                  ACE-ENTREGUE " DIFERENCA "
                                  ACE-DIFERENCA " (" ACE-OPERADOR ")"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQACERTO
           END-IF.

      *    ENTREGADOR COM ENTREGA NOS PEDIDOS DO DIA E SEM ACERTO: O
      *    DINHEIRO DELE AINDA NAO ESTA NA GAVETA
       0390-CONFERIR-ENTREGADORES.
           OPEN INPUT ARQENTREGA.
           IF ARQENTREGA-FS EQUAL ZEROS
              MOVE ZEROS TO ENT-PED-NUMERO
              START ARQENTREGA KEY IS GREATER ENT-PED-NUMERO
              PERFORM UNTIL ARQENTREGA-FS NOT EQUAL ZEROS
                 READ ARQENTREGA NEXT RECORD
                 IF ARQENTREGA-FS EQUAL ZEROS
                    AND ENT-DATA-PEDIDO EQUAL WRK-DATA-CAIXA
                    AND ENT-ENTREGADOR GREATER ZEROS
                    AND ENT-SITUACAO NOT EQUAL "P"
                    PERFORM 0392-GUARDAR-ENTREGADOR
                 END-IF
              END-PERFORM
              CLOSE ARQENTREGA
           END-IF.
           OPEN INPUT ARQACERTO.
           IF ARQACERTO-FS EQUAL ZEROS
              PERFORM UNTIL ARQACERTO-FS NOT EQUAL ZEROS
                 READ ARQACERTO
                    AT END MOVE 10 TO ARQACERTO-FS
                    NOT AT END
                       IF ACE-DATA EQUAL WRK-DATA-CAIXA
                          PERFORM VARYING WRK-ETG-IDX FROM 1 BY 1
                             UNTIL WRK-ETG-IDX
                                   GREATER WRK-QTD-ENTREGADORES
                             IF WRK-ETG-ID(WRK-ETG-IDX)
                                EQUAL ACE-ENTREGADOR
                                MOVE "S"
                                  TO WRK-ETG-ACERTADO(WRK-ETG-IDX)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQACERTO
           END-IF.
           PERFORM VARYING WRK-ETG-IDX FROM 1 BY 1
                   UNTIL WRK-ETG-IDX GREATER WRK-QTD-ENTREGADORES
              IF WRK-ETG-ACERTADO(WRK-ETG-IDX) NOT EQUAL "S"
                 DISPLAY "ENTREGADOR " WRK-ETG-ID(WRK-ETG-IDX)
                         " SEM ACERTO NO DIA - O DINHEIRO DELE NAO"
                         " ESTA NA GAVETA"
              END-IF
           END-PERFORM.

       0392-GUARDAR-ENTREGADOR.
           MOVE ZERO TO WRK-ETG-ACHADO.
           PERFORM VARYING WRK-ETG-IDX FROM 1 BY 1
                   UNTIL WRK-ETG-IDX GREATER WRK-QTD-ENTREGADORES
                      OR WRK-ETG-ACHADO GREATER ZERO
              IF WRK-ETG-ID(WRK-ETG-IDX) EQUAL ENT-ENTREGADOR
                 MOVE WRK-ETG-IDX TO WRK-ETG-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-ETG-ACHADO EQUAL ZERO
              AND WRK-QTD-ENTREGADORES LESS 30
              ADD 1 TO WRK-QTD-ENTREGADORES
              MOVE ENT-ENTREGADOR
                TO WRK-ETG-ID(WRK-QTD-ENTREGADORES)
              MOVE "N" TO WRK-ETG-ACERTADO(WRK-QTD-ENTREGADORES)
           END-IF.

      *    DEVOLUCOES DO DIA EM LINHA PROPRIA - NAO MAIS UM NEGATIVO
      *    MISTERIOSO NO MEIO DO TOTAL
       0340-APURAR-DEVOLUCOES.
           END-IF.
           DISPLAY "DEVOLUCOES DO DIA..: " WRK-QTD-DEVOLUCOES
                   " NO VALOR DE " WRK-TOT-DEVOLUCOES.

      *    CANCELAMENTOS FEITOS NO DIA: O PEDIDO DE DIA AINDA ABERTO
      *    JA FICOU DE FORA DOS TOTAIS; O DE DIA JA FECHADO (O
      *    FECHAMENTO ASSINADO NAO SE REFAZ) SAI AQUI EM LINHA PROPRIA
       0345-APURAR-CANCELAMENTOS.
           OPEN INPUT ARQPEDCANC.
           IF ARQPEDCANC-FS EQUAL ZEROS
              PERFORM UNTIL ARQPEDCANC-FS NOT EQUAL ZEROS
                 READ ARQPEDCANC
                    AT END MOVE 10 TO ARQPEDCANC-FS
                    NOT AT END
                       IF PEDCANC-DATA EQUAL WRK-DATA-CAIXA
                          ADD 1 TO WRK-QTD-CANCELADOS
                          IF PEDCANC-CAIXA-FECHADO EQUAL "S"
                             ADD 1 TO WRK-QTD-CANC-FECHADO
                             ADD PEDCANC-VALOR TO WRK-TOT-CANC-FECHADO
                             ADD PEDCANC-TAXA-ENTREGA
                               TO WRK-TOT-CANC-FECHADO
                             DISPLAY "CANCELAMENTO PEDIDO "
                                     PEDCANC-PED-NUMERO " DE "
                                     PEDCANC-DATA-PEDIDO " VALOR "
                                     PEDCANC-VALOR " MOTIVO "
                                     PEDCANC-MOTIVO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQPEDCANC
           END-IF.
           DISPLAY "CANCELAMENTOS DO DIA: " WRK-QTD-CANCELADOS.
           IF WRK-QTD-CANC-FECHADO GREATER ZEROS
              DISPLAY "CANCELADOS DE DIAS JA FECHADOS: "
                      WRK-QTD-CANC-FECHADO " NO VALOR DE "
                      WRK-TOT-CANC-FECHADO
           END-IF.

      *    SINAL DE ENCOMENDA PAGO HOJE E DINHEIRO QUE ENTROU NA
      *    GAVETA/MAQUINETA HOJE, EMBORA O PEDIDO SO ENTRE NO CAIXA DO
      *    DIA DA PRODUCAO - SOMA NAS FORMAS, NAO NO TOTAL DOS PEDIDOS
       0370-APURAR-SINAIS.
           OPEN INPUT ARQSINAL.
           IF ARQSINAL-FS EQUAL ZEROS
              PERFORM UNTIL ARQSINAL-FS NOT EQUAL ZEROS
                 READ ARQSINAL
                    AT END MOVE 10 TO ARQSINAL-FS
                    NOT AT END
                       IF (WRK-MODO EQUAL "D"
                           AND SIN-DATA EQUAL WRK-DATA-CAIXA)
                          OR (WRK-MODO EQUAL "T"
                           AND SIN-TURNO EQUAL WRK-TUR-NUMERO)
                          ADD 1 TO WRK-QTD-SINAIS
                          ADD SIN-VALOR TO WRK-TOT-SINAIS
                          PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                                  UNTIL WRK-FORMA-IDX
                                        GREATER SIN-FORMA-QTD
                             MOVE SIN-FORMA(WRK-FORMA-IDX)
                               TO WRK-FORMA-AVALIADA
                             MOVE SIN-FORMA-VALOR(WRK-FORMA-IDX)
                               TO WRK-VALOR-FORMA
                             PERFORM 0230-SOMAR-UMA-FORMA
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQSINAL
           END-IF.
           DISPLAY "SINAIS DE ENCOMENDA RECEBIDOS: " WRK-QTD-SINAIS
                   " NO VALOR DE " WRK-TOT-SINAIS.
           DISPLAY "SINAIS ABATIDOS EM ENCOMENDAS: "
                   WRK-TOT-SINAL-USADO.

      *    COM TURNOS NO DIA, A GAVETA DO DIA E A SOMA DOS TURNOS
      *    FECHADOS (CADA UM JA CONTADO E ASSINADO PELO SEU OPERADOR)
       0380-SOMAR-GAVETA-TURNOS.
           DISPLAY "TURNOS FECHADOS NO DIA: " WRK-QTD-TURNOS.
           IF WRK-TRN-DIN NOT EQUAL WRK-TOT-DIN
              DISPLAY "DINHEIRO DO DIA " WRK-TOT-DIN
                      " DIFERE DA SOMA DOS TURNOS " WRK-TRN-DIN
           END-IF.
           MOVE WRK-TRN-SANGRIA    TO WRK-TOT-SANGRIA.
           MOVE WRK-TRN-SUPRIMENTO TO WRK-TOT-SUPRIMENTO.
           MOVE WRK-TRN-ESPERADO   TO WRK-ESPERADO-GAVETA.
           MOVE WRK-TRN-CONTADO    TO WRK-CONTADO-GAVETA.
           MOVE WRK-TRN-DIFERENCA  TO WRK-DIFERENCA.
           DISPLAY "GAVETA ESPERADA PELOS TURNOS: "
                   WRK-ESPERADO-GAVETA.
           DISPLAY "GAVETA CONTADA PELOS TURNOS.: "
                   WRK-CONTADO-GAVETA.

      *    ABERTURA DO TURNO: UM TURNO ABERTO POR OPERADOR, COM O
      *    FUNDO DE TROCO QUE ELE RECEBEU NA GAVETA
       0500-ABRIR-TURNO.
           DISPLAY "ABERTURA DE TURNO DE CAIXA".
           DISPLAY "OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           DISPLAY "DATA DO CAIXA (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WRK-DATA-CAIXA.
           IF WRK-DATA-CAIXA EQUAL ZEROS
              ACCEPT WRK-DATA-CAIXA FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-CAIXA TO WRK-PER-DATA.
           CALL "PERIODO" USING WRK-PERIODO.
           IF WRK-PER-SITUACAO EQUAL "F"
              DISPLAY "PERIODO CONTABIL DE " WRK-DATA-CAIXA(1:6)
                       " FECHADO - ABERTURA RECUSADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ARQFECHA.
           IF ARQFECHA-FS EQUAL ZEROS
              MOVE WRK-DATA-CAIXA TO FECHA-DATA
              READ ARQFECHA
              IF ARQFECHA-FS EQUAL ZEROS
                 DISPLAY "O DIA " WRK-DATA-CAIXA
                          " JA FOI FECHADO - ABERTURA RECUSADA"
                 CLOSE ARQFECHA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE ARQFECHA
           END-IF.
           MOVE WRK-OPERADOR TO WRK-TUR-OPERADOR.
           CALL "TURNOATIVO" USING WRK-TURNO.
           IF WRK-TUR-SITUACAO EQUAL "A"
              DISPLAY "OPERADOR " WRK-OPERADOR " JA ESTA COM O TURNO "
                      WRK-TUR-NUMERO " ABERTO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "FUNDO DE TROCO: ".
           ACCEPT WRK-FUNDO-TROCO.
           PERFORM 0510-PROXIMO-TURNO.
           OPEN EXTEND ARQTURNO.
           IF ARQTURNO-FS EQUAL 05
              OPEN OUTPUT ARQTURNO
           END-IF.
           INITIALIZE TUR-REGISTRO.
           MOVE WRK-PROXIMO-TURNO TO TUR-NUMERO.
           MOVE WRK-DATA-CAIXA    TO TUR-DATA.
           MOVE WRK-OPERADOR      TO TUR-OPERADOR.
           ACCEPT TUR-HORA-ABERTURA FROM TIME.
           MOVE WRK-FUNDO-TROCO   TO TUR-FUNDO-TROCO.
           MOVE "A"               TO TUR-SITUACAO.
           WRITE TUR-REGISTRO.
           CLOSE ARQTURNO.
           DISPLAY "TURNO " WRK-PROXIMO-TURNO " ABERTO PARA "
                   WRK-OPERADOR " COM FUNDO DE " WRK-FUNDO-TROCO.

       0510-PROXIMO-TURNO.
           MOVE ZEROS TO WRK-PROXIMO-TURNO.
           OPEN INPUT ARQTURNO.
           IF ARQTURNO-FS EQUAL ZEROS
              PERFORM UNTIL ARQTURNO-FS NOT EQUAL ZEROS
                 READ ARQTURNO
                    AT END MOVE 10 TO ARQTURNO-FS
                    NOT AT END
                       IF TUR-NUMERO GREATER WRK-PROXIMO-TURNO
                          MOVE TUR-NUMERO TO WRK-PROXIMO-TURNO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQTURNO
           END-IF.
           ADD 1 TO WRK-PROXIMO-TURNO.

      *    FECHAMENTO DO TURNO: SO O QUE O OPERADOR REGISTROU NELE,
      *    COM A MESMA APURACAO DE GAVETA DO DIA A PARTIR DO FUNDO DE
      *    TROCO - SEM ASSINATURA O TURNO CONTINUA ABERTO
       0600-FECHAR-TURNO.
           DISPLAY "FECHAMENTO DE TURNO DE CAIXA".
           DISPLAY "OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           PERFORM 0610-LOCALIZAR-TURNO.
           IF WRK-TUR-SITUACAO NOT EQUAL "A"
              DISPLAY "OPERADOR " WRK-OPERADOR " SEM TURNO ABERTO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "T" TO WRK-MODO.
           PERFORM 0200-TOTALIZAR-PEDIDOS.
           PERFORM 0300-TOTALIZAR-VENDAS.
           DISPLAY "=================================".
           DISPLAY "TURNO " WRK-TUR-NUMERO " DE " WRK-OPERADOR
                   " - CAIXA DE " WRK-DATA-CAIXA.
           DISPLAY "TOTAL DOS PEDIDOS: " WRK-TOT-PEDIDOS.
           DISPLAY "TOTAL DAS VENDAS.: " WRK-TOT-VENDAS.
           PERFORM 0370-APURAR-SINAIS.
           DISPLAY "POR FORMA - DINHEIRO: " WRK-TOT-DIN.
           DISPLAY "POR FORMA - CARTAO..: " WRK-TOT-CAR.
           DISPLAY "POR FORMA - PIX.....: " WRK-TOT-PIX.
           DISPLAY "POR FORMA - OUTRAS..: " WRK-TOT-OUTRAS.
           DISPLAY "POR FORMA - PONTOS..: " WRK-TOT-PTS
                   " (SEM ENTRADA DE DINHEIRO)".
           DISPLAY "FUNDO DE TROCO.....: " WRK-FUNDO-TROCO.
           PERFORM 0360-APURAR-GAVETA.
           DISPLAY "DINHEIRO CONTADO NA GAVETA: ".
           ACCEPT WRK-CONTADO-GAVETA.
           COMPUTE WRK-DIFERENCA =
                   WRK-CONTADO-GAVETA - WRK-ESPERADO-GAVETA.
           DISPLAY "SOBRA/FALTA DO TURNO: " WRK-DIFERENCA.
           DISPLAY "ASSINAR O FECHAMENTO DO TURNO (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              PERFORM 0620-GRAVAR-TURNO
              DISPLAY "TURNO " WRK-TUR-NUMERO " FECHADO E ASSINADO"
           ELSE
              DISPLAY "TURNO NAO ASSINADO - CONTINUA ABERTO"
           END-IF.

       0610-LOCALIZAR-TURNO.
           MOVE "N" TO WRK-TUR-SITUACAO.
           OPEN INPUT ARQTURNO.
           IF ARQTURNO-FS EQUAL ZEROS
              PERFORM UNTIL ARQTURNO-FS NOT EQUAL ZEROS
                 READ ARQTURNO
                    AT END MOVE 10 TO ARQTURNO-FS
                    NOT AT END
                       IF TUR-OPERADOR EQUAL WRK-OPERADOR
                          AND TUR-SITUACAO EQUAL "A"
                          MOVE "A"             TO WRK-TUR-SITUACAO
                          MOVE TUR-NUMERO      TO WRK-TUR-NUMERO
                          MOVE TUR-DATA        TO WRK-DATA-CAIXA
                          MOVE TUR-FUNDO-TROCO TO WRK-FUNDO-TROCO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQTURNO
           END-IF.

       0620-GRAVAR-TURNO.
           OPEN I-O ARQTURNO.
           PERFORM UNTIL ARQTURNO-FS NOT EQUAL ZEROS
              READ ARQTURNO
                 AT END MOVE 10 TO ARQTURNO-FS
                 NOT AT END
                    IF TUR-NUMERO EQUAL WRK-TUR-NUMERO
                       ACCEPT TUR-HORA-FECHAMENTO FROM TIME
                       MOVE WRK-TOT-PEDIDOS     TO TUR-TOT-PEDIDOS
                       MOVE WRK-TOT-VENDAS      TO TUR-TOT-VENDAS
                       MOVE WRK-TOT-DIN         TO TUR-TOT-DIN
                       MOVE WRK-TOT-CAR         TO TUR-TOT-CAR
                       MOVE WRK-TOT-PIX         TO TUR-TOT-PIX
                       MOVE WRK-TOT-OUTRAS      TO TUR-TOT-OUTRAS
                       MOVE WRK-TOT-PTS         TO TUR-TOT-PTS
                       MOVE WRK-TOT-SANGRIA     TO TUR-TOT-SANGRIA
                       MOVE WRK-TOT-SUPRIMENTO  TO TUR-TOT-SUPRIMENTO
                       MOVE WRK-ESPERADO-GAVETA TO TUR-ESPERADO-GAVETA
                       MOVE WRK-CONTADO-GAVETA  TO TUR-CONTADO-GAVETA
                       MOVE WRK-DIFERENCA       TO TUR-DIFERENCA
                       ACCEPT TUR-DATA-GRAVACAO FROM DATE YYYYMMDD
                       ACCEPT TUR-HORA-GRAVACAO FROM TIME
                       MOVE "F"                 TO TUR-SITUACAO
                       REWRITE TUR-REGISTRO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQTURNO.
