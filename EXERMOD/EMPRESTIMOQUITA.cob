      *CLIENTE: (P) PARCELA MENOR NO MESMO PRAZO OU (T) MESMO VALOR
      *DE AMORTIZACAO EM PRAZO MENOR (AS PARCELAS DO FIM SAO
      *ELIMINADAS). JUROS SEMPRE SOBRE O SALDO, COMO NO
      *EMPRESTIMOGERA. NO CONTRATO PRICE A COTA DE PRINCIPAL MUDA A
      *CADA PARCELA: O PRINCIPAL A VENCER E O VALOR PRESENTE DAS
      *PARCELAS A VENCER NA TAXA DO CONTRATO, REPARTIDO PARCELA A
      *PARCELA (JUROS DO SALDO, O RESTO AMORTIZA); A PARCELA MENOR
      *RECALCULA A PARCELA FIXA E O PRAZO MENOR MANTEM A PARCELA FIXA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WRK-SALDO-CALC     PIC 9(08)V99 VALUES ZEROS.
       01 WRK-NOVO-PRAZO     PIC 9(03) VALUES ZEROS.

      *----------CONTRATO PRICE (PARCELA FIXA)
       01 WRK-TAXA           PIC 9(01)V9(06) VALUES ZEROS.
       01 WRK-FATOR          PIC 9(09)V9(09) VALUES ZEROS.
       01 WRK-DIVISOR        PIC 9(09)V9(09) VALUES ZEROS.
       01 WRK-PRESTACAO      PIC 9(06)V99 VALUES ZEROS.
       01 WRK-QTD-CALC       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-NOVA-PARCELA   PIC 9(06)V99 VALUES ZEROS.

      *----------PARCELAS EM ABERTO DO CONTRATO
       01 WRK-QTD-ABERTAS    PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-QTD-FUTURAS    PIC 9(03) USAGE COMP VALUE ZERO.
               10 WRK-ABR-VALOR   PIC 9(06)V99.
      *    "S" = JA VENCIDA (COBRA INTEIRA NA QUITACAO)
               10 WRK-ABR-VENCIDA PIC X(01).
      *    COTA DE PRINCIPAL DA PARCELA A VENCER
               10 WRK-ABR-AMORT   PIC 9(06)V99.
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.

       PROCEDURE DIVISION.
           ELSE
              COMPUTE WRK-AMORTIZACAO =
                      EMP-PRINCIPAL / EMP-PRAZO-MESES
              COMPUTE WRK-TAXA = EMP-TAXA-JUROS / 100
              PERFORM APURAR-COTAS-PRINCIPAL
              PERFORM CALCULAR-QUITACAO
              DISPLAY "PARCELAS EM ABERTO....: " WRK-QTD-ABERTAS
              DISPLAY "VALOR PARA QUITAR HOJE: " WRK-QUITACAO
           END-PERFORM.
           MOVE ZEROS TO ARQPARC-FS.

      *    COTA DE PRINCIPAL DE CADA PARCELA A VENCER: NO SAC E
      *    SEMPRE PRINCIPAL/PRAZO; NO PRICE O SALDO E O VALOR PRESENTE
      *    DAS PARCELAS A VENCER E CADA UMA AMORTIZA O QUE SOBRA DELA
      *    DEPOIS DOS JUROS DO SALDO (A ULTIMA LEVA O RESTO)
       APURAR-COTAS-PRINCIPAL SECTION.
           MOVE ZEROS TO WRK-SALDO-DEVEDOR.
           MOVE 1 TO WRK-FATOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ABERTAS
              IF WRK-ABR-VENCIDA(WRK-IDX) EQUAL "N"
                 IF EMP-SISTEMA EQUAL "P"
                    COMPUTE WRK-FATOR = WRK-FATOR * (1 + WRK-TAXA)
                    COMPUTE WRK-SALDO-DEVEDOR ROUNDED =
                            WRK-SALDO-DEVEDOR
                          + WRK-ABR-VALOR(WRK-IDX) / WRK-FATOR
                 ELSE
                    MOVE WRK-AMORTIZACAO TO WRK-ABR-AMORT(WRK-IDX)
                    ADD WRK-AMORTIZACAO TO WRK-SALDO-DEVEDOR
                 END-IF
              END-IF
           END-PERFORM.
           IF EMP-SISTEMA EQUAL "P"
              MOVE WRK-SALDO-DEVEDOR TO WRK-SALDO-CALC
              MOVE ZERO TO WRK-QTD-CALC
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-ABERTAS
                 IF WRK-ABR-VENCIDA(WRK-IDX) EQUAL "N"
                    ADD 1 TO WRK-QTD-CALC
                    COMPUTE WRK-JUROS-MES =
                            WRK-SALDO-CALC * WRK-TAXA
                    IF WRK-QTD-CALC EQUAL WRK-QTD-FUTURAS
                       OR WRK-ABR-VALOR(WRK-IDX) - WRK-JUROS-MES
                          GREATER WRK-SALDO-CALC
                       MOVE WRK-SALDO-CALC TO WRK-ABR-AMORT(WRK-IDX)
                    ELSE
                       COMPUTE WRK-ABR-AMORT(WRK-IDX) =
                               WRK-ABR-VALOR(WRK-IDX) - WRK-JUROS-MES
                    END-IF
                    SUBTRACT WRK-ABR-AMORT(WRK-IDX)
                        FROM WRK-SALDO-CALC
                 END-IF
              END-PERFORM
           END-IF.

      *    VENCIDA PAGA INTEIRA; A VENCER PAGA SO A COTA DE
      *    AMORTIZACAO - O JURO DO PERIODO NAO DECORRIDO E ABATIDO
       CALCULAR-QUITACAO SECTION.
              IF WRK-ABR-VENCIDA(WRK-IDX) EQUAL "S"
                 ADD WRK-ABR-VALOR(WRK-IDX) TO WRK-QUITACAO
              ELSE
                 ADD WRK-ABR-AMORT(WRK-IDX) TO WRK-QUITACAO
              END-IF
           END-PERFORM.

      *             COBRADO DE FATO, PARA A POSTAGEM CONTABIL DO DIA
      *             NAO SOMAR O JURO ABATIDO
                    IF WRK-ABR-VENCIDA(WRK-IDX) EQUAL "N"
                       MOVE WRK-ABR-AMORT(WRK-IDX) TO PARC-VALOR
                    END-IF
                    MOVE "S" TO PARC-PAGA
                    MOVE WRK-DATA-HOJE TO PARC-DATA-PAGAMENTO
              DISPLAY "SO HA PARCELAS VENCIDAS - USE A QUITACAO"
              GOBACK
           END-IF.
           DISPLAY "PRINCIPAL A VENCER: " WRK-SALDO-DEVEDOR.
           DISPLAY "VALOR A AMORTIZAR: ".
           ACCEPT WRK-VALOR-AMORT.
              DISPLAY "NADA FEITO"
              GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN WRK-OPCAO EQUAL "T" AND EMP-SISTEMA EQUAL "P"
                 PERFORM ENCURTAR-PRAZO-PRICE
              WHEN WRK-OPCAO EQUAL "T"
                 PERFORM ENCURTAR-PRAZO
              WHEN EMP-SISTEMA EQUAL "P"
                 PERFORM REDUZIR-PARCELA-PRICE
              WHEN OTHER
                 PERFORM REDUZIR-PARCELA
           END-EVALUATE.

      *    MESMO PRAZO, PARCELA MENOR: NOVA COTA = NOVO SALDO /
      *    PARCELAS A VENCER, JUROS SOBRE O SALDO RECALCULADOS
           MOVE ZEROS TO ARQPARC-FS.
           DISPLAY "CRONOGRAMA ENCURTADO PARA " WRK-NOVO-PRAZO
                   " PARCELA(S) A VENCER".

      *    PRICE, MESMO PRAZO: NOVA PARCELA FIXA SOBRE O NOVO SALDO
      *    NAS PARCELAS A VENCER; A ULTIMA LEVA O RESIDUO
       REDUZIR-PARCELA-PRICE SECTION.
           IF WRK-TAXA EQUAL ZEROS
              COMPUTE WRK-PRESTACAO ROUNDED =
                      WRK-NOVO-SALDO / WRK-QTD-FUTURAS
           ELSE
              COMPUTE WRK-FATOR =
                      (1 + WRK-TAXA) ** WRK-QTD-FUTURAS
              COMPUTE WRK-DIVISOR = WRK-FATOR - 1
              COMPUTE WRK-PRESTACAO ROUNDED =
                      WRK-NOVO-SALDO * WRK-TAXA * WRK-FATOR
                      / WRK-DIVISOR
           END-IF.
           MOVE WRK-NOVO-SALDO TO WRK-SALDO-CALC.
           MOVE ZERO TO WRK-QTD-CALC.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ABERTAS
              IF WRK-ABR-VENCIDA(WRK-IDX) EQUAL "N"
                 ADD 1 TO WRK-QTD-CALC
                 PERFORM CALCULAR-PARCELA-PRICE
                 MOVE WRK-NUMERO           TO PARC-NUMERO
                 MOVE WRK-ABR-SEQ(WRK-IDX) TO PARC-SEQ
                 READ ARQPARC
                 IF ARQPARC-FS EQUAL ZEROS
                    MOVE WRK-NOVA-PARCELA TO PARC-VALOR
                    REWRITE PARC-REGISTRO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPARC-FS.
           DISPLAY "PARCELAS A VENCER RECALCULADAS - NOVA PARCELA "
                   WRK-PRESTACAO.

      *    PRICE, PRAZO MENOR: A PARCELA FIXA CONTINUA A MESMA E O
      *    NOVO SALDO ACABA ANTES - AS PARCELAS DO FIM SAO ELIMINADAS
       ENCURTAR-PRAZO-PRICE SECTION.
           MOVE ZEROS TO WRK-PRESTACAO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ABERTAS
                      OR WRK-PRESTACAO GREATER ZEROS
              IF WRK-ABR-VENCIDA(WRK-IDX) EQUAL "N"
                 MOVE WRK-ABR-VALOR(WRK-IDX) TO WRK-PRESTACAO
              END-IF
           END-PERFORM.
           MOVE WRK-NOVO-SALDO TO WRK-SALDO-CALC.
           MOVE ZERO TO WRK-QTD-CALC WRK-NOVO-PRAZO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ABERTAS
              IF WRK-ABR-VENCIDA(WRK-IDX) EQUAL "N"
                 MOVE WRK-NUMERO           TO PARC-NUMERO
                 MOVE WRK-ABR-SEQ(WRK-IDX) TO PARC-SEQ
                 READ ARQPARC
                 IF ARQPARC-FS EQUAL ZEROS
                    IF WRK-SALDO-CALC EQUAL ZEROS
                       DELETE ARQPARC
                    ELSE
                       ADD 1 TO WRK-NOVO-PRAZO
                       MOVE WRK-NOVO-PRAZO TO WRK-QTD-CALC
                       PERFORM CALCULAR-PARCELA-PRICE
                       MOVE WRK-NOVA-PARCELA TO PARC-VALOR
                       REWRITE PARC-REGISTRO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPARC-FS.
           DISPLAY "CRONOGRAMA ENCURTADO PARA " WRK-NOVO-PRAZO
                   " PARCELA(S) A VENCER".

      *    UMA PARCELA PRICE SOBRE WRK-SALDO-CALC (VALOR DEVOLVIDO EM
      *    WRK-NOVA-PARCELA): JUROS DO SALDO E O RESTO DA PARCELA FIXA
      *    AMORTIZA; A ULTIMA A VENCER (OU A QUE COBRE O SALDO) LEVA
      *    O SALDO INTEIRO
       CALCULAR-PARCELA-PRICE SECTION.
           COMPUTE WRK-JUROS-MES = WRK-SALDO-CALC * WRK-TAXA.
           IF WRK-QTD-CALC EQUAL WRK-QTD-FUTURAS
              OR WRK-SALDO-CALC + WRK-JUROS-MES
                 NOT GREATER WRK-PRESTACAO
              COMPUTE WRK-NOVA-PARCELA =
                      WRK-SALDO-CALC + WRK-JUROS-MES
              MOVE ZEROS TO WRK-SALDO-CALC
           ELSE
              MOVE WRK-PRESTACAO TO WRK-NOVA-PARCELA
              COMPUTE WRK-SALDO-CALC =
                      WRK-SALDO-CALC - (WRK-PRESTACAO - WRK-JUROS-MES)
           END-IF.
