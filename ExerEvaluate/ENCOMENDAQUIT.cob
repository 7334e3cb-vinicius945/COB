       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCOMENDAQUIT.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: QUITACAO DA ENCOMENDA NO DIA DA ENTREGA - O SINAL
      *PAGO NO PEDIDO (CREDITO DO CLIENTE NO ARQSINAL) E ABATIDO DO
      *TOTAL E O SALDO E COBRADO AGORA, EM ATE DUAS FORMAS
      *(DIN/CAR/PIX), QUE ENTRAM NO CABECALHO DO PEDIDO AO LADO DA
      *FORMA "SIN" - E O QUE O CAIXA DO DIA SOMA. O SINAL PASSA A
      *UTILIZADO E, SE A ENCOMENDA E PARA ENTREGA, ELA ENTRA NO PAINEL
      *DE EXPEDICAO COMO "EM PREPARO". O SALDO ENTRA NO TURNO DE
      *CAIXA ABERTO DE QUEM COBROU (TURNOATIVO) - O CABECALHO PASSA A
      *TRAZER ESSE OPERADOR E ESSE TURNO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPEDIDO ASSIGN TO ".\PEDIDOS.TXT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ARQPEDIDO-FS.

           SELECT ARQSINAL ASSIGN TO "DADOS/ARQSINAL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQSINAL-FS.

           SELECT ARQENTREGA ASSIGN TO "DADOS/ARQENTREGA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQENTREGA-FS
           RECORD KEY IS ENT-PED-NUMERO.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO PROGCOBPEDIDO
       FD ARQPEDIDO
           RECORDING MODE IS F.
       COPY "#PEDIDO".

       FD ARQSINAL
           RECORDING MODE IS F.
       COPY "#SINAL".

       FD ARQENTREGA.
       COPY "#ENTREGA".

       WORKING-STORAGE SECTION.
       01 ARQPEDIDO-FS       PIC 9(02) VALUES ZEROS.
       01 ARQSINAL-FS        PIC 9(02) VALUES ZEROS.
       01 ARQENTREGA-FS      PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-PEDIDO         PIC 9(06) VALUES ZEROS.
       01 WRK-ACHOU          PIC X(01) VALUES "N".
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.

      *----------CABECALHO DA ENCOMENDA
       01 WRK-PED-DATA       PIC 9(08) VALUES ZEROS.
       01 WRK-PED-HORA       PIC 9(08) VALUES ZEROS.
       01 WRK-PED-CLIENTE-ID PIC 9(06) VALUES ZEROS.
       01 WRK-PED-TOTAL      PIC 9(04)V99 VALUES ZEROS.
       01 WRK-PED-SINAL      PIC 9(04)V99 VALUES ZEROS.
       01 WRK-PED-ENCOMENDA  PIC X(01) VALUES SPACES.
       01 WRK-PED-SITUACAO   PIC X(01) VALUES SPACES.
       01 WRK-PED-ENC-SIT    PIC X(01) VALUES SPACES.
       01 WRK-PED-ENTREGA    PIC X(01) VALUES SPACES.

      *----------TURNO DE CAIXA ABERTO DO OPERADOR (TURNOATIVO)
       01 WRK-TURNO.
           05 WRK-TUR-OPERADOR  PIC X(10) VALUE SPACES.
           05 WRK-TUR-SITUACAO  PIC X(01) VALUE SPACE.
           05 WRK-TUR-NUMERO    PIC 9(06) VALUE ZEROS.

      *----------SALDO COBRADO AGORA (FORMAS 2 E 3 DO CABECALHO; A 1
      *----------E O SINAL)
       01 WRK-SALDO          PIC 9(04)V99 VALUES ZEROS.
       01 WRK-RESTANTE       PIC 9(04)V99 VALUES ZEROS.
       01 WRK-FORMA          PIC X(03) VALUES SPACES.
       01 WRK-FORMA-VALOR    PIC 9(04)V99 VALUES ZEROS.
       01 WRK-FORMA-IDX      PIC 9(01) VALUES ZEROS.
       01 WRK-FORMAS-PAGAS.
           05 WRK-FP-QTD     PIC 9(01) VALUE ZERO.
           05 WRK-FP-ITEM OCCURS 2 TIMES.
               10 WRK-FP-FORMA PIC X(03).
               10 WRK-FP-VALOR PIC 9(04)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "QUITACAO DE ENCOMENDA".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           MOVE WRK-OPERADOR TO WRK-TUR-OPERADOR.
           CALL "TURNOATIVO" USING WRK-TURNO.
           IF WRK-TUR-SITUACAO EQUAL "F"
              DISPLAY "OPERADOR " WRK-OPERADOR " SEM TURNO DE CAIXA"
                      " ABERTO - QUITACAO RECUSADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT WRK-PEDIDO.
           PERFORM LOCALIZAR-ENCOMENDA.
           IF WRK-ACHOU NOT EQUAL "S"
              DISPLAY "PEDIDO " WRK-PEDIDO " NAO ENCONTRADO"
              STOP RUN
           END-IF.
           IF WRK-PED-ENCOMENDA NOT EQUAL "S"
              DISPLAY "PEDIDO " WRK-PEDIDO " NAO E ENCOMENDA"
              STOP RUN
           END-IF.
           IF WRK-PED-SITUACAO EQUAL "X"
              DISPLAY "ENCOMENDA " WRK-PEDIDO " CANCELADA - O SINAL"
                      " ESTA EM CREDITO DO CLIENTE"
              STOP RUN
           END-IF.
           IF WRK-PED-ENC-SIT EQUAL "Q"
              DISPLAY "ENCOMENDA " WRK-PEDIDO " JA QUITADA"
              STOP RUN
           END-IF.
           IF WRK-PED-DATA NOT EQUAL WRK-DATA-HOJE
              DISPLAY "ENCOMENDA " WRK-PEDIDO " E PARA " WRK-PED-DATA
                      " - O SALDO SO E COBRADO NO DIA DA ENTREGA"
              STOP RUN
           END-IF.

           COMPUTE WRK-SALDO = WRK-PED-TOTAL - WRK-PED-SINAL.
           DISPLAY "ENCOMENDA " WRK-PEDIDO
                   " CLIENTE " WRK-PED-CLIENTE-ID
                   " HORA " WRK-PED-HORA(1:4).
           DISPLAY "TOTAL " WRK-PED-TOTAL " SINAL " WRK-PED-SINAL
                   " SALDO " WRK-SALDO.
           PERFORM CAPTURAR-PAGAMENTO.
           DISPLAY "CONFIRMA A QUITACAO (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              PERFORM QUITAR-PEDIDO
              PERFORM BAIXAR-SINAL
              IF WRK-PED-ENTREGA EQUAL "S"
                 PERFORM ABRIR-ENTREGA
              END-IF
              DISPLAY "ENCOMENDA " WRK-PEDIDO " QUITADA"
           ELSE
              DISPLAY "QUITACAO NAO CONFIRMADA"
           END-IF.
           STOP RUN.

       LOCALIZAR-ENCOMENDA SECTION.
           MOVE "N" TO WRK-ACHOU.
           OPEN INPUT ARQPEDIDO.
           IF ARQPEDIDO-FS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.TXT (STATUS " ARQPEDIDO-FS ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL ARQPEDIDO-FS NOT EQUAL ZEROS
              READ ARQPEDIDO
                 AT END MOVE 10 TO ARQPEDIDO-FS
                 NOT AT END
                    IF PED-NUMERO EQUAL WRK-PEDIDO
                       AND PED-TIPO-REG NOT EQUAL "I"
                       MOVE "S"              TO WRK-ACHOU
                       MOVE PED-DATA         TO WRK-PED-DATA
                       MOVE PED-HORA         TO WRK-PED-HORA
                       MOVE PED-CLIENTE-ID   TO WRK-PED-CLIENTE-ID
                       COMPUTE WRK-PED-TOTAL =
                               PED-PRECO + PED-TAXA-ENTREGA
                       MOVE PED-SINAL        TO WRK-PED-SINAL
                       MOVE PED-ENCOMENDA    TO WRK-PED-ENCOMENDA
                       MOVE PED-SITUACAO     TO WRK-PED-SITUACAO
                       MOVE PED-ENC-SITUACAO TO WRK-PED-ENC-SIT
                       MOVE PED-ENC-ENTREGA  TO WRK-PED-ENTREGA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQPEDIDO.
           MOVE ZEROS TO ARQPEDIDO-FS.

      *    MESMA CAPTURA DO PROGCOBPEDIDO, EM ATE DUAS FORMAS (A
      *    PRIMEIRA DO CABECALHO JA E O SINAL); VALOR ZERO ASSUME O
      *    RESTANTE
       CAPTURAR-PAGAMENTO SECTION.
           MOVE ZERO TO WRK-FP-QTD.
           MOVE WRK-SALDO TO WRK-RESTANTE.
           PERFORM UNTIL WRK-RESTANTE EQUAL ZEROS
                      OR WRK-FP-QTD EQUAL 2
              DISPLAY "FORMA DE PAGAMENTO (DIN/CAR/PIX) - FALTA "
                      WRK-RESTANTE ": "
              ACCEPT WRK-FORMA
              IF WRK-FORMA NOT EQUAL "DIN"
                 AND WRK-FORMA NOT EQUAL "CAR"
                 AND WRK-FORMA NOT EQUAL "PIX"
                 DISPLAY "FORMA INVALIDA"
              ELSE
                 DISPLAY "VALOR NESTA FORMA (0 = O RESTANTE): "
                 ACCEPT WRK-FORMA-VALOR
                 IF WRK-FORMA-VALOR EQUAL ZEROS
                    OR WRK-FORMA-VALOR GREATER WRK-RESTANTE
                    MOVE WRK-RESTANTE TO WRK-FORMA-VALOR
                 END-IF
                 ADD 1 TO WRK-FP-QTD
                 MOVE WRK-FORMA       TO WRK-FP-FORMA(WRK-FP-QTD)
                 MOVE WRK-FORMA-VALOR TO WRK-FP-VALOR(WRK-FP-QTD)
                 SUBTRACT WRK-FORMA-VALOR FROM WRK-RESTANTE
              END-IF
           END-PERFORM.
      *    DUAS FORMAS E AINDA SOBROU: A ULTIMA ABSORVE O RESTO
           IF WRK-RESTANTE GREATER ZEROS
              ADD WRK-RESTANTE TO WRK-FP-VALOR(WRK-FP-QTD)
              MOVE ZEROS TO WRK-RESTANTE
           END-IF.

      *    O CABECALHO GANHA AS FORMAS DO SALDO, A SITUACAO "Q" E O
      *    TURNO DE QUEM COBROU
       QUITAR-PEDIDO SECTION.
           OPEN I-O ARQPEDIDO.
           IF ARQPEDIDO-FS EQUAL ZEROS
              PERFORM UNTIL ARQPEDIDO-FS NOT EQUAL ZEROS
                 READ ARQPEDIDO
                    AT END MOVE 10 TO ARQPEDIDO-FS
                    NOT AT END
                       IF PED-NUMERO EQUAL WRK-PEDIDO
                          AND PED-TIPO-REG NOT EQUAL "I"
                          PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                                  UNTIL WRK-FORMA-IDX GREATER WRK-FP-QTD
                             MOVE WRK-FP-FORMA(WRK-FORMA-IDX)
                               TO PED-FORMA(WRK-FORMA-IDX + 1)
                             MOVE WRK-FP-VALOR(WRK-FORMA-IDX)
                               TO PED-FORMA-VALOR(WRK-FORMA-IDX + 1)
                          END-PERFORM
                          COMPUTE PED-FORMA-QTD = WRK-FP-QTD + 1
                          MOVE "Q" TO PED-ENC-SITUACAO
                          MOVE WRK-OPERADOR   TO PED-OPERADOR
                          MOVE WRK-TUR-NUMERO TO PED-TURNO
                          REWRITE PED-REGISTRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQPEDIDO
           END-IF.
           MOVE ZEROS TO ARQPEDIDO-FS.

      *    O CREDITO DO CLIENTE FOI CONSUMIDO PELA ENCOMENDA
       BAIXAR-SINAL SECTION.
           OPEN I-O ARQSINAL.
           IF ARQSINAL-FS EQUAL ZEROS
              PERFORM UNTIL ARQSINAL-FS NOT EQUAL ZEROS
                 READ ARQSINAL
                    AT END MOVE 10 TO ARQSINAL-FS
                    NOT AT END
                       IF SIN-PED-NUMERO EQUAL WRK-PEDIDO
                          AND SIN-SITUACAO EQUAL "A"
                          MOVE "U"           TO SIN-SITUACAO
                          MOVE WRK-DATA-HOJE TO SIN-DATA-USO
                          REWRITE SIN-REGISTRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQSINAL
           ELSE
              DISPLAY "SEM ARQSINAL.DAT (STATUS " ARQSINAL-FS
                      ") - SINAL NAO BAIXADO"
           END-IF.
           MOVE ZEROS TO ARQSINAL-FS.

      *    MESMA ABERTURA DO PROGCOBPEDIDO, NO DIA EM QUE A ENCOMENDA
      *    E PRODUZIDA
       ABRIR-ENTREGA SECTION.
           OPEN I-O ARQENTREGA.
           IF ARQENTREGA-FS EQUAL 35
              OPEN OUTPUT ARQENTREGA
              CLOSE ARQENTREGA
              OPEN I-O ARQENTREGA
           END-IF.
           IF ARQENTREGA-FS EQUAL ZEROS
              MOVE WRK-PEDIDO        TO ENT-PED-NUMERO
              MOVE "P"               TO ENT-SITUACAO
              MOVE ZEROS             TO ENT-ENTREGADOR
              MOVE WRK-PED-DATA      TO ENT-DATA-PEDIDO
              MOVE WRK-PED-HORA      TO ENT-HORA-PEDIDO
              MOVE ZEROS             TO ENT-DATA-SAIU ENT-HORA-SAIU
                                        ENT-DATA-FIM ENT-HORA-FIM
              WRITE ENT-REGISTRO
              CLOSE ARQENTREGA
              DISPLAY "ENTREGA ABERTA NO PAINEL DE EXPEDICAO"
           END-IF.
