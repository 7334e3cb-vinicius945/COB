      *PRAZO E TAXA, E GERA O CRONOGRAMA DE PARCELAS MES A MES NO
      *ARQPARCELA.DAT (AMORTIZACAO CONSTANTE + JUROS SOBRE O SALDO,
      *NA MESMA LOGICA MENSAL DO PROGINVEST). O NUMERO DO CONTRATO
      *VEM DO EMPCTRL.TXT, COMO O PEDCTRL DO PROGCOBPEDIDO. ANTES DE
      *GRAVAR, O CLIENTE VE LADO A LADO O CRONOGRAMA SAC (AMORTIZACAO
      *CONSTANTE) E O PRICE (PARCELA FIXA), COM O TOTAL DE JUROS DE
      *CADA UM, E O OPERADOR ESCOLHE O SISTEMA, QUE FICA NO MESTRE
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ARQEMPCTRL-FS      PIC 9(02) VALUES ZEROS.
       01 ARQAVALISTA-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 WRK-AVALISTA-ID    PIC 9(06) VALUES ZEROS.
       01 WRK-FIM-AVALISTAS  PIC X(01) VALUES "N".

       01 WRK-NUMERO         PIC 9(06) VALUES ZEROS.
       01 WRK-JUROS-MES      PIC 9(06)V99 VALUES ZEROS.
       01 WRK-PARCELA        PIC 9(06)V99 VALUES ZEROS.

      *----------SISTEMA DE AMORTIZACAO (S = SAC  P = PRICE)
       01 WRK-SISTEMA        PIC X(01) VALUES "S".
       01 WRK-CONFIRMA       PIC X(01) VALUES "N".
      *    PARCELA FIXA DO PRICE: P * I * (1+I)**N / ((1+I)**N - 1)
       01 WRK-FATOR          PIC 9(09)V9(09) VALUES ZEROS.
       01 WRK-DIVISOR        PIC 9(09)V9(09) VALUES ZEROS.
       01 WRK-PRESTACAO      PIC 9(06)V99 VALUES ZEROS.

      *----------COMPARATIVO SAC X PRICE
       01 WRK-SALDO-SAC      PIC 9(08)V99 VALUES ZEROS.
       01 WRK-SALDO-PRICE    PIC 9(08)V99 VALUES ZEROS.
       01 WRK-PARC-SAC       PIC 9(06)V99 VALUES ZEROS.
       01 WRK-PARC-PRICE     PIC 9(06)V99 VALUES ZEROS.
       01 WRK-JUROS-SAC      PIC 9(08)V99 VALUES ZEROS.
       01 WRK-JUROS-PRICE    PIC 9(08)V99 VALUES ZEROS.
       01 WRK-LINHA-COMP.
           05 WRK-CMP-SEQ        PIC ZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-CMP-SAC        PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(06) VALUE SPACES.
           05 WRK-CMP-PRICE      PIC ZZZ,ZZ9.99.
       01 WRK-TOTAL-ED       PIC ZZ,ZZZ,ZZ9.99.

       01 WRK-VENCIMENTO.
           05 WRK-VENC-ANO   PIC 9(04).
           05 WRK-VENC-MES   PIC 9(02).

       LINKAGE SECTION.
       01 LNK-CONTRATO.
           05 LNK-CLIENTE-ID   PIC 9(06).
           05 LNK-PRINCIPAL    PIC 9(06)V99.
           05 LNK-PRAZO-MESES  PIC 9(03).
           05 LNK-TAXA-JUROS   PIC 9(02)V99.
           05 LNK-NUMERO       PIC 9(06).
      *    SISTEMA SUGERIDO PELO CHAMADOR (EM BRANCO = SAC); VOLTA COM
      *    O ESCOLHIDO
           05 LNK-SISTEMA      PIC X(01).

       PROCEDURE DIVISION USING LNK-CONTRATO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           PERFORM ESCOLHER-SISTEMA.
           PERFORM PROXIMO-NUMERO.
           MOVE WRK-NUMERO TO LNK-NUMERO.
           PERFORM GRAVAR-MESTRE.
                   LNK-PRAZO-MESES " parcela(s)".
           GOBACK.

      *    OS DOIS CRONOGRAMAS LADO A LADO, COM O TOTAL DE JUROS DE
      *    CADA UM - O CLIENTE ESCOLHE ANTES DE O CONTRATO SER GRAVADO
       ESCOLHER-SISTEMA SECTION.
           MOVE LNK-SISTEMA TO WRK-SISTEMA.
           IF WRK-SISTEMA NOT EQUAL "P"
              MOVE "S" TO WRK-SISTEMA
           END-IF.
           PERFORM CALCULAR-PRESTACAO.
           PERFORM MOSTRAR-COMPARATIVO.
           MOVE "N" TO WRK-CONFIRMA.
           PERFORM UNTIL WRK-CONFIRMA EQUAL "S"
              DISPLAY "Sistema (S)AC ou (P)RICE [" WRK-SISTEMA "]: "
              ACCEPT LNK-SISTEMA
              IF LNK-SISTEMA EQUAL "S" OR LNK-SISTEMA EQUAL "P"
                 MOVE LNK-SISTEMA TO WRK-SISTEMA
              END-IF
              IF WRK-SISTEMA EQUAL "P"
                 DISPLAY "Confirma o contrato no PRICE (S/N)? "
              ELSE
                 DISPLAY "Confirma o contrato no SAC (S/N)? "
              END-IF
              ACCEPT WRK-CONFIRMA
           END-PERFORM.
           MOVE WRK-SISTEMA TO LNK-SISTEMA.

      *    TAXA ZERO NAO TEM FATOR - A PARCELA E SO PRINCIPAL/PRAZO
       CALCULAR-PRESTACAO SECTION.
           IF LNK-TAXA-JUROS EQUAL ZEROS
              COMPUTE WRK-PRESTACAO ROUNDED =
                      LNK-PRINCIPAL / LNK-PRAZO-MESES
           ELSE
              COMPUTE WRK-FATOR =
                      (1 + LNK-TAXA-JUROS / 100) ** LNK-PRAZO-MESES
              COMPUTE WRK-DIVISOR = WRK-FATOR - 1
              COMPUTE WRK-PRESTACAO ROUNDED =
                      LNK-PRINCIPAL * LNK-TAXA-JUROS * WRK-FATOR
                      / (WRK-DIVISOR * 100)
           END-IF.

       MOSTRAR-COMPARATIVO SECTION.
           MOVE LNK-PRINCIPAL TO WRK-SALDO-SAC WRK-SALDO-PRICE.
           MOVE ZEROS TO WRK-JUROS-SAC WRK-JUROS-PRICE.
           COMPUTE WRK-AMORTIZACAO =
                   LNK-PRINCIPAL / LNK-PRAZO-MESES.
           DISPLAY "PARC    SAC (DECRESC.)    PRICE (FIXA)".
           PERFORM VARYING WRK-SEQ FROM 1 BY 1
                   UNTIL WRK-SEQ GREATER LNK-PRAZO-MESES
              MOVE WRK-SALDO-SAC TO WRK-SALDO
              PERFORM CALCULAR-PARCELA-SAC
              MOVE WRK-SALDO TO WRK-SALDO-SAC
              MOVE WRK-PARCELA TO WRK-PARC-SAC
              ADD WRK-JUROS-MES TO WRK-JUROS-SAC
              MOVE WRK-SALDO-PRICE TO WRK-SALDO
              PERFORM CALCULAR-PARCELA-PRICE
              MOVE WRK-SALDO TO WRK-SALDO-PRICE
              MOVE WRK-PARCELA TO WRK-PARC-PRICE
              ADD WRK-JUROS-MES TO WRK-JUROS-PRICE
              MOVE WRK-SEQ        TO WRK-CMP-SEQ
              MOVE WRK-PARC-SAC   TO WRK-CMP-SAC
              MOVE WRK-PARC-PRICE TO WRK-CMP-PRICE
              DISPLAY WRK-LINHA-COMP
           END-PERFORM.
           MOVE WRK-JUROS-SAC TO WRK-TOTAL-ED.
           DISPLAY "TOTAL DE JUROS SAC....: " WRK-TOTAL-ED.
           MOVE WRK-JUROS-PRICE TO WRK-TOTAL-ED.
           DISPLAY "TOTAL DE JUROS PRICE..: " WRK-TOTAL-ED.

       PROXIMO-NUMERO SECTION.
           OPEN INPUT ARQEMPCTRL.
           IF ARQEMPCTRL-FS EQUAL 00
           MOVE WRK-DATA-ATUAL   TO EMP-DATA-CONTRATO.
           MOVE "A"              TO EMP-SITUACAO.
           MOVE ZEROS            TO EMP-CONTRATO-SUCESSOR.
           MOVE WRK-SISTEMA      TO EMP-SISTEMA.
           MOVE ZEROS            TO EMP-DATA-BAIXA EMP-SALDO-BAIXADO.
           WRITE EMP-REGISTRO.
           CLOSE ARQEMP.

      *    AMORTIZACAO CONSTANTE: CADA MES PAGA PRINCIPAL/PRAZO MAIS
      *    OS JUROS DO SALDO DEVEDOR DO MES, COMO O PROGINVEST FAZ O
      *    CALCULO MES A MES. NO PRICE A PARCELA E FIXA E A
      *    AMORTIZACAO E O QUE SOBRA DELA DEPOIS DOS JUROS
       GERAR-PARCELAS SECTION.
           OPEN I-O ARQPARC.
           IF ARQPARC-FS EQUAL 35
           PERFORM VARYING WRK-SEQ FROM 1 BY 1
                   UNTIL WRK-SEQ GREATER LNK-PRAZO-MESES
              PERFORM AVANCAR-UM-MES
              IF WRK-SISTEMA EQUAL "P"
                 PERFORM CALCULAR-PARCELA-PRICE
              ELSE
                 PERFORM CALCULAR-PARCELA-SAC
              END-IF
              MOVE WRK-NUMERO      TO PARC-NUMERO
              MOVE WRK-SEQ         TO PARC-SEQ
              MOVE WRK-VENCIMENTO  TO WRK-DU-DATA
           END-PERFORM.
           CLOSE ARQPARC.

       CALCULAR-PARCELA-SAC SECTION.
           COMPUTE WRK-JUROS-MES =
                   (WRK-SALDO * LNK-TAXA-JUROS) / 100.
           COMPUTE WRK-PARCELA = WRK-AMORTIZACAO + WRK-JUROS-MES.
           SUBTRACT WRK-AMORTIZACAO FROM WRK-SALDO.

      *    A ULTIMA PARCELA DO PRICE LEVA O QUE RESTOU DO SALDO - O
      *    ARREDONDAMENTO DA PARCELA FIXA NAO DEIXA RESIDUO
       CALCULAR-PARCELA-PRICE SECTION.
           COMPUTE WRK-JUROS-MES =
                   (WRK-SALDO * LNK-TAXA-JUROS) / 100.
           IF WRK-SEQ EQUAL LNK-PRAZO-MESES
              OR WRK-PRESTACAO - WRK-JUROS-MES GREATER WRK-SALDO
              COMPUTE WRK-PARCELA = WRK-SALDO + WRK-JUROS-MES
              MOVE ZEROS TO WRK-SALDO
           ELSE
              MOVE WRK-PRESTACAO TO WRK-PARCELA
              COMPUTE WRK-SALDO =
                      WRK-SALDO - (WRK-PRESTACAO - WRK-JUROS-MES)
           END-IF.

       AVANCAR-UM-MES SECTION.
           ADD 1 TO WRK-VENC-MES.
           IF WRK-VENC-MES GREATER 12
