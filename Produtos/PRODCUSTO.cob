       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCUSTO.
      *---------------------------------------------------------------
      * Recalcula o custo medio ponderado movel de um produto numa
      * entrada "E": (saldo antes x custo medio + quantidade x custo
      * pago) / (saldo antes + quantidade). Sem saldo ou sem custo
      * medio anterior, o custo pago vira o custo medio. Devolve o novo
      * custo em LNK-CUS-MEDIO (o chamador grava no ARQPROD-CUSTO-MEDIO
      * no mesmo REWRITE do saldo) e guarda o calculo no historico
      * ARQPRODCUSTO.DAT. Chamado por quem posta entrada no ARQPRODMOV
      * (PEDCOMPRA, PRODMOVTO)
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQCUSTO ASSIGN TO "DADOS/ARQPRODCUSTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCUSTO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCUSTO
           RECORDING MODE IS F.
       COPY "#PROD-CUSTO".

       WORKING-STORAGE    SECTION.
       01 ARQCUSTO-FS        PIC 9(02) VALUES ZEROS.
       01 WRK-MEDIO-ANTES    PIC 9(06)V9999 VALUES ZEROS.
       01 WRK-ESTOQUE-NOVO   PIC 9(07) VALUES ZEROS.

       LINKAGE            SECTION.
       01 LNK-CUSTO-MEDIO.
           05 LNK-CUS-CODIGO        PIC 9(04).
           05 LNK-CUS-ESTOQUE-ANTES PIC 9(06).
      *    ENTRA O CUSTO MEDIO ATUAL, SAI O RECALCULADO
           05 LNK-CUS-MEDIO         PIC 9(06)V9999.
           05 LNK-CUS-QUANTIDADE    PIC 9(06).
           05 LNK-CUS-UNITARIO      PIC 9(06)V9999.
           05 LNK-CUS-ORIGEM        PIC X(30).
           05 LNK-CUS-OPERADOR      PIC X(10).

       PROCEDURE DIVISION USING LNK-CUSTO-MEDIO.
           IF LNK-CUS-MEDIO IS NOT NUMERIC
              MOVE ZEROS TO LNK-CUS-MEDIO
           END-IF.
           MOVE LNK-CUS-MEDIO TO WRK-MEDIO-ANTES.
           COMPUTE WRK-ESTOQUE-NOVO =
                   LNK-CUS-ESTOQUE-ANTES + LNK-CUS-QUANTIDADE.
           IF LNK-CUS-ESTOQUE-ANTES EQUAL ZEROS
              OR WRK-MEDIO-ANTES EQUAL ZEROS
              OR WRK-ESTOQUE-NOVO EQUAL ZEROS
              MOVE LNK-CUS-UNITARIO TO LNK-CUS-MEDIO
           ELSE
              COMPUTE LNK-CUS-MEDIO ROUNDED =
                      (LNK-CUS-ESTOQUE-ANTES * WRK-MEDIO-ANTES
                     + LNK-CUS-QUANTIDADE * LNK-CUS-UNITARIO)
                     / WRK-ESTOQUE-NOVO
           END-IF.
           PERFORM GRAVAR-HISTORICO.
           GOBACK.

       GRAVAR-HISTORICO SECTION.
           OPEN EXTEND ARQCUSTO.
           IF ARQCUSTO-FS EQUAL 05
              OPEN OUTPUT ARQCUSTO
           END-IF.
           IF ARQCUSTO-FS EQUAL ZEROS
              MOVE LNK-CUS-CODIGO        TO CUSTO-CODIGO
              ACCEPT CUSTO-DATA FROM DATE YYYYMMDD
              ACCEPT CUSTO-HORA FROM TIME
              MOVE LNK-CUS-QUANTIDADE    TO CUSTO-QUANTIDADE
              MOVE LNK-CUS-UNITARIO      TO CUSTO-UNITARIO
              MOVE LNK-CUS-ESTOQUE-ANTES TO CUSTO-ESTOQUE-ANTES
              MOVE WRK-MEDIO-ANTES       TO CUSTO-MEDIO-ANTES
              MOVE LNK-CUS-MEDIO         TO CUSTO-MEDIO-DEPOIS
              MOVE LNK-CUS-ORIGEM        TO CUSTO-ORIGEM
              MOVE LNK-CUS-OPERADOR      TO CUSTO-OPERADOR
              WRITE CUSTO-REGISTRO
              CLOSE ARQCUSTO
           ELSE
              DISPLAY "ARQPRODCUSTO.DAT NAO ABERTO - STATUS "
                      ARQCUSTO-FS " - HISTORICO DE CUSTO NAO GRAVADO"
           END-IF.
           MOVE ZEROS TO ARQCUSTO-FS.
