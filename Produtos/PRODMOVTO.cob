      *ARQPROD-ESTOQUE PASSA POR UM MOVIMENTO TIPADO (ENTRADA, VENDA,
      *AJUSTE DE INVENTARIO OU DEVOLUCAO) GRAVADO NO ARQPRODMOV.DAT
      *COM DATA/HORA, OPERADOR, MOTIVO E SALDO ANTES/DEPOIS, PARA O
      *KARDEX (PRODKARDEX) PROVAR O SALDO ATUAL DE CADA PRODUTO. A
      *ENTRADA PEDE O CUSTO UNITARIO PAGO E RECALCULA O CUSTO MEDIO
      *(PRODCUSTO); OS DEMAIS MOVIMENTOS SAEM PELO CUSTO MEDIO ATUAL.
      *ENTRADA COM LOTE E VALIDADE ABRE SALDO POR LOTE NO DEPOSITO;
      *VENDA E AJUSTE PARA MENOS BAIXAM OS LOTES QUE VENCEM PRIMEIRO E
      *A TRANSFERENCIA LEVA OS LOTES JUNTO (PRODLOTE). O PRODUTO E
      *INFORMADO PELO CODIGO INTERNO OU PELO CODIGO DE BARRAS (PRODEAN)
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 04.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".


       01 WRK-ESTOQUE-ANTES  PIC 9(06) VALUES ZEROS.
       01 WRK-ESTOQUE-NOVO   PIC 9(06) VALUES ZEROS.
       01 WRK-MOV-VALIDO     PIC X(01) VALUES "N".
       01 WRK-CUSTO-UNIT     PIC 9(06)V9999 VALUES ZEROS.

      *----------RECALCULO DO CUSTO MEDIO NA ENTRADA (PRODCUSTO)
       01 WRK-CUSTO-MEDIO.
           05 WRK-CUS-CODIGO        PIC 9(04) VALUE ZEROS.
           05 WRK-CUS-ESTOQUE-ANTES PIC 9(06) VALUE ZEROS.
           05 WRK-CUS-MEDIO         PIC 9(06)V9999 VALUE ZEROS.
           05 WRK-CUS-QUANTIDADE    PIC 9(06) VALUE ZEROS.
           05 WRK-CUS-UNITARIO      PIC 9(06)V9999 VALUE ZEROS.
           05 WRK-CUS-ORIGEM        PIC X(30) VALUE SPACES.
           05 WRK-CUS-OPERADOR      PIC X(10) VALUE SPACES.

      *----------QUEBRA POR DEPOSITO (LOJA X DEPOSITO DOS FUNDOS)
       01 WRK-DEPOSITO       PIC X(03) VALUES SPACES.
       01 WRK-DEP-DESTINO    PIC X(03) VALUES SPACES.
       01 WRK-DELTA-LOCAL    PIC S9(07) VALUES ZEROS.

      *----------SALDO POR LOTE E VALIDADE (PRODLOTE)
       01 WRK-LOTE.
           05 WRK-LOT-ACAO          PIC X(01) VALUE SPACE.
           05 WRK-LOT-CODIGO        PIC 9(04) VALUE ZEROS.
           05 WRK-LOT-DEPOSITO      PIC X(03) VALUE SPACES.
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

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCESSAR SECTION.
           DISPLAY "MOVIMENTO DE ESTOQUE "          LINE 01 COLUMN 01.
           DISPLAY "----------"                     LINE 02 COLUMN 01.
           DISPLAY "CODIGO OU COD. BARRAS "         LINE 03 COLUMN 01.
              ACCEPT WRK-EAN-ENTRADA                LINE 03 COLUMN 25.
           MOVE "R" TO WRK-EAN-ACAO.
           CALL "PRODEAN" USING WRK-EAN.
           IF WRK-EAN-RETORNO EQUAL "S"
              MOVE WRK-EAN-PRODUTO    TO WRK-ARQPROD-CODIGO
              MOVE WRK-ARQPROD-CODIGO TO ARQPROD-CODIGO
              READ ARQPROD
           ELSE
              MOVE 23 TO ARQPROD-FS
           END-IF.

           IF ARQPROD-FS NOT EQUAL 00
              DISPLAY "CODIGO NAO ENCONTRADO"       LINE 20 COLUMN 01
                 IF WRK-DEPOSITO EQUAL SPACES
                    MOVE "LOJ" TO WRK-DEPOSITO
                 END-IF
                 MOVE ZEROS TO WRK-CUSTO-UNIT
                 IF WRK-TIPO-MOV EQUAL "E"
                    DISPLAY "CUSTO UNITARIO PAGO (0 = MEDIO) "
                                                    LINE 12 COLUMN 01
                       ACCEPT WRK-CUSTO-UNIT        LINE 12 COLUMN 35
                    IF WRK-CUSTO-UNIT IS NOT NUMERIC
                       MOVE ZEROS TO WRK-CUSTO-UNIT
                    END-IF
                    PERFORM INFORMAR-LOTE
                 END-IF

                 PERFORM CALCULAR-NOVO-ESTOQUE
                 IF WRK-MOV-VALIDO EQUAL "S"
                       ACCEPT WRK-CONFIRMA          LINE 13 COLUMN 32
                    IF WRK-CONFIRMA EQUAL "S"
                       MOVE ARQPROD-ESTOQUE   TO WRK-ESTOQUE-ANTES
                       PERFORM RECALCULAR-CUSTO
                       MOVE WRK-ESTOQUE-NOVO  TO ARQPROD-ESTOQUE
                       REWRITE ARQPROD-REGISTRO
                       PERFORM GRAVAR-MOVIMENTO
                       PERFORM ATUALIZAR-SALDO-LOCAL
                       PERFORM MOVIMENTAR-LOTE
                       DISPLAY "MOVIMENTO GRAVADO"  LINE 15 COLUMN 01
                    END-IF
                 END-IF
                 END-STRING
                 MOVE "T" TO WRK-TIPO-MOV
                 PERFORM GRAVAR-MOVIMENTO
                 MOVE "T"             TO WRK-LOT-ACAO
                 MOVE WRK-DEP-ORIGEM  TO WRK-LOT-DEPOSITO
                 MOVE WRK-DEP-DESTINO TO WRK-LOT-DESTINO
                 MOVE WRK-QUANTIDADE  TO WRK-LOT-QUANTIDADE
                 PERFORM CHAMAR-PRODLOTE
                 DISPLAY "TRANSFERENCIA GRAVADA"    LINE 15 COLUMN 01
              END-IF
           END-IF.

      *    LOTE E VALIDADE DA ENTRADA, AO LADO DO CUSTO - LOTE VAZIO
      *    E ENTRADA SEM CONTROLE DE LOTE
       INFORMAR-LOTE SECTION.
           MOVE SPACES TO WRK-LOT-NUMERO.
           MOVE ZEROS  TO WRK-LOT-VALIDADE.
           DISPLAY "LOTE "                          LINE 12 COLUMN 47.
              ACCEPT WRK-LOT-NUMERO                 LINE 12 COLUMN 52.
           IF WRK-LOT-NUMERO NOT EQUAL SPACES
              DISPLAY "VAL "                        LINE 12 COLUMN 65
                 ACCEPT WRK-LOT-VALIDADE            LINE 12 COLUMN 69
              IF WRK-LOT-VALIDADE IS NOT NUMERIC
                 OR WRK-LOT-VALIDADE EQUAL ZEROS
                 DISPLAY "VALIDADE INVALIDA - ENTRADA SEM LOTE"
                                                    LINE 20 COLUMN 01
                 MOVE SPACES TO WRK-LOT-NUMERO
                 MOVE ZEROS  TO WRK-LOT-VALIDADE
              END-IF
           END-IF.

      *    A QUEBRA POR LOTE ACOMPANHA A DO DEPOSITO: ENTRADA COM LOTE
      *    SOMA NO LOTE, VENDA E AJUSTE PARA MENOS SAEM PELO FEFO;
      *    DEVOLUCAO E AJUSTE PARA MAIS FICAM FORA DOS LOTES
       MOVIMENTAR-LOTE SECTION.
           MOVE SPACES         TO WRK-LOT-ACAO.
           MOVE WRK-DEPOSITO   TO WRK-LOT-DEPOSITO.
           EVALUATE WRK-TIPO-MOV
              WHEN "E"
                 IF WRK-LOT-NUMERO NOT EQUAL SPACES
                    MOVE "E"            TO WRK-LOT-ACAO
                    MOVE WRK-QUANTIDADE TO WRK-LOT-QUANTIDADE
                 END-IF
              WHEN "V"
                 MOVE "S"            TO WRK-LOT-ACAO
                 MOVE WRK-QUANTIDADE TO WRK-LOT-QUANTIDADE
              WHEN "A"
                 IF ARQPROD-ESTOQUE LESS WRK-ESTOQUE-ANTES
                    MOVE "S" TO WRK-LOT-ACAO
                    COMPUTE WRK-LOT-QUANTIDADE =
                            WRK-ESTOQUE-ANTES - ARQPROD-ESTOQUE
                 END-IF
           END-EVALUATE.
           IF WRK-LOT-ACAO NOT EQUAL SPACES
              PERFORM CHAMAR-PRODLOTE
           END-IF.

       CHAMAR-PRODLOTE SECTION.
           MOVE ARQPROD-CODIGO TO WRK-LOT-CODIGO.
           ACCEPT WRK-LOT-DATA FROM DATE YYYYMMDD.
           MOVE WRK-MOTIVO     TO WRK-LOT-ORIGEM.
           CALL "PRODLOTE" USING WRK-LOTE.
           IF WRK-LOT-VENCIDO GREATER ZEROS
              DISPLAY "ATENCAO: SAIU " WRK-LOT-VENCIDO
                      " DE LOTE VENCIDO"            LINE 17 COLUMN 01
           END-IF.

       GRAVAR-MOVIMENTO SECTION.
           MOVE ARQPROD-CODIGO     TO MOVPROD-CODIGO.
           MOVE WRK-TIPO-MOV       TO MOVPROD-TIPO.
           ACCEPT MOVPROD-DATA FROM DATE YYYYMMDD.
           ACCEPT MOVPROD-HORA FROM TIME.
           MOVE WRK-OPERADOR      TO MOVPROD-OPERADOR.
           IF WRK-TIPO-MOV EQUAL "E"
              AND WRK-CUSTO-UNIT GREATER ZEROS
              MOVE WRK-CUSTO-UNIT      TO MOVPROD-CUSTO-UNIT
           ELSE
              MOVE ARQPROD-CUSTO-MEDIO TO MOVPROD-CUSTO-UNIT
           END-IF.
           WRITE MOVPROD-REGISTRO.

      *    SO A ENTRADA COM CUSTO INFORMADO MEXE NA MEDIA - AJUSTE,
      *    DEVOLUCAO E VENDA ENTRAM E SAEM PELO CUSTO MEDIO ATUAL
       RECALCULAR-CUSTO SECTION.
           IF ARQPROD-CUSTO-MEDIO IS NOT NUMERIC
              MOVE ZEROS TO ARQPROD-CUSTO-MEDIO
           END-IF.
           IF WRK-TIPO-MOV EQUAL "E"
              AND WRK-CUSTO-UNIT GREATER ZEROS
              MOVE ARQPROD-CODIGO      TO WRK-CUS-CODIGO
              MOVE ARQPROD-ESTOQUE     TO WRK-CUS-ESTOQUE-ANTES
              MOVE ARQPROD-CUSTO-MEDIO TO WRK-CUS-MEDIO
              MOVE WRK-QUANTIDADE      TO WRK-CUS-QUANTIDADE
              MOVE WRK-CUSTO-UNIT      TO WRK-CUS-UNITARIO
              MOVE WRK-MOTIVO          TO WRK-CUS-ORIGEM
              MOVE WRK-OPERADOR        TO WRK-CUS-OPERADOR
              CALL "PRODCUSTO" USING WRK-CUSTO-MEDIO
              MOVE WRK-CUS-MEDIO       TO ARQPROD-CUSTO-MEDIO
           END-IF.

       VERIFICAR-VERSAO SECTION.
           MOVE "N" TO WRK-VERSAO-INCOMPATIVEL.
           OPEN INPUT ARQCTRL.
