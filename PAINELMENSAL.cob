      *E VALOR PARADO (ARQPRODMOV/ARQPROD) E GANHO/PERDA DE CLIENTES
      *(ARQCRM/ARQCRM_AUDIT) - CADA LINHA COM O MES CORRENTE, O MES
      *ANTERIOR E A VARIACAO. RODA NO LOTE NOTURNO DE FIM DE MES SEM
      *OPERADOR.
      *VENDAS E PEDIDOS DOS DOIS MESES VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFECHA ASSIGN TO "DADOS/ARQFECHACAIXA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO PROGCOBCAIXA
       FD ARQFECHA.
       01 FECHA-REGISTRO.
           05 FECHA-TOT-SUPRIMENTO PIC 9(09)V99.
           05 FECHA-ESPERADO-GAVETA PIC 9(09)V99.
           05 FECHA-CONTADO-GAVETA PIC 9(09)V99.
      *    GORJETAS DO DIA RECEBIDAS NO CARTAO/PIX (JA DENTRO DOS
      *    TOTAIS POR FORMA) - PASSIVO A REPASSAR PELA FOLHA
           05 FECHA-TOT-GORJETAS   PIC 9(09)V99.

       FD ARQEMP.
       COPY "#EMPRESTIMO".
       COPY "#CRM-AUDIT".

       WORKING-STORAGE SECTION.
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       01 ARQFECHA-FS        PIC 9(02) VALUES ZEROS.
       01 ARQEMP-FS          PIC 9(02) VALUES ZEROS.
       01 ARQPARC-FS         PIC 9(02) VALUES ZEROS.
              MOVE 2 TO WRK-IDX
           END-IF.

      *    TICKET CONTA UMA VEZ, PELO CABECALHO "C" - AS LINHAS "I"
      *    JA ESTAO NO TOTAL DELE
       APURAR-VENDAS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "V"          TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = WRK-MES-REF(2) * 100 + 1.
           COMPUTE MVA-DATA-FIM = WRK-MES-REF(1) * 100 + 31.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                    MOVE VEN-DATA TO WRK-FIM-MES
                    PERFORM CLASSIFICAR-MES
                    IF WRK-IDX GREATER ZERO
                       AND VEN-TIPO-REG NOT EQUAL "I"
                       ADD 1         TO WRK-VEN-QTD(WRK-IDX)
                       ADD VEN-VALOR TO WRK-VEN-TOTAL(WRK-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

      *    PEDIDO CONTA PELO CABECALHO "C" (OU PELO REGISTRO ANTIGO DE
      *    UMA PIZZA SO) - AS LINHAS "I" NAO SAO PEDIDOS A PARTE
       APURAR-PEDIDOS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = WRK-MES-REF(2) * 100 + 1.
           COMPUTE MVA-DATA-FIM = WRK-MES-REF(1) * 100 + 31.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    MOVE PED-DATA TO WRK-FIM-MES
                    PERFORM CLASSIFICAR-MES
                    IF WRK-IDX GREATER ZERO
                       AND PED-TIPO-REG NOT EQUAL "I"
                       AND PED-SITUACAO NOT EQUAL "X"
                       ADD 1         TO WRK-PED-QTD(WRK-IDX)
                       ADD PED-PRECO TO WRK-PED-TOTAL(WRK-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

       APURAR-CAIXA SECTION.
