      *OBJETIVO: HISTORICO DE PEDIDOS POR CLIENTE - LE O PEDIDOS.TXT
      *GRAVADO PELO PROGCOBPEDIDO E LISTA TODOS OS PEDIDOS DO
      *ARQCRM-ID INFORMADO, COM O TOTAL GASTO, AGORA QUE O PEDIDO
      *CARREGA O CLIENTE.
      *OS PEDIDOS VEM DO MOVACESSO PELO INDICE DE CLIENTE
      *********************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       77 WRK-CLIENTE-ID   PIC 9(06) VALUES ZEROS.
       77 WRK-TOT-PEDIDOS  PIC 9(05) VALUES ZEROS.
       77 WRK-TOT-GASTO    PIC 9(08)V99 VALUES ZEROS.

       DISPLAY "ID do cliente: ".
       ACCEPT WRK-CLIENTE-ID.

       MOVE "A"          TO MVA-ACAO.
       MOVE "P"          TO MVA-ARQUIVO.
       MOVE WRK-CLIENTE-ID TO MVA-CLIENTE.
       MOVE ZEROS        TO MVA-DATA-INI MVA-DATA-FIM.
       CALL "MOVACESSO" USING MVA-PARAMETROS.
       IF MVA-STATUS NOT EQUAL ZEROS
          DISPLAY "SEM PEDIDOS GRAVADOS (STATUS " MVA-STATUS ")"
          STOP RUN
       END-IF.

       MOVE "L" TO MVA-ACAO.
       PERFORM UNTIL MVA-FIM EQUAL "S"
          CALL "MOVACESSO" USING MVA-PARAMETROS
          IF MVA-FIM NOT EQUAL "S"
             MOVE MVA-REGISTRO TO PED-REGISTRO
          END-IF
          IF MVA-FIM NOT EQUAL "S"
             AND PED-CLIENTE-ID EQUAL WRK-CLIENTE-ID
      *       CABECALHO "C" TRAZ O TOTAL E AS LINHAS "I" VEM LOGO
      *       ABAIXO; REGISTRO SEM TIPO E O PEDIDO ANTIGO DE UMA PIZZA;
      *       PEDIDO CANCELADO ("X") APARECE MAS NAO SOMA NO GASTO
             EVALUATE PED-TIPO-REG
                WHEN "C"
                   IF PED-SITUACAO EQUAL "X"
                      DISPLAY "PEDIDO " PED-NUMERO " EM " PED-DATA
                              " - CANCELADO"
                   ELSE
                      ADD 1 TO WRK-TOT-PEDIDOS
                      ADD PED-PRECO TO WRK-TOT-GASTO
                      DISPLAY "PEDIDO " PED-NUMERO " EM " PED-DATA
                              " - " PED-ITEM-SEQ " ITENS"
                              " R$ " PED-PRECO
                   END-IF
                WHEN "I"
                   IF PED-ITEM-TIPO EQUAL "A"
                      DISPLAY "   " PED-QUANTIDADE " X PRODUTO "
                              PED-PRODUTO " R$ " PED-PRECO
                   ELSE
                      IF PED-MASSA-2 EQUAL SPACES
                         DISPLAY "   PIZZA " PED-MASSA "-"
                                 PED-TAMANHO " R$ " PED-PRECO
                      ELSE
                         DISPLAY "   PIZZA 1/2 " PED-MASSA
                                 " 1/2 " PED-MASSA-2 "-"
                                 PED-TAMANHO " R$ " PED-PRECO
                      END-IF
                   END-IF
                WHEN OTHER
                   IF PED-SITUACAO EQUAL "X"
                      DISPLAY "PEDIDO " PED-NUMERO " EM " PED-DATA
                              " - CANCELADO"
                   ELSE
                      ADD 1 TO WRK-TOT-PEDIDOS
                      ADD PED-PRECO TO WRK-TOT-GASTO
                      DISPLAY "PEDIDO " PED-NUMERO " EM " PED-DATA
                              " " PED-MASSA "-" PED-TAMANHO
                              " R$ " PED-PRECO
                   END-IF
             END-EVALUATE
          END-IF
       END-PERFORM.
       MOVE "F" TO MVA-ACAO.
       CALL "MOVACESSO" USING MVA-PARAMETROS.

       DISPLAY "----------------------".
       DISPLAY "PEDIDOS DO CLIENTE: " WRK-TOT-PEDIDOS.
