      *QUADRO DAS ENTREGAS EM ABERTO COM O TEMPO DECORRIDO DESDE O
      *PEDIDO, E SAI O RELATORIO DE TEMPO MEDIO DE PREPARO E DE
      *ENTREGA POR ENTREGADOR - O QUE ENCERRA ALGUMAS DISCUSSOES
      *ANTIGAS DA COZINHA. NA SAIDA PARA A RUA, O CLIENTE IDENTIFICADO
      *RECEBE NA HORA O AVISO "SAIUENTR" POR E-MAIL/SMS (MSGENFILA E
      *ENTREGA IMEDIATA DA PRIORIDADE 1 PELO MSGEXPORTA).
      *OS PEDIDOS VEM DO MOVACESSO PELO DIA DO PEDIDO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "#FUNC".

       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       01 ARQENTREGA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-MEDIA-PREP     PIC 9(05) VALUES ZEROS.
       01 WRK-MEDIA-ENTR     PIC 9(05) VALUES ZEROS.

      *----------AVISO DE SAIDA PARA ENTREGA NA FILA DE E-MAIL/SMS
       01 WRK-CLIENTE-PEDIDO PIC 9(06) VALUES ZEROS.
       01 WRK-HORA-AVISO.
           05 WRK-HAV-HORA   PIC 9(02).
           05 FILLER         PIC X(01) VALUE ":".
           05 WRK-HAV-MINUTO PIC 9(02).
       01 WRK-MSG.
           05 WRK-MSG-ACAO       PIC X(01) VALUE "E".
           05 WRK-MSG-DEST-TIPO  PIC X(01) VALUE "C".
           05 WRK-MSG-CLIENTE-ID PIC 9(06) VALUE ZEROS.
           05 WRK-MSG-USUARIO    PIC X(10) VALUE SPACES.
           05 WRK-MSG-CANAL      PIC X(01) VALUE SPACES.
           05 WRK-MSG-DESTINO    PIC X(40) VALUE SPACES.
           05 WRK-MSG-MODELO     PIC X(08) VALUE "SAIUENTR".
           05 WRK-MSG-PARM       PIC X(20) OCCURS 4 TIMES.
           05 WRK-MSG-PRIORIDADE PIC 9(01) VALUE 1.
           05 WRK-MSG-PROGRAMA   PIC X(12) VALUE "ENTREGAPAINEL".
           05 WRK-MSG-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-MSG-RETORNO    PIC X(01) VALUE SPACES.
           05 WRK-MSG-NUMERO     PIC 9(08) VALUE ZEROS.
       01 WRK-PRIORIDADE-URGENTE PIC 9(01) VALUE 1.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ELSE
              DISPLAY "SITUACAO ATUAL: " ENT-SITUACAO
                      " ENTREGADOR " ENT-ENTREGADOR
              PERFORM MOSTRAR-ITENS-PEDIDO
              EVALUATE ENT-SITUACAO
                 WHEN "P"
                    PERFORM ATRIBUIR-E-SAIR
              ACCEPT ENT-HORA-SAIU FROM TIME
              REWRITE ENT-REGISTRO
              DISPLAY "PEDIDO SAIU PARA ENTREGA"
              PERFORM AVISAR-CLIENTE
           END-IF.

      *    SO O PEDIDO IDENTIFICADO TEM PARA QUEM AVISAR. O AVISO E
      *    URGENTE: SAI JA PARA O GATEWAY, SEM ESPERAR A NOITE
       AVISAR-CLIENTE SECTION.
           MOVE ZEROS TO WRK-CLIENTE-PEDIDO.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           MOVE ENT-DATA-PEDIDO TO MVA-DATA-INI.
           MOVE ENT-DATA-PEDIDO TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           MOVE "L" TO MVA-ACAO.
           PERFORM UNTIL MVA-FIM EQUAL "S"
              CALL "MOVACESSO" USING MVA-PARAMETROS
              IF MVA-FIM NOT EQUAL "S"
                 MOVE MVA-REGISTRO TO PED-REGISTRO
                 IF PED-NUMERO EQUAL ENT-PED-NUMERO
                    AND PED-TIPO-REG NOT EQUAL "I"
                    MOVE PED-CLIENTE-ID TO WRK-CLIENTE-PEDIDO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "F" TO MVA-ACAO.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF WRK-CLIENTE-PEDIDO GREATER ZEROS
              MOVE WRK-CLIENTE-PEDIDO TO WRK-MSG-CLIENTE-ID
              MOVE SPACES TO WRK-MSG-CANAL WRK-MSG-PARM(1)
                             WRK-MSG-PARM(2) WRK-MSG-PARM(3)
                             WRK-MSG-PARM(4)
              MOVE ENT-PED-NUMERO TO WRK-MSG-PARM(1)
              MOVE ENT-HORA-SAIU(1:2) TO WRK-HAV-HORA
              MOVE ENT-HORA-SAIU(3:2) TO WRK-HAV-MINUTO
              MOVE WRK-HORA-AVISO TO WRK-MSG-PARM(2)
              CALL "MSGENFILA" USING WRK-MSG
              IF WRK-MSG-RETORNO EQUAL "S"
                 CALL "MSGEXPORTA" USING WRK-PRIORIDADE-URGENTE
                 DISPLAY "CLIENTE AVISADO ("
                         WRK-MSG-CANAL ")"
              END-IF
           END-IF.

       FECHAR-ENTREGA SECTION.
                         " SITUACAO " ENT-SITUACAO
                         " ENTREGADOR " ENT-ENTREGADOR
                         " HA " WRK-MIN-DECORRIDO " MIN"
                 PERFORM MOSTRAR-ITENS-PEDIDO
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQENTREGA-FS.

      *    O QUE VAI NA CAIXA: AS LINHAS "I" DO PEDIDO (PIZZAS E
      *    ADICIONAIS); O PEDIDO ANTIGO DE UMA PIZZA SO E O PROPRIO
      *    REGISTRO
       MOSTRAR-ITENS-PEDIDO SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           MOVE ENT-DATA-PEDIDO TO MVA-DATA-INI.
           MOVE ENT-DATA-PEDIDO TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           MOVE "L" TO MVA-ACAO.
           PERFORM UNTIL MVA-FIM EQUAL "S"
              CALL "MOVACESSO" USING MVA-PARAMETROS
              IF MVA-FIM NOT EQUAL "S"
                 MOVE MVA-REGISTRO TO PED-REGISTRO
                 IF PED-NUMERO EQUAL ENT-PED-NUMERO
                    AND PED-TIPO-REG NOT EQUAL "C"
                    PERFORM MOSTRAR-UM-ITEM
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "F" TO MVA-ACAO.
           CALL "MOVACESSO" USING MVA-PARAMETROS.

       MOSTRAR-UM-ITEM SECTION.
           IF PED-ITEM-TIPO EQUAL "A"
              DISPLAY "   " PED-QUANTIDADE " X PRODUTO " PED-PRODUTO
           ELSE
              IF PED-MASSA-2 EQUAL SPACES
                 DISPLAY "   PIZZA " PED-MASSA "-" PED-TAMANHO
              ELSE
                 DISPLAY "   PIZZA 1/2 " PED-MASSA " 1/2 "
                         PED-MASSA-2 "-" PED-TAMANHO
              END-IF
           END-IF.

      *    MEDIA DE PREPARO (PEDIDO > SAIU) E DE ENTREGA (SAIU >
      *    ENTREGUE) POR ENTREGADOR, SOBRE AS ENTREGAS CONCLUIDAS
       RELATORIO-TEMPOS SECTION.
