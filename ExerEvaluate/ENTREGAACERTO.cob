       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGAACERTO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: ACERTO DO ENTREGADOR NA VOLTA DO TURNO - O ENTREGADOR
      *SAI COM O FUNDO DE TROCO E VOLTA COM O DINHEIRO DOS PEDIDOS
      *PAGOS EM "DIN", E NINGUEM CONFERIA. PARA O ENTREGADOR E A DATA
      *DOS PEDIDOS, CRUZA O ARQENTREGA (ENTREGUES "E" E DEVOLVIDOS "D"
      *DELE) COM AS FORMAS DO CABECALHO NO PEDIDOS.TXT: LISTA CADA
      *PEDIDO ENTREGUE COM O DINHEIRO A COBRAR E A TAXA DE ENTREGA, E
      *CADA DEVOLVIDO CUJA MERCADORIA (OU VALOR) TEM DE VOLTAR. O CAIXA
      *DIGITA O QUE O ENTREGADOR ENTREGOU E O ACERTO, COM A DIFERENCA,
      *E GRAVADO E ASSINADO PELO OPERADOR NO ARQACERTO.DAT, NO TURNO
      *DE CAIXA DELE. ENCOMENDA NAO ENTRA NO DINHEIRO DO ENTREGADOR - O
      *SALDO DELA E COBRADO NO BALCAO PELO ENCOMENDAQUIT.
      *OS PEDIDOS DA DATA VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQENTREGA ASSIGN TO "DADOS/ARQENTREGA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQENTREGA-FS
           RECORD KEY IS ENT-PED-NUMERO.

           SELECT ARQFUNC ASSIGN TO "DADOS/ARQFUNC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFUNC-FS
           RECORD KEY IS FUNC-ID.

           SELECT ARQACERTO ASSIGN TO "DADOS/ARQACERTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQACERTO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQENTREGA.
       COPY "#ENTREGA".

       FD ARQFUNC.
       COPY "#FUNC".

       FD ARQACERTO
           RECORDING MODE IS F.
       COPY "#ACERTO".

       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       01 ARQENTREGA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQACERTO-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-ACERTO    PIC 9(08) VALUES ZEROS.
       01 WRK-ENTREGADOR     PIC 9(04) VALUES ZEROS.
       01 WRK-ACHOU          PIC X(01) VALUES "N".
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.

      *----------ENTREGAS ENCERRADAS DO ENTREGADOR NA DATA
       01 WRK-QTD-ENTREGAS   PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-ENTREGAS.
           05 WRK-ETG-ITEM OCCURS 200 TIMES.
               10 WRK-ETG-PEDIDO   PIC 9(06).
               10 WRK-ETG-SITUACAO PIC X(01).
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-QTD-NA-RUA     PIC 9(04) VALUES ZEROS.

      *----------DINHEIRO DO PEDIDO E TOTAIS DO ACERTO
       01 WRK-FORMA-IDX      PIC 9(01) VALUES ZEROS.
       01 WRK-DIN-PEDIDO     PIC 9(07)V99 VALUES ZEROS.
       01 WRK-TOTAL-PEDIDO   PIC 9(07)V99 VALUES ZEROS.
       01 WRK-PAGO-ANTES     PIC 9(07)V99 VALUES ZEROS.
       01 WRK-QTD-ENTREGUES  PIC 9(04) VALUES ZEROS.
       01 WRK-QTD-DEVOLVIDOS PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-DINHEIRO   PIC 9(07)V99 VALUES ZEROS.
       01 WRK-TOT-TAXAS      PIC 9(07)V99 VALUES ZEROS.
       01 WRK-TOT-DEVOLVIDO  PIC 9(07)V99 VALUES ZEROS.
       01 WRK-FUNDO-TROCO    PIC 9(07)V99 VALUES ZEROS.
       01 WRK-ESPERADO       PIC 9(07)V99 VALUES ZEROS.
       01 WRK-ENTREGUE       PIC 9(07)V99 VALUES ZEROS.
       01 WRK-DIFERENCA      PIC S9(07)V99 VALUES ZEROS.

      *----------TURNO DE CAIXA ABERTO DO OPERADOR (TURNOATIVO)
       01 WRK-TURNO.
           05 WRK-TUR-OPERADOR  PIC X(10) VALUE SPACES.
           05 WRK-TUR-SITUACAO  PIC X(01) VALUE SPACE.
           05 WRK-TUR-NUMERO    PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "ACERTO DO ENTREGADOR".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           MOVE WRK-OPERADOR TO WRK-TUR-OPERADOR.
           CALL "TURNOATIVO" USING WRK-TURNO.
           IF WRK-TUR-SITUACAO EQUAL "F"
              DISPLAY "OPERADOR " WRK-OPERADOR " SEM TURNO DE CAIXA"
                      " ABERTO - ACERTO RECUSADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "FUNC-ID DO ENTREGADOR: ".
           ACCEPT WRK-ENTREGADOR.
           PERFORM VALIDAR-ENTREGADOR.
           DISPLAY "DATA DOS PEDIDOS (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WRK-DATA-ACERTO.
           IF WRK-DATA-ACERTO EQUAL ZEROS
              MOVE WRK-DATA-HOJE TO WRK-DATA-ACERTO
           END-IF.
           PERFORM VERIFICAR-ACERTO.
           IF WRK-ACHOU EQUAL "S"
              DISPLAY "ENTREGADOR " WRK-ENTREGADOR " JA ACERTADO EM "
                      WRK-DATA-ACERTO " POR " ACE-OPERADOR
              DISPLAY "ACERTO RECUSADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGAR-ENTREGAS.
           IF WRK-QTD-NA-RUA GREATER ZEROS
              DISPLAY WRK-QTD-NA-RUA " PEDIDO(S) AINDA NA RUA - "
                      "ENCERRE-OS NO PAINEL DE EXPEDICAO ANTES DO"
                      " ACERTO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WRK-QTD-ENTREGAS EQUAL ZERO
              DISPLAY "NENHUMA ENTREGA ENCERRADA DO ENTREGADOR "
                      WRK-ENTREGADOR " EM " WRK-DATA-ACERTO
              STOP RUN
           END-IF.

           PERFORM APURAR-PEDIDOS.
           DISPLAY "=================================".
           DISPLAY "PEDIDOS ENTREGUES.......: " WRK-QTD-ENTREGUES.
           DISPLAY "DINHEIRO A RECEBER......: " WRK-TOT-DINHEIRO.
           DISPLAY "TAXAS DE ENTREGA........: " WRK-TOT-TAXAS.
           DISPLAY "PEDIDOS DEVOLVIDOS......: " WRK-QTD-DEVOLVIDOS.
           DISPLAY "DINHEIRO NAO COBRADO....: " WRK-TOT-DEVOLVIDO.
           DISPLAY "FUNDO DE TROCO LEVADO: ".
           ACCEPT WRK-FUNDO-TROCO.
           COMPUTE WRK-ESPERADO = WRK-FUNDO-TROCO + WRK-TOT-DINHEIRO.
           DISPLAY "O ENTREGADOR DEVE ENTREGAR: " WRK-ESPERADO.
           DISPLAY "VALOR ENTREGUE PELO ENTREGADOR: ".
           ACCEPT WRK-ENTREGUE.
           COMPUTE WRK-DIFERENCA = WRK-ENTREGUE - WRK-ESPERADO.
           DISPLAY "SOBRA/FALTA DO ENTREGADOR: " WRK-DIFERENCA.
           DISPLAY "ASSINAR O ACERTO (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              PERFORM GRAVAR-ACERTO
              DISPLAY "ACERTO ASSINADO E GRAVADO"
           ELSE
              DISPLAY "ACERTO NAO ASSINADO"
           END-IF.
           STOP RUN.

      *    O ENTREGADOR E UM FUNC-ID DO ARQFUNC.DAT, COMO NO PAINEL
       VALIDAR-ENTREGADOR SECTION.
           OPEN INPUT ARQFUNC.
           IF ARQFUNC-FS EQUAL ZEROS
              MOVE WRK-ENTREGADOR TO FUNC-ID
              READ ARQFUNC
              IF ARQFUNC-FS NOT EQUAL ZEROS
                 DISPLAY "ENTREGADOR " WRK-ENTREGADOR " NAO CADASTRADO"
                 CLOSE ARQFUNC
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "ENTREGADOR: " FUNC-NOME
              CLOSE ARQFUNC
           END-IF.
           MOVE ZEROS TO ARQFUNC-FS.

       VERIFICAR-ACERTO SECTION.
           MOVE "N" TO WRK-ACHOU.
           OPEN INPUT ARQACERTO.
           IF ARQACERTO-FS EQUAL ZEROS
              PERFORM UNTIL ARQACERTO-FS NOT EQUAL ZEROS
                         OR WRK-ACHOU EQUAL "S"
                 READ ARQACERTO
                    AT END MOVE 10 TO ARQACERTO-FS
                    NOT AT END
                       IF ACE-DATA EQUAL WRK-DATA-ACERTO
                          AND ACE-ENTREGADOR EQUAL WRK-ENTREGADOR
                          MOVE "S" TO WRK-ACHOU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQACERTO
           END-IF.
           MOVE ZEROS TO ARQACERTO-FS.

      *    ENTREGAS DO ENTREGADOR NOS PEDIDOS DA DATA: ENCERRADAS
      *    ("E"/"D") ENTRAM NO ACERTO; AINDA NA RUA ("S") SEGURAM O
      *    ACERTO
       CARREGAR-ENTREGAS SECTION.
           OPEN INPUT ARQENTREGA.
           IF ARQENTREGA-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQENTREGA.DAT (STATUS " ARQENTREGA-FS ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZEROS TO ENT-PED-NUMERO.
           START ARQENTREGA KEY IS GREATER ENT-PED-NUMERO.
           PERFORM UNTIL ARQENTREGA-FS NOT EQUAL ZEROS
              READ ARQENTREGA NEXT RECORD
              IF ARQENTREGA-FS EQUAL ZEROS
                 AND ENT-ENTREGADOR EQUAL WRK-ENTREGADOR
                 AND ENT-DATA-PEDIDO EQUAL WRK-DATA-ACERTO
                 EVALUATE ENT-SITUACAO
                    WHEN "S"
                       ADD 1 TO WRK-QTD-NA-RUA
                       DISPLAY "PEDIDO " ENT-PED-NUMERO
                               " AINDA NA RUA"
                    WHEN "E"
                    WHEN "D"
                       IF WRK-QTD-ENTREGAS LESS 200
                          ADD 1 TO WRK-QTD-ENTREGAS
                          MOVE ENT-PED-NUMERO
                            TO WRK-ETG-PEDIDO(WRK-QTD-ENTREGAS)
                          MOVE ENT-SITUACAO
                            TO WRK-ETG-SITUACAO(WRK-QTD-ENTREGAS)
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           CLOSE ARQENTREGA.
           MOVE ZEROS TO ARQENTREGA-FS.

       APURAR-PEDIDOS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           MOVE WRK-DATA-ACERTO TO MVA-DATA-INI.
           MOVE WRK-DATA-ACERTO TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "L" TO MVA-ACAO.
           PERFORM UNTIL MVA-FIM EQUAL "S"
              CALL "MOVACESSO" USING MVA-PARAMETROS
              IF MVA-FIM NOT EQUAL "S"
                 MOVE MVA-REGISTRO TO PED-REGISTRO
                 IF PED-TIPO-REG NOT EQUAL "I"
                    PERFORM LOCALIZAR-ENTREGA
                    IF WRK-IDX-ACHADO GREATER ZERO
                       PERFORM ACERTAR-PEDIDO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "F" TO MVA-ACAO.
           CALL "MOVACESSO" USING MVA-PARAMETROS.

       LOCALIZAR-ENTREGA SECTION.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ENTREGAS
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-ETG-PEDIDO(WRK-IDX) EQUAL PED-NUMERO
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.

      *    O DINHEIRO QUE O ENTREGADOR COBRA E A PARTE "DIN" DO
      *    CABECALHO; O RESTO (CARTAO, PIX, PONTOS) JA FOI PAGO
       ACERTAR-PEDIDO SECTION.
           MOVE ZEROS TO WRK-DIN-PEDIDO.
           COMPUTE WRK-TOTAL-PEDIDO = PED-PRECO + PED-TAXA-ENTREGA.
           IF PED-ENCOMENDA NOT EQUAL "S"
              PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                      UNTIL WRK-FORMA-IDX GREATER PED-FORMA-QTD
                 IF PED-FORMA(WRK-FORMA-IDX) EQUAL "DIN"
                    ADD PED-FORMA-VALOR(WRK-FORMA-IDX)
                     TO WRK-DIN-PEDIDO
                 END-IF
              END-PERFORM
           END-IF.
           IF WRK-ETG-SITUACAO(WRK-IDX-ACHADO) EQUAL "E"
              ADD 1                TO WRK-QTD-ENTREGUES
              ADD WRK-DIN-PEDIDO   TO WRK-TOT-DINHEIRO
              ADD PED-TAXA-ENTREGA TO WRK-TOT-TAXAS
              DISPLAY "PEDIDO " PED-NUMERO " ENTREGUE TOTAL "
                      WRK-TOTAL-PEDIDO " TAXA " PED-TAXA-ENTREGA
                      " A COBRAR EM DINHEIRO " WRK-DIN-PEDIDO
              IF PED-ENCOMENDA EQUAL "S"
                 DISPLAY "   ENCOMENDA - SALDO COBRADO NO BALCAO"
              END-IF
           ELSE
              ADD 1              TO WRK-QTD-DEVOLVIDOS
              ADD WRK-DIN-PEDIDO TO WRK-TOT-DEVOLVIDO
              DISPLAY "PEDIDO " PED-NUMERO " DEVOLVIDO TOTAL "
                      WRK-TOTAL-PEDIDO " - A MERCADORIA VOLTA"
              IF WRK-DIN-PEDIDO GREATER ZEROS
                 DISPLAY "   DINHEIRO NAO COBRADO " WRK-DIN-PEDIDO
              END-IF
              IF PED-ENCOMENDA NOT EQUAL "S"
                 AND WRK-TOTAL-PEDIDO GREATER WRK-DIN-PEDIDO
                 COMPUTE WRK-PAGO-ANTES =
                         WRK-TOTAL-PEDIDO - WRK-DIN-PEDIDO
                 DISPLAY "   JA PAGO EM OUTRAS FORMAS "
                         WRK-PAGO-ANTES " - VALOR A DEVOLVER"
              END-IF
              IF PED-SITUACAO EQUAL "X"
                 DISPLAY "   PEDIDO CANCELADO"
              END-IF
           END-IF.

       GRAVAR-ACERTO SECTION.
           OPEN EXTEND ARQACERTO.
           IF ARQACERTO-FS EQUAL 05
              OPEN OUTPUT ARQACERTO
           END-IF.
           INITIALIZE ACE-REGISTRO.
           MOVE WRK-DATA-ACERTO    TO ACE-DATA.
           MOVE WRK-ENTREGADOR     TO ACE-ENTREGADOR.
           MOVE WRK-QTD-ENTREGUES  TO ACE-QTD-ENTREGUES.
           MOVE WRK-QTD-DEVOLVIDOS TO ACE-QTD-DEVOLVIDOS.
           MOVE WRK-TOT-DINHEIRO   TO ACE-TOT-DINHEIRO.
           MOVE WRK-TOT-TAXAS      TO ACE-TOT-TAXAS.
           MOVE WRK-TOT-DEVOLVIDO  TO ACE-TOT-DEVOLVIDO.
           MOVE WRK-FUNDO-TROCO    TO ACE-FUNDO-TROCO.
           MOVE WRK-ESPERADO       TO ACE-ESPERADO.
           MOVE WRK-ENTREGUE       TO ACE-ENTREGUE.
           MOVE WRK-DIFERENCA      TO ACE-DIFERENCA.
           MOVE WRK-OPERADOR       TO ACE-OPERADOR.
           MOVE WRK-TUR-NUMERO     TO ACE-TURNO.
           ACCEPT ACE-DATA-GRAVACAO FROM DATE YYYYMMDD.
           ACCEPT ACE-HORA-GRAVACAO FROM TIME.
           WRITE ACE-REGISTRO.
           CLOSE ARQACERTO.
