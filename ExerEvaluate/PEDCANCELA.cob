       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCANCELA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CANCELAMENTO SUPERVISIONADO DE PEDIDO - UM PEDIDO
      *GRAVADO NO PEDIDOS.TXT NAO TINHA VOLTA, E O DEVOLUCAO SO
      *ENXERGA O VENDAS.TXT. O SUPERVISOR (NIVEL A PELO VALIDALOGIN)
      *INFORMA O NUMERO E O MOTIVO; O PEDIDO FICA MARCADO "X" NO
      *PROPRIO ARQUIVO (CABECALHO E LINHAS), O RECIBO E ANULADO NO
      *SPOOL, OS ADICIONAIS VOLTAM AO ESTOQUE, OS INGREDIENTES TAMBEM
      *QUANDO O RECEITALOTE JA TINHA BAIXADO O DIA (MOVIMENTO "D" NO
      *KARDEX), A ENTREGA ABERTA FECHA COMO "D" DEVOLVIDO E O
      *CANCELAMENTO SAI NO ARQPEDCANC.DAT PARA O CAIXA E PARA O
      *RELATORIO DIARIO (PEDCANCREL). O USO DE CUPOM DO PEDIDO E
      *ESTORNADO NO DIARIO DE CUPONS (CUPOMVALIDA ACAO "E"). OS
      *PONTOS DE FIDELIDADE GANHOS NO PEDIDO SAO ESTORNADOS E OS PAGOS
      *EM PONTOS VOLTAM AO SALDO DO CLIENTE (PONTOSMOV ACAO "E")
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPEDIDO ASSIGN TO ".\PEDIDOS.TXT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ARQPEDIDO-FS.

           SELECT ARQPEDCANC ASSIGN TO "DADOS/ARQPEDCANC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPEDCANC-FS.

           SELECT ARQRECEITA ASSIGN TO "DADOS/ARQRECEITA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQRECEITA-FS.

           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQPRODMOV ASSIGN TO "DADOS/ARQPRODMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPRODMOV-FS.

           SELECT ARQLOCAL ASSIGN TO "DADOS/ARQPRODLOCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLOCAL-FS
           RECORD KEY IS LOCAL-CHAVE.

           SELECT ARQENTREGA ASSIGN TO "DADOS/ARQENTREGA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQENTREGA-FS
           RECORD KEY IS ENT-PED-NUMERO.

           SELECT ARQFECHA ASSIGN TO "DADOS/ARQFECHACAIXA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFECHA-FS
           RECORD KEY IS FECHA-DATA.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO PROGCOBPEDIDO
       FD ARQPEDIDO
           RECORDING MODE IS F.
       COPY "#PEDIDO".

       FD ARQPEDCANC
           RECORDING MODE IS F.
       COPY "#PEDCANC".

      *    MESMO LAYOUT GRAVADO PELO RECEITAMANUT
       FD ARQRECEITA.
       01 RCT-REGISTRO.
           05 RCT-MASSA      PIC X(15).
           05 RCT-TAMANHO    PIC X(02).
           05 RCT-PRODUTO    PIC 9(04).
           05 RCT-QTD        PIC 9(03).

       FD ARQPROD.
       COPY "#PROD".

       FD ARQPRODMOV.
       COPY "#PROD-MOV".

       FD ARQLOCAL.
       COPY "#PROD-LOCAL".

       FD ARQENTREGA.
       COPY "#ENTREGA".

      *    MESMO LAYOUT GRAVADO PELO PROGCOBCAIXA
       FD ARQFECHA.
       01 FECHA-REGISTRO.
           05 FECHA-DATA           PIC 9(08).
           05 FECHA-TOT-PEDIDOS    PIC 9(09)V99.
           05 FECHA-TOT-VENDAS     PIC 9(09)V99.
           05 FECHA-DIFERENCA      PIC S9(09)V99.
           05 FECHA-QTD-SEM-VENDA  PIC 9(05).
           05 FECHA-OPERADOR       PIC X(10).
           05 FECHA-DATA-GRAVACAO  PIC 9(08).
           05 FECHA-HORA-GRAVACAO  PIC 9(08).
           05 FECHA-TOT-DIN        PIC 9(09)V99.
           05 FECHA-TOT-CAR        PIC 9(09)V99.
           05 FECHA-TOT-PIX        PIC 9(09)V99.
           05 FECHA-TOT-OUTRAS     PIC 9(09)V99.
           05 FECHA-TOT-SANGRIA    PIC 9(09)V99.
           05 FECHA-TOT-SUPRIMENTO PIC 9(09)V99.
           05 FECHA-ESPERADO-GAVETA PIC 9(09)V99.
           05 FECHA-CONTADO-GAVETA PIC 9(09)V99.
      *    GORJETAS DO DIA RECEBIDAS NO CARTAO/PIX (JA DENTRO DOS
      *    TOTAIS POR FORMA) - PASSIVO A REPASSAR PELA FOLHA
           05 FECHA-TOT-GORJETAS   PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01 ARQPEDIDO-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPEDCANC-FS      PIC 9(02) VALUES ZEROS.
       01 ARQRECEITA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQLOCAL-FS        PIC 9(02) VALUES ZEROS.
       01 ARQENTREGA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQFECHA-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-HORA-AGORA     PIC 9(08) VALUES ZEROS.
       01 WRK-MOTIVO         PIC X(02) VALUES SPACES.
       01 WRK-MOTIVO-OK      PIC X(01) VALUES "N".

      *----------PEDIDO A CANCELAR (CABECALHO E LINHAS)
       01 WRK-PEDIDO         PIC 9(06) VALUES ZEROS.
       01 WRK-ACHOU          PIC X(01) VALUES "N".
       01 WRK-JA-CANCELADO   PIC X(01) VALUES "N".
       01 WRK-PED-DATA       PIC 9(08) VALUES ZEROS.
       01 WRK-PED-RECIBO     PIC 9(06) VALUES ZEROS.
       01 WRK-PED-CLIENTE-ID PIC 9(06) VALUES ZEROS.
       01 WRK-PED-VALOR      PIC 9(04)V99 VALUES ZEROS.
       01 WRK-PED-TAXA       PIC 9(04)V99 VALUES ZEROS.
       01 WRK-PED-ENCOMENDA  PIC X(01) VALUES SPACES.
       01 WRK-PED-SINAL      PIC 9(04)V99 VALUES ZEROS.
       01 WRK-PED-CUPOM      PIC X(10) VALUES SPACES.
       01 WRK-ITEM-IDX       PIC 9(02) VALUES ZEROS.
       01 WRK-ITENS.
           05 WRK-ITEM-QTD   PIC 9(02) VALUE ZERO.
           05 WRK-ITEM OCCURS 20 TIMES.
               10 WRK-IT-TIPO       PIC X(01).
               10 WRK-IT-MASSA      PIC X(15).
               10 WRK-IT-MASSA-2    PIC X(15).
               10 WRK-IT-TAMANHO    PIC X(02).
               10 WRK-IT-PRODUTO    PIC 9(04).
               10 WRK-IT-QUANTIDADE PIC 9(04).
               10 WRK-IT-VALOR      PIC 9(04)V99.

      *----------O QUE O CANCELAMENTO ENCONTROU E DESFEZ
       01 WRK-TEVE-ENTREGA   PIC X(01) VALUES "N".
       01 WRK-CAIXA-FECHADO  PIC X(01) VALUES "N".
       01 WRK-INSUMOS        PIC X(01) VALUES "N".
       01 WRK-MOTIVO-CONSUMO PIC X(30) VALUES SPACES.
       01 WRK-MOTIVO-ESTORNO PIC X(30) VALUES SPACES.

      *----------ESTORNO NO KARDEX (ADICIONAIS E INGREDIENTES)
       01 WRK-COD-ESTORNO    PIC 9(04) VALUES ZEROS.
       01 WRK-QTD-ESTORNO    PIC 9(06) VALUES ZEROS.
       01 WRK-ESTOQUE-ANTES  PIC 9(06) VALUES ZEROS.
       01 WRK-DELTA-LOCAL    PIC S9(07) VALUES ZEROS.
       01 WRK-SALDO-LOCAL    PIC S9(07) VALUES ZEROS.

      *----------RECEITAS EM MEMORIA E CONSUMO DO PEDIDO (MESMA
      *----------EXPLOSAO DO RECEITALOTE: MEIA RECEITA POR METADE)
       01 WRK-SABOR          PIC X(15) VALUES SPACES.
       01 WRK-FRACAO         PIC 9V9 VALUES ZEROS.
       01 WRK-QTD-RECEITAS   PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-RECEITAS.
           05 WRK-RCT-ITEM OCCURS 200 TIMES.
               10 WRK-RCT-MASSA   PIC X(15).
               10 WRK-RCT-TAMANHO PIC X(02).
               10 WRK-RCT-PRODUTO PIC 9(04).
               10 WRK-RCT-QTD     PIC 9(03).
       01 WRK-RCT-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-QTD-INGRED     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-INGRED.
           05 WRK-ING-ITEM OCCURS 200 TIMES.
               10 WRK-ING-PRODUTO PIC 9(04).
               10 WRK-ING-QTD     PIC 9(07)V9.
       01 WRK-ING-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-ING-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

      *----------RECIBO ANULADO NO SPOOL (SPOOLGRAVA ACAO "C")
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "C".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "PEDCANCELA".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

      *----------ESTORNO DO USO DE CUPOM (CUPOMVALIDA ACAO "E")
       01 WRK-CUPOM.
           05 WRK-CUP-ACAO            PIC X(01) VALUE "E".
           05 WRK-CUP-CODIGO          PIC X(10) VALUE SPACES.
           05 WRK-CUP-DATA            PIC 9(08) VALUE ZEROS.
           05 WRK-CUP-CLIENTE-ID      PIC 9(06) VALUE ZEROS.
           05 WRK-CUP-VALOR-TICKET    PIC 9(06)V99 VALUE ZEROS.
           05 WRK-CUP-VALOR-ELEGIVEL  PIC 9(06)V99 VALUE ZEROS.
           05 WRK-CUP-DESCONTO        PIC 9(06)V99 VALUE ZEROS.
           05 WRK-CUP-CAMPANHA        PIC X(15) VALUE SPACES.
           05 WRK-CUP-TIPO            PIC X(01) VALUE SPACE.
           05 WRK-CUP-CATEGORIA       PIC X(01) VALUE SPACE.
           05 WRK-CUP-ORIGEM          PIC X(01) VALUE "P".
           05 WRK-CUP-DOCUMENTO       PIC 9(06) VALUE ZEROS.
           05 WRK-CUP-OPERADOR        PIC X(10) VALUE SPACES.
           05 WRK-CUP-RESULTADO       PIC X(01) VALUE SPACE.
           05 WRK-CUP-MENSAGEM        PIC X(40) VALUE SPACES.

      *----------ESTORNO DOS PONTOS DE FIDELIDADE (PONTOSMOV ACAO
      *----------"E" COM VALOR ZERO = DOCUMENTO INTEIRO)
       01 WRK-PONTOS.
           05 WRK-PTS-ACAO            PIC X(01) VALUE "E".
           05 WRK-PTS-CLIENTE-ID      PIC 9(06) VALUE ZEROS.
           05 WRK-PTS-DATA            PIC 9(08) VALUE ZEROS.
           05 WRK-PTS-VALOR           PIC 9(06)V99 VALUE ZEROS.
           05 WRK-PTS-VALOR-DOC       PIC 9(06)V99 VALUE ZEROS.
           05 WRK-PTS-ORIGEM          PIC X(01) VALUE "P".
           05 WRK-PTS-DOCUMENTO       PIC 9(06) VALUE ZEROS.
           05 WRK-PTS-OPERADOR        PIC X(10) VALUE SPACES.
           05 WRK-PTS-PONTOS          PIC 9(07) VALUE ZEROS.
           05 WRK-PTS-DEVOLVIDOS      PIC 9(07) VALUE ZEROS.
           05 WRK-PTS-SALDO           PIC S9(07) VALUE ZEROS.
           05 WRK-PTS-VALOR-PONTO     PIC 9(01)V99 VALUE ZEROS.
           05 WRK-PTS-RESULTADO       PIC X(01) VALUE SPACE.
           05 WRK-PTS-MENSAGEM        PIC X(40) VALUE SPACES.

      *----------PERIODO CONTABIL (MESFECHA)
       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-PER-SITUACAO  PIC X(01) VALUE SPACE.

      *----------LOGIN DO SUPERVISOR
       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "PEDCANCELA".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "CANCELAMENTO DE PEDIDO (SUPERVISOR)".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE TO WRK-PER-DATA.
           CALL "PERIODO" USING WRK-PERIODO.
           IF WRK-PER-SITUACAO EQUAL "F"
              DISPLAY "PERIODO CONTABIL FECHADO - CANCELAMENTO RECUSADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "USUARIO SUPERVISOR: ".
           ACCEPT WRK-USUARIO.
           DISPLAY "SENHA: ".
           ACCEPT WRK-SENHA.
           CALL "VALIDALOGIN" USING WRK-LOGIN.
           IF WRK-LOGIN-OK NOT EQUAL "S"
              OR WRK-LOGIN-NIVEL NOT EQUAL "A"
              DISPLAY "CANCELAMENTO DE PEDIDO EXIGE NIVEL A"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WRK-USUARIO TO WRK-SPL-OPERADOR.

           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT WRK-PEDIDO.
           PERFORM LOCALIZAR-PEDIDO.
           IF WRK-ACHOU NOT EQUAL "S"
              DISPLAY "PEDIDO " WRK-PEDIDO " NAO ENCONTRADO"
              STOP RUN
           END-IF.
           IF WRK-JA-CANCELADO EQUAL "S"
              DISPLAY "PEDIDO " WRK-PEDIDO " JA ESTA CANCELADO"
              STOP RUN
           END-IF.
           PERFORM MOSTRAR-PEDIDO.

           MOVE "N" TO WRK-MOTIVO-OK.
           PERFORM UNTIL WRK-MOTIVO-OK EQUAL "S"
              DISPLAY "MOTIVO (ER ERRO DE LANCAMENTO / RE RECUSADO NA"
              DISPLAY "ENTREGA / DC DESISTENCIA DO CLIENTE / OU OUTRO):"
              ACCEPT WRK-MOTIVO
              EVALUATE WRK-MOTIVO
                 WHEN "ER"
                 WHEN "RE"
                 WHEN "DC"
                 WHEN "OU"
                    MOVE "S" TO WRK-MOTIVO-OK
                 WHEN OTHER
                    DISPLAY "MOTIVO INVALIDO"
              END-EVALUATE
           END-PERFORM.

           DISPLAY "CONFIRMA O CANCELAMENTO DO PEDIDO (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              PERFORM MARCAR-CANCELADO
              PERFORM ANULAR-RECIBO
              PERFORM VERIFICAR-CONSUMO-POSTADO
              PERFORM ESTORNAR-ESTOQUE
              PERFORM FECHAR-ENTREGA
              PERFORM VERIFICAR-CAIXA-FECHADO
              PERFORM GRAVAR-CANCELAMENTO
              IF WRK-PED-CUPOM NOT EQUAL SPACES
                 PERFORM ESTORNAR-CUPOM
              END-IF
              IF WRK-PED-CLIENTE-ID GREATER ZEROS
                 PERFORM ESTORNAR-PONTOS
              END-IF
              DISPLAY "PEDIDO " WRK-PEDIDO " CANCELADO"
              IF WRK-CAIXA-FECHADO EQUAL "S"
                 DISPLAY "CAIXA DE " WRK-PED-DATA " JA FECHADO - O"
                         " CANCELAMENTO SAI NO FECHAMENTO DE HOJE"
              END-IF
              IF WRK-PED-ENCOMENDA EQUAL "S"
                 DISPLAY "ENCOMENDA - SINAL DE " WRK-PED-SINAL
                         " FICA EM CREDITO DO CLIENTE "
                         WRK-PED-CLIENTE-ID
              END-IF
           ELSE
              DISPLAY "CANCELAMENTO NAO CONFIRMADO"
           END-IF.
           STOP RUN.

      *    O CABECALHO "C" (OU O REGISTRO ANTIGO DE UMA PIZZA SO) DA
      *    DATA, RECIBO E VALORES; AS LINHAS DIZEM O QUE VOLTA AO
      *    ESTOQUE
       LOCALIZAR-PEDIDO SECTION.
           MOVE "N" TO WRK-ACHOU WRK-JA-CANCELADO.
           MOVE ZERO TO WRK-ITEM-QTD.
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
                       PERFORM GUARDAR-REGISTRO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQPEDIDO.
           MOVE ZEROS TO ARQPEDIDO-FS.

       GUARDAR-REGISTRO SECTION.
           IF PED-TIPO-REG NOT EQUAL "I"
              MOVE "S"              TO WRK-ACHOU
              MOVE PED-DATA         TO WRK-PED-DATA
              MOVE PED-RECIBO       TO WRK-PED-RECIBO
              MOVE PED-CLIENTE-ID   TO WRK-PED-CLIENTE-ID
              MOVE PED-PRECO        TO WRK-PED-VALOR
              MOVE PED-TAXA-ENTREGA TO WRK-PED-TAXA
              MOVE PED-ENCOMENDA    TO WRK-PED-ENCOMENDA
              MOVE PED-SINAL        TO WRK-PED-SINAL
              MOVE PED-CUPOM        TO WRK-PED-CUPOM
              IF PED-SITUACAO EQUAL "X"
                 MOVE "S" TO WRK-JA-CANCELADO
              END-IF
           END-IF.
           IF PED-TIPO-REG NOT EQUAL "C"
              AND WRK-ITEM-QTD LESS 20
              ADD 1 TO WRK-ITEM-QTD
              IF PED-ITEM-TIPO EQUAL "A"
                 MOVE "A" TO WRK-IT-TIPO(WRK-ITEM-QTD)
              ELSE
                 MOVE "P" TO WRK-IT-TIPO(WRK-ITEM-QTD)
              END-IF
              MOVE PED-MASSA      TO WRK-IT-MASSA(WRK-ITEM-QTD)
              MOVE PED-MASSA-2    TO WRK-IT-MASSA-2(WRK-ITEM-QTD)
              MOVE PED-TAMANHO    TO WRK-IT-TAMANHO(WRK-ITEM-QTD)
              MOVE PED-PRODUTO    TO WRK-IT-PRODUTO(WRK-ITEM-QTD)
              MOVE PED-QUANTIDADE TO WRK-IT-QUANTIDADE(WRK-ITEM-QTD)
              MOVE PED-PRECO      TO WRK-IT-VALOR(WRK-ITEM-QTD)
           END-IF.

       MOSTRAR-PEDIDO SECTION.
           DISPLAY "PEDIDO " WRK-PEDIDO " DE " WRK-PED-DATA
                   " CLIENTE " WRK-PED-CLIENTE-ID
                   " RECIBO " WRK-PED-RECIBO.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD
              IF WRK-IT-TIPO(WRK-ITEM-IDX) EQUAL "A"
                 DISPLAY "   " WRK-IT-QUANTIDADE(WRK-ITEM-IDX)
                         " X PRODUTO " WRK-IT-PRODUTO(WRK-ITEM-IDX)
                         " " WRK-IT-VALOR(WRK-ITEM-IDX)
              ELSE
                 DISPLAY "   PIZZA " WRK-IT-MASSA(WRK-ITEM-IDX)
                         " " WRK-IT-MASSA-2(WRK-ITEM-IDX)
                         " " WRK-IT-TAMANHO(WRK-ITEM-IDX)
                         " " WRK-IT-VALOR(WRK-ITEM-IDX)
              END-IF
           END-PERFORM.
           DISPLAY "TOTAL " WRK-PED-VALOR " TAXA DE ENTREGA "
                   WRK-PED-TAXA.

      *    O PEDIDO FICA NO ARQUIVO COM A MARCA "X" (CABECALHO E
      *    LINHAS) - O VALOR ORIGINAL NAO SOME, SO SAI DAS CONTAS
       MARCAR-CANCELADO SECTION.
           OPEN I-O ARQPEDIDO.
           IF ARQPEDIDO-FS EQUAL ZEROS
              PERFORM UNTIL ARQPEDIDO-FS NOT EQUAL ZEROS
                 READ ARQPEDIDO
                    AT END MOVE 10 TO ARQPEDIDO-FS
                    NOT AT END
                       IF PED-NUMERO EQUAL WRK-PEDIDO
                          MOVE "X" TO PED-SITUACAO
                          REWRITE PED-REGISTRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQPEDIDO
           END-IF.
           MOVE ZEROS TO ARQPEDIDO-FS.

      *    O RECIBO DO PEDIDO VIROU ENTRADA "RECIBO NNNNNN" NO SPOOL
      *    (PROGCOBPEDIDO) - A ENTRADA E MARCADA CANCELADA E GANHA A
      *    LINHA DE CANCELAMENTO
       ANULAR-RECIBO SECTION.
           IF WRK-PED-RECIBO GREATER ZEROS
              MOVE "C" TO WRK-SPL-ACAO
              MOVE SPACES TO WRK-SPL-NOME
              STRING "RECIBO "      DELIMITED BY SIZE
                     WRK-PED-RECIBO DELIMITED BY SIZE
                INTO WRK-SPL-NOME
              END-STRING
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "*** RECIBO CANCELADO - PEDIDO " DELIMITED BY SIZE
                     WRK-PEDIDO     DELIMITED BY SIZE
                     " MOTIVO "     DELIMITED BY SIZE
                     WRK-MOTIVO     DELIMITED BY SIZE
                     " EM "         DELIMITED BY SIZE
                     WRK-DATA-HOJE  DELIMITED BY SIZE
                     " POR "        DELIMITED BY SIZE
                     WRK-USUARIO    DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              IF WRK-SPL-NUMERO EQUAL ZEROS
                 DISPLAY "RECIBO " WRK-PED-RECIBO
                         " NAO ENCONTRADO NO SPOOL"
              ELSE
                 DISPLAY "RECIBO " WRK-PED-RECIBO " ANULADO NO SPOOL"
              END-IF
           END-IF.

      *    O RECEITALOTE POSTA UM "V" POR INGREDIENTE COM O MOTIVO
      *    "CONSUMO PEDIDOS AAAAMMDD" - SE O DIA DO PEDIDO JA TEM ESSE
      *    MOVIMENTO, OS INGREDIENTES DESTE PEDIDO JA SAIRAM E VOLTAM;
      *    SE AINDA NAO TEM, O RECEITALOTE PULA O PEDIDO CANCELADO
       VERIFICAR-CONSUMO-POSTADO SECTION.
           MOVE "N" TO WRK-INSUMOS.
           MOVE SPACES TO WRK-MOTIVO-CONSUMO.
           STRING "CONSUMO PEDIDOS " DELIMITED BY SIZE
                  WRK-PED-DATA       DELIMITED BY SIZE
             INTO WRK-MOTIVO-CONSUMO
           END-STRING.
           OPEN INPUT ARQPRODMOV.
           IF ARQPRODMOV-FS EQUAL ZEROS
              PERFORM UNTIL ARQPRODMOV-FS NOT EQUAL ZEROS
                         OR WRK-INSUMOS EQUAL "S"
                 READ ARQPRODMOV
                    AT END MOVE 10 TO ARQPRODMOV-FS
                    NOT AT END
                       IF MOVPROD-TIPO EQUAL "V"
                          AND MOVPROD-MOTIVO EQUAL WRK-MOTIVO-CONSUMO
                          MOVE "S" TO WRK-INSUMOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQPRODMOV
           END-IF.
           MOVE ZEROS TO ARQPRODMOV-FS.
           IF WRK-INSUMOS EQUAL "S"
              PERFORM CARREGAR-RECEITAS
              PERFORM EXPLODIR-ITENS
           END-IF.

       CARREGAR-RECEITAS SECTION.
           MOVE ZERO TO WRK-QTD-RECEITAS.
           OPEN INPUT ARQRECEITA.
           IF ARQRECEITA-FS EQUAL ZEROS
              PERFORM UNTIL ARQRECEITA-FS NOT EQUAL ZEROS
                 READ ARQRECEITA
                 IF ARQRECEITA-FS EQUAL ZEROS
                    AND WRK-QTD-RECEITAS LESS 200
                    ADD 1 TO WRK-QTD-RECEITAS
                    MOVE RCT-MASSA
                      TO WRK-RCT-MASSA(WRK-QTD-RECEITAS)
                    MOVE RCT-TAMANHO
                      TO WRK-RCT-TAMANHO(WRK-QTD-RECEITAS)
                    MOVE RCT-PRODUTO
                      TO WRK-RCT-PRODUTO(WRK-QTD-RECEITAS)
                    MOVE RCT-QTD
                      TO WRK-RCT-QTD(WRK-QTD-RECEITAS)
                 END-IF
              END-PERFORM
              CLOSE ARQRECEITA
           END-IF.
           MOVE ZEROS TO ARQRECEITA-FS.

       EXPLODIR-ITENS SECTION.
           MOVE ZERO TO WRK-QTD-INGRED.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD
              IF WRK-IT-TIPO(WRK-ITEM-IDX) EQUAL "P"
                 IF WRK-IT-MASSA-2(WRK-ITEM-IDX) EQUAL SPACES
                    MOVE 1 TO WRK-FRACAO
                    MOVE WRK-IT-MASSA(WRK-ITEM-IDX) TO WRK-SABOR
                    PERFORM EXPLODIR-SABOR
                 ELSE
                    MOVE 0.5 TO WRK-FRACAO
                    MOVE WRK-IT-MASSA(WRK-ITEM-IDX) TO WRK-SABOR
                    PERFORM EXPLODIR-SABOR
                    MOVE WRK-IT-MASSA-2(WRK-ITEM-IDX) TO WRK-SABOR
                    PERFORM EXPLODIR-SABOR
                 END-IF
              END-IF
           END-PERFORM.

       EXPLODIR-SABOR SECTION.
           PERFORM VARYING WRK-RCT-IDX FROM 1 BY 1
                   UNTIL WRK-RCT-IDX GREATER WRK-QTD-RECEITAS
              IF WRK-RCT-MASSA(WRK-RCT-IDX) EQUAL WRK-SABOR
                 AND WRK-RCT-TAMANHO(WRK-RCT-IDX) EQUAL
                     WRK-IT-TAMANHO(WRK-ITEM-IDX)
                 PERFORM ACUMULAR-INGREDIENTE
              END-IF
           END-PERFORM.

       ACUMULAR-INGREDIENTE SECTION.
           MOVE ZERO TO WRK-ING-ACHADO.
           PERFORM VARYING WRK-ING-IDX FROM 1 BY 1
                   UNTIL WRK-ING-IDX GREATER WRK-QTD-INGRED
                      OR WRK-ING-ACHADO GREATER ZERO
              IF WRK-ING-PRODUTO(WRK-ING-IDX) EQUAL
                 WRK-RCT-PRODUTO(WRK-RCT-IDX)
                 MOVE WRK-ING-IDX TO WRK-ING-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-ING-ACHADO EQUAL ZERO
              AND WRK-QTD-INGRED LESS 200
              ADD 1 TO WRK-QTD-INGRED
              MOVE WRK-RCT-PRODUTO(WRK-RCT-IDX)
                TO WRK-ING-PRODUTO(WRK-QTD-INGRED)
              MOVE ZEROS TO WRK-ING-QTD(WRK-QTD-INGRED)
              MOVE WRK-QTD-INGRED TO WRK-ING-ACHADO
           END-IF.
           IF WRK-ING-ACHADO GREATER ZERO
              COMPUTE WRK-ING-QTD(WRK-ING-ACHADO) =
                      WRK-ING-QTD(WRK-ING-ACHADO)
                    + WRK-RCT-QTD(WRK-RCT-IDX) * WRK-FRACAO
           END-IF.

      *    MOVIMENTO "D" NO KARDEX PARA CADA ADICIONAL (BAIXADO NA HORA
      *    DO PEDIDO) E, QUANDO O DIA JA FOI EXPLODIDO, PARA CADA
      *    INGREDIENTE DA RECEITA DESTE PEDIDO. O ADICIONAL DE
      *    ENCOMENDA SO SAI NO RECEITALOTE, ENTAO SO VOLTA SE O DIA
      *    DA PRODUCAO JA FOI EXPLODIDO
       ESTORNAR-ESTOQUE SECTION.
           MOVE SPACES TO WRK-MOTIVO-ESTORNO.
           STRING "ESTORNO PEDIDO " DELIMITED BY SIZE
                  WRK-PEDIDO        DELIMITED BY SIZE
             INTO WRK-MOTIVO-ESTORNO
           END-STRING.
           OPEN I-O ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQPROD.DAT (STATUS " ARQPROD-FS
                      ") - ESTOQUE NAO ESTORNADO"
              MOVE "N" TO WRK-INSUMOS
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              OPEN EXTEND ARQPRODMOV
              IF ARQPRODMOV-FS EQUAL 05
                 OPEN OUTPUT ARQPRODMOV
              END-IF
              PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                      UNTIL WRK-ITEM-IDX GREATER WRK-ITEM-QTD
                 IF WRK-IT-TIPO(WRK-ITEM-IDX) EQUAL "A"
                    AND (WRK-PED-ENCOMENDA NOT EQUAL "S"
                         OR WRK-INSUMOS EQUAL "S")
                    MOVE WRK-IT-PRODUTO(WRK-ITEM-IDX)
                      TO WRK-COD-ESTORNO
                    MOVE WRK-IT-QUANTIDADE(WRK-ITEM-IDX)
                      TO WRK-QTD-ESTORNO
                    PERFORM POSTAR-ESTORNO
                 END-IF
              END-PERFORM
              IF WRK-INSUMOS EQUAL "S"
                 PERFORM VARYING WRK-ING-IDX FROM 1 BY 1
                         UNTIL WRK-ING-IDX GREATER WRK-QTD-INGRED
                    MOVE WRK-ING-PRODUTO(WRK-ING-IDX)
                      TO WRK-COD-ESTORNO
                    COMPUTE WRK-QTD-ESTORNO ROUNDED =
                            WRK-ING-QTD(WRK-ING-IDX)
                    PERFORM POSTAR-ESTORNO
                 END-PERFORM
                 DISPLAY "INGREDIENTES DO PEDIDO ESTORNADOS NO KARDEX"
              END-IF
              CLOSE ARQPRODMOV
              CLOSE ARQPROD
           END-IF.

       POSTAR-ESTORNO SECTION.
           MOVE WRK-COD-ESTORNO TO ARQPROD-CODIGO.
           READ ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "PRODUTO " WRK-COD-ESTORNO
                      " FORA DO MESTRE - NAO ESTORNADO"
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              IF WRK-QTD-ESTORNO GREATER ZEROS
                 MOVE ARQPROD-ESTOQUE TO WRK-ESTOQUE-ANTES
                 ADD WRK-QTD-ESTORNO TO ARQPROD-ESTOQUE
                 REWRITE ARQPROD-REGISTRO
                 MOVE ARQPROD-CODIGO     TO MOVPROD-CODIGO
                 MOVE "D"                TO MOVPROD-TIPO
                 MOVE WRK-QTD-ESTORNO    TO MOVPROD-QUANTIDADE
                 MOVE WRK-ESTOQUE-ANTES  TO MOVPROD-ESTOQUE-ANTES
                 MOVE ARQPROD-ESTOQUE    TO MOVPROD-ESTOQUE-DEPOIS
                 MOVE WRK-MOTIVO-ESTORNO TO MOVPROD-MOTIVO
                 MOVE WRK-DATA-HOJE      TO MOVPROD-DATA
                 ACCEPT MOVPROD-HORA FROM TIME
                 MOVE WRK-USUARIO        TO MOVPROD-OPERADOR
                 MOVE ARQPROD-CUSTO-MEDIO TO MOVPROD-CUSTO-UNIT
                 WRITE MOVPROD-REGISTRO
                 MOVE WRK-QTD-ESTORNO    TO WRK-DELTA-LOCAL
                 PERFORM ATUALIZAR-SALDO-LOJA
              END-IF
           END-IF.

      *    A QUEBRA POR DEPOSITO ACOMPANHA O MESTRE, COMO NO
      *    RECEITALOTE - O ESTORNO VOLTA PARA A LOJA ("LOJ")
       ATUALIZAR-SALDO-LOJA SECTION.
           OPEN I-O ARQLOCAL.
           IF ARQLOCAL-FS EQUAL ZEROS
              MOVE ARQPROD-CODIGO TO LOCAL-CODIGO
              MOVE "LOJ"          TO LOCAL-DEPOSITO
              READ ARQLOCAL
              IF ARQLOCAL-FS EQUAL ZEROS
                 COMPUTE WRK-SALDO-LOCAL =
                         LOCAL-SALDO + WRK-DELTA-LOCAL
                 MOVE WRK-SALDO-LOCAL TO LOCAL-SALDO
                 REWRITE LOCAL-REGISTRO
              END-IF
              CLOSE ARQLOCAL
           END-IF.
           MOVE ZEROS TO ARQLOCAL-FS.

      *    ENTREGA AINDA ABERTA NO PAINEL FECHA COMO "D" DEVOLVIDO
       FECHAR-ENTREGA SECTION.
           MOVE "N" TO WRK-TEVE-ENTREGA.
           OPEN I-O ARQENTREGA.
           IF ARQENTREGA-FS EQUAL ZEROS
              MOVE WRK-PEDIDO TO ENT-PED-NUMERO
              READ ARQENTREGA
              IF ARQENTREGA-FS EQUAL ZEROS
                 MOVE "S" TO WRK-TEVE-ENTREGA
                 IF ENT-SITUACAO NOT EQUAL "D"
                    MOVE "D"            TO ENT-SITUACAO
                    MOVE WRK-DATA-HOJE  TO ENT-DATA-FIM
                    ACCEPT ENT-HORA-FIM FROM TIME
                    REWRITE ENT-REGISTRO
                    DISPLAY "ENTREGA ENCERRADA COMO D (DEVOLVIDO)"
                 END-IF
              END-IF
              CLOSE ARQENTREGA
           END-IF.
           MOVE ZEROS TO ARQENTREGA-FS.

       VERIFICAR-CAIXA-FECHADO SECTION.
           MOVE "N" TO WRK-CAIXA-FECHADO.
           OPEN INPUT ARQFECHA.
           IF ARQFECHA-FS EQUAL ZEROS
              MOVE WRK-PED-DATA TO FECHA-DATA
              READ ARQFECHA
              IF ARQFECHA-FS EQUAL ZEROS
                 MOVE "S" TO WRK-CAIXA-FECHADO
              END-IF
              CLOSE ARQFECHA
           END-IF.
           MOVE ZEROS TO ARQFECHA-FS.

       GRAVAR-CANCELAMENTO SECTION.
           OPEN EXTEND ARQPEDCANC.
           IF ARQPEDCANC-FS EQUAL 05
              OPEN OUTPUT ARQPEDCANC
           END-IF.
           MOVE WRK-PEDIDO         TO PEDCANC-PED-NUMERO.
           MOVE WRK-DATA-HOJE      TO PEDCANC-DATA.
           MOVE WRK-HORA-AGORA     TO PEDCANC-HORA.
           MOVE WRK-PED-DATA       TO PEDCANC-DATA-PEDIDO.
           MOVE WRK-PED-RECIBO     TO PEDCANC-RECIBO.
           MOVE WRK-PED-CLIENTE-ID TO PEDCANC-CLIENTE-ID.
           MOVE WRK-PED-VALOR      TO PEDCANC-VALOR.
           MOVE WRK-PED-TAXA       TO PEDCANC-TAXA-ENTREGA.
           MOVE WRK-MOTIVO         TO PEDCANC-MOTIVO.
           MOVE WRK-USUARIO        TO PEDCANC-SUPERVISOR.
           MOVE WRK-TEVE-ENTREGA   TO PEDCANC-ENTREGA.
           MOVE WRK-CAIXA-FECHADO  TO PEDCANC-CAIXA-FECHADO.
           MOVE WRK-INSUMOS        TO PEDCANC-INSUMOS.
           WRITE PEDCANC-REGISTRO.
           CLOSE ARQPEDCANC.

      *    O USO DO CUPOM SAI DO LIMITE E DO RELATORIO DO MES
       ESTORNAR-PONTOS SECTION.
           MOVE "E"                TO WRK-PTS-ACAO.
           MOVE WRK-PED-CLIENTE-ID TO WRK-PTS-CLIENTE-ID.
           MOVE WRK-DATA-HOJE      TO WRK-PTS-DATA.
           MOVE ZEROS              TO WRK-PTS-VALOR.
           MOVE "P"                TO WRK-PTS-ORIGEM.
           MOVE WRK-PEDIDO         TO WRK-PTS-DOCUMENTO.
           MOVE WRK-USUARIO        TO WRK-PTS-OPERADOR.
           CALL "PONTOSMOV" USING WRK-PONTOS.
           IF WRK-PTS-RESULTADO EQUAL "S"
              DISPLAY "PONTOS ESTORNADOS " WRK-PTS-PONTOS
                      " DEVOLVIDOS " WRK-PTS-DEVOLVIDOS
                      " - SALDO DE PONTOS " WRK-PTS-SALDO
           END-IF.

       ESTORNAR-CUPOM SECTION.
           MOVE "E"           TO WRK-CUP-ACAO.
           MOVE "P"           TO WRK-CUP-ORIGEM.
           MOVE WRK-PEDIDO    TO WRK-CUP-DOCUMENTO.
           MOVE WRK-USUARIO   TO WRK-CUP-OPERADOR.
           CALL "CUPOMVALIDA" USING WRK-CUPOM.
           IF WRK-CUP-RESULTADO EQUAL "S"
              DISPLAY "USO DO CUPOM " WRK-PED-CUPOM " ESTORNADO"
           ELSE
              DISPLAY "CUPOM " WRK-PED-CUPOM ": " WRK-CUP-MENSAGEM
           END-IF.
