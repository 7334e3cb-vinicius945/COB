       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCAIXA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: PROJECAO DO CAIXA PARA OS PROXIMOS 90 DIAS, DIA A
      *DIA E SEMANA A SEMANA, A PARTIR DO SALDO DA CONTA 1001 CAIXA E
      *BANCOS NO DIARIO (ARQLANCAMENTO.DAT) NO DIA DE NEGOCIO.
      *ENTRADAS: MEDIA DIARIA DAS VENDAS E PEDIDOS RECEBIDOS A VISTA
      *(DINHEIRO/CARTAO/PIX, SEM GORJETA) NOS ULTIMOS N DIAS, TITULOS
      *DE FIADO EM ABERTO PELO REC-VENCIMENTO (ARQRECEBER), PARCELAS
      *DE EMPRESTIMO EM ABERTO (ARQPARCELA) E APORTES PROGRAMADOS DOS
      *CONTRATOS DE INVESTIMENTO (ARQINVEST). SAIDAS: PARCELAS DO
      *CONTAS A PAGAR EM ABERTO (ARQPAGARPARC - A VENCIDA ENTRA NO
      *PRIMEIRO DIA), SALDO A RECEBER DOS PEDIDOS DE COMPRA ABERTOS
      *(ENTREGA PELO PRAZO DO FORNECEDOR, PAGAMENTO PELA CONDICAO
      *DELE), FOLHA DOS FUNCIONARIOS ATIVOS (ARQFUNC) NO DIA DE
      *PAGAMENTO E RESGATE DOS INVESTIMENTOS QUE VENCEM NO PERIODO.
      *A VERSAO PONDERADA APLICA AOS RECEBIVEIS DO CLIENTE O PESO DA
      *BANDA DE RISCO DELE (ARQRISCO) - PESOS, DIA DA FOLHA E JANELA
      *DA MEDIA NO CARTAO FLUXOPARM.TXT (CRIADO COM PADROES NA
      *PRIMEIRA RODADA). RECEBIVEL JA VENCIDO FICA FORA DA PROJECAO E
      *SAI SO NO RESUMO. DIA COM SALDO NEGATIVO SAI MARCADO NO SPOOL
      *("FLUXO CAIXA AAAAMMDD") E O PROGRAMA TERMINA COM RC 4.
      *STEP DIARIO DO BATCHNOTURNO, DEPOIS DO CONTABILPOSTA.
      *VENDAS E PEDIDOS DA JANELA DA MEDIA VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLANCAMENTO ASSIGN TO "DADOS/ARQLANCAMENTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQLANCAMENTO-FS.

           SELECT ARQFLUXOPARM ASSIGN TO "DADOS/FLUXOPARM.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQFLUXOPARM-FS.

           SELECT ARQRISCO ASSIGN TO "DADOS/ARQRISCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQRISCO-FS
           RECORD KEY IS RISCO-CLIENTE-ID.

           SELECT ARQRECEBER ASSIGN TO "DADOS/ARQRECEBER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQRECEBER-FS
           RECORD KEY IS REC-DOCUMENTO.

           SELECT ARQEMP ASSIGN TO "DADOS/ARQEMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQEMP-FS
           RECORD KEY IS EMP-NUMERO.

           SELECT ARQPARC ASSIGN TO "DADOS/ARQPARCELA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPARC-FS
           RECORD KEY IS PARC-CHAVE.

           SELECT ARQINVEST ASSIGN TO "DADOS/ARQINVEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQINVEST-FS
           RECORD KEY IS INV-NUMERO.

           SELECT ARQPAGARPARC ASSIGN TO "DADOS/ARQPAGARPARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPAGARPARC-FS
           RECORD KEY IS PGP-CHAVE
           ALTERNATE RECORD KEY IS PGP-VENCIMENTO
              WITH DUPLICATES.

           SELECT ARQFORN ASSIGN TO "DADOS/ARQFORNECEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFORN-FS
           RECORD KEY IS FORN-CODIGO.

           SELECT ARQPC ASSIGN TO "DADOS/ARQPEDCOMPRA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPC-FS
           RECORD KEY IS PC-NUMERO.

           SELECT ARQPCI ASSIGN TO "DADOS/ARQPEDCOMPRAITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPCI-FS
           RECORD KEY IS PCI-CHAVE.

           SELECT ARQFUNC ASSIGN TO "DADOS/ARQFUNC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFUNC-FS
           RECORD KEY IS FUNC-ID.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO CONTABILPOSTA
       FD ARQLANCAMENTO
           RECORDING MODE IS F.
       01 LAN-REGISTRO.
           05 LAN-DATA           PIC 9(08).
           05 LAN-EVENTO         PIC X(12).
           05 LAN-CONTA          PIC 9(04).
           05 LAN-DC             PIC X(01).
           05 LAN-VALOR          PIC 9(11)V99.
           05 LAN-HISTORICO      PIC X(30).

      *    CARTAO DA PROJECAO: PESO (PCT DO VALOR DE FACE) DOS
      *    RECEBIVEIS POR BANDA DE RISCO E DO CLIENTE SEM BANDA, DIA DO
      *    MES DO PAGAMENTO DA FOLHA E DIAS DE HISTORICO NA MEDIA DAS
      *    VENDAS A VISTA
       FD ARQFLUXOPARM
           RECORDING MODE IS F.
       01 REG-FLUXOPARM.
           05 FXP-PESO-A         PIC 9(03).
           05 FXP-PESO-B         PIC 9(03).
           05 FXP-PESO-C         PIC 9(03).
           05 FXP-PESO-SEM       PIC 9(03).
           05 FXP-DIA-FOLHA      PIC 9(02).
           05 FXP-DIAS-MEDIA     PIC 9(03).

       FD ARQRISCO.
       COPY "#RISCO".

       FD ARQRECEBER.
       COPY "#RECEBER".

       FD ARQEMP.
       COPY "#EMPRESTIMO".

       FD ARQPARC.
       COPY "#PARCELA".

       FD ARQINVEST.
       COPY "#INVEST".

       FD ARQPAGARPARC.
       COPY "#PAGAR-PARC".

       FD ARQFORN.
       COPY "#FORNECEDOR".

       FD ARQPC.
       COPY "#PEDCOMPRA".

       FD ARQPCI.
       COPY "#PEDCOMPRA-ITEM".

       FD ARQFUNC.
       COPY "#FUNC".

       WORKING-STORAGE SECTION.
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       01 ARQLANCAMENTO-FS   PIC 9(02) VALUES ZEROS.
       01 ARQFLUXOPARM-FS    PIC 9(02) VALUES ZEROS.
       01 ARQRISCO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQRECEBER-FS      PIC 9(02) VALUES ZEROS.
       01 ARQEMP-FS          PIC 9(02) VALUES ZEROS.
       01 ARQPARC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQINVEST-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPAGARPARC-FS    PIC 9(02) VALUES ZEROS.
       01 ARQFORN-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPC-FS           PIC 9(02) VALUES ZEROS.
       01 ARQPCI-FS          PIC 9(02) VALUES ZEROS.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

       01 WRK-DATA-BASE      PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-BASE      PIC 9(07) VALUES ZEROS.
       01 WRK-DATA-FIM       PIC 9(08) VALUES ZEROS.

      *----------PARAMETROS (FLUXOPARM.TXT)
       01 WRK-PESO-A         PIC 9(03) VALUES 100.
       01 WRK-PESO-B         PIC 9(03) VALUES 080.
       01 WRK-PESO-C         PIC 9(03) VALUES 050.
       01 WRK-PESO-SEM       PIC 9(03) VALUES 090.
       01 WRK-DIA-FOLHA      PIC 9(02) VALUES 05.
       01 WRK-DIAS-MEDIA     PIC 9(03) VALUES 028.

      *----------SALDO INICIAL E MEDIA DAS VENDAS A VISTA
       01 WRK-SALDO-INICIAL  PIC S9(11)V99 VALUES ZEROS.
       01 WRK-DIAS-MEDIA-INI PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-REGISTRO  PIC 9(07) VALUES ZEROS.
       01 WRK-TOT-VENDAS     PIC 9(11)V99 VALUES ZEROS.
       01 WRK-VALOR-TICKET   PIC S9(09)V99 VALUES ZEROS.
       01 WRK-MEDIA-VENDAS   PIC 9(09)V99 VALUES ZEROS.
       01 WRK-FP-IDX         PIC 9(01) USAGE COMP VALUE ZERO.

      *----------LANCAMENTO DE UM VALOR NA PROJECAO
      *    FONTE: 1 VENDAS 2 FIADO 3 EMPRESTIMOS 4 APORTES 5 FORNECEDOR
      *    6 COMPRAS 7 FOLHA 8 RESGATES (1 A 4 ENTRAM, 5 A 8 SAEM)
       01 WRK-LAN-DATA       PIC 9(08) VALUES ZEROS.
       01 WRK-LAN-DIAS       PIC 9(07) VALUES ZEROS.
       01 WRK-LAN-FONTE      PIC 9(01) VALUES ZEROS.
       01 WRK-LAN-VALOR      PIC 9(09)V99 VALUES ZEROS.
       01 WRK-LAN-PESO       PIC 9(03) VALUES 100.
       01 WRK-LAN-PONDERADO  PIC 9(09)V99 VALUES ZEROS.
       01 WRK-LAN-IDX        PIC S9(07) VALUES ZEROS.

      *----------RECEBIVEL VENCIDO E A PAGAR ATRASADO (FORA/NO DIA 1)
       01 WRK-VENC-FIADO     PIC 9(11)V99 VALUES ZEROS.
       01 WRK-VENC-PARCELAS  PIC 9(11)V99 VALUES ZEROS.
       01 WRK-ATRASO-PAGAR   PIC 9(11)V99 VALUES ZEROS.

      *----------PROJECAO DIA A DIA
       01 WRK-TAB-DIAS.
           05 WRK-DIA-ITEM OCCURS 90 TIMES.
               10 WRK-DIA-DATA       PIC 9(08).
               10 WRK-DIA-ENTRADA    PIC 9(11)V99.
               10 WRK-DIA-ENT-POND   PIC 9(11)V99.
               10 WRK-DIA-SAIDA      PIC 9(11)V99.
               10 WRK-DIA-SALDO      PIC S9(11)V99.
               10 WRK-DIA-SALDO-POND PIC S9(11)V99.
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-FIM        PIC 9(03) USAGE COMP VALUE ZERO.

      *----------TOTAIS POR FONTE
       01 WRK-TAB-FONTES.
           05 WRK-FON-ITEM OCCURS 8 TIMES.
               10 WRK-FON-ROTULO     PIC X(24).
               10 WRK-FON-FACE       PIC 9(11)V99.
               10 WRK-FON-POND       PIC 9(11)V99.
       01 WRK-FON-IDX        PIC 9(01) USAGE COMP VALUE ZERO.

      *----------PRIMEIRO DIA NEGATIVO E MENOR SALDO
       01 WRK-PRIM-NEGATIVO      PIC 9(08) VALUES ZEROS.
       01 WRK-PRIM-NEG-POND      PIC 9(08) VALUES ZEROS.
       01 WRK-QTD-NEGATIVOS      PIC 9(03) VALUES ZEROS.
       01 WRK-QTD-NEG-POND       PIC 9(03) VALUES ZEROS.
       01 WRK-MENOR-SALDO        PIC S9(11)V99 VALUES ZEROS.
       01 WRK-MENOR-DATA         PIC 9(08) VALUES ZEROS.

      *----------TRABALHO DO INVESTIMENTO
       01 WRK-ANO            PIC 9(04) VALUES ZEROS.
       01 WRK-MES            PIC 9(02) VALUES ZEROS.
       01 WRK-DIA            PIC 9(02) VALUES ZEROS.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
       01 WRK-ANOMES-FIM     PIC 9(06) VALUES ZEROS.
       01 WRK-ANOMES-LIMITE  PIC 9(06) VALUES ZEROS.
       01 WRK-SALDO-INV      PIC 9(11)V99 VALUES ZEROS.

      *----------TRABALHO DO PEDIDO DE COMPRA
       01 WRK-VALOR-PC       PIC 9(11)V99 VALUES ZEROS.
       01 WRK-VALOR-PARC-PC  PIC 9(09)V99 VALUES ZEROS.
       01 WRK-ACUM-PARC-PC   PIC 9(11)V99 VALUES ZEROS.
       01 WRK-QTD-PENDENTE   PIC 9(06) VALUES ZEROS.
       01 WRK-DIAS-ENTREGA   PIC 9(07) VALUES ZEROS.
       01 WRK-PARC-IDX       PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-QTD-PEDIDOS-PC PIC 9(05) VALUES ZEROS.

      *----------TRABALHO DA FOLHA
       01 WRK-TOT-FOLHA      PIC 9(09)V99 VALUES ZEROS.
       01 WRK-QTD-FUNC       PIC 9(05) VALUES ZEROS.

      *----------SEMANAS
       01 WRK-SEMANA         PIC 9(02) VALUES ZEROS.
       01 WRK-SEM-ENTRADA    PIC 9(11)V99 VALUES ZEROS.
       01 WRK-SEM-SAIDA      PIC 9(11)V99 VALUES ZEROS.
       01 WRK-SEM-NEGATIVO   PIC X(03) VALUES SPACES.

      *----------EDICAO
       01 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-VALOR2-ED      PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-VALOR3-ED      PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-SALDO-ED       PIC -ZZ.ZZZ.ZZ9,99.
       01 WRK-SALDO2-ED      PIC -ZZ.ZZZ.ZZ9,99.
       01 WRK-PESO-ED        PIC ZZ9.
       01 WRK-MARCA          PIC X(03) VALUES SPACES.

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "FLUXOCAIXA".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "BATCH".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "FLUXOCAIXA - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-BASE
           ELSE
              ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WRK-DIAS-BASE = FUNCTION INTEGER-OF-DATE
                                   (WRK-DATA-BASE).
           PERFORM LER-PARAMETROS.
           PERFORM PREPARAR-TABELAS.
           PERFORM LER-SALDO-INICIAL.
           PERFORM CALCULAR-MEDIA-VENDAS.
           OPEN INPUT ARQRISCO.
           IF ARQRISCO-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQRISCO.DAT (STATUS " ARQRISCO-FS
                      ") - RECEBIVEIS COM O PESO SEM BANDA"
           END-IF.
           PERFORM PROJETAR-FIADO.
           PERFORM PROJETAR-PARCELAS.
           IF ARQRISCO-FS EQUAL ZEROS
              CLOSE ARQRISCO
           END-IF.
           PERFORM PROJETAR-INVESTIMENTOS.
           PERFORM PROJETAR-PAGAR.
           PERFORM PROJETAR-COMPRAS.
           PERFORM PROJETAR-FOLHA.
           PERFORM CALCULAR-SALDOS.
           PERFORM IMPRIMIR-PROJECAO.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-ED.
           DISPLAY "SALDO INICIAL.......: " WRK-SALDO-ED.
           MOVE WRK-DIA-SALDO(90) TO WRK-SALDO-ED.
           DISPLAY "SALDO EM " WRK-DATA-FIM ": " WRK-SALDO-ED.
           DISPLAY "DIAS NEGATIVOS......: " WRK-QTD-NEGATIVOS.
           DISPLAY "DIAS NEG. PONDERADO.: " WRK-QTD-NEG-POND.
           IF WRK-QTD-NEG-POND GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FLUXOCAIXA - FIM".
           GOBACK.

      *    SEM O CARTAO, GRAVA UM COM OS PADROES PARA A AREA AJUSTAR
       LER-PARAMETROS SECTION.
           OPEN INPUT ARQFLUXOPARM.
           IF ARQFLUXOPARM-FS NOT EQUAL ZEROS
              OPEN OUTPUT ARQFLUXOPARM
              MOVE WRK-PESO-A     TO FXP-PESO-A
              MOVE WRK-PESO-B     TO FXP-PESO-B
              MOVE WRK-PESO-C     TO FXP-PESO-C
              MOVE WRK-PESO-SEM   TO FXP-PESO-SEM
              MOVE WRK-DIA-FOLHA  TO FXP-DIA-FOLHA
              MOVE WRK-DIAS-MEDIA TO FXP-DIAS-MEDIA
              WRITE REG-FLUXOPARM
              CLOSE ARQFLUXOPARM
              DISPLAY "FLUXOPARM.TXT CRIADO COM OS PESOS PADRAO"
              OPEN INPUT ARQFLUXOPARM
           END-IF.
           READ ARQFLUXOPARM.
           IF ARQFLUXOPARM-FS EQUAL ZEROS
              IF FXP-PESO-A IS NUMERIC
                 MOVE FXP-PESO-A TO WRK-PESO-A
              END-IF
              IF FXP-PESO-B IS NUMERIC
                 MOVE FXP-PESO-B TO WRK-PESO-B
              END-IF
              IF FXP-PESO-C IS NUMERIC
                 MOVE FXP-PESO-C TO WRK-PESO-C
              END-IF
              IF FXP-PESO-SEM IS NUMERIC
                 MOVE FXP-PESO-SEM TO WRK-PESO-SEM
              END-IF
              IF FXP-DIA-FOLHA IS NUMERIC
                 AND FXP-DIA-FOLHA GREATER ZEROS
                 AND FXP-DIA-FOLHA LESS 29
                 MOVE FXP-DIA-FOLHA TO WRK-DIA-FOLHA
              END-IF
              IF FXP-DIAS-MEDIA IS NUMERIC
                 AND FXP-DIAS-MEDIA GREATER ZEROS
                 MOVE FXP-DIAS-MEDIA TO WRK-DIAS-MEDIA
              END-IF
           END-IF.
           CLOSE ARQFLUXOPARM.
           MOVE ZEROS TO ARQFLUXOPARM-FS.
      *    PESO ACIMA DO VALOR DE FACE NAO FAZ SENTIDO
           IF WRK-PESO-A GREATER 100
              MOVE 100 TO WRK-PESO-A
           END-IF.
           IF WRK-PESO-B GREATER 100
              MOVE 100 TO WRK-PESO-B
           END-IF.
           IF WRK-PESO-C GREATER 100
              MOVE 100 TO WRK-PESO-C
           END-IF.
           IF WRK-PESO-SEM GREATER 100
              MOVE 100 TO WRK-PESO-SEM
           END-IF.

       PREPARAR-TABELAS SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX GREATER 90
              COMPUTE WRK-DIA-DATA(WRK-IDX) = FUNCTION DATE-OF-INTEGER
                      (WRK-DIAS-BASE + WRK-IDX)
              MOVE ZEROS TO WRK-DIA-ENTRADA(WRK-IDX)
                            WRK-DIA-ENT-POND(WRK-IDX)
                            WRK-DIA-SAIDA(WRK-IDX)
                            WRK-DIA-SALDO(WRK-IDX)
                            WRK-DIA-SALDO-POND(WRK-IDX)
           END-PERFORM.
           MOVE WRK-DIA-DATA(90) TO WRK-DATA-FIM.
           MOVE WRK-DATA-FIM(1:6) TO WRK-ANOMES-LIMITE.
           MOVE "VENDAS A VISTA (MEDIA)"   TO WRK-FON-ROTULO(1).
           MOVE "FIADO (ARQRECEBER)"       TO WRK-FON-ROTULO(2).
           MOVE "PARCELAS DE EMPRESTIMO"   TO WRK-FON-ROTULO(3).
           MOVE "APORTES DE INVESTIMENTO"  TO WRK-FON-ROTULO(4).
           MOVE "FORNECEDORES A PAGAR"     TO WRK-FON-ROTULO(5).
           MOVE "PEDIDOS DE COMPRA ABERTOS" TO WRK-FON-ROTULO(6).
           MOVE "FOLHA DE PAGAMENTO"       TO WRK-FON-ROTULO(7).
           MOVE "RESGATES DE INVESTIMENTO" TO WRK-FON-ROTULO(8).
           PERFORM VARYING WRK-FON-IDX FROM 1 BY 1
                   UNTIL WRK-FON-IDX GREATER 8
              MOVE ZEROS TO WRK-FON-FACE(WRK-FON-IDX)
                            WRK-FON-POND(WRK-FON-IDX)
           END-PERFORM.

      *    SALDO DA CONTA 1001 CAIXA E BANCOS ATE O DIA DE NEGOCIO -
      *    O LOTE POSTA O DIARIO ANTES DESTE STEP
       LER-SALDO-INICIAL SECTION.
           OPEN INPUT ARQLANCAMENTO.
           IF ARQLANCAMENTO-FS NOT EQUAL ZEROS
              DISPLAY "SEM DIARIO (STATUS " ARQLANCAMENTO-FS
                      ") - SALDO INICIAL ZERO"
           ELSE
              PERFORM UNTIL ARQLANCAMENTO-FS NOT EQUAL ZEROS
                 READ ARQLANCAMENTO
                    AT END MOVE 10 TO ARQLANCAMENTO-FS
                    NOT AT END
                       IF LAN-CONTA EQUAL 1001
                          AND LAN-DATA NOT GREATER WRK-DATA-BASE
                          IF LAN-DC EQUAL "D"
                             ADD LAN-VALOR TO WRK-SALDO-INICIAL
                          ELSE
                             SUBTRACT LAN-VALOR FROM WRK-SALDO-INICIAL
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQLANCAMENTO
           END-IF.

      *    O QUE ENTROU A VISTA NOS ULTIMOS N DIAS (ATE O DIA DE
      *    NEGOCIO), DIVIDIDO PELOS N DIAS, ENTRA EM CADA DIA PROJETADO
       CALCULAR-MEDIA-VENDAS SECTION.
           COMPUTE WRK-DIAS-MEDIA-INI = WRK-DIAS-BASE
                                      - WRK-DIAS-MEDIA + 1.
           MOVE "A"          TO MVA-ACAO.
           MOVE "V"          TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = FUNCTION DATE-OF-INTEGER
                                  (WRK-DIAS-MEDIA-INI).
           MOVE WRK-DATA-BASE TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "SEM VENDAS.TXT (STATUS " MVA-STATUS ")"
           ELSE
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                    IF VEN-TIPO-REG NOT EQUAL "I"
                       MOVE VEN-DATA TO WRK-LAN-DATA
                       PERFORM TESTAR-JANELA-MEDIA
                       IF WRK-DIAS-REGISTRO GREATER ZEROS
                          PERFORM SOMAR-VENDA
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = FUNCTION DATE-OF-INTEGER
                                  (WRK-DIAS-MEDIA-INI).
           MOVE WRK-DATA-BASE TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           ELSE
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    IF PED-TIPO-REG NOT EQUAL "I"
                       AND PED-SITUACAO NOT EQUAL "X"
                       MOVE PED-DATA TO WRK-LAN-DATA
                       PERFORM TESTAR-JANELA-MEDIA
                       IF WRK-DIAS-REGISTRO GREATER ZEROS
                          PERFORM SOMAR-PEDIDO
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.
           DIVIDE WRK-TOT-VENDAS BY WRK-DIAS-MEDIA
                  GIVING WRK-MEDIA-VENDAS ROUNDED.
           MOVE 1   TO WRK-LAN-FONTE.
           MOVE 100 TO WRK-LAN-PESO.
           MOVE WRK-MEDIA-VENDAS TO WRK-LAN-VALOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX GREATER 90
              COMPUTE WRK-LAN-DIAS = WRK-DIAS-BASE + WRK-IDX
              PERFORM LANCAR-DIA
           END-PERFORM.

      *    WRK-DIAS-REGISTRO VOLTA ZERADO QUANDO A DATA ESTA FORA DA
      *    JANELA DA MEDIA
       TESTAR-JANELA-MEDIA SECTION.
           MOVE ZEROS TO WRK-DIAS-REGISTRO.
           IF WRK-LAN-DATA IS NUMERIC
              AND WRK-LAN-DATA GREATER 16010101
              COMPUTE WRK-DIAS-REGISTRO = FUNCTION INTEGER-OF-DATE
                                          (WRK-LAN-DATA)
              IF WRK-DIAS-REGISTRO LESS WRK-DIAS-MEDIA-INI
                 OR WRK-DIAS-REGISTRO GREATER WRK-DIAS-BASE
                 MOVE ZEROS TO WRK-DIAS-REGISTRO
              END-IF
           END-IF.

      *    FIADO FICA DE FORA (ENTRA PELO ARQRECEBER NO VENCIMENTO) E A
      *    GORJETA SAI PARA A FOLHA, NAO FICA NO CAIXA
       SOMAR-VENDA SECTION.
           MOVE ZEROS TO WRK-VALOR-TICKET.
           IF VEN-FORMA-QTD IS NUMERIC
              AND VEN-FORMA-QTD GREATER ZERO
              PERFORM VARYING WRK-FP-IDX FROM 1 BY 1
                      UNTIL WRK-FP-IDX GREATER VEN-FORMA-QTD
                         OR WRK-FP-IDX GREATER 3
                 IF VEN-FP-FORMA(WRK-FP-IDX) NOT EQUAL "FIA"
                    ADD VEN-FP-VALOR(WRK-FP-IDX) TO WRK-VALOR-TICKET
                 END-IF
              END-PERFORM
              IF VEN-GORJETA IS NUMERIC
                 SUBTRACT VEN-GORJETA FROM WRK-VALOR-TICKET
              END-IF
           ELSE
              IF VEN-FORMA NOT EQUAL "FIA"
                 MOVE VEN-VALOR TO WRK-VALOR-TICKET
              END-IF
           END-IF.
           IF WRK-VALOR-TICKET GREATER ZEROS
              ADD WRK-VALOR-TICKET TO WRK-TOT-VENDAS
           END-IF.

      *    O SINAL DA ENCOMENDA ("SIN") JA ENTROU NO CAIXA QUANDO FOI
      *    PAGO - NAO CONTA DE NOVO NA ENTREGA
       SOMAR-PEDIDO SECTION.
           MOVE ZEROS TO WRK-VALOR-TICKET.
           IF PED-FORMA-QTD IS NUMERIC
              PERFORM VARYING WRK-FP-IDX FROM 1 BY 1
                      UNTIL WRK-FP-IDX GREATER PED-FORMA-QTD
                         OR WRK-FP-IDX GREATER 3
                 IF PED-FORMA(WRK-FP-IDX) NOT EQUAL "FIA"
                    AND PED-FORMA(WRK-FP-IDX) NOT EQUAL "SIN"
                    ADD PED-FORMA-VALOR(WRK-FP-IDX) TO WRK-VALOR-TICKET
                 END-IF
              END-PERFORM
              IF PED-GORJETA IS NUMERIC
                 SUBTRACT PED-GORJETA FROM WRK-VALOR-TICKET
              END-IF
           END-IF.
           IF WRK-VALOR-TICKET GREATER ZEROS
              ADD WRK-VALOR-TICKET TO WRK-TOT-VENDAS
           END-IF.

      *    PESO DA BANDA DE RISCO DO CLIENTE EM WRK-LAN-PESO
       PESO-CLIENTE SECTION.
           MOVE WRK-PESO-SEM TO WRK-LAN-PESO.
           IF ARQRISCO-FS EQUAL ZEROS
              READ ARQRISCO
              IF ARQRISCO-FS EQUAL ZEROS
                 EVALUATE RISCO-BANDA
                    WHEN "A"
                       MOVE WRK-PESO-A TO WRK-LAN-PESO
                    WHEN "B"
                       MOVE WRK-PESO-B TO WRK-LAN-PESO
                    WHEN "C"
                       MOVE WRK-PESO-C TO WRK-LAN-PESO
                 END-EVALUATE
              END-IF
              MOVE ZEROS TO ARQRISCO-FS
           END-IF.

       PROJETAR-FIADO SECTION.
           OPEN INPUT ARQRECEBER.
           IF ARQRECEBER-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQRECEBER.DAT (STATUS " ARQRECEBER-FS ")"
           ELSE
              MOVE 2 TO WRK-LAN-FONTE
              MOVE ZEROS TO REC-DOCUMENTO
              START ARQRECEBER KEY IS NOT LESS REC-DOCUMENTO
                 INVALID KEY MOVE 10 TO ARQRECEBER-FS
              END-START
              PERFORM UNTIL ARQRECEBER-FS NOT EQUAL ZEROS
                 READ ARQRECEBER NEXT RECORD
                 IF ARQRECEBER-FS EQUAL ZEROS
                    AND REC-SITUACAO EQUAL "A"
                    AND REC-SALDO GREATER ZEROS
                    MOVE REC-CLIENTE-ID TO RISCO-CLIENTE-ID
                    PERFORM PESO-CLIENTE
                    MOVE REC-SALDO      TO WRK-LAN-VALOR
                    MOVE REC-VENCIMENTO TO WRK-LAN-DATA
                    PERFORM LANCAR-DATA
                    IF WRK-LAN-IDX LESS 1
                       ADD REC-SALDO TO WRK-VENC-FIADO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQRECEBER
           END-IF.

      *    SO CONTRATO ATIVO - O RENEGOCIADO TEM AS PARCELAS NO
      *    CONTRATO SUCESSOR
       PROJETAR-PARCELAS SECTION.
           OPEN INPUT ARQPARC.
           OPEN INPUT ARQEMP.
           IF ARQPARC-FS NOT EQUAL ZEROS
              OR ARQEMP-FS NOT EQUAL ZEROS
              DISPLAY "SEM EMPRESTIMOS (STATUS " ARQEMP-FS "/"
                      ARQPARC-FS ")"
           ELSE
              MOVE 3 TO WRK-LAN-FONTE
              MOVE ZEROS  TO EMP-NUMERO
              MOVE SPACES TO EMP-SITUACAO
              MOVE ZEROS TO PARC-CHAVE
              START ARQPARC KEY IS NOT LESS PARC-CHAVE
                 INVALID KEY MOVE 10 TO ARQPARC-FS
              END-START
              PERFORM UNTIL ARQPARC-FS NOT EQUAL ZEROS
                 READ ARQPARC NEXT RECORD
                 IF ARQPARC-FS EQUAL ZEROS
                    AND PARC-PAGA EQUAL "N"
                    PERFORM PROJETAR-PARCELA
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE ARQPARC ARQEMP.

       PROJETAR-PARCELA SECTION.
           IF PARC-NUMERO NOT EQUAL EMP-NUMERO
              MOVE PARC-NUMERO TO EMP-NUMERO
              READ ARQEMP
              IF ARQEMP-FS NOT EQUAL ZEROS
                 MOVE SPACES TO EMP-SITUACAO
                 MOVE ZEROS  TO ARQEMP-FS
              END-IF
           END-IF.
           IF EMP-SITUACAO EQUAL "A"
              MOVE EMP-CLIENTE-ID  TO RISCO-CLIENTE-ID
              PERFORM PESO-CLIENTE
              MOVE PARC-VALOR      TO WRK-LAN-VALOR
              MOVE PARC-VENCIMENTO TO WRK-LAN-DATA
              PERFORM LANCAR-DATA
              IF WRK-LAN-IDX LESS 1
                 ADD PARC-VALOR TO WRK-VENC-PARCELAS
              END-IF
           END-IF.

      *    MES A MES DEPOIS DO ULTIMO POSTADO PELO INVESTMENSAL ATE O
      *    VENCIMENTO (OU O FIM DA PROJECAO): O APORTE ENTRA NO DIA DO
      *    MES DO INICIO DO CONTRATO E O SALDO CRESCE COMO NO
      *    INVESTMENSAL (APORTE ANTES DOS JUROS). NO MES DO VENCIMENTO
      *    O SALDO PROJETADO SAI COMO RESGATE
       PROJETAR-INVESTIMENTOS SECTION.
           OPEN INPUT ARQINVEST.
           IF ARQINVEST-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQINVEST.DAT (STATUS " ARQINVEST-FS ")"
           ELSE
              MOVE ZEROS TO INV-NUMERO
              START ARQINVEST KEY IS NOT LESS INV-NUMERO
                 INVALID KEY MOVE 10 TO ARQINVEST-FS
              END-START
              PERFORM UNTIL ARQINVEST-FS NOT EQUAL ZEROS
                 READ ARQINVEST NEXT RECORD
                 IF ARQINVEST-FS EQUAL ZEROS
                    AND INV-SITUACAO EQUAL "A"
                    AND INV-DATA-INICIO IS NUMERIC
                    PERFORM PROJETAR-CONTRATO
                 END-IF
              END-PERFORM
              CLOSE ARQINVEST
           END-IF.

       PROJETAR-CONTRATO SECTION.
           MOVE INV-DATA-INICIO(1:4) TO WRK-ANO.
           MOVE INV-DATA-INICIO(5:2) TO WRK-MES.
           MOVE INV-DATA-INICIO(7:2) TO WRK-DIA.
           IF WRK-DIA GREATER 28
              MOVE 28 TO WRK-DIA
           END-IF.
           ADD INV-MESES TO WRK-MES.
           PERFORM UNTIL WRK-MES NOT GREATER 12
              SUBTRACT 12 FROM WRK-MES
              ADD 1 TO WRK-ANO
           END-PERFORM.
           COMPUTE WRK-ANOMES-FIM = WRK-ANO * 100 + WRK-MES.
           IF INV-ULT-ANOMES IS NUMERIC
              AND INV-ULT-ANOMES GREATER ZEROS
              MOVE INV-ULT-ANOMES(1:4) TO WRK-ANO
              MOVE INV-ULT-ANOMES(5:2) TO WRK-MES
           ELSE
              MOVE INV-DATA-INICIO(1:4) TO WRK-ANO
              MOVE INV-DATA-INICIO(5:2) TO WRK-MES
           END-IF.
           MOVE INV-SALDO TO WRK-SALDO-INV.
           PERFORM PROXIMO-MES.
           PERFORM UNTIL WRK-ANOMES NOT LESS WRK-ANOMES-FIM
                      OR WRK-ANOMES GREATER WRK-ANOMES-LIMITE
              IF INV-APORTE GREATER ZEROS
                 MOVE 4 TO WRK-LAN-FONTE
                 MOVE 100 TO WRK-LAN-PESO
                 MOVE INV-APORTE TO WRK-LAN-VALOR
                 COMPUTE WRK-LAN-DATA = WRK-ANOMES * 100 + WRK-DIA
                 PERFORM LANCAR-DATA
              END-IF
              COMPUTE WRK-SALDO-INV ROUNDED =
                      (WRK-SALDO-INV + INV-APORTE)
                    * (1 + INV-TAXA / 100)
              PERFORM PROXIMO-MES
           END-PERFORM.
           IF WRK-ANOMES-FIM NOT GREATER WRK-ANOMES-LIMITE
              MOVE 8 TO WRK-LAN-FONTE
              MOVE 100 TO WRK-LAN-PESO
              MOVE WRK-SALDO-INV TO WRK-LAN-VALOR
              COMPUTE WRK-LAN-DATA = WRK-ANOMES-FIM * 100 + WRK-DIA
              PERFORM LANCAR-DATA
           END-IF.

       PROXIMO-MES SECTION.
           IF WRK-MES EQUAL 12
              MOVE 01 TO WRK-MES
              ADD 1 TO WRK-ANO
           ELSE
              ADD 1 TO WRK-MES
           END-IF.
           COMPUTE WRK-ANOMES = WRK-ANO * 100 + WRK-MES.

      *    NOTA RETIDA ("R") NAO SE PAGA; PARCELA JA VENCIDA E AINDA EM
      *    ABERTO SAI NO PRIMEIRO DIA DA PROJECAO
       PROJETAR-PAGAR SECTION.
           OPEN INPUT ARQPAGARPARC.
           IF ARQPAGARPARC-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQPAGARPARC.DAT (STATUS " ARQPAGARPARC-FS
                      ")"
           ELSE
              MOVE 5 TO WRK-LAN-FONTE
              MOVE 100 TO WRK-LAN-PESO
              MOVE ZEROS TO PGP-CHAVE
              START ARQPAGARPARC KEY IS NOT LESS PGP-CHAVE
                 INVALID KEY MOVE 10 TO ARQPAGARPARC-FS
              END-START
              PERFORM UNTIL ARQPAGARPARC-FS NOT EQUAL ZEROS
                 READ ARQPAGARPARC NEXT RECORD
                 IF ARQPAGARPARC-FS EQUAL ZEROS
                    AND PGP-SITUACAO EQUAL "A"
                    AND PGP-SALDO GREATER ZEROS
                    IF PGP-VENCIMENTO NOT GREATER WRK-DATA-BASE
                       ADD PGP-SALDO TO WRK-ATRASO-PAGAR
                    END-IF
                    MOVE PGP-SALDO      TO WRK-LAN-VALOR
                    MOVE PGP-VENCIMENTO TO WRK-LAN-DATA
                    PERFORM LANCAR-DATA
                 END-IF
              END-PERFORM
              CLOSE ARQPAGARPARC
           END-IF.

      *    PEDIDO ABERTO OU PARCIAL: O QUE FALTA RECEBER AO PRECO DO
      *    PEDIDO CHEGA NA EMISSAO + PRAZO DE ENTREGA DO FORNECEDOR (O
      *    ATRASADO, AMANHA) E E PAGO PELA CONDICAO DELE, COMO O
      *    RECEBIMENTO DO PEDCOMPRA PARCELA A NOTA
       PROJETAR-COMPRAS SECTION.
           OPEN INPUT ARQPC.
           OPEN INPUT ARQPCI.
           OPEN INPUT ARQFORN.
           IF ARQPC-FS NOT EQUAL ZEROS
              OR ARQPCI-FS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS DE COMPRA (STATUS " ARQPC-FS "/"
                      ARQPCI-FS ")"
           ELSE
              MOVE ZEROS TO PC-NUMERO
              START ARQPC KEY IS NOT LESS PC-NUMERO
                 INVALID KEY MOVE 10 TO ARQPC-FS
              END-START
              PERFORM UNTIL ARQPC-FS NOT EQUAL ZEROS
                 READ ARQPC NEXT RECORD
                 IF ARQPC-FS EQUAL ZEROS
                    AND (PC-SITUACAO EQUAL "A"
                         OR PC-SITUACAO EQUAL "P")
                    PERFORM PROJETAR-PEDIDO-COMPRA
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE ARQPC ARQPCI.
           IF ARQFORN-FS EQUAL ZEROS
              CLOSE ARQFORN
           END-IF.

       PROJETAR-PEDIDO-COMPRA SECTION.
           MOVE ZEROS TO WRK-VALOR-PC.
           MOVE PC-NUMERO TO PCI-NUMERO.
           MOVE ZEROS     TO PCI-SEQ.
           START ARQPCI KEY IS NOT LESS PCI-CHAVE
              INVALID KEY MOVE 10 TO ARQPCI-FS
           END-START.
           PERFORM UNTIL ARQPCI-FS NOT EQUAL ZEROS
              READ ARQPCI NEXT RECORD
              IF ARQPCI-FS EQUAL ZEROS
                 IF PCI-NUMERO NOT EQUAL PC-NUMERO
                    MOVE 10 TO ARQPCI-FS
                 ELSE
                    IF PCI-PRECO IS NUMERIC
                       AND PCI-QTD-PEDIDA GREATER PCI-QTD-RECEBIDA
                       COMPUTE WRK-QTD-PENDENTE = PCI-QTD-PEDIDA
                                                - PCI-QTD-RECEBIDA
                       COMPUTE WRK-VALOR-PC = WRK-VALOR-PC
                               + WRK-QTD-PENDENTE * PCI-PRECO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPCI-FS.
           IF WRK-VALOR-PC GREATER ZEROS
              ADD 1 TO WRK-QTD-PEDIDOS-PC
              PERFORM LER-FORNECEDOR
              IF PC-DATA-EMISSAO IS NUMERIC
                 AND PC-DATA-EMISSAO GREATER 16010101
                 COMPUTE WRK-DIAS-ENTREGA = FUNCTION INTEGER-OF-DATE
                         (PC-DATA-EMISSAO) + FORN-PRAZO-DIAS
              ELSE
                 MOVE WRK-DIAS-BASE TO WRK-DIAS-ENTREGA
              END-IF
              IF WRK-DIAS-ENTREGA NOT GREATER WRK-DIAS-BASE
                 COMPUTE WRK-DIAS-ENTREGA = WRK-DIAS-BASE + 1
              END-IF
              COMPUTE WRK-VALOR-PARC-PC ROUNDED =
                      WRK-VALOR-PC / FORN-COND-PARCELAS
              MOVE ZEROS TO WRK-ACUM-PARC-PC
              MOVE 6   TO WRK-LAN-FONTE
              MOVE 100 TO WRK-LAN-PESO
              PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                      UNTIL WRK-PARC-IDX GREATER FORN-COND-PARCELAS
                 IF WRK-PARC-IDX EQUAL FORN-COND-PARCELAS
                    COMPUTE WRK-LAN-VALOR = WRK-VALOR-PC
                                          - WRK-ACUM-PARC-PC
                 ELSE
                    MOVE WRK-VALOR-PARC-PC TO WRK-LAN-VALOR
                 END-IF
                 ADD WRK-LAN-VALOR TO WRK-ACUM-PARC-PC
                 COMPUTE WRK-LAN-DIAS = WRK-DIAS-ENTREGA
                         + FORN-COND-PRIMEIRA
                         + (WRK-PARC-IDX - 1) * FORN-COND-INTERVALO
                 PERFORM LANCAR-DIA
              END-PERFORM
           END-IF.

      *    FORNECEDOR SEM CADASTRO OU COM CONDICAO ANTERIOR AO CAMPO
      *    VALE 1 PARCELA A 30 DIAS, ENTREGA NA DATA DO PEDIDO
       LER-FORNECEDOR SECTION.
           MOVE SPACES TO FORN-REGISTRO.
           IF ARQFORN-FS EQUAL ZEROS
              MOVE PC-FORNECEDOR TO FORN-CODIGO
              READ ARQFORN
              IF ARQFORN-FS NOT EQUAL ZEROS
                 MOVE SPACES TO FORN-REGISTRO
              END-IF
              MOVE ZEROS TO ARQFORN-FS
           END-IF.
           IF FORN-PRAZO-DIAS IS NOT NUMERIC
              MOVE ZEROS TO FORN-PRAZO-DIAS
           END-IF.
           IF FORN-COND-PARCELAS IS NOT NUMERIC
              OR FORN-COND-PARCELAS EQUAL ZEROS
              MOVE 1     TO FORN-COND-PARCELAS
              MOVE 30    TO FORN-COND-PRIMEIRA
              MOVE ZEROS TO FORN-COND-INTERVALO
           END-IF.
           IF FORN-COND-PRIMEIRA IS NOT NUMERIC
              MOVE 30 TO FORN-COND-PRIMEIRA
           END-IF.
           IF FORN-COND-INTERVALO IS NOT NUMERIC
              MOVE ZEROS TO FORN-COND-INTERVALO
           END-IF.

      *    SALARIO DOS ATIVOS NO DIA DA FOLHA DE CADA MES DO PERIODO
       PROJETAR-FOLHA SECTION.
           OPEN INPUT ARQFUNC.
           IF ARQFUNC-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQFUNC.DAT (STATUS " ARQFUNC-FS ")"
           ELSE
              MOVE ZEROS TO FUNC-ID
              START ARQFUNC KEY IS NOT LESS FUNC-ID
                 INVALID KEY MOVE 10 TO ARQFUNC-FS
              END-START
              PERFORM UNTIL ARQFUNC-FS NOT EQUAL ZEROS
                 READ ARQFUNC NEXT RECORD
                 IF ARQFUNC-FS EQUAL ZEROS
                    AND (FUNC-DESLIGAMENTO EQUAL ZEROS
                         OR FUNC-DESLIGAMENTO IS NOT NUMERIC)
                    AND FUNC-SALARIO IS NUMERIC
                    ADD FUNC-SALARIO TO WRK-TOT-FOLHA
                    ADD 1 TO WRK-QTD-FUNC
                 END-IF
              END-PERFORM
              CLOSE ARQFUNC
           END-IF.
           IF WRK-TOT-FOLHA GREATER ZEROS
              MOVE 7   TO WRK-LAN-FONTE
              MOVE 100 TO WRK-LAN-PESO
              MOVE WRK-TOT-FOLHA TO WRK-LAN-VALOR
              MOVE WRK-DATA-BASE(1:4) TO WRK-ANO
              MOVE WRK-DATA-BASE(5:2) TO WRK-MES
              COMPUTE WRK-ANOMES = WRK-ANO * 100 + WRK-MES
              PERFORM UNTIL WRK-ANOMES GREATER WRK-ANOMES-LIMITE
                 COMPUTE WRK-LAN-DATA = WRK-ANOMES * 100
                                      + WRK-DIA-FOLHA
                 COMPUTE WRK-LAN-DIAS = FUNCTION INTEGER-OF-DATE
                                        (WRK-LAN-DATA)
                 IF WRK-LAN-DIAS GREATER WRK-DIAS-BASE
                    PERFORM LANCAR-DIA
                 END-IF
                 PERFORM PROXIMO-MES
              END-PERFORM
           END-IF.

      *    DATA (AAAAMMDD) EM WRK-LAN-DATA - INVALIDA FICA DE FORA
       LANCAR-DATA SECTION.
           MOVE ZEROS TO WRK-LAN-IDX.
           IF WRK-LAN-DATA IS NUMERIC
              AND WRK-LAN-DATA GREATER 16010101
              COMPUTE WRK-LAN-DIAS = FUNCTION INTEGER-OF-DATE
                                     (WRK-LAN-DATA)
              IF WRK-LAN-DIAS GREATER ZEROS
                 PERFORM LANCAR-DIA
              ELSE
                 MOVE 999 TO WRK-LAN-IDX
              END-IF
           ELSE
              MOVE 999 TO WRK-LAN-IDX
           END-IF.

      *    DIA (INTEIRO) EM WRK-LAN-DIAS. ANTES DO PRIMEIRO DIA: SAIDA
      *    VAI PARA O PRIMEIRO DIA, ENTRADA FICA FORA (WRK-LAN-IDX
      *    VOLTA MENOR QUE 1 PARA QUEM CHAMOU SOMAR NO VENCIDO); DEPOIS
      *    DO DIA 90 FICA FORA DA PROJECAO
       LANCAR-DIA SECTION.
           COMPUTE WRK-LAN-IDX = WRK-LAN-DIAS - WRK-DIAS-BASE.
           IF WRK-LAN-IDX LESS 1
              AND WRK-LAN-FONTE GREATER 4
              MOVE 1 TO WRK-LAN-IDX
           END-IF.
           IF WRK-LAN-IDX GREATER ZEROS
              AND WRK-LAN-IDX NOT GREATER 90
              MOVE WRK-LAN-IDX TO WRK-IDX
              IF WRK-LAN-FONTE GREATER 4
                 ADD WRK-LAN-VALOR TO WRK-DIA-SAIDA(WRK-IDX)
                 ADD WRK-LAN-VALOR TO WRK-FON-FACE(WRK-LAN-FONTE)
                 ADD WRK-LAN-VALOR TO WRK-FON-POND(WRK-LAN-FONTE)
              ELSE
                 COMPUTE WRK-LAN-PONDERADO ROUNDED =
                         WRK-LAN-VALOR * WRK-LAN-PESO / 100
                 ADD WRK-LAN-VALOR     TO WRK-DIA-ENTRADA(WRK-IDX)
                 ADD WRK-LAN-PONDERADO TO WRK-DIA-ENT-POND(WRK-IDX)
                 ADD WRK-LAN-VALOR     TO WRK-FON-FACE(WRK-LAN-FONTE)
                 ADD WRK-LAN-PONDERADO TO WRK-FON-POND(WRK-LAN-FONTE)
              END-IF
           END-IF.

       CALCULAR-SALDOS SECTION.
           MOVE WRK-SALDO-INICIAL TO WRK-MENOR-SALDO.
           MOVE WRK-DATA-BASE     TO WRK-MENOR-DATA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX GREATER 90
              IF WRK-IDX EQUAL 1
                 COMPUTE WRK-DIA-SALDO(1) = WRK-SALDO-INICIAL
                         + WRK-DIA-ENTRADA(1) - WRK-DIA-SAIDA(1)
                 COMPUTE WRK-DIA-SALDO-POND(1) = WRK-SALDO-INICIAL
                         + WRK-DIA-ENT-POND(1) - WRK-DIA-SAIDA(1)
              ELSE
                 COMPUTE WRK-DIA-SALDO(WRK-IDX) =
                         WRK-DIA-SALDO(WRK-IDX - 1)
                       + WRK-DIA-ENTRADA(WRK-IDX)
                       - WRK-DIA-SAIDA(WRK-IDX)
                 COMPUTE WRK-DIA-SALDO-POND(WRK-IDX) =
                         WRK-DIA-SALDO-POND(WRK-IDX - 1)
                       + WRK-DIA-ENT-POND(WRK-IDX)
                       - WRK-DIA-SAIDA(WRK-IDX)
              END-IF
              IF WRK-DIA-SALDO(WRK-IDX) LESS ZEROS
                 ADD 1 TO WRK-QTD-NEGATIVOS
                 IF WRK-PRIM-NEGATIVO EQUAL ZEROS
                    MOVE WRK-DIA-DATA(WRK-IDX) TO WRK-PRIM-NEGATIVO
                 END-IF
              END-IF
              IF WRK-DIA-SALDO-POND(WRK-IDX) LESS ZEROS
                 ADD 1 TO WRK-QTD-NEG-POND
                 IF WRK-PRIM-NEG-POND EQUAL ZEROS
                    MOVE WRK-DIA-DATA(WRK-IDX) TO WRK-PRIM-NEG-POND
                 END-IF
              END-IF
              IF WRK-DIA-SALDO(WRK-IDX) LESS WRK-MENOR-SALDO
                 MOVE WRK-DIA-SALDO(WRK-IDX) TO WRK-MENOR-SALDO
                 MOVE WRK-DIA-DATA(WRK-IDX)  TO WRK-MENOR-DATA
              END-IF
           END-PERFORM.

       IMPRIMIR-PROJECAO SECTION.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "FLUXO CAIXA "  DELIMITED BY SIZE
                  WRK-DATA-BASE   DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "PROJECAO DE CAIXA DE " DELIMITED BY SIZE
                  WRK-DIA-DATA(1)         DELIMITED BY SIZE
                  " A "                   DELIMITED BY SIZE
                  WRK-DATA-FIM            DELIMITED BY SIZE
                  " (90 DIAS)"            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "SALDO INICIAL EM " DELIMITED BY SIZE
                  WRK-DATA-BASE       DELIMITED BY SIZE
                  " (CONTA 1001 CAIXA E BANCOS): " DELIMITED BY SIZE
                  WRK-SALDO-ED        DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-MEDIA-VENDAS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "MEDIA DIARIA DAS VENDAS A VISTA (ULTIMOS "
                                   DELIMITED BY SIZE
                  WRK-DIAS-MEDIA   DELIMITED BY SIZE
                  " DIAS): "       DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "PESO DOS RECEBIVEIS NO PONDERADO - BANDA A "
                                   DELIMITED BY SIZE
                  WRK-PESO-A       DELIMITED BY SIZE
                  "% B "           DELIMITED BY SIZE
                  WRK-PESO-B       DELIMITED BY SIZE
                  "% C "           DELIMITED BY SIZE
                  WRK-PESO-C       DELIMITED BY SIZE
                  "% SEM BANDA "   DELIMITED BY SIZE
                  WRK-PESO-SEM     DELIMITED BY SIZE
                  "%"              DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM IMPRIMIR-FONTES.
           PERFORM IMPRIMIR-DIAS.
           PERFORM IMPRIMIR-SEMANAS.
           PERFORM IMPRIMIR-RESUMO.

       IMPRIMIR-FONTES SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "COMPOSICAO NO PERIODO                 FACE"
             TO WRK-SPL-LINHA.
           MOVE "PONDERADO" TO WRK-SPL-LINHA(48:9).
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM VARYING WRK-FON-IDX FROM 1 BY 1
                   UNTIL WRK-FON-IDX GREATER 8
              MOVE WRK-FON-FACE(WRK-FON-IDX) TO WRK-VALOR-ED
              MOVE WRK-FON-POND(WRK-FON-IDX) TO WRK-VALOR2-ED
              MOVE SPACES TO WRK-SPL-LINHA
              IF WRK-FON-IDX GREATER 4
                 MOVE "(-) " TO WRK-SPL-LINHA(1:4)
              ELSE
                 MOVE "(+) " TO WRK-SPL-LINHA(1:4)
              END-IF
              MOVE WRK-FON-ROTULO(WRK-FON-IDX) TO WRK-SPL-LINHA(5:24)
              MOVE WRK-VALOR-ED  TO WRK-SPL-LINHA(30:13)
              MOVE WRK-VALOR2-ED TO WRK-SPL-LINHA(44:13)
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-PERFORM.

       IMPRIMIR-DIAS SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "DATA          ENTRADAS  ENT.PONDERADA        SAIDAS"
             TO WRK-SPL-LINHA.
           MOVE "          SALDO SALDO PONDERADO"
             TO WRK-SPL-LINHA(52:31).
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX GREATER 90
              MOVE WRK-DIA-ENTRADA(WRK-IDX)    TO WRK-VALOR-ED
              MOVE WRK-DIA-ENT-POND(WRK-IDX)   TO WRK-VALOR2-ED
              MOVE WRK-DIA-SAIDA(WRK-IDX)      TO WRK-VALOR3-ED
              MOVE WRK-DIA-SALDO(WRK-IDX)      TO WRK-SALDO-ED
              MOVE WRK-DIA-SALDO-POND(WRK-IDX) TO WRK-SALDO2-ED
              MOVE SPACES TO WRK-MARCA
              IF WRK-DIA-SALDO(WRK-IDX) LESS ZEROS
                 MOVE "***" TO WRK-MARCA
              ELSE
                 IF WRK-DIA-SALDO-POND(WRK-IDX) LESS ZEROS
                    MOVE " *P" TO WRK-MARCA
                 END-IF
              END-IF
              MOVE SPACES TO WRK-SPL-LINHA
              STRING WRK-DIA-DATA(WRK-IDX) DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     WRK-VALOR-ED          DELIMITED BY SIZE
                     "  "                  DELIMITED BY SIZE
                     WRK-VALOR2-ED         DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     WRK-VALOR3-ED         DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     WRK-SALDO-ED          DELIMITED BY SIZE
                     "  "                  DELIMITED BY SIZE
                     WRK-SALDO2-ED         DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     WRK-MARCA             DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-PERFORM.
           MOVE "*** = SALDO NEGATIVO   *P = NEGATIVO SO NO PONDERADO"
             TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    SEMANAS DE 7 DIAS CORRIDOS A PARTIR DO PRIMEIRO DIA - A
      *    DECIMA TERCEIRA FECHA NO DIA 90
       IMPRIMIR-SEMANAS SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "SEMANA                 ENTRADAS        SAIDAS"
             TO WRK-SPL-LINHA.
           MOVE "    SALDO FINAL  SALDO PONDERADO"
             TO WRK-SPL-LINHA(46:32).
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE 1 TO WRK-IDX.
           MOVE ZEROS TO WRK-SEMANA.
           PERFORM UNTIL WRK-IDX GREATER 90
              ADD 1 TO WRK-SEMANA
              COMPUTE WRK-IDX-FIM = WRK-IDX + 6
              IF WRK-IDX-FIM GREATER 90
                 MOVE 90 TO WRK-IDX-FIM
              END-IF
              MOVE WRK-DIA-DATA(WRK-IDX) TO WRK-LAN-DATA
              MOVE ZEROS  TO WRK-SEM-ENTRADA WRK-SEM-SAIDA
              MOVE SPACES TO WRK-SEM-NEGATIVO
              PERFORM UNTIL WRK-IDX GREATER WRK-IDX-FIM
                 ADD WRK-DIA-ENTRADA(WRK-IDX) TO WRK-SEM-ENTRADA
                 ADD WRK-DIA-SAIDA(WRK-IDX)   TO WRK-SEM-SAIDA
                 IF WRK-DIA-SALDO(WRK-IDX) LESS ZEROS
                    MOVE "***" TO WRK-SEM-NEGATIVO
                 ELSE
                    IF WRK-DIA-SALDO-POND(WRK-IDX) LESS ZEROS
                       AND WRK-SEM-NEGATIVO EQUAL SPACES
                       MOVE " *P" TO WRK-SEM-NEGATIVO
                    END-IF
                 END-IF
                 ADD 1 TO WRK-IDX
              END-PERFORM
              MOVE WRK-SEM-ENTRADA TO WRK-VALOR-ED
              MOVE WRK-SEM-SAIDA   TO WRK-VALOR3-ED
              MOVE WRK-DIA-SALDO(WRK-IDX-FIM)      TO WRK-SALDO-ED
              MOVE WRK-DIA-SALDO-POND(WRK-IDX-FIM) TO WRK-SALDO2-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING WRK-LAN-DATA              DELIMITED BY SIZE
                     "-"                       DELIMITED BY SIZE
                     WRK-DIA-DATA(WRK-IDX-FIM) DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WRK-VALOR-ED              DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WRK-VALOR3-ED             DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WRK-SALDO-ED              DELIMITED BY SIZE
                     "   "                     DELIMITED BY SIZE
                     WRK-SALDO2-ED             DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WRK-SEM-NEGATIVO          DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-PERFORM.

       IMPRIMIR-RESUMO SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF WRK-PRIM-NEGATIVO GREATER ZEROS
              STRING "PRIMEIRO DIA COM SALDO NEGATIVO: "
                                        DELIMITED BY SIZE
                     WRK-PRIM-NEGATIVO  DELIMITED BY SIZE
                     " - DIAS NEGATIVOS: " DELIMITED BY SIZE
                     WRK-QTD-NEGATIVOS  DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           ELSE
              MOVE "SALDO PROJETADO POSITIVO NOS 90 DIAS"
                TO WRK-SPL-LINHA
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           IF WRK-PRIM-NEG-POND GREATER ZEROS
              STRING "PRIMEIRO DIA NEGATIVO NO PONDERADO: "
                                        DELIMITED BY SIZE
                     WRK-PRIM-NEG-POND  DELIMITED BY SIZE
                     " - DIAS NEGATIVOS: " DELIMITED BY SIZE
                     WRK-QTD-NEG-POND   DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           ELSE
              MOVE "SALDO PONDERADO POSITIVO NOS 90 DIAS"
                TO WRK-SPL-LINHA
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-MENOR-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "MENOR SALDO PROJETADO: " DELIMITED BY SIZE
                  WRK-SALDO-ED              DELIMITED BY SIZE
                  " EM "                    DELIMITED BY SIZE
                  WRK-MENOR-DATA            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-ATRASO-PAGAR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "A PAGAR VENCIDO (LANCADO NO PRIMEIRO DIA): "
                                  DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-VENC-FIADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FIADO VENCIDO FORA DA PROJECAO...........: "
                                  DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-VENC-PARCELAS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "PARCELAS VENCIDAS FORA DA PROJECAO.......: "
                                  DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-TOT-FOLHA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FOLHA MENSAL (" DELIMITED BY SIZE
                  WRK-QTD-FUNC     DELIMITED BY SIZE
                  " ATIVOS, DIA "  DELIMITED BY SIZE
                  WRK-DIA-FOLHA    DELIMITED BY SIZE
                  "): "            DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  " - PEDIDOS DE COMPRA ABERTOS: " DELIMITED BY SIZE
                  WRK-QTD-PEDIDOS-PC DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
