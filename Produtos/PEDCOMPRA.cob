      *QUANTIDADE PROPOSTA VEM DO LOTE DE REPOSICAO DO PRODUTO;
      *RECEBIMENTO CONFERE A QUANTIDADE CONTRA O ITEM DO PEDIDO E
      *POSTA A ENTRADA "E" NO ARQPRODMOV COM O NUMERO DO PEDIDO NO
      *MOTIVO (SITUACAO VIRA PARCIAL OU RECEBIDO) E O CUSTO UNITARIO
      *PAGO, QUE RECALCULA O CUSTO MEDIO DO PRODUTO (PRODCUSTO); E O
      *RELATORIO DE ABERTOS ALEM DO PRAZO DO FORNECEDOR FECHA O CICLO.
      *PERECIVEL RECEBIDO COM LOTE E VALIDADE ENTRA NO SALDO POR LOTE
      *DA LOJA (PRODLOTE), QUE O CONSUMO BAIXA PELO VENCIMENTO.
      *PRODUTO ENTRA PELO CODIGO INTERNO OU PELO CODIGO DE BARRAS
      *(PRODEAN); NO RECEBIMENTO A MERCADORIA E CONFERIDA CONTRA O
      *ITEM DO PEDIDO ANTES DE ENTRAR NO ESTOQUE. A GERACAO PELA
      *SUGESTAO (SUGESTAO_COMPRA.TXT) PROPOE PARA CADA ITEM O
      *FORNECEDOR MAIS BARATO DA TABELA DE PRECOS (FORNPRECO) COM
      *PRECO EM VIGENCIA, RESPEITANDO A QUANTIDADE MINIMA E O PRAZO
      *MAXIMO DE ENTREGA INFORMADO, MOSTRA O SEGUNDO COLOCADO E JUNTA
      *OS ITENS ACEITOS EM UM PEDIDO POR FORNECEDOR; O RECEBIMENTO
      *AVISA QUANDO O PRECO DA NOTA DIFERE DA TABELA. CADA ITEM GUARDA
      *O PRECO COMBINADO NO PEDIDO; NO FIM DO RECEBIMENTO A NOTA DO
      *FORNECEDOR E REGISTRADA NO CONTAS A PAGAR (ARQPAGAR.DAT),
      *PARCELADA PELA CONDICAO DE PAGAMENTO DO FORNECEDOR, E FICA
      *RETIDA PARA REVISAO QUANDO O VALOR NAO BATE COM O RECEBIDO AO
      *PRECO DO PEDIDO
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
           FILE STATUS IS ARQLOCAL-FS
           RECORD KEY IS LOCAL-CHAVE.

           SELECT ARQFPR ASSIGN TO "DADOS/ARQFORNPRECO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFPR-FS
           RECORD KEY IS FPR-CHAVE
           ALTERNATE RECORD KEY IS FPR-CODIGO
               WITH DUPLICATES.

           SELECT ARQSUGESTAO ASSIGN TO "DADOS/SUGESTAO_COMPRA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQSUGESTAO-FS.

           SELECT ARQPAGAR ASSIGN TO "DADOS/ARQPAGAR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPAGAR-FS
           RECORD KEY IS PAG-CHAVE.

           SELECT ARQPAGARPARC ASSIGN TO "DADOS/ARQPAGARPARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPAGARPARC-FS
           RECORD KEY IS PGP-CHAVE
           ALTERNATE RECORD KEY IS PGP-VENCIMENTO
               WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROD.
       FD ARQLOCAL.
       COPY "#PROD-LOCAL".

       FD ARQFPR.
       COPY "#FORN-PRECO".

      *    MESMO LAYOUT DA LINHA DE DETALHE GRAVADA PELO PRODREPOSICAO;
      *    CABECALHO, CATEGORIA E SUBTOTAL NAO TEM O ROTULO " ESTOQUE "
       FD ARQSUGESTAO.
       01 SUG-REGISTRO.
           05 SUG-CODIGO             PIC X(04).
           05 FILLER                 PIC X(01).
           05 SUG-DESCRICAO          PIC X(25).
           05 SUG-ROTULO             PIC X(09).
           05 SUG-ESTOQUE            PIC X(06).
           05 FILLER                 PIC X(08).
           05 SUG-MINIMO             PIC X(06).
           05 FILLER                 PIC X(09).
           05 SUG-COMPRAR            PIC ZZZZZ9.
           05 FILLER                 PIC X(06).

       FD ARQPAGAR.
       COPY "#PAGAR".

       FD ARQPAGARPARC.
       COPY "#PAGAR-PARC".

       WORKING-STORAGE    SECTION.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQFORN-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPCCTRL-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQLOCAL-FS        PIC 9(02) VALUES ZEROS.
       01 ARQFPR-FS          PIC 9(02) VALUES ZEROS.
       01 ARQSUGESTAO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQPAGAR-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPAGARPARC-FS    PIC 9(02) VALUES ZEROS.
       01 WRK-DELTA-LOCAL    PIC S9(07) VALUES ZEROS.
       01 WRK-SALDO-LOCAL    PIC S9(07) VALUES ZEROS.

       01 WRK-FORNECEDOR     PIC 9(04) VALUES ZEROS.
       01 WRK-SEQ            PIC 9(03) VALUES ZEROS.
       01 WRK-CODIGO         PIC 9(04) VALUES ZEROS.
       01 WRK-CODIGO-OK      PIC X(01) VALUES "N".
       01 WRK-QTD            PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-RECEBIDA   PIC 9(06) VALUES ZEROS.
       01 WRK-FALTA          PIC 9(06) VALUES ZEROS.
       01 WRK-TUDO-RECEBIDO  PIC X(01) VALUES "S".
       01 WRK-FIM-PEDIDO     PIC X(01) VALUES "N".
       01 WRK-ESTOQUE-ANTES  PIC 9(06) VALUES ZEROS.
       01 WRK-CUSTO-UNIT     PIC 9(06)V9999 VALUES ZEROS.
       01 WRK-PRECO          PIC 9(06)V99 VALUES ZEROS.

      *----------NOTA DO FORNECEDOR NO CONTAS A PAGAR: O RECEBIDO NA
      *----------ENTREGA AO PRECO DO PEDIDO E A CONDICAO DE PAGAMENTO
       01 WRK-ITENS-ENTREGA  PIC 9(03) VALUES ZEROS.
       01 WRK-SEM-PRECO      PIC X(01) VALUES "N".
       01 WRK-VALOR-PEDIDO   PIC 9(07)V99 VALUES ZEROS.
       01 WRK-NOTA           PIC 9(09) VALUES ZEROS.
       01 WRK-DATA-NOTA      PIC 9(08) VALUES ZEROS.
       01 WRK-VALOR-NOTA     PIC 9(07)V99 VALUES ZEROS.
       01 WRK-VALOR-PARCELA  PIC 9(07)V99 VALUES ZEROS.
       01 WRK-PARCELA        PIC 9(02) VALUES ZEROS.
       01 WRK-DIAS-NOTA      PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-VENC      PIC 9(07) VALUES ZEROS.
       01 WRK-VALOR-ED       PIC ZZZZZZ9.99.

      *----------LOTE E VALIDADE DO ITEM RECEBIDO (PRODLOTE)
       01 WRK-LOTE.
           05 WRK-LOT-ACAO          PIC X(01) VALUE "E".
           05 WRK-LOT-CODIGO        PIC 9(04) VALUE ZEROS.
           05 WRK-LOT-DEPOSITO      PIC X(03) VALUE "LOJ".
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

      *----------RECALCULO DO CUSTO MEDIO NA ENTRADA (PRODCUSTO)
       01 WRK-CUSTO-MEDIO.
           05 WRK-CUS-CODIGO        PIC 9(04) VALUE ZEROS.
           05 WRK-CUS-ESTOQUE-ANTES PIC 9(06) VALUE ZEROS.
           05 WRK-CUS-MEDIO         PIC 9(06)V9999 VALUE ZEROS.
           05 WRK-CUS-QUANTIDADE    PIC 9(06) VALUE ZEROS.
           05 WRK-CUS-UNITARIO      PIC 9(06)V9999 VALUE ZEROS.
           05 WRK-CUS-ORIGEM        PIC X(30) VALUE SPACES.
           05 WRK-CUS-OPERADOR      PIC X(10) VALUE SPACES.

      *----------GERACAO DOS PEDIDOS PELA SUGESTAO: MELHOR (1) E
      *----------SEGUNDO (2) FORNECEDOR DO ITEM PELO VALOR TOTAL DA
      *----------LINHA (QUANTIDADE JA ELEVADA AO MINIMO DO FORNECEDOR);
      *----------EMPATE VAI PARA O PRAZO DE ENTREGA MENOR
       01 WRK-PRAZO-MAXIMO   PIC 9(03) VALUES ZEROS.
       01 WRK-QTD-SUGERIDA   PIC 9(06) VALUES ZEROS.
       01 WRK-ESCOLHA        PIC X(01) VALUES SPACES.
       01 WRK-RNK-IDX        PIC 9(01) VALUES ZERO.
       01 WRK-FIM-TABELA     PIC X(01) VALUES "N".
       01 WRK-CANDIDATO.
           05 WRK-CND-FORNECEDOR    PIC 9(04).
           05 WRK-CND-PRECO         PIC 9(06)V99.
           05 WRK-CND-QTD           PIC 9(06).
           05 WRK-CND-TOTAL         PIC 9(09)V99.
           05 WRK-CND-PRAZO         PIC 9(03).
       01 WRK-RANKING.
           05 WRK-RNK-ITEM OCCURS 2 TIMES.
               10 WRK-RNK-FORNECEDOR PIC 9(04).
               10 WRK-RNK-PRECO      PIC 9(06)V99.
               10 WRK-RNK-QTD        PIC 9(06).
               10 WRK-RNK-TOTAL      PIC 9(09)V99.
               10 WRK-RNK-PRAZO      PIC 9(03).
       01 WRK-PRECO-ED       PIC ZZZZZ9.99.
       01 WRK-TOTAL-ED       PIC ZZZZZZZZ9.99.
       01 WRK-CUSTO-ED       PIC ZZZZZ9.9999.

      *----------ITENS ACEITOS, AGRUPADOS DEPOIS EM UM PEDIDO POR
      *----------FORNECEDOR
       01 WRK-QTD-GERAR      PIC 9(03) VALUES ZEROS.
       01 WRK-TAB-GERAR.
           05 WRK-GER-ITEM OCCURS 200 TIMES.
               10 WRK-GER-FORNECEDOR PIC 9(04).
               10 WRK-GER-CODIGO     PIC 9(04).
               10 WRK-GER-QTD        PIC 9(06).
               10 WRK-GER-PRECO      PIC 9(06)V99.
               10 WRK-GER-FEITO      PIC X(01).
       01 WRK-GER-IDX        PIC 9(03) VALUES ZEROS.
       01 WRK-GER-AUX        PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-PEDIDOS    PIC 9(03) VALUES ZEROS.

       01 WRK-DIAS-HOJE      PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-EMISSAO   PIC 9(07) VALUES ZEROS.
           PERFORM ABRIR-ARQUIVOS.
           IF ARQPC-FS EQUAL ZEROS
              DISPLAY "PEDIDOS DE COMPRA"
              DISPLAY "(I)NCLUIR (G)ERAR DA SUGESTAO (R)ECEBER"
                      " (A)BERTOS ATRASADOS (C)ONSULTA? "
              ACCEPT WRK-OPCAO
              EVALUATE WRK-OPCAO
                 WHEN "I"
                    PERFORM INCLUIR-PEDIDO
                 WHEN "G"
                    PERFORM GERAR-DA-SUGESTAO
                 WHEN "R"
                    PERFORM RECEBER-PEDIDO
                 WHEN "A"
              MOVE ZEROS TO WRK-SEQ
              MOVE "N" TO WRK-FIM-PEDIDO
              PERFORM UNTIL WRK-FIM-PEDIDO EQUAL "S"
                 DISPLAY "CODIGO OU COD. BARRAS (0 = ENCERRAR): "
                 PERFORM LER-PRODUTO
                 IF WRK-CODIGO-OK EQUAL "S"
                    IF WRK-CODIGO EQUAL ZEROS
                       MOVE "S" TO WRK-FIM-PEDIDO
                    ELSE
                       PERFORM INCLUIR-ITEM
                    END-IF
                 END-IF
              END-PERFORM
              DISPLAY "PEDIDO DE COMPRA " WRK-NUMERO " GRAVADO COM "
                       WRK-SEQ " ITEM(NS)"
           END-IF.

      *    CODIGO INTERNO DIGITADO OU CODIGO DE BARRAS LIDO NO
      *    SCANNER - O PRODEAN DEVOLVE O CODIGO INTERNO EM WRK-CODIGO
       LER-PRODUTO SECTION.
           MOVE SPACES TO WRK-EAN-ENTRADA.
           ACCEPT WRK-EAN-ENTRADA.
           MOVE "R" TO WRK-EAN-ACAO.
           CALL "PRODEAN" USING WRK-EAN.
           IF WRK-EAN-RETORNO EQUAL "S"
              MOVE WRK-EAN-PRODUTO TO WRK-CODIGO
              MOVE "S" TO WRK-CODIGO-OK
           ELSE
              MOVE "N" TO WRK-CODIGO-OK
              IF WRK-EAN-RETORNO EQUAL "I"
                 DISPLAY "CODIGO INVALIDO"
              ELSE
                 DISPLAY "CODIGO DE BARRAS NAO CADASTRADO"
              END-IF
           END-IF.

       INCLUIR-ITEM SECTION.
           MOVE WRK-CODIGO TO ARQPROD-CODIGO.
           READ ARQPROD.
           ELSE
              DISPLAY ARQPROD-DESCRICAO " - SUGESTAO DE COMPRA: "
                      ARQPROD-QTD-REPOSICAO
              PERFORM MOSTRAR-PRECO-TABELA
              DISPLAY "QUANTIDADE (0 = USAR A SUGESTAO): "
              ACCEPT WRK-QTD
              IF WRK-QTD EQUAL ZEROS
                 MOVE ARQPROD-QTD-REPOSICAO TO WRK-QTD
              END-IF
              IF ARQFPR-FS EQUAL ZEROS
                 AND WRK-QTD LESS FPR-QTD-MINIMA
                 DISPLAY "ATENCAO: ABAIXO DO MINIMO DO FORNECEDOR ("
                         FPR-QTD-MINIMA ")"
              END-IF
              PERFORM INFORMAR-PRECO-PEDIDO
              MOVE ZEROS TO ARQFPR-FS
              ADD 1 TO WRK-SEQ
              MOVE WRK-NUMERO TO PCI-NUMERO
              MOVE WRK-SEQ    TO PCI-SEQ
              MOVE WRK-CODIGO TO PCI-CODIGO
              MOVE WRK-QTD    TO PCI-QTD-PEDIDA
              MOVE ZEROS      TO PCI-QTD-RECEBIDA
              MOVE WRK-PRECO  TO PCI-PRECO
              WRITE PCI-REGISTRO
           END-IF.

      *    PRECO UNITARIO COMBINADO COM O FORNECEDOR - ZERO ASSUME O
      *    DA TABELA EM VIGENCIA; SEM TABELA O ITEM PODE FICAR SEM
      *    PRECO, MAS A NOTA DELE SO PASSA PELA REVISAO
       INFORMAR-PRECO-PEDIDO SECTION.
           MOVE ZEROS TO WRK-PRECO.
           IF ARQFPR-FS EQUAL ZEROS
              DISPLAY "PRECO UNITARIO (0 = PRECO DA TABELA): "
           ELSE
              DISPLAY "PRECO UNITARIO COMBINADO: "
           END-IF.
           ACCEPT WRK-PRECO.
           IF WRK-PRECO IS NOT NUMERIC
              MOVE ZEROS TO WRK-PRECO
           END-IF.
           IF WRK-PRECO EQUAL ZEROS
              AND ARQFPR-FS EQUAL ZEROS
              MOVE FPR-PRECO TO WRK-PRECO
           END-IF.

      *    LINHA DA TABELA DE PRECOS DO FORNECEDOR DO PEDIDO PARA O
      *    PRODUTO - ARQFPR-FS FICA ZERO QUANDO ACHOU (FPR- CARREGADO)
       MOSTRAR-PRECO-TABELA SECTION.
           PERFORM LER-PRECO-TABELA.
           IF ARQFPR-FS EQUAL ZEROS
              MOVE FPR-PRECO TO WRK-PRECO-ED
              DISPLAY "TABELA DO FORNECEDOR: ITEM " FPR-COD-FORNEC
                      " PRECO " WRK-PRECO-ED
                      " MINIMO " FPR-QTD-MINIMA
           ELSE
              DISPLAY "PRODUTO SEM PRECO NA TABELA DO FORNECEDOR"
           END-IF.

      *    LE A TABELA PARA FORN-CODIGO + ARQPROD-CODIGO; SO VALE A
      *    LINHA EM VIGENCIA HOJE (FORA DELA O STATUS VOLTA 23)
       LER-PRECO-TABELA SECTION.
           OPEN INPUT ARQFPR.
           IF ARQFPR-FS EQUAL ZEROS
              MOVE FORN-CODIGO    TO FPR-FORNECEDOR
              MOVE ARQPROD-CODIGO TO FPR-CODIGO
              READ ARQFPR
              IF ARQFPR-FS EQUAL ZEROS
                 IF FPR-VIGENCIA-INI GREATER WRK-DATA-HOJE
                    OR (FPR-VIGENCIA-FIM NOT EQUAL ZEROS
                        AND FPR-VIGENCIA-FIM LESS WRK-DATA-HOJE)
                    MOVE 23 TO ARQFPR-FS
                 END-IF
              END-IF
              CLOSE ARQFPR
           END-IF.

       PROXIMO-NUMERO SECTION.
           OPEN INPUT ARQPCCTRL.
           IF ARQPCCTRL-FS EQUAL 00
           WRITE PCCTRL-REGISTRO.
           CLOSE ARQPCCTRL.

      *    CADA LINHA DE DETALHE DA SUGESTAO DO PRODREPOSICAO GANHA O
      *    FORNECEDOR MAIS BARATO DA TABELA (OU O SEGUNDO, A CRITERIO
      *    DO COMPRADOR); NO FIM UM PEDIDO POR FORNECEDOR ESCOLHIDO
       GERAR-DA-SUGESTAO SECTION.
           OPEN INPUT ARQSUGESTAO.
           IF ARQSUGESTAO-FS NOT EQUAL ZEROS
              DISPLAY "SEM SUGESTAO_COMPRA.TXT - RODE O PRODREPOSICAO"
           ELSE
              DISPLAY "PRAZO MAXIMO DE ENTREGA EM DIAS (0 = QUALQUER): "
              ACCEPT WRK-PRAZO-MAXIMO
              MOVE ZEROS TO WRK-QTD-GERAR
              PERFORM UNTIL ARQSUGESTAO-FS NOT EQUAL ZEROS
                 READ ARQSUGESTAO
                 IF ARQSUGESTAO-FS EQUAL ZEROS
                    AND SUG-ROTULO EQUAL " ESTOQUE "
                    AND SUG-CODIGO IS NUMERIC
                    PERFORM PROPOR-ITEM
                 END-IF
              END-PERFORM
              CLOSE ARQSUGESTAO
              IF WRK-QTD-GERAR EQUAL ZEROS
                 DISPLAY "NENHUM ITEM ACEITO - NADA A GERAR"
              ELSE
                 DISPLAY "GERAR PEDIDOS COM " WRK-QTD-GERAR
                         " ITEM(NS) (S/N)? "
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL "S"
                    PERFORM GRAVAR-PEDIDOS-GERADOS
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO ARQSUGESTAO-FS.

       PROPOR-ITEM SECTION.
           MOVE SUG-CODIGO  TO ARQPROD-CODIGO.
           MOVE SUG-COMPRAR TO WRK-QTD-SUGERIDA.
           READ ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "PRODUTO " SUG-CODIGO " FORA DO MESTRE - IGNORADO"
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              PERFORM CLASSIFICAR-FORNECEDORES
              DISPLAY "PRODUTO " ARQPROD-CODIGO " " ARQPROD-DESCRICAO
                      " SUGESTAO " WRK-QTD-SUGERIDA
              IF WRK-RNK-FORNECEDOR(1) EQUAL ZEROS
                 DISPLAY "  SEM FORNECEDOR COM PRECO EM VIGENCIA -"
                         " FICA PARA O PEDIDO MANUAL"
              ELSE
                 MOVE 1 TO WRK-RNK-IDX
                 DISPLAY "  MELHOR : " WITH NO ADVANCING
                 PERFORM MOSTRAR-COLOCADO
                 IF WRK-RNK-FORNECEDOR(2) EQUAL ZEROS
                    DISPLAY "  SEGUNDO: NENHUM"
                    DISPLAY "(A)CEITAR OU (P)ULAR? "
                 ELSE
                    MOVE 2 TO WRK-RNK-IDX
                    DISPLAY "  SEGUNDO: " WITH NO ADVANCING
                    PERFORM MOSTRAR-COLOCADO
                    DISPLAY "(A)CEITAR, USAR O (S)EGUNDO OU (P)ULAR? "
                 END-IF
                 ACCEPT WRK-ESCOLHA
                 MOVE ZERO TO WRK-RNK-IDX
                 IF WRK-ESCOLHA EQUAL "A"
                    MOVE 1 TO WRK-RNK-IDX
                 END-IF
                 IF WRK-ESCOLHA EQUAL "S"
                    AND WRK-RNK-FORNECEDOR(2) NOT EQUAL ZEROS
                    MOVE 2 TO WRK-RNK-IDX
                 END-IF
                 IF WRK-RNK-IDX GREATER ZERO
                    IF WRK-QTD-GERAR LESS 200
                       ADD 1 TO WRK-QTD-GERAR
                       MOVE WRK-RNK-FORNECEDOR(WRK-RNK-IDX)
                         TO WRK-GER-FORNECEDOR(WRK-QTD-GERAR)
                       MOVE ARQPROD-CODIGO
                         TO WRK-GER-CODIGO(WRK-QTD-GERAR)
                       MOVE WRK-RNK-QTD(WRK-RNK-IDX)
                         TO WRK-GER-QTD(WRK-QTD-GERAR)
                       MOVE WRK-RNK-PRECO(WRK-RNK-IDX)
                         TO WRK-GER-PRECO(WRK-QTD-GERAR)
                       MOVE "N" TO WRK-GER-FEITO(WRK-QTD-GERAR)
                    ELSE
                       DISPLAY "LIMITE DE 200 ITENS - ITEM IGNORADO"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       MOSTRAR-COLOCADO SECTION.
           MOVE WRK-RNK-PRECO(WRK-RNK-IDX) TO WRK-PRECO-ED.
           MOVE WRK-RNK-TOTAL(WRK-RNK-IDX) TO WRK-TOTAL-ED.
           DISPLAY "FORN " WRK-RNK-FORNECEDOR(WRK-RNK-IDX)
                   " PRECO " WRK-PRECO-ED
                   " QTD " WRK-RNK-QTD(WRK-RNK-IDX)
                   " TOTAL " WRK-TOTAL-ED
                   " PRAZO " WRK-RNK-PRAZO(WRK-RNK-IDX).

      *    PERCORRE OS FORNECEDORES DO PRODUTO PELA CHAVE ALTERNATIVA
      *    DA TABELA - SO PRECO EM VIGENCIA HOJE, DE FORNECEDOR
      *    CADASTRADO E DENTRO DO PRAZO MAXIMO PEDIDO PELO COMPRADOR
       CLASSIFICAR-FORNECEDORES SECTION.
           INITIALIZE WRK-RANKING.
           OPEN INPUT ARQFPR.
           IF ARQFPR-FS EQUAL ZEROS
              MOVE ARQPROD-CODIGO TO FPR-CODIGO
              START ARQFPR KEY IS EQUAL FPR-CODIGO
              MOVE "N" TO WRK-FIM-TABELA
              PERFORM UNTIL ARQFPR-FS NOT EQUAL ZEROS
                         OR WRK-FIM-TABELA EQUAL "S"
                 READ ARQFPR NEXT RECORD
                 IF ARQFPR-FS EQUAL ZEROS
                    IF FPR-CODIGO NOT EQUAL ARQPROD-CODIGO
                       MOVE "S" TO WRK-FIM-TABELA
                    ELSE
                       PERFORM AVALIAR-CANDIDATO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQFPR
           END-IF.
           MOVE ZEROS TO ARQFPR-FS.

       AVALIAR-CANDIDATO SECTION.
           IF FPR-VIGENCIA-INI NOT GREATER WRK-DATA-HOJE
              AND (FPR-VIGENCIA-FIM EQUAL ZEROS
                   OR FPR-VIGENCIA-FIM NOT LESS WRK-DATA-HOJE)
              MOVE FPR-FORNECEDOR TO FORN-CODIGO
              READ ARQFORN
              IF ARQFORN-FS NOT EQUAL ZEROS
                 MOVE ZEROS TO ARQFORN-FS
              ELSE
                 IF WRK-PRAZO-MAXIMO EQUAL ZEROS
                    OR FORN-PRAZO-DIAS NOT GREATER WRK-PRAZO-MAXIMO
                    MOVE FPR-FORNECEDOR  TO WRK-CND-FORNECEDOR
                    MOVE FPR-PRECO       TO WRK-CND-PRECO
                    MOVE FORN-PRAZO-DIAS TO WRK-CND-PRAZO
                    MOVE WRK-QTD-SUGERIDA TO WRK-CND-QTD
                    IF WRK-CND-QTD LESS FPR-QTD-MINIMA
                       MOVE FPR-QTD-MINIMA TO WRK-CND-QTD
                    END-IF
                    COMPUTE WRK-CND-TOTAL =
                            WRK-CND-QTD * WRK-CND-PRECO
                    PERFORM ENCAIXAR-CANDIDATO
                 END-IF
              END-IF
           END-IF.

      *    CANDIDATO ENTRA EM 1 (O ANTIGO 1 DESCE PARA 2) OU EM 2
       ENCAIXAR-CANDIDATO SECTION.
           IF WRK-RNK-FORNECEDOR(1) EQUAL ZEROS
              OR WRK-CND-TOTAL LESS WRK-RNK-TOTAL(1)
              OR (WRK-CND-TOTAL EQUAL WRK-RNK-TOTAL(1)
                  AND WRK-CND-PRAZO LESS WRK-RNK-PRAZO(1))
              MOVE WRK-RNK-ITEM(1) TO WRK-RNK-ITEM(2)
              MOVE WRK-CANDIDATO   TO WRK-RNK-ITEM(1)
           ELSE
              IF WRK-RNK-FORNECEDOR(2) EQUAL ZEROS
                 OR WRK-CND-TOTAL LESS WRK-RNK-TOTAL(2)
                 OR (WRK-CND-TOTAL EQUAL WRK-RNK-TOTAL(2)
                     AND WRK-CND-PRAZO LESS WRK-RNK-PRAZO(2))
                 MOVE WRK-CANDIDATO TO WRK-RNK-ITEM(2)
              END-IF
           END-IF.

      *    UM PEDIDO POR FORNECEDOR: O PRIMEIRO ITEM AINDA NAO FEITO
      *    ABRE O PEDIDO E LEVA JUNTO OS DEMAIS DO MESMO FORNECEDOR
       GRAVAR-PEDIDOS-GERADOS SECTION.
           MOVE ZEROS TO WRK-TOT-PEDIDOS.
           PERFORM VARYING WRK-GER-IDX FROM 1 BY 1
                   UNTIL WRK-GER-IDX GREATER WRK-QTD-GERAR
              IF WRK-GER-FEITO(WRK-GER-IDX) EQUAL "N"
                 PERFORM GRAVAR-UM-PEDIDO
              END-IF
           END-PERFORM.
           DISPLAY WRK-TOT-PEDIDOS " PEDIDO(S) DE COMPRA GERADO(S)".

       GRAVAR-UM-PEDIDO SECTION.
           PERFORM PROXIMO-NUMERO.
           MOVE WRK-NUMERO    TO PC-NUMERO.
           MOVE WRK-GER-FORNECEDOR(WRK-GER-IDX) TO PC-FORNECEDOR.
           MOVE WRK-DATA-HOJE TO PC-DATA-EMISSAO.
           MOVE "A"           TO PC-SITUACAO.
           MOVE WRK-OPERADOR  TO PC-OPERADOR.
           WRITE PC-REGISTRO.
           ADD 1 TO WRK-TOT-PEDIDOS.
           MOVE ZEROS TO WRK-SEQ.
           PERFORM VARYING WRK-GER-AUX FROM WRK-GER-IDX BY 1
                   UNTIL WRK-GER-AUX GREATER WRK-QTD-GERAR
              IF WRK-GER-FEITO(WRK-GER-AUX) EQUAL "N"
                 AND WRK-GER-FORNECEDOR(WRK-GER-AUX) EQUAL
                     PC-FORNECEDOR
                 ADD 1 TO WRK-SEQ
                 MOVE WRK-NUMERO TO PCI-NUMERO
                 MOVE WRK-SEQ    TO PCI-SEQ
                 MOVE WRK-GER-CODIGO(WRK-GER-AUX) TO PCI-CODIGO
                 MOVE WRK-GER-QTD(WRK-GER-AUX)    TO PCI-QTD-PEDIDA
                 MOVE ZEROS      TO PCI-QTD-RECEBIDA
                 MOVE WRK-GER-PRECO(WRK-GER-AUX)  TO PCI-PRECO
                 WRITE PCI-REGISTRO
                 MOVE "S" TO WRK-GER-FEITO(WRK-GER-AUX)
              END-IF
           END-PERFORM.
           DISPLAY "PEDIDO DE COMPRA " WRK-NUMERO " FORNECEDOR "
                   PC-FORNECEDOR " COM " WRK-SEQ " ITEM(NS)".

      *    RECEBIMENTO ITEM A ITEM - A QUANTIDADE RECEBIDA E
      *    CONFERIDA CONTRA O SALDO DO ITEM E VIRA ENTRADA "E" NO
      *    KARDEX COM O NUMERO DO PEDIDO NO MOTIVO
           END-IF.
           MOVE "S" TO WRK-TUDO-RECEBIDO.
           MOVE "N" TO WRK-FIM-PEDIDO.
           MOVE ZEROS TO WRK-ITENS-ENTREGA WRK-VALOR-PEDIDO.
           MOVE "N"   TO WRK-SEM-PRECO.
           MOVE WRK-NUMERO TO PCI-NUMERO.
           MOVE ZEROS      TO PCI-SEQ.
           START ARQPCI KEY IS GREATER OR EQUAL PCI-CHAVE.
              DISPLAY "PEDIDO PARCIALMENTE RECEBIDO"
           END-IF.
           REWRITE PC-REGISTRO.
           IF WRK-ITENS-ENTREGA GREATER ZEROS
              PERFORM REGISTRAR-NOTA
           END-IF.

       RECEBER-UM-ITEM SECTION.
           COMPUTE WRK-FALTA = PCI-QTD-PEDIDA - PCI-QTD-RECEBIDA.
                             WRK-FALTA
                    MOVE WRK-FALTA TO WRK-QTD-RECEBIDA
                 END-IF
                 DISPLAY "CONFIRA O PRODUTO (CODIGO OU COD. BARRAS): "
                 PERFORM LER-PRODUTO
                 IF WRK-CODIGO-OK NOT EQUAL "S"
                    OR WRK-CODIGO NOT EQUAL PCI-CODIGO
                    DISPLAY "PRODUTO NAO CONFERE COM O ITEM DO PEDIDO"
                            " - ITEM NAO RECEBIDO"
                    MOVE "N" TO WRK-TUDO-RECEBIDO
                 ELSE
                    PERFORM INFORMAR-CUSTO
                    PERFORM CONFERIR-PRECO-NOTA
                    PERFORM INFORMAR-LOTE
                    ADD WRK-QTD-RECEBIDA TO PCI-QTD-RECEBIDA
                    REWRITE PCI-REGISTRO
                    PERFORM SOMAR-ENTREGA
                    IF PCI-QTD-RECEBIDA LESS PCI-QTD-PEDIDA
                       MOVE "N" TO WRK-TUDO-RECEBIDO
                    END-IF
                    PERFORM POSTAR-ENTRADA-ITEM
                 END-IF
              END-IF
           END-IF.

      *    VALOR DA ENTREGA AO PRECO DO PEDIDO - ITEM SEM PRECO NO
      *    PEDIDO IMPEDE A CONFERENCIA E MANDA A NOTA PARA A REVISAO
       SOMAR-ENTREGA SECTION.
           ADD 1 TO WRK-ITENS-ENTREGA.
           IF PCI-PRECO IS NOT NUMERIC
              OR PCI-PRECO EQUAL ZEROS
              MOVE "S" TO WRK-SEM-PRECO
           ELSE
              COMPUTE WRK-VALOR-PEDIDO = WRK-VALOR-PEDIDO
                      + WRK-QTD-RECEBIDA * PCI-PRECO
           END-IF.

      *    NOTA FISCAL DA ENTREGA NO CONTAS A PAGAR - UMA POR
      *    FORNECEDOR + NUMERO; SEM NOTA AGORA (NUMERO ZERO) A ENTREGA
      *    FICA SEM TITULO E O AVISO FICA NA TELA
       REGISTRAR-NOTA SECTION.
           MOVE PC-FORNECEDOR TO FORN-CODIGO.
           READ ARQFORN.
           IF ARQFORN-FS NOT EQUAL ZEROS
              MOVE ZEROS TO ARQFORN-FS
              MOVE SPACES TO FORN-REGISTRO
              MOVE PC-FORNECEDOR TO FORN-CODIGO
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
           DISPLAY "NUMERO DA NOTA DO FORNECEDOR (0 = SEM NOTA): ".
           ACCEPT WRK-NOTA.
           IF WRK-NOTA IS NOT NUMERIC OR WRK-NOTA EQUAL ZEROS
              DISPLAY "ENTREGA SEM NOTA - CONTA A PAGAR NAO REGISTRADA"
           ELSE
              OPEN I-O ARQPAGAR
              IF ARQPAGAR-FS EQUAL 35
                 OPEN OUTPUT ARQPAGAR
                 CLOSE ARQPAGAR
                 OPEN I-O ARQPAGAR
              END-IF
              OPEN I-O ARQPAGARPARC
              IF ARQPAGARPARC-FS EQUAL 35
                 OPEN OUTPUT ARQPAGARPARC
                 CLOSE ARQPAGARPARC
                 OPEN I-O ARQPAGARPARC
              END-IF
              IF ARQPAGAR-FS NOT EQUAL ZEROS
                 OR ARQPAGARPARC-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO ABERTURA DO CONTAS A PAGAR STATUS "
                         ARQPAGAR-FS "/" ARQPAGARPARC-FS
              ELSE
                 MOVE PC-FORNECEDOR TO PAG-FORNECEDOR
                 MOVE WRK-NOTA      TO PAG-NOTA
                 READ ARQPAGAR
                 IF ARQPAGAR-FS EQUAL ZEROS
                    DISPLAY "NOTA " WRK-NOTA " JA REGISTRADA PARA O"
                            " FORNECEDOR - CONTA A PAGAR NAO GRAVADA"
                 ELSE
                    PERFORM GRAVAR-NOTA
                 END-IF
                 CLOSE ARQPAGAR
                 CLOSE ARQPAGARPARC
              END-IF
           END-IF.
           MOVE ZEROS TO ARQPAGAR-FS ARQPAGARPARC-FS.

       GRAVAR-NOTA SECTION.
           DISPLAY "DATA DA NOTA (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WRK-DATA-NOTA.
           IF WRK-DATA-NOTA IS NOT NUMERIC
              OR WRK-DATA-NOTA EQUAL ZEROS
              OR WRK-DATA-NOTA GREATER WRK-DATA-HOJE
              MOVE WRK-DATA-HOJE TO WRK-DATA-NOTA
           END-IF.
           DISPLAY "VALOR TOTAL DA NOTA: ".
           ACCEPT WRK-VALOR-NOTA.
           IF WRK-VALOR-NOTA IS NOT NUMERIC
              MOVE ZEROS TO WRK-VALOR-NOTA
           END-IF.
           MOVE WRK-VALOR-PEDIDO TO WRK-VALOR-ED.
           DISPLAY "RECEBIDO AO PRECO DO PEDIDO: " WRK-VALOR-ED.
           MOVE PC-FORNECEDOR    TO PAG-FORNECEDOR.
           MOVE WRK-NOTA         TO PAG-NOTA.
           MOVE PC-NUMERO        TO PAG-PEDIDO.
           MOVE WRK-DATA-NOTA    TO PAG-DATA-NOTA.
           MOVE WRK-DATA-HOJE    TO PAG-DATA-ENTRADA.
           MOVE WRK-VALOR-NOTA   TO PAG-VALOR.
           MOVE WRK-VALOR-PEDIDO TO PAG-VALOR-PEDIDO.
           MOVE FORN-COND-PARCELAS TO PAG-PARCELAS.
           MOVE WRK-OPERADOR     TO PAG-OPERADOR.
           IF WRK-SEM-PRECO EQUAL "S"
              MOVE ZEROS TO PAG-VALOR-PEDIDO
           END-IF.
           IF WRK-SEM-PRECO EQUAL "S"
              OR WRK-VALOR-NOTA NOT EQUAL WRK-VALOR-PEDIDO
              MOVE "R"   TO PAG-SITUACAO
              MOVE ZEROS TO PAG-DATA-LIBERACAO
              IF WRK-SEM-PRECO EQUAL "S"
                 DISPLAY "ITEM SEM PRECO NO PEDIDO - NOTA RETIDA PARA"
                         " REVISAO (PAGAMENTO)"
              ELSE
                 DISPLAY "VALOR DA NOTA NAO BATE COM O PEDIDO - NOTA"
                         " RETIDA PARA REVISAO (PAGAMENTO)"
              END-IF
           ELSE
              MOVE "A"           TO PAG-SITUACAO
              MOVE WRK-DATA-HOJE TO PAG-DATA-LIBERACAO
           END-IF.
           WRITE PAG-REGISTRO.
           COMPUTE WRK-DIAS-NOTA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NOTA).
           COMPUTE WRK-VALOR-PARCELA =
                   WRK-VALOR-NOTA / PAG-PARCELAS.
           PERFORM VARYING WRK-PARCELA FROM 1 BY 1
                   UNTIL WRK-PARCELA GREATER PAG-PARCELAS
              PERFORM GRAVAR-PARCELA-NOTA
           END-PERFORM.
           DISPLAY "NOTA " WRK-NOTA " REGISTRADA EM " PAG-PARCELAS
                   " PARCELA(S)".

      *    A ULTIMA PARCELA LEVA O RESTO DA DIVISAO
       GRAVAR-PARCELA-NOTA SECTION.
           MOVE PAG-FORNECEDOR TO PGP-FORNECEDOR.
           MOVE PAG-NOTA       TO PGP-NOTA.
           MOVE WRK-PARCELA    TO PGP-SEQ.
           COMPUTE WRK-DIAS-VENC = WRK-DIAS-NOTA + FORN-COND-PRIMEIRA
                   + (WRK-PARCELA - 1) * FORN-COND-INTERVALO.
           COMPUTE PGP-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-VENC).
           IF WRK-PARCELA EQUAL PAG-PARCELAS
              COMPUTE PGP-VALOR = WRK-VALOR-NOTA
                      - WRK-VALOR-PARCELA * (PAG-PARCELAS - 1)
           ELSE
              MOVE WRK-VALOR-PARCELA TO PGP-VALOR
           END-IF.
           MOVE PGP-VALOR TO PGP-SALDO.
           IF PAG-SITUACAO EQUAL "R"
              MOVE "R" TO PGP-SITUACAO
           ELSE
              MOVE "A" TO PGP-SITUACAO
           END-IF.
           WRITE PGP-REGISTRO.
           MOVE PGP-VALOR TO WRK-VALOR-ED.
           DISPLAY "  PARCELA " PGP-SEQ " VENCIMENTO " PGP-VENCIMENTO
                   " VALOR " WRK-VALOR-ED.

      *    CUSTO UNITARIO EFETIVAMENTE PAGO NA NOTA - ZERO (NOTA SEM
      *    PRECO) ENTRA PELO CUSTO MEDIO ATUAL E NAO MEXE NA MEDIA
       INFORMAR-CUSTO SECTION.
           DISPLAY "CUSTO UNITARIO PAGO (0 = CUSTO MEDIO ATUAL): ".
           ACCEPT WRK-CUSTO-UNIT.
           IF WRK-CUSTO-UNIT IS NOT NUMERIC
              MOVE ZEROS TO WRK-CUSTO-UNIT
           END-IF.

      *    PRECO DA NOTA CONTRA A TABELA DO FORNECEDOR DO PEDIDO - SO
      *    AVISA, O CUSTO QUE VALE E O DA NOTA
       CONFERIR-PRECO-NOTA SECTION.
           IF WRK-CUSTO-UNIT GREATER ZEROS
              MOVE PC-FORNECEDOR TO FORN-CODIGO
              MOVE PCI-CODIGO    TO ARQPROD-CODIGO
              PERFORM LER-PRECO-TABELA
              IF ARQFPR-FS EQUAL ZEROS
                 AND WRK-CUSTO-UNIT NOT EQUAL FPR-PRECO
                 MOVE WRK-CUSTO-UNIT TO WRK-CUSTO-ED
                 MOVE FPR-PRECO      TO WRK-PRECO-ED
                 DISPLAY "ATENCAO: PRECO DA NOTA " WRK-CUSTO-ED
                         " DIFERE DA TABELA DO FORNECEDOR "
                         WRK-PRECO-ED
              END-IF
           END-IF.
           MOVE ZEROS TO ARQFPR-FS.

      *    LOTE E VALIDADE IMPRESSOS NA EMBALAGEM DO PERECIVEL - LOTE
      *    VAZIO E MERCADORIA SEM CONTROLE DE LOTE; VALIDADE INVALIDA
      *    OU JA VENCIDA NAO ABRE LOTE
       INFORMAR-LOTE SECTION.
           MOVE SPACES TO WRK-LOT-NUMERO.
           MOVE ZEROS  TO WRK-LOT-VALIDADE.
           DISPLAY "LOTE DO FABRICANTE (VAZIO = SEM LOTE): ".
           ACCEPT WRK-LOT-NUMERO.
           IF WRK-LOT-NUMERO NOT EQUAL SPACES
              DISPLAY "VALIDADE DO LOTE (AAAAMMDD): "
              ACCEPT WRK-LOT-VALIDADE
              IF WRK-LOT-VALIDADE IS NOT NUMERIC
                 OR WRK-LOT-VALIDADE LESS WRK-DATA-HOJE
                 DISPLAY "VALIDADE INVALIDA OU VENCIDA - ITEM ENTRA"
                         " SEM LOTE"
                 MOVE SPACES TO WRK-LOT-NUMERO
                 MOVE ZEROS  TO WRK-LOT-VALIDADE
              END-IF
           END-IF.

           READ ARQPROD.
           IF ARQPROD-FS EQUAL ZEROS
              MOVE ARQPROD-ESTOQUE TO WRK-ESTOQUE-ANTES
              IF ARQPROD-CUSTO-MEDIO IS NOT NUMERIC
                 MOVE ZEROS TO ARQPROD-CUSTO-MEDIO
              END-IF
              IF WRK-CUSTO-UNIT EQUAL ZEROS
                 MOVE ARQPROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
              ELSE
                 PERFORM RECALCULAR-CUSTO
              END-IF
              ADD WRK-QTD-RECEBIDA TO ARQPROD-ESTOQUE
              REWRITE ARQPROD-REGISTRO
              MOVE ARQPROD-CODIGO   TO MOVPROD-CODIGO
              ACCEPT MOVPROD-DATA FROM DATE YYYYMMDD
              ACCEPT MOVPROD-HORA FROM TIME
              MOVE WRK-OPERADOR     TO MOVPROD-OPERADOR
              MOVE WRK-CUSTO-UNIT   TO MOVPROD-CUSTO-UNIT
              WRITE MOVPROD-REGISTRO
              MOVE WRK-QTD-RECEBIDA TO WRK-DELTA-LOCAL
              PERFORM ATUALIZAR-SALDO-LOJA
              IF WRK-LOT-NUMERO NOT EQUAL SPACES
                 MOVE "E"              TO WRK-LOT-ACAO
                 MOVE ARQPROD-CODIGO   TO WRK-LOT-CODIGO
                 MOVE "LOJ"            TO WRK-LOT-DEPOSITO
                 MOVE WRK-QTD-RECEBIDA TO WRK-LOT-QUANTIDADE
                 MOVE WRK-DATA-HOJE    TO WRK-LOT-DATA
                 MOVE MOVPROD-MOTIVO   TO WRK-LOT-ORIGEM
                 CALL "PRODLOTE" USING WRK-LOTE
              END-IF
           ELSE
              DISPLAY "PRODUTO " PCI-CODIGO " FORA DO MESTRE"
              MOVE ZEROS TO ARQPROD-FS
           END-IF.


       RECALCULAR-CUSTO SECTION.
           MOVE ARQPROD-CODIGO      TO WRK-CUS-CODIGO.
           MOVE ARQPROD-ESTOQUE     TO WRK-CUS-ESTOQUE-ANTES.
           MOVE ARQPROD-CUSTO-MEDIO TO WRK-CUS-MEDIO.
           MOVE WRK-QTD-RECEBIDA    TO WRK-CUS-QUANTIDADE.
           MOVE WRK-CUSTO-UNIT      TO WRK-CUS-UNITARIO.
           MOVE SPACES              TO WRK-CUS-ORIGEM.
           STRING "RECEB PEDCOMPRA " DELIMITED BY SIZE
                  WRK-NUMERO         DELIMITED BY SIZE
             INTO WRK-CUS-ORIGEM
           END-STRING.
           MOVE WRK-OPERADOR        TO WRK-CUS-OPERADOR.
           CALL "PRODCUSTO" USING WRK-CUSTO-MEDIO.
           MOVE WRK-CUS-MEDIO       TO ARQPROD-CUSTO-MEDIO.

      *    A QUEBRA POR DEPOSITO ACOMPANHA O MESTRE, COMO NO
      *    PRODMOVTO E NO VENDAENTRADA - O DELTA CAI NA LOJA ("LOJ"),
      *    SEM DEIXAR O SALDO DO DEPOSITO NEGATIVO
                               PCI-CODIGO " PEDIDO "
                               PCI-QTD-PEDIDA " RECEBIDO "
                               PCI-QTD-RECEBIDA
                               " PRECO " PCI-PRECO
                    END-IF
                 END-IF
              END-PERFORM
