      *PARTIDAS DOBRADAS NO DIARIO (ARQLANCAMENTO.DAT) PELA TABELA DE
      *MAPEAMENTO (CONTABILMAPA.TXT): FECHAMENTO DO CAIXA (VENDAS DO
      *DIA), PARCELAS DE EMPRESTIMO BAIXADAS NO DIA E MOVIMENTOS DE
      *ESTOQUE VALORIZADOS AO CUSTO (O CUSTO UNITARIO GRAVADO NO
      *MOVIMENTO; NO MOVIMENTO ANTIGO, SEM ELE, O CUSTO MEDIO DO
      *MESTRE); NO FIM DO MES (FLAG DO
      *BATCHNOTURNO) ENTRAM TAMBEM OS TOTAIS DA FOLHA (FOLHA.CSV) E
      *DAS COMISSOES (COMISSAO.CSV). EVENTO SEM MAPEAMENTO CAI NA
      *CONTA TRANSITORIA 9999 COM AVISO - NUNCA DESAPARECE. O PLANO
      *DE CONTAS (ARQPLANO.TXT) E A TABELA NASCEM COM PADROES NA
      *PRIMEIRA RODADA; O BALANCETE SAI PELO BALANCETE. OS PONTOS DE
      *FIDELIDADE DO DIA (ARQPONTOS.DAT) ENTRAM VALORIZADOS PELO VALOR
      *DO PONTO DO ARQPARM.DAT: GANHO E DEVOLUCAO DE RESGATE FORMAM O
      *PASSIVO DE PONTOS A RESGATAR, RESGATE (FORMA "PTS", QUE O CAIXA
      *TOTALIZA JUNTO COM AS VENDAS SEM TER ENTRADO DINHEIRO), ESTORNO
      *E VENCIMENTO BAIXAM O PASSIVO; O SALDO EM ABERTO E INFORMADO.
      *AS GORJETAS RECEBIDAS NO CARTAO/PIX (FECHAMENTO DO CAIXA) NAO
      *SAO RECEITA: ENTRAM NO PASSIVO DE GORJETAS A PAGAR, QUE SO
      *BAIXA NO FIM DO MES PELO TOTAL PAGO NA FOLHA (COLUNA GORJETA
      *DA LINHA TOTAIS), E ESSE VALOR SAI DA DESPESA DE SALARIOS.
      *A ENTRADA DE ESTOQUE CREDITA ENTRADAS A FATURAR (2102); A NOTA
      *DO FORNECEDOR (ARQPAGAR.DAT) LANCADA NO DIA DA ENTRADA OU DA
      *LIBERACAO DA RETENCAO PASSA ESSE VALOR PARA FORNECEDORES
      *(2101), E OS PAGAMENTOS DO DIA (ARQPAGAMENTO.DAT) BAIXAM
      *FORNECEDORES CONTRA O CAIXA. O IMOBILIZADO ENTRA PELAS COTAS DE
      *DEPRECIACAO DATADAS DO DIA (ARQIMOBDEPR.DAT, DO IMOBDEPREC) E
      *PELOS MOVIMENTOS DO DIA (ARQIMOBMOV.DAT): AQUISICAO LANCADA NO
      *CADASTRO E BAIXA/VENDA COM O GANHO OU A PERDA. AS TARIFAS
      *BANCARIAS QUE ENTRARAM NO LIVRO DE BANCO NO DIA (ARQBANCO.DAT,
      *PELO BANCOMANUT OU PELO BANCOCONCILIA) VAO PARA DESPESAS
      *BANCARIAS CONTRA CAIXA E BANCOS. OS JUROS DE MORA E MULTAS
      *RECEBIDOS NAS PARCELAS DE EMPRESTIMO PAGAS EM ATRASO NO DIA
      *(ARQPARCPAGTO.DAT, DO EMPRESTIMOPAGA), LIQUIDOS DO DESCONTO
      *DADO PELO SUPERVISOR, ENTRAM COMO RECEITA FINANCEIRA. AS
      *BAIXAS PARA PERDA DO DIA (ARQEMPBAIXA.DAT, DO EMPRESTIMOBAIXA)
      *TIRAM O SALDO DE EMPRESTIMOS A RECEBER - A PARTE PROVISIONADA
      *CONTRA A PROVISAO (1209) E O RESTO COMO PERDA (5301); PARCELA
      *RECEBIDA DE CONTRATO BAIXADO NAO BAIXA MAIS O 1201 E ENTRA
      *COMO RECUPERACAO DE CREDITOS (6302)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQPONTOS ASSIGN TO "DADOS/ARQPONTOS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPONTOS-FS.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

           SELECT ARQPAGAR ASSIGN TO "DADOS/ARQPAGAR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPAGAR-FS
           RECORD KEY IS PAG-CHAVE.

           SELECT ARQPAGJORNAL ASSIGN TO "DADOS/ARQPAGAMENTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPAGJORNAL-FS.

           SELECT ARQIMOBDEPR ASSIGN TO "DADOS/ARQIMOBDEPR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQIMOBDEPR-FS
           RECORD KEY IS DEP-CHAVE.

           SELECT ARQIMOBMOV ASSIGN TO "DADOS/ARQIMOBMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQIMOBMOV-FS.

           SELECT ARQBANCO ASSIGN TO "DADOS/ARQBANCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQBANCO-FS
           RECORD KEY IS BCO-NUMERO.

           SELECT ARQFOLHA ASSIGN TO ".\FOLHA.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQFOLHA-FS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQCOMISSAO-FS.

           SELECT ARQPPG ASSIGN TO "DADOS/ARQPARCPAGTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPPG-FS.

           SELECT ARQBXA ASSIGN TO "DADOS/ARQEMPBAIXA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQBXA-FS.

       DATA DIVISION.
       FILE SECTION.
      *    UMA ROTA POR LINHA: EVENTO -> CONTA DEBITO / CONTA CREDITO
       01 PLN-REGISTRO.
           05 PLN-CONTA          PIC 9(04).
           05 PLN-NOME           PIC X(25).
      *    GRUPO DA CONTA NAS DEMONSTRACOES (VER O DEMONSTRA)
           05 PLN-GRUPO          PIC X(01).

      *    O DIARIO: DUAS LINHAS (D E C) POR EVENTO POSTADO
       FD ARQLANCAMENTO
           05 FECHA-TOT-SUPRIMENTO PIC 9(09)V99.
           05 FECHA-ESPERADO-GAVETA PIC 9(09)V99.
           05 FECHA-CONTADO-GAVETA PIC 9(09)V99.
      *    GORJETAS DO DIA RECEBIDAS NO CARTAO/PIX (JA DENTRO DOS
      *    TOTAIS POR FORMA) - PASSIVO A REPASSAR PELA FOLHA
           05 FECHA-TOT-GORJETAS   PIC 9(09)V99.

       FD ARQPARC.
       COPY "#PARCELA".
       FD ARQPROD.
       COPY "#PROD".

       FD ARQPONTOS
           RECORDING MODE IS F.
       COPY "#CRM-PONTOS".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       FD ARQPAGAR.
       COPY "#PAGAR".

       FD ARQPAGJORNAL
           RECORDING MODE IS F.
       COPY "#PAGAR-JORNAL".

       FD ARQIMOBDEPR.
       COPY "#IMOB-DEPR".

       FD ARQIMOBMOV
           RECORDING MODE IS F.
       COPY "#IMOB-MOV".

       FD ARQBANCO.
       COPY "#BANCO".

       FD ARQPPG
           RECORDING MODE IS F.
       COPY "#PARC-PAGTO".

       FD ARQBXA
           RECORDING MODE IS F.
       COPY "#EMP-BAIXA".

       FD ARQFOLHA.
       01 ARQFOLHA-LINHA     PIC X(120).

       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQFOLHA-FS        PIC 9(02) VALUES ZEROS.
       01 ARQBXA-FS          PIC 9(02) VALUES ZEROS.
       01 ARQCOMISSAO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQPONTOS-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPAGAR-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPAGJORNAL-FS    PIC 9(02) VALUES ZEROS.
       01 ARQIMOBDEPR-FS     PIC 9(02) VALUES ZEROS.
       01 ARQIMOBMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQBANCO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPPG-FS          PIC 9(02) VALUES ZEROS.

       01 WRK-FIM-DE-MES     PIC X(01) VALUES "N".
       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
      *----------MAPA EM MEMORIA
       01 WRK-QTD-ROTAS      PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-ROTAS.
           05 WRK-ROTA-ITEM OCCURS 40 TIMES.
               10 WRK-ROTA-EVENTO  PIC X(12).
               10 WRK-ROTA-DEBITO  PIC 9(04).
               10 WRK-ROTA-CREDITO PIC 9(04).

       01 WRK-PARCELAS-DIA   PIC 9(11)V99 VALUES ZEROS.
       01 WRK-VALOR-MOV      PIC 9(11)V99 VALUES ZEROS.
       01 WRK-MOV-SEM-CUSTO  PIC 9(05) VALUES ZEROS.
       01 WRK-ENTRADAS-DIA   PIC 9(11)V99 VALUES ZEROS.
       01 WRK-SAIDAS-DIA     PIC 9(11)V99 VALUES ZEROS.

      *----------PONTOS DE FIDELIDADE DO DIA E PASSIVO EM ABERTO
       01 WRK-VALOR-PONTO    PIC 9(01)V99 VALUES ZEROS.
       01 WRK-PTS-GANHOS     PIC 9(09) VALUES ZEROS.
       01 WRK-PTS-RESGATADOS PIC 9(09) VALUES ZEROS.
       01 WRK-PTS-ESTORNADOS PIC 9(09) VALUES ZEROS.
       01 WRK-PTS-VENCIDOS   PIC 9(09) VALUES ZEROS.
       01 WRK-PTS-EM-ABERTO  PIC S9(09) VALUES ZEROS.
       01 WRK-PASSIVO-PONTOS PIC S9(11)V99 VALUES ZEROS.
       01 WRK-ROTA-PONTOS    PIC X(01) VALUES "N".
       01 WRK-ROTA-GORJETA   PIC X(01) VALUES "N".
       01 WRK-ROTA-PAGAR     PIC X(01) VALUES "N".
       01 WRK-ROTA-IMOB      PIC X(01) VALUES "N".
       01 WRK-ROTA-BANCO     PIC X(01) VALUES "N".
       01 WRK-ROTA-MORA      PIC X(01) VALUES "N".
       01 WRK-ROTA-BAIXA     PIC X(01) VALUES "N".

      *----------CONTAS A PAGAR DO DIA
       01 WRK-NOTAS-DIA      PIC 9(11)V99 VALUES ZEROS.
       01 WRK-PAGOS-DIA      PIC 9(11)V99 VALUES ZEROS.

      *----------IMOBILIZADO DO DIA
       01 WRK-DEPREC-DIA     PIC 9(11)V99 VALUES ZEROS.
       01 WRK-IMB-LIQUIDO    PIC 9(11)V99 VALUES ZEROS.

      *----------TARIFAS BANCARIAS DO DIA
       01 WRK-TARIFAS-DIA    PIC 9(11)V99 VALUES ZEROS.

      *----------JUROS E MULTAS DE ATRASO RECEBIDOS NO DIA
       01 WRK-MORA-DIA       PIC 9(11)V99 VALUES ZEROS.

      *----------BAIXAS PARA PERDA E RECUPERACOES DO DIA
       01 WRK-BAIXADO-DIA    PIC 9(11)V99 VALUES ZEROS.
       01 WRK-PROV-USADA-DIA PIC 9(11)V99 VALUES ZEROS.
       01 WRK-PERDA-DIA      PIC 9(11)V99 VALUES ZEROS.
       01 WRK-RECUPERADO-DIA PIC 9(11)V99 VALUES ZEROS.

      *----------FOLHA DO MES: BRUTO E GORJETAS PAGAS NELA
       01 WRK-FOLHA-BRUTO    PIC 9(11)V99 VALUES ZEROS.
       01 WRK-FOLHA-GORJETA  PIC 9(11)V99 VALUES ZEROS.

      *----------DESMONTE DOS CSV (LINHA "TOTAIS" DA FOLHA E LINHAS
      *----------DE COMISSAO)
       01 WRK-CSV-C1         PIC X(20) VALUES SPACES.
           END-IF.
           PERFORM CARREGAR-MAPA.
           PERFORM GARANTIR-PLANO.
           PERFORM GARANTIR-ROTAS-PONTOS.
           PERFORM GARANTIR-ROTAS-GORJETA.
           PERFORM GARANTIR-ROTAS-PAGAR.
           PERFORM GARANTIR-ROTAS-IMOB.
           PERFORM GARANTIR-ROTAS-BANCO.
           PERFORM GARANTIR-ROTAS-MORA.
           PERFORM GARANTIR-ROTAS-BAIXA.
           OPEN EXTEND ARQLANCAMENTO.
           IF ARQLANCAMENTO-FS EQUAL 05
              OPEN OUTPUT ARQLANCAMENTO
           PERFORM POSTAR-CAIXA.
           PERFORM POSTAR-PARCELAS.
           PERFORM POSTAR-ESTOQUE.
           PERFORM POSTAR-PONTOS.
           PERFORM POSTAR-PAGAR.
           PERFORM POSTAR-IMOBILIZADO.
           PERFORM POSTAR-BANCO.
           PERFORM POSTAR-MORA.
           PERFORM POSTAR-BAIXAS.
           IF WRK-FIM-DE-MES EQUAL "S"
              PERFORM POSTAR-FOLHA
              PERFORM POSTAR-COMISSOES
           PERFORM UNTIL ARQMAPA-FS NOT EQUAL ZEROS
              READ ARQMAPA
              IF ARQMAPA-FS EQUAL ZEROS
                 AND WRK-QTD-ROTAS LESS 40
                 ADD 1 TO WRK-QTD-ROTAS
                 MOVE MAPA-EVENTO
                   TO WRK-ROTA-EVENTO(WRK-QTD-ROTAS)
           WRITE MAPA-REGISTRO.
           MOVE "ESTOQUE-E"   TO MAPA-EVENTO.
           MOVE 1101 TO MAPA-CONTA-DEBITO.
           MOVE 2102 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "ESTOQUE-V"   TO MAPA-EVENTO.
           MOVE 5101 TO MAPA-CONTA-DEBITO.
           MOVE 5002 TO MAPA-CONTA-DEBITO.
           MOVE 2001 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           PERFORM GRAVAR-ROTAS-PONTOS.
           PERFORM GRAVAR-ROTAS-GORJETA.
           PERFORM GRAVAR-ROTAS-PAGAR.
           PERFORM GRAVAR-ROTAS-IMOB.
           PERFORM GRAVAR-ROTAS-BANCO.
           PERFORM GRAVAR-ROTAS-MORA.
           PERFORM GRAVAR-ROTAS-BAIXA.
           CLOSE ARQMAPA.
           DISPLAY "CONTABILMAPA.TXT CRIADO COM AS ROTAS PADRAO".

           IF ARQPLANO-FS NOT EQUAL ZEROS
              OPEN OUTPUT ARQPLANO
              MOVE 1001 TO PLN-CONTA
              MOVE "A"  TO PLN-GRUPO
              MOVE "CAIXA E BANCOS" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 1101 TO PLN-CONTA
              MOVE "A"  TO PLN-GRUPO
              MOVE "ESTOQUES" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 1201 TO PLN-CONTA
              MOVE "A"  TO PLN-GRUPO
              MOVE "EMPRESTIMOS A RECEBER" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 1301 TO PLN-CONTA
              MOVE "A"  TO PLN-GRUPO
              MOVE "IMOBILIZADO" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 1302 TO PLN-CONTA
              MOVE "A"  TO PLN-GRUPO
              MOVE "(-) DEPRECIACAO ACUMULADA" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 2001 TO PLN-CONTA
              MOVE "P"  TO PLN-GRUPO
              MOVE "SALARIOS A PAGAR" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 2101 TO PLN-CONTA
              MOVE "P"  TO PLN-GRUPO
              MOVE "FORNECEDORES" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 2102 TO PLN-CONTA
              MOVE "P"  TO PLN-GRUPO
              MOVE "ENTRADAS A FATURAR" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 2201 TO PLN-CONTA
              MOVE "P"  TO PLN-GRUPO
              MOVE "PONTOS A RESGATAR" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 2301 TO PLN-CONTA
              MOVE "P"  TO PLN-GRUPO
              MOVE "GORJETAS A PAGAR" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 3001 TO PLN-CONTA
              MOVE "L"  TO PLN-GRUPO
              MOVE "CAPITAL SOCIAL" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 4001 TO PLN-CONTA
              MOVE "R"  TO PLN-GRUPO
              MOVE "RECEITA DE VENDAS" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 4002 TO PLN-CONTA
              MOVE "R"  TO PLN-GRUPO
              MOVE "RECEITA PONTOS EXPIRADOS" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 5001 TO PLN-CONTA
              MOVE "O"  TO PLN-GRUPO
              MOVE "DESPESA DE SALARIOS" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 5002 TO PLN-CONTA
              MOVE "O"  TO PLN-GRUPO
              MOVE "DESPESA DE COMISSOES" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 5003 TO PLN-CONTA
              MOVE "O"  TO PLN-GRUPO
              MOVE "DESPESA PROGRAMA FIDELIDADE" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 5101 TO PLN-CONTA
              MOVE "C"  TO PLN-GRUPO
              MOVE "CUSTO DAS VENDAS" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 5201 TO PLN-CONTA
              MOVE "O"  TO PLN-GRUPO
              MOVE "DESPESA DE DEPRECIACAO" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 6101 TO PLN-CONTA
              MOVE "F"  TO PLN-GRUPO
              MOVE "GANHO NA BAIXA DE ATIVO" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 6102 TO PLN-CONTA
              MOVE "F"  TO PLN-GRUPO
              MOVE "PERDA NA BAIXA DE ATIVO" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 6201 TO PLN-CONTA
              MOVE "F"  TO PLN-GRUPO
              MOVE "DESPESAS BANCARIAS" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 6301 TO PLN-CONTA
              MOVE "F"  TO PLN-GRUPO
              MOVE "RECEITA JUROS E MULTAS" TO PLN-NOME
              WRITE PLN-REGISTRO
              PERFORM GRAVAR-PLANO-BAIXA
              MOVE 9999 TO PLN-CONTA
              MOVE "T"  TO PLN-GRUPO
              MOVE "TRANSITORIA (SEM MAPA)" TO PLN-NOME
              WRITE PLN-REGISTRO
              CLOSE ARQPLANO
           END-IF.
           MOVE ZEROS TO ARQPLANO-FS.

      *    MAPA E PLANO GRAVADOS ANTES DO PROGRAMA DE PONTOS NAO TEM
      *    AS ROTAS DELE: ACRESCENTA NO FIM DOS DOIS ARQUIVOS UMA VEZ,
      *    SEM MEXER NAS ROTAS QUE O CONTADOR JA AJUSTOU
       GARANTIR-ROTAS-PONTOS SECTION.
           MOVE "N" TO WRK-ROTA-PONTOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ROTAS
              IF WRK-ROTA-EVENTO(WRK-IDX) EQUAL "PONTOS-GANHO"
                 MOVE "S" TO WRK-ROTA-PONTOS
              END-IF
           END-PERFORM.
           IF WRK-ROTA-PONTOS EQUAL "N"
              AND WRK-QTD-ROTAS LESS 17
              OPEN EXTEND ARQMAPA
              PERFORM GRAVAR-ROTAS-PONTOS
              CLOSE ARQMAPA
              OPEN EXTEND ARQPLANO
              MOVE 2201 TO PLN-CONTA
              MOVE "P"  TO PLN-GRUPO
              MOVE "PONTOS A RESGATAR" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 4002 TO PLN-CONTA
              MOVE "R"  TO PLN-GRUPO
              MOVE "RECEITA PONTOS EXPIRADOS" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 5003 TO PLN-CONTA
              MOVE "O"  TO PLN-GRUPO
              MOVE "DESPESA PROGRAMA FIDELIDADE" TO PLN-NOME
              WRITE PLN-REGISTRO
              CLOSE ARQPLANO
              MOVE ZEROS TO ARQMAPA-FS ARQPLANO-FS
              PERFORM CARREGAR-MAPA
              DISPLAY "ROTAS DE PONTOS ACRESCENTADAS AO MAPA E AO PLANO"
           END-IF.

      *    GANHO: DESPESA DO PROGRAMA CONTRA O PASSIVO; RESGATE: O
      *    PASSIVO PAGA A PARTE DA VENDA QUE O CAIXA CONTOU COMO
      *    ENTRADA; ESTORNO DESFAZ O GANHO; VENCIMENTO VIRA RECEITA
       GRAVAR-ROTAS-PONTOS SECTION.
           MOVE "PONTOS-GANHO" TO MAPA-EVENTO.
           MOVE 5003 TO MAPA-CONTA-DEBITO.
           MOVE 2201 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "PONTOS-RESG"  TO MAPA-EVENTO.
           MOVE 2201 TO MAPA-CONTA-DEBITO.
           MOVE 1001 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "PONTOS-ESTOR" TO MAPA-EVENTO.
           MOVE 2201 TO MAPA-CONTA-DEBITO.
           MOVE 5003 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "PONTOS-EXPIR" TO MAPA-EVENTO.
           MOVE 2201 TO MAPA-CONTA-DEBITO.
           MOVE 4002 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.

      *    MESMO TRATAMENTO DAS ROTAS DE PONTOS PARA MAPA E PLANO
      *    GRAVADOS ANTES DO RATEIO DE GORJETAS
       GARANTIR-ROTAS-GORJETA SECTION.
           MOVE "N" TO WRK-ROTA-GORJETA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ROTAS
              IF WRK-ROTA-EVENTO(WRK-IDX) EQUAL "GORJETA-REC"
                 MOVE "S" TO WRK-ROTA-GORJETA
              END-IF
           END-PERFORM.
           IF WRK-ROTA-GORJETA EQUAL "N"
              AND WRK-QTD-ROTAS LESS 19
              OPEN EXTEND ARQMAPA
              PERFORM GRAVAR-ROTAS-GORJETA
              CLOSE ARQMAPA
              OPEN EXTEND ARQPLANO
              MOVE 2301 TO PLN-CONTA
              MOVE "P"  TO PLN-GRUPO
              MOVE "GORJETAS A PAGAR" TO PLN-NOME
              WRITE PLN-REGISTRO
              CLOSE ARQPLANO
              MOVE ZEROS TO ARQMAPA-FS ARQPLANO-FS
              PERFORM CARREGAR-MAPA
              DISPLAY "ROTAS DE GORJETA ACRESCENTADAS AO MAPA E AO"
                      " PLANO"
           END-IF.

      *    RECEBIDA: ENTROU NO CAIXA, MAS E DOS FUNCIONARIOS; PAGA: A
      *    FOLHA QUITA O PASSIVO JUNTO COM OS SALARIOS A PAGAR
       GRAVAR-ROTAS-GORJETA SECTION.
           MOVE "GORJETA-REC" TO MAPA-EVENTO.
           MOVE 1001 TO MAPA-CONTA-DEBITO.
           MOVE 2301 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "GORJETA-PAG" TO MAPA-EVENTO.
           MOVE 2301 TO MAPA-CONTA-DEBITO.
           MOVE 2001 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.

      *    MAPA ANTERIOR AO CONTAS A PAGAR: A ENTRADA DE ESTOQUE
      *    CREDITAVA DIRETO FORNECEDORES, O QUE DOBRARIA O PASSIVO COM
      *    A NOTA. SE A ROTA ESTOQUE-E AINDA E A PADRAO ANTIGA (2101)
      *    ELA PASSA PARA ENTRADAS A FATURAR (2102) E O MAPA E REGRAVADO
      *    UMA VEZ COM AS ROTAS NOVAS; ROTA JA AJUSTADA PELO CONTADOR
      *    FICA COMO ESTA
       GARANTIR-ROTAS-PAGAR SECTION.
           MOVE "N" TO WRK-ROTA-PAGAR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ROTAS
              IF WRK-ROTA-EVENTO(WRK-IDX) EQUAL "PAGAR-NOTA"
                 MOVE "S" TO WRK-ROTA-PAGAR
              END-IF
           END-PERFORM.
           IF WRK-ROTA-PAGAR EQUAL "N"
              AND WRK-QTD-ROTAS LESS 19
              OPEN OUTPUT ARQMAPA
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-ROTAS
                 MOVE WRK-ROTA-EVENTO(WRK-IDX)  TO MAPA-EVENTO
                 MOVE WRK-ROTA-DEBITO(WRK-IDX)  TO MAPA-CONTA-DEBITO
                 MOVE WRK-ROTA-CREDITO(WRK-IDX) TO MAPA-CONTA-CREDITO
                 IF MAPA-EVENTO EQUAL "ESTOQUE-E"
                    AND MAPA-CONTA-CREDITO EQUAL 2101
                    MOVE 2102 TO MAPA-CONTA-CREDITO
                 END-IF
                 WRITE MAPA-REGISTRO
              END-PERFORM
              PERFORM GRAVAR-ROTAS-PAGAR
              CLOSE ARQMAPA
              OPEN EXTEND ARQPLANO
              MOVE 2102 TO PLN-CONTA
              MOVE "P"  TO PLN-GRUPO
              MOVE "ENTRADAS A FATURAR" TO PLN-NOME
              WRITE PLN-REGISTRO
              CLOSE ARQPLANO
              MOVE ZEROS TO ARQMAPA-FS ARQPLANO-FS
              PERFORM CARREGAR-MAPA
              DISPLAY "ROTAS DO CONTAS A PAGAR ACRESCENTADAS AO MAPA E"
                      " AO PLANO"
           END-IF.

      *    NOTA: ENTRADAS A FATURAR VIRAM FORNECEDORES; PAGAMENTO:
      *    FORNECEDORES BAIXADOS CONTRA O CAIXA
       GRAVAR-ROTAS-PAGAR SECTION.
           MOVE "PAGAR-NOTA"  TO MAPA-EVENTO.
           MOVE 2102 TO MAPA-CONTA-DEBITO.
           MOVE 2101 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "PAGAR-BAIXA" TO MAPA-EVENTO.
           MOVE 2101 TO MAPA-CONTA-DEBITO.
           MOVE 1001 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.

      *    MESMO TRATAMENTO DAS ROTAS DE PONTOS PARA MAPA E PLANO
      *    GRAVADOS ANTES DO CADASTRO DO IMOBILIZADO
       GARANTIR-ROTAS-IMOB SECTION.
           MOVE "N" TO WRK-ROTA-IMOB.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ROTAS
              IF WRK-ROTA-EVENTO(WRK-IDX) EQUAL "DEPRECIACAO"
                 MOVE "S" TO WRK-ROTA-IMOB
              END-IF
           END-PERFORM.
           IF WRK-ROTA-IMOB EQUAL "N"
              AND WRK-QTD-ROTAS LESS 35
              OPEN EXTEND ARQMAPA
              PERFORM GRAVAR-ROTAS-IMOB
              CLOSE ARQMAPA
              OPEN EXTEND ARQPLANO
              MOVE 1301 TO PLN-CONTA
              MOVE "A"  TO PLN-GRUPO
              MOVE "IMOBILIZADO" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 1302 TO PLN-CONTA
              MOVE "A"  TO PLN-GRUPO
              MOVE "(-) DEPRECIACAO ACUMULADA" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 5201 TO PLN-CONTA
              MOVE "O"  TO PLN-GRUPO
              MOVE "DESPESA DE DEPRECIACAO" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 6101 TO PLN-CONTA
              MOVE "F"  TO PLN-GRUPO
              MOVE "GANHO NA BAIXA DE ATIVO" TO PLN-NOME
              WRITE PLN-REGISTRO
              MOVE 6102 TO PLN-CONTA
              MOVE "F"  TO PLN-GRUPO
              MOVE "PERDA NA BAIXA DE ATIVO" TO PLN-NOME
              WRITE PLN-REGISTRO
              CLOSE ARQPLANO
              MOVE ZEROS TO ARQMAPA-FS ARQPLANO-FS
              PERFORM CARREGAR-MAPA
              DISPLAY "ROTAS DO IMOBILIZADO ACRESCENTADAS AO MAPA E AO"
                      " PLANO"
           END-IF.

      *    AQUISICAO PAGA PELO CAIXA; COTA DO MES NA DESPESA CONTRA A
      *    ACUMULADA; NA BAIXA A ACUMULADA ABATE O CUSTO, O RECEBIDO
      *    COBRE O VALOR LIQUIDO E O QUE SOBRA OU FALTA VAI PARA
      *    GANHO OU PERDA - O CUSTO SAI INTEIRO DO IMOBILIZADO
       GRAVAR-ROTAS-IMOB SECTION.
           MOVE "IMOB-AQUIS"  TO MAPA-EVENTO.
           MOVE 1301 TO MAPA-CONTA-DEBITO.
           MOVE 1001 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "DEPRECIACAO" TO MAPA-EVENTO.
           MOVE 5201 TO MAPA-CONTA-DEBITO.
           MOVE 1302 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "IMOB-BAIXA"  TO MAPA-EVENTO.
           MOVE 1302 TO MAPA-CONTA-DEBITO.
           MOVE 1301 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "IMOB-VENDA"  TO MAPA-EVENTO.
           MOVE 1001 TO MAPA-CONTA-DEBITO.
           MOVE 1301 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "IMOB-GANHO"  TO MAPA-EVENTO.
           MOVE 1001 TO MAPA-CONTA-DEBITO.
           MOVE 6101 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "IMOB-PERDA"  TO MAPA-EVENTO.
           MOVE 6102 TO MAPA-CONTA-DEBITO.
           MOVE 1301 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.

      *    MESMO TRATAMENTO PARA MAPA E PLANO GRAVADOS ANTES DO LIVRO
      *    DE BANCO
       GARANTIR-ROTAS-BANCO SECTION.
           MOVE "N" TO WRK-ROTA-BANCO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ROTAS
              IF WRK-ROTA-EVENTO(WRK-IDX) EQUAL "TARIFA-BANCO"
                 MOVE "S" TO WRK-ROTA-BANCO
              END-IF
           END-PERFORM.
           IF WRK-ROTA-BANCO EQUAL "N"
              AND WRK-QTD-ROTAS LESS 40
              OPEN EXTEND ARQMAPA
              PERFORM GRAVAR-ROTAS-BANCO
              CLOSE ARQMAPA
              OPEN EXTEND ARQPLANO
              MOVE 6201 TO PLN-CONTA
              MOVE "F"  TO PLN-GRUPO
              MOVE "DESPESAS BANCARIAS" TO PLN-NOME
              WRITE PLN-REGISTRO
              CLOSE ARQPLANO
              MOVE ZEROS TO ARQMAPA-FS ARQPLANO-FS
              PERFORM CARREGAR-MAPA
              DISPLAY "ROTA DE TARIFA BANCARIA ACRESCENTADA AO MAPA E"
                      " AO PLANO"
           END-IF.

       GRAVAR-ROTAS-BANCO SECTION.
           MOVE "TARIFA-BANCO" TO MAPA-EVENTO.
           MOVE 6201 TO MAPA-CONTA-DEBITO.
           MOVE 1001 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.

      *    MESMO TRATAMENTO PARA MAPA E PLANO GRAVADOS ANTES DOS
      *    ENCARGOS DE ATRASO DO EMPRESTIMO
       GARANTIR-ROTAS-MORA SECTION.
           MOVE "N" TO WRK-ROTA-MORA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ROTAS
              IF WRK-ROTA-EVENTO(WRK-IDX) EQUAL "JUROS-MORA"
                 MOVE "S" TO WRK-ROTA-MORA
              END-IF
           END-PERFORM.
           IF WRK-ROTA-MORA EQUAL "N"
              AND WRK-QTD-ROTAS LESS 40
              OPEN EXTEND ARQMAPA
              PERFORM GRAVAR-ROTAS-MORA
              CLOSE ARQMAPA
              OPEN EXTEND ARQPLANO
              MOVE 6301 TO PLN-CONTA
              MOVE "F"  TO PLN-GRUPO
              MOVE "RECEITA JUROS E MULTAS" TO PLN-NOME
              WRITE PLN-REGISTRO
              CLOSE ARQPLANO
              MOVE ZEROS TO ARQMAPA-FS ARQPLANO-FS
              PERFORM CARREGAR-MAPA
              DISPLAY "ROTA DE JUROS DE MORA ACRESCENTADA AO MAPA E"
                      " AO PLANO"
           END-IF.

      *    O PRINCIPAL DA PARCELA SEGUE NA ROTA EMPRESTIMO; SO O
      *    ENCARGO RECEBIDO ALEM DELE E RECEITA
       GRAVAR-ROTAS-MORA SECTION.
           MOVE "JUROS-MORA"  TO MAPA-EVENTO.
           MOVE 1001 TO MAPA-CONTA-DEBITO.
           MOVE 6301 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.

      *    MESMO TRATAMENTO PARA MAPA E PLANO GRAVADOS ANTES DA BAIXA
      *    DE EMPRESTIMOS PARA PERDA
       GARANTIR-ROTAS-BAIXA SECTION.
           MOVE "N" TO WRK-ROTA-BAIXA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ROTAS
              IF WRK-ROTA-EVENTO(WRK-IDX) EQUAL "BAIXA-PROV"
                 MOVE "S" TO WRK-ROTA-BAIXA
              END-IF
           END-PERFORM.
           IF WRK-ROTA-BAIXA EQUAL "N"
              AND WRK-QTD-ROTAS LESS 38
              OPEN EXTEND ARQMAPA
              PERFORM GRAVAR-ROTAS-BAIXA
              CLOSE ARQMAPA
              OPEN EXTEND ARQPLANO
              PERFORM GRAVAR-PLANO-BAIXA
              CLOSE ARQPLANO
              MOVE ZEROS TO ARQMAPA-FS ARQPLANO-FS
              PERFORM CARREGAR-MAPA
              DISPLAY "ROTAS DE BAIXA PARA PERDA ACRESCENTADAS AO MAPA"
                      " E AO PLANO"
           END-IF.

      *    A PROVISAO (1209) E CONSTITUIDA PELO CONTADOR NO LANCMANUAL
      *    A PARTIR DO RELATORIO DO EMPRESTIMOPROV; AQUI ELA SO E
      *    CONSUMIDA NA BAIXA
       GRAVAR-ROTAS-BAIXA SECTION.
           MOVE "BAIXA-PROV"  TO MAPA-EVENTO.
           MOVE 1209 TO MAPA-CONTA-DEBITO.
           MOVE 1201 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "PERDA-EMPR"  TO MAPA-EVENTO.
           MOVE 5301 TO MAPA-CONTA-DEBITO.
           MOVE 1201 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.
           MOVE "RECUPERACAO" TO MAPA-EVENTO.
           MOVE 1001 TO MAPA-CONTA-DEBITO.
           MOVE 6302 TO MAPA-CONTA-CREDITO.
           WRITE MAPA-REGISTRO.

       GRAVAR-PLANO-BAIXA SECTION.
           MOVE 1209 TO PLN-CONTA.
           MOVE "A"  TO PLN-GRUPO.
           MOVE "(-) PROV PERDA EMPRESTIMO" TO PLN-NOME.
           WRITE PLN-REGISTRO.
           MOVE 5301 TO PLN-CONTA.
           MOVE "O"  TO PLN-GRUPO.
           MOVE "PERDA COM EMPRESTIMOS" TO PLN-NOME.
           WRITE PLN-REGISTRO.
           MOVE 6302 TO PLN-CONTA.
           MOVE "F"  TO PLN-GRUPO.
           MOVE "RECUPERACAO DE CREDITOS" TO PLN-NOME.
           WRITE PLN-REGISTRO.

      *    PARTIDA DOBRADA: UMA LINHA "D" E UMA "C" POR EVENTO -
      *    EVENTO SEM ROTA NO MAPA CAI INTEIRO NA TRANSITORIA 9999;
      *    EVENTO DE VALOR ZERO NAO GERA LANCAMENTO
                 MOVE "VENDAS DO FECHAMENTO DO DIA"
                   TO WRK-HISTORICO
                 PERFORM LANCAR-PARTIDA
                 MOVE "GORJETA-REC"      TO WRK-EVENTO
                 MOVE FECHA-TOT-GORJETAS TO WRK-VALOR
                 MOVE "GORJETAS RECEBIDAS NO DIA"
                   TO WRK-HISTORICO
                 PERFORM LANCAR-PARTIDA
              END-IF
              CLOSE ARQFECHA
           END-IF.
              CLOSE ARQPARC
           END-IF.
           MOVE ZEROS TO ARQPARC-FS.
      *    PARCELA DE CONTRATO JA BAIXADO SAIU DO 1201 NA BAIXA - O
      *    QUE ENTRA DELA VAI PARA A RECUPERACAO, NAO PARA ESTA ROTA
           PERFORM SOMAR-BAIXAS-DIA.
           IF WRK-RECUPERADO-DIA GREATER WRK-PARCELAS-DIA
              MOVE ZEROS TO WRK-PARCELAS-DIA
           ELSE
              SUBTRACT WRK-RECUPERADO-DIA FROM WRK-PARCELAS-DIA
           END-IF.
           MOVE "EMPRESTIMO" TO WRK-EVENTO.
           MOVE WRK-PARCELAS-DIA TO WRK-VALOR.
           MOVE "PARCELAS RECEBIDAS NO DIA" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.

      *    ENTRADAS E SAIDAS DO DIA VALORIZADAS AO CUSTO
       POSTAR-ESTOQUE SECTION.
           MOVE ZEROS TO WRK-ENTRADAS-DIA WRK-SAIDAS-DIA
                         WRK-MOV-SEM-CUSTO.
           OPEN INPUT ARQPROD.
           OPEN INPUT ARQPRODMOV.
           IF ARQPRODMOV-FS EQUAL ZEROS
              CLOSE ARQPROD
           END-IF.
           MOVE ZEROS TO ARQPROD-FS ARQPRODMOV-FS.
           IF WRK-MOV-SEM-CUSTO GREATER ZEROS
              DISPLAY "AVISO: " WRK-MOV-SEM-CUSTO
                      " MOVIMENTO(S) DE ESTOQUE SEM CUSTO - VALOR ZERO"
           END-IF.
           MOVE "ESTOQUE-E" TO WRK-EVENTO.
           MOVE WRK-ENTRADAS-DIA TO WRK-VALOR.
           MOVE "ENTRADAS DE ESTOQUE DO DIA" TO WRK-HISTORICO.
           MOVE "SAIDAS DE ESTOQUE DO DIA" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.

      *    O MOVIMENTO TRAZ O CUSTO UNITARIO DA HORA (ENTRADA PELO
      *    CUSTO PAGO, O RESTO PELO CUSTO MEDIO); SO O MOVIMENTO
      *    GRAVADO ANTES DO CAMPO VAI BUSCAR O CUSTO MEDIO NO MESTRE
       VALORIZAR-MOVIMENTO SECTION.
           MOVE ZEROS TO WRK-VALOR-MOV.
           IF MOVPROD-CUSTO-UNIT IS NUMERIC
              AND MOVPROD-CUSTO-UNIT GREATER ZEROS
              COMPUTE WRK-VALOR-MOV ROUNDED =
                  MOVPROD-QUANTIDADE * MOVPROD-CUSTO-UNIT
           ELSE
              IF ARQPROD-FS EQUAL ZEROS OR ARQPROD-FS EQUAL 23
                 MOVE MOVPROD-CODIGO TO ARQPROD-CODIGO
                 READ ARQPROD
                 IF ARQPROD-FS EQUAL ZEROS
                    AND ARQPROD-CUSTO-MEDIO IS NUMERIC
                    COMPUTE WRK-VALOR-MOV ROUNDED =
                        MOVPROD-QUANTIDADE * ARQPROD-CUSTO-MEDIO
                 END-IF
                 MOVE ZEROS TO ARQPROD-FS
              END-IF
           END-IF.
           IF WRK-VALOR-MOV EQUAL ZEROS
              AND MOVPROD-QUANTIDADE GREATER ZEROS
              AND (MOVPROD-TIPO EQUAL "E" OR MOVPROD-TIPO EQUAL "D"
                   OR MOVPROD-TIPO EQUAL "V")
              ADD 1 TO WRK-MOV-SEM-CUSTO
           END-IF.
           EVALUATE MOVPROD-TIPO
              WHEN "E"
                 ADD WRK-VALOR-MOV TO WRK-SAIDAS-DIA
           END-EVALUATE.

      *    NOTAS QUE PASSARAM A SER DEVIDAS NO DIA (ENTRADA SEM
      *    DIVERGENCIA OU LIBERACAO DA REVISAO) E PAGAMENTOS DO DIA
       POSTAR-PAGAR SECTION.
           MOVE ZEROS TO WRK-NOTAS-DIA WRK-PAGOS-DIA.
           OPEN INPUT ARQPAGAR.
           IF ARQPAGAR-FS EQUAL ZEROS
              MOVE LOW-VALUES TO PAG-CHAVE
              START ARQPAGAR KEY IS GREATER PAG-CHAVE
              PERFORM UNTIL ARQPAGAR-FS NOT EQUAL ZEROS
                 READ ARQPAGAR NEXT RECORD
                 IF ARQPAGAR-FS EQUAL ZEROS
                    AND PAG-SITUACAO NOT EQUAL "R"
                    AND PAG-DATA-LIBERACAO EQUAL WRK-DATA-ALVO
                    ADD PAG-VALOR TO WRK-NOTAS-DIA
                 END-IF
              END-PERFORM
              CLOSE ARQPAGAR
           END-IF.
           MOVE ZEROS TO ARQPAGAR-FS.
           OPEN INPUT ARQPAGJORNAL.
           IF ARQPAGJORNAL-FS EQUAL ZEROS
              PERFORM UNTIL ARQPAGJORNAL-FS NOT EQUAL ZEROS
                 READ ARQPAGJORNAL
                 IF ARQPAGJORNAL-FS EQUAL ZEROS
                    AND PGJ-DATA EQUAL WRK-DATA-ALVO
                    ADD PGJ-VALOR TO WRK-PAGOS-DIA
                 END-IF
              END-PERFORM
              CLOSE ARQPAGJORNAL
           END-IF.
           MOVE ZEROS TO ARQPAGJORNAL-FS.
           MOVE "PAGAR-NOTA" TO WRK-EVENTO.
           MOVE WRK-NOTAS-DIA TO WRK-VALOR.
           MOVE "NOTAS DE FORNECEDOR DO DIA" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.
           MOVE "PAGAR-BAIXA" TO WRK-EVENTO.
           MOVE WRK-PAGOS-DIA TO WRK-VALOR.
           MOVE "PAGAMENTOS A FORNECEDORES" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.

      *    COTAS DE DEPRECIACAO DATADAS DO DIA NUMA PARTIDA SO; CADA
      *    MOVIMENTO DO IMOBILIZADO DO DIA NAS SUAS PROPRIAS PARTIDAS
       POSTAR-IMOBILIZADO SECTION.
           MOVE ZEROS TO WRK-DEPREC-DIA.
           OPEN INPUT ARQIMOBDEPR.
           IF ARQIMOBDEPR-FS EQUAL ZEROS
              PERFORM UNTIL ARQIMOBDEPR-FS NOT EQUAL ZEROS
                 READ ARQIMOBDEPR NEXT RECORD
                 IF ARQIMOBDEPR-FS EQUAL ZEROS
                    AND DEP-DATA-LANC EQUAL WRK-DATA-ALVO
                    ADD DEP-VALOR TO WRK-DEPREC-DIA
                 END-IF
              END-PERFORM
              CLOSE ARQIMOBDEPR
           END-IF.
           MOVE ZEROS TO ARQIMOBDEPR-FS.
           MOVE "DEPRECIACAO" TO WRK-EVENTO.
           MOVE WRK-DEPREC-DIA TO WRK-VALOR.
           MOVE "DEPRECIACAO DO MES" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.
           OPEN INPUT ARQIMOBMOV.
           IF ARQIMOBMOV-FS EQUAL ZEROS
              PERFORM UNTIL ARQIMOBMOV-FS NOT EQUAL ZEROS
                 READ ARQIMOBMOV
                 IF ARQIMOBMOV-FS EQUAL ZEROS
                    AND IMV-DATA EQUAL WRK-DATA-ALVO
                    PERFORM POSTAR-MOV-IMOB
                 END-IF
              END-PERFORM
              CLOSE ARQIMOBMOV
           END-IF.
           MOVE ZEROS TO ARQIMOBMOV-FS.

       POSTAR-MOV-IMOB SECTION.
           MOVE SPACES TO WRK-HISTORICO.
           IF IMV-TIPO EQUAL "A"
              STRING "AQUISICAO PATRIMONIO " DELIMITED BY SIZE
                     IMV-PATRIMONIO          DELIMITED BY SIZE
                INTO WRK-HISTORICO
              END-STRING
              MOVE "IMOB-AQUIS" TO WRK-EVENTO
              MOVE IMV-CUSTO    TO WRK-VALOR
              PERFORM LANCAR-PARTIDA
           ELSE
              STRING "BAIXA PATRIMONIO " DELIMITED BY SIZE
                     IMV-PATRIMONIO      DELIMITED BY SIZE
                INTO WRK-HISTORICO
              END-STRING
              COMPUTE WRK-IMB-LIQUIDO = IMV-CUSTO - IMV-DEPREC-ACUM
              MOVE "IMOB-BAIXA"    TO WRK-EVENTO
              MOVE IMV-DEPREC-ACUM TO WRK-VALOR
              PERFORM LANCAR-PARTIDA
              MOVE "IMOB-VENDA" TO WRK-EVENTO
              IF IMV-VALOR-VENDA LESS WRK-IMB-LIQUIDO
                 MOVE IMV-VALOR-VENDA TO WRK-VALOR
                 PERFORM LANCAR-PARTIDA
                 MOVE "IMOB-PERDA" TO WRK-EVENTO
                 COMPUTE WRK-VALOR = WRK-IMB-LIQUIDO - IMV-VALOR-VENDA
                 PERFORM LANCAR-PARTIDA
              ELSE
                 MOVE WRK-IMB-LIQUIDO TO WRK-VALOR
                 PERFORM LANCAR-PARTIDA
                 MOVE "IMOB-GANHO" TO WRK-EVENTO
                 COMPUTE WRK-VALOR = IMV-VALOR-VENDA - WRK-IMB-LIQUIDO
                 PERFORM LANCAR-PARTIDA
              END-IF
           END-IF.

      *    SO A TARIFA VAI AO DIARIO - OS DEMAIS LANCAMENTOS DO LIVRO
      *    DE BANCO JA ENTRAM PELOS SEUS PROPRIOS EVENTOS
       POSTAR-BANCO SECTION.
           MOVE ZEROS TO WRK-TARIFAS-DIA.
           OPEN INPUT ARQBANCO.
           IF ARQBANCO-FS EQUAL ZEROS
              PERFORM UNTIL ARQBANCO-FS NOT EQUAL ZEROS
                 READ ARQBANCO NEXT RECORD
                 IF ARQBANCO-FS EQUAL ZEROS
                    AND BCO-ORIGEM EQUAL "T"
                    AND BCO-DATA-LANC EQUAL WRK-DATA-ALVO
                    ADD BCO-VALOR TO WRK-TARIFAS-DIA
                 END-IF
              END-PERFORM
              CLOSE ARQBANCO
           END-IF.
           MOVE ZEROS TO ARQBANCO-FS.
           MOVE "TARIFA-BANCO" TO WRK-EVENTO.
           MOVE WRK-TARIFAS-DIA TO WRK-VALOR.
           MOVE "TARIFAS BANCARIAS DO DIA" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.

      *    JUROS + MULTA - DESCONTO DAS BAIXAS DE PARCELA DO DIA
       POSTAR-MORA SECTION.
           MOVE ZEROS TO WRK-MORA-DIA.
           OPEN INPUT ARQPPG.
           IF ARQPPG-FS EQUAL ZEROS
              PERFORM UNTIL ARQPPG-FS NOT EQUAL ZEROS
                 READ ARQPPG
                 IF ARQPPG-FS EQUAL ZEROS
                    AND PPG-DATA-PAGAMENTO EQUAL WRK-DATA-ALVO
                    COMPUTE WRK-MORA-DIA = WRK-MORA-DIA + PPG-JUROS
                                         + PPG-MULTA - PPG-DESCONTO
                 END-IF
              END-PERFORM
              CLOSE ARQPPG
           END-IF.
           MOVE ZEROS TO ARQPPG-FS.
           MOVE "JUROS-MORA" TO WRK-EVENTO.
           MOVE WRK-MORA-DIA TO WRK-VALOR.
           MOVE "JUROS E MULTAS DE EMPRESTIMO" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.

       SOMAR-BAIXAS-DIA SECTION.
           MOVE ZEROS TO WRK-BAIXADO-DIA WRK-PROV-USADA-DIA
                         WRK-RECUPERADO-DIA.
           OPEN INPUT ARQBXA.
           IF ARQBXA-FS EQUAL ZEROS
              PERFORM UNTIL ARQBXA-FS NOT EQUAL ZEROS
                 READ ARQBXA
                 IF ARQBXA-FS EQUAL ZEROS
                    AND BXA-DATA EQUAL WRK-DATA-ALVO
                    IF BXA-TIPO EQUAL "B"
                       ADD BXA-VALOR    TO WRK-BAIXADO-DIA
                       ADD BXA-PROVISAO TO WRK-PROV-USADA-DIA
                    ELSE
                       ADD BXA-VALOR    TO WRK-RECUPERADO-DIA
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQBXA
           END-IF.
           MOVE ZEROS TO ARQBXA-FS.

      *    SALDO BAIXADO NO DIA: PARTE PROVISIONADA CONTRA A PROVISAO,
      *    O RESTO E PERDA; RECEBIMENTOS DE CONTRATO BAIXADO SAO
      *    RECUPERACAO (TOTAIS APURADOS NO POSTAR-PARCELAS)
       POSTAR-BAIXAS SECTION.
           MOVE "BAIXA-PROV" TO WRK-EVENTO.
           MOVE WRK-PROV-USADA-DIA TO WRK-VALOR.
           MOVE "PROVISAO CONSUMIDA EM BAIXAS" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.
           COMPUTE WRK-PERDA-DIA = WRK-BAIXADO-DIA - WRK-PROV-USADA-DIA.
           MOVE "PERDA-EMPR" TO WRK-EVENTO.
           MOVE WRK-PERDA-DIA TO WRK-VALOR.
           MOVE "EMPRESTIMOS BAIXADOS P/ PERDA" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.
           MOVE "RECUPERACAO" TO WRK-EVENTO.
           MOVE WRK-RECUPERADO-DIA TO WRK-VALOR.
           MOVE "RECUPERACAO DE EMPRESTIMOS" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.

      *    LINHA "TOTAIS,,BRUTO,,INSS,IRRF,LIQUIDO,GORJETA" DA FOLHA -
      *    O BRUTO DO MES MENOS AS GORJETAS E A DESPESA DE SALARIOS; A
      *    GORJETA PAGA NA FOLHA BAIXA O PASSIVO DE GORJETAS
       POSTAR-FOLHA SECTION.
           OPEN INPUT ARQFOLHA.
           IF ARQFOLHA-FS EQUAL ZEROS
                    AND ARQFOLHA-LINHA(1:7) EQUAL "TOTAIS,"
                    MOVE SPACES TO WRK-CSV-C1 WRK-CSV-C2 WRK-CSV-C3
                                   WRK-CSV-C4 WRK-CSV-C5 WRK-CSV-C6
                                   WRK-CSV-C7 WRK-CSV-C8
                    UNSTRING ARQFOLHA-LINHA DELIMITED BY ","
                       INTO WRK-CSV-C1 WRK-CSV-C2 WRK-CSV-C3
                            WRK-CSV-C4 WRK-CSV-C5 WRK-CSV-C6
                            WRK-CSV-C7 WRK-CSV-C8
                    END-UNSTRING
                    MOVE ZEROS TO WRK-FOLHA-BRUTO WRK-FOLHA-GORJETA
                    IF WRK-CSV-C8(1:11) IS NUMERIC
                       MOVE WRK-CSV-C8(1:11) TO WRK-CSV-NUM-X
                       MOVE WRK-CSV-NUM TO WRK-FOLHA-GORJETA
                    END-IF
                    IF WRK-CSV-C3(1:11) IS NUMERIC
                       MOVE WRK-CSV-C3(1:11) TO WRK-CSV-NUM-X
                       MOVE WRK-CSV-NUM TO WRK-FOLHA-BRUTO
                       IF WRK-FOLHA-GORJETA GREATER WRK-FOLHA-BRUTO
                          MOVE WRK-FOLHA-BRUTO TO WRK-FOLHA-GORJETA
                       END-IF
                       MOVE "FOLHA" TO WRK-EVENTO
                       COMPUTE WRK-VALOR =
                               WRK-FOLHA-BRUTO - WRK-FOLHA-GORJETA
                       MOVE "TOTAL BRUTO DA FOLHA DO MES"
                         TO WRK-HISTORICO
                       PERFORM LANCAR-PARTIDA
                       MOVE "GORJETA-PAG" TO WRK-EVENTO
                       MOVE WRK-FOLHA-GORJETA TO WRK-VALOR
                       MOVE "GORJETAS PAGAS NA FOLHA"
                         TO WRK-HISTORICO
                       PERFORM LANCAR-PARTIDA
                    END-IF
                 END-IF
              END-PERFORM
           MOVE "COMISSAO" TO WRK-EVENTO.
           MOVE "COMISSOES DO MES" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.

      *    MOVIMENTOS DO DIA NO EXTRATO DE PONTOS, TODOS AO VALOR DO
      *    PONTO DO SETUP (O MESMO QUE MEDE O PASSIVO); A DEVOLUCAO DE
      *    RESGATE NO CANCELAMENTO RECOMPOE O PASSIVO COMO UM GANHO
       POSTAR-PONTOS SECTION.
           MOVE ZEROS TO WRK-VALOR-PONTO.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 AND PARM-PTS-VALOR-PONTO IS NUMERIC
                 MOVE PARM-PTS-VALOR-PONTO TO WRK-VALOR-PONTO
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.
           MOVE ZEROS TO WRK-PTS-GANHOS WRK-PTS-RESGATADOS
                         WRK-PTS-ESTORNADOS WRK-PTS-VENCIDOS
                         WRK-PTS-EM-ABERTO.
           OPEN INPUT ARQPONTOS.
           IF ARQPONTOS-FS EQUAL ZEROS
              PERFORM UNTIL ARQPONTOS-FS NOT EQUAL ZEROS
                 READ ARQPONTOS
                 IF ARQPONTOS-FS EQUAL ZEROS
                    PERFORM SOMAR-MOVIMENTO-PONTOS
                 END-IF
              END-PERFORM
              CLOSE ARQPONTOS
           END-IF.
           MOVE ZEROS TO ARQPONTOS-FS.
           MOVE "PONTOS-GANHO" TO WRK-EVENTO.
           COMPUTE WRK-VALOR = WRK-PTS-GANHOS * WRK-VALOR-PONTO.
           MOVE "PONTOS DE FIDELIDADE GANHOS" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.
           MOVE "PONTOS-RESG" TO WRK-EVENTO.
           COMPUTE WRK-VALOR = WRK-PTS-RESGATADOS * WRK-VALOR-PONTO.
           MOVE "VENDAS PAGAS EM PONTOS" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.
           MOVE "PONTOS-ESTOR" TO WRK-EVENTO.
           COMPUTE WRK-VALOR = WRK-PTS-ESTORNADOS * WRK-VALOR-PONTO.
           MOVE "PONTOS ESTORNADOS NO DIA" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.
           MOVE "PONTOS-EXPIR" TO WRK-EVENTO.
           COMPUTE WRK-VALOR = WRK-PTS-VENCIDOS * WRK-VALOR-PONTO.
           MOVE "PONTOS VENCIDOS NO DIA" TO WRK-HISTORICO.
           PERFORM LANCAR-PARTIDA.
           COMPUTE WRK-PASSIVO-PONTOS =
                   WRK-PTS-EM-ABERTO * WRK-VALOR-PONTO.
           DISPLAY "PONTOS EM ABERTO.....: " WRK-PTS-EM-ABERTO.
           DISPLAY "PASSIVO DE PONTOS EM ABERTO: " WRK-PASSIVO-PONTOS.

       SOMAR-MOVIMENTO-PONTOS SECTION.
           EVALUATE PTS-TIPO
              WHEN "G"
              WHEN "D"
                 ADD PTS-PONTOS TO WRK-PTS-EM-ABERTO
              WHEN "R"
              WHEN "E"
              WHEN "X"
                 SUBTRACT PTS-PONTOS FROM WRK-PTS-EM-ABERTO
           END-EVALUATE.
           IF PTS-DATA EQUAL WRK-DATA-ALVO
              EVALUATE PTS-TIPO
                 WHEN "G"
                 WHEN "D"
                    ADD PTS-PONTOS TO WRK-PTS-GANHOS
                 WHEN "R"
                    ADD PTS-PONTOS TO WRK-PTS-RESGATADOS
                 WHEN "E"
                    ADD PTS-PONTOS TO WRK-PTS-ESTORNADOS
                 WHEN "X"
                    ADD PTS-PONTOS TO WRK-PTS-VENCIDOS
              END-EVALUATE
           END-IF.
