       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEMMENSAL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: RELATORIO MENSAL DE MARGEM BRUTA - LE AS VENDAS DO MES
      *(VENDAS.TXT, LINHAS DE ITEM E VENDA ANTIGA) E, POR PRODUTO, DA
      *A QUANTIDADE, A RECEITA PELO PRECO PRATICADO, O CMV PELO CUSTO
      *MEDIO VIGENTE NA DATA DA VENDA (HISTORICO ARQPRODCUSTO.DAT DO
      *PRODCUSTO; SEM HISTORICO, O ARQPROD-CUSTO-MEDIO ATUAL), A MARGEM
      *EM VALOR E EM PERCENTUAL E A CLASSE ABC, COM SUBTOTAL POR
      *CATEGORIA (ARQPRODCAT.DAT, COMO O PRODVALOR) E TOTAL DA LOJA. AS
      *DEVOLUCOES DO MES (ARQDEVOLUCAO.DAT) SAEM DA QUANTIDADE, DA
      *RECEITA E DO CMV (A CUSTO DA DATA DA VENDA ORIGINAL). QUEBRA
      *POR VENDEDOR SEPARANDO O QUE FOI VENDIDO FORA E DENTRO DE
      *PROMOCAO (ARQPRODPROMO.DAT NA DATA DA VENDA) E LISTA OS PRODUTOS
      *VENDIDOS ABAIXO DO CUSTO. SAIDAS: SPOOL E CSV
      *(DADOS/MARGEM_MENSAL.CSV). RODA NO LOTE DE FIM DE MES.
      *AS VENDAS DO MES VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDEVOLUCAO ASSIGN TO "DADOS/ARQDEVOLUCAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQDEVOLUCAO-FS.

           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQPRODCAT ASSIGN TO "DADOS/ARQPRODCAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPRODCAT-FS
           RECORD KEY IS CATPROD-CODIGO.

           SELECT ARQPROMO ASSIGN TO "DADOS/ARQPRODPROMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROMO-FS
           RECORD KEY IS PROMO-CHAVE.

           SELECT ARQCUSTO ASSIGN TO "DADOS/ARQPRODCUSTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCUSTO-FS.

           SELECT ARQMRGCSV ASSIGN TO
                  "DADOS/MARGEM_MENSAL.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQMRGCSV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQDEVOLUCAO
           RECORDING MODE IS F.
       COPY "#DEVOLUCAO".

       FD ARQPROD.
       COPY "#PROD".

       FD ARQPRODCAT.
       COPY "#PRODCAT".

       FD ARQPROMO.
       COPY "#PROD-PROMO".

       FD ARQCUSTO
           RECORDING MODE IS F.
       COPY "#PROD-CUSTO".

       FD ARQMRGCSV.
       01 ARQMRGCSV-LINHA    PIC X(132).

       WORKING-STORAGE SECTION.
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
       COPY "#MOVACESSO".

       01 ARQDEVOLUCAO-FS    PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPRODCAT-FS      PIC 9(02) VALUES ZEROS.
       01 ARQPROMO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQCUSTO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQMRGCSV-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-MES-REF        PIC 9(06) VALUES ZEROS.
       01 WRK-CAT-CORRENTE   PIC X(12) VALUES SPACES.
       01 WRK-DEVOLUCOES     PIC 9(05) VALUES ZEROS.
       01 WRK-LINHAS-SEM-CUSTO PIC 9(05) VALUES ZEROS.
       01 WRK-LINHAS-IGNORADAS PIC 9(05) VALUES ZEROS.
       01 WRK-EXCECOES       PIC 9(05) VALUES ZEROS.

      *----------LINHA DE VENDA OU DEVOLUCAO A ACUMULAR
      *    TIPO "V" VENDA SOMA / "D" DEVOLUCAO SUBTRAI
       01 WRK-LIN-TIPO       PIC X(01) VALUES SPACES.
       01 WRK-LIN-PRODUTO    PIC 9(04) VALUES ZEROS.
       01 WRK-LIN-VENDEDOR   PIC 9(04) VALUES ZEROS.
       01 WRK-LIN-QTD        PIC 9(06) VALUES ZEROS.
       01 WRK-LIN-VALOR      PIC 9(07)V99 VALUES ZEROS.
       01 WRK-LIN-DATA-VENDA PIC 9(08) VALUES ZEROS.
       01 WRK-LIN-CUSTO      PIC 9(06)V9999 VALUES ZEROS.
       01 WRK-LIN-CMV        PIC 9(09)V99 VALUES ZEROS.
       01 WRK-LIN-PROMO      PIC X(01) VALUES "N".

      *----------HISTORICO DE CUSTO MEDIO (ORDEM DE GRAVACAO)
       01 WRK-QTD-HISTORICO  PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-TAB-HISTORICO.
           05 WRK-HIS-ITEM OCCURS 3000 TIMES.
               10 WRK-HIS-CODIGO    PIC 9(04).
               10 WRK-HIS-DATA      PIC 9(08).
               10 WRK-HIS-ANTES     PIC 9(06)V9999.
               10 WRK-HIS-DEPOIS    PIC 9(06)V9999.
       01 WRK-HIS-FIM        PIC X(01) VALUES "N".

      *----------PRODUTOS DO MES, EM ORDEM DE CODIGO
       01 WRK-QTD-PRODUTOS   PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-TAB-PRODUTOS.
           05 WRK-PRD-ITEM OCCURS 500 TIMES.
               10 WRK-PRD-CODIGO       PIC 9(04).
               10 WRK-PRD-DESCRICAO    PIC X(25).
               10 WRK-PRD-CATEGORIA    PIC X(12).
               10 WRK-PRD-CLASSE       PIC X(01).
               10 WRK-PRD-CUSTO-ATUAL  PIC 9(06)V9999.
               10 WRK-PRD-QTD          PIC S9(07).
               10 WRK-PRD-RECEITA      PIC S9(09)V99.
               10 WRK-PRD-CMV          PIC S9(09)V99.
               10 WRK-PRD-ABX-QTD      PIC 9(07).
               10 WRK-PRD-ABX-RECEITA  PIC 9(09)V99.
               10 WRK-PRD-ABX-CMV      PIC 9(09)V99.
               10 WRK-PRD-IMPRESSO     PIC X(01).

      *----------VENDEDORES DO MES, EM ORDEM DE CODIGO
       01 WRK-QTD-VENDEDORES PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-TAB-VENDEDORES.
           05 WRK-VND-ITEM OCCURS 100 TIMES.
               10 WRK-VND-CODIGO       PIC 9(04).
               10 WRK-VND-QTD          PIC S9(07).
               10 WRK-VND-RECEITA      PIC S9(09)V99.
               10 WRK-VND-CMV          PIC S9(09)V99.
               10 WRK-VND-PRM-QTD      PIC S9(07).
               10 WRK-VND-PRM-RECEITA  PIC S9(09)V99.
               10 WRK-VND-PRM-CMV      PIC S9(09)V99.

       01 WRK-IDX            PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-IDX-PRD        PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-IDX-VND        PIC 9(04) USAGE COMP VALUE ZERO.

      *----------ACUMULADORES DE UMA LINHA DO RELATORIO
       01 WRK-ACU-QTD        PIC S9(07) VALUES ZEROS.
       01 WRK-ACU-RECEITA    PIC S9(09)V99 VALUES ZEROS.
       01 WRK-ACU-CMV        PIC S9(09)V99 VALUES ZEROS.
       01 WRK-ACU-MARGEM     PIC S9(09)V99 VALUES ZEROS.
       01 WRK-ACU-PCT        PIC S9(05)V9 VALUES ZEROS.
       01 WRK-CAT-QTD        PIC S9(07) VALUES ZEROS.
       01 WRK-CAT-RECEITA    PIC S9(09)V99 VALUES ZEROS.
       01 WRK-CAT-CMV        PIC S9(09)V99 VALUES ZEROS.
       01 WRK-CAT-PRODUTOS   PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-QTD        PIC S9(07) VALUES ZEROS.
       01 WRK-TOT-RECEITA    PIC S9(09)V99 VALUES ZEROS.
       01 WRK-TOT-CMV        PIC S9(09)V99 VALUES ZEROS.
       01 WRK-CSV-TIPO       PIC X(01) VALUES SPACES.
       01 WRK-CSV-CODIGO     PIC 9(04) VALUES ZEROS.
       01 WRK-CSV-DESCRICAO  PIC X(25) VALUES SPACES.
       01 WRK-CSV-CATEGORIA  PIC X(12) VALUES SPACES.
       01 WRK-CSV-CLASSE     PIC X(01) VALUES SPACES.

      *----------LINHA DO RELATORIO - ROTULO OU PRODUTO + VALORES
       01 WRK-LINHA-MRG.
           05 WRK-MRG-ROTULO      PIC X(28).
           05 WRK-MRG-PRODUTO REDEFINES WRK-MRG-ROTULO.
               10 WRK-MRG-CODIGO    PIC 9(04).
               10 FILLER            PIC X(01).
               10 WRK-MRG-DESCRICAO PIC X(20).
               10 FILLER            PIC X(01).
               10 WRK-MRG-CLASSE    PIC X(01).
               10 FILLER            PIC X(01).
           05 WRK-MRG-QTD         PIC -ZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-MRG-RECEITA     PIC -ZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-MRG-CMV         PIC -ZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-MRG-MARGEM      PIC -ZZZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-MRG-PCT         PIC -ZZZ9.9.

       01 WRK-CSV-QTD        PIC +9(07).
       01 WRK-CSV-RECEITA    PIC +9(09).99.
       01 WRK-CSV-CMV        PIC +9(09).99.
       01 WRK-CSV-MARGEM     PIC +9(09).99.
       01 WRK-CSV-PCT        PIC +9(05).9.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL (MARGEM BRUTA)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "MARGEM DO MES".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "MARGEMMENSAL".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "MARGEMMENSAL - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-MES-REF.
           OPEN INPUT ARQPROD.
           OPEN INPUT ARQPROMO.
           PERFORM CARREGAR-HISTORICO.
           PERFORM ACUMULAR-VENDAS.
           PERFORM ACUMULAR-DEVOLUCOES.
           PERFORM IMPRIMIR-RELATORIO.
           IF ARQPROD-FS EQUAL ZEROS OR ARQPROD-FS EQUAL 10
              CLOSE ARQPROD
           END-IF.
           IF ARQPROMO-FS EQUAL ZEROS OR ARQPROMO-FS EQUAL 10
              CLOSE ARQPROMO
           END-IF.
           IF WRK-LINHAS-IGNORADAS GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "MARGEMMENSAL - FIM".
           GOBACK.

      *    O ARQPRODCUSTO.DAT E GRAVADO EM ORDEM CRONOLOGICA PELO
      *    PRODCUSTO, ENTAO A TABELA JA FICA NA ORDEM CERTA PARA A BUSCA
      *    DO CUSTO VIGENTE NUMA DATA
       CARREGAR-HISTORICO SECTION.
           OPEN INPUT ARQCUSTO.
           IF ARQCUSTO-FS EQUAL ZEROS
              PERFORM UNTIL ARQCUSTO-FS NOT EQUAL ZEROS
                 READ ARQCUSTO
                    AT END MOVE 10 TO ARQCUSTO-FS
                    NOT AT END
                       IF WRK-QTD-HISTORICO LESS 3000
                          ADD 1 TO WRK-QTD-HISTORICO
                          MOVE CUSTO-CODIGO
                            TO WRK-HIS-CODIGO(WRK-QTD-HISTORICO)
                          MOVE CUSTO-DATA
                            TO WRK-HIS-DATA(WRK-QTD-HISTORICO)
                          MOVE CUSTO-MEDIO-ANTES
                            TO WRK-HIS-ANTES(WRK-QTD-HISTORICO)
                          MOVE CUSTO-MEDIO-DEPOIS
                            TO WRK-HIS-DEPOIS(WRK-QTD-HISTORICO)
                       ELSE
                          DISPLAY "HISTORICO DE CUSTO ACIMA DE 3000 "
                                  "REGISTROS - RESTANTE IGNORADO"
                          MOVE 4  TO RETURN-CODE
                          MOVE 10 TO ARQCUSTO-FS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQCUSTO
           ELSE
              DISPLAY "SEM ARQPRODCUSTO.DAT (STATUS " ARQCUSTO-FS
                      ") - CMV PELO CUSTO MEDIO ATUAL"
           END-IF.

      *    MARGEM E POR PRODUTO: SO AS LINHAS DE ITEM (E A VENDA
      *    ANTIGA) - O CABECALHO "C" DO TICKET SO TOTALIZA
       ACUMULAR-VENDAS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "V"          TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = WRK-MES-REF * 100 + 1.
           COMPUTE MVA-DATA-FIM = WRK-MES-REF * 100 + 31.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                    IF VEN-DATA(1:6) EQUAL WRK-MES-REF
                       AND VEN-TIPO-REG NOT EQUAL "C"
                       MOVE "V"            TO WRK-LIN-TIPO
                       MOVE VEN-PRODUTO    TO WRK-LIN-PRODUTO
                       MOVE VEN-VENDEDOR   TO WRK-LIN-VENDEDOR
                       MOVE VEN-QUANTIDADE TO WRK-LIN-QTD
                       MOVE VEN-VALOR      TO WRK-LIN-VALOR
                       MOVE VEN-DATA       TO WRK-LIN-DATA-VENDA
                       PERFORM ACUMULAR-LINHA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM VENDAS.TXT (STATUS " MVA-STATUS ")"
           END-IF.

      *    DEVOLUCAO ENTRA NO MES EM QUE ACONTECEU, COM O CUSTO E A
      *    PROMOCAO DA DATA DA VENDA ORIGINAL
       ACUMULAR-DEVOLUCOES SECTION.
           OPEN INPUT ARQDEVOLUCAO.
           IF ARQDEVOLUCAO-FS EQUAL ZEROS
              PERFORM UNTIL ARQDEVOLUCAO-FS NOT EQUAL ZEROS
                 READ ARQDEVOLUCAO
                    AT END MOVE 10 TO ARQDEVOLUCAO-FS
                    NOT AT END
                       IF DEV-DATA(1:6) EQUAL WRK-MES-REF
                          ADD 1 TO WRK-DEVOLUCOES
                          MOVE "D"            TO WRK-LIN-TIPO
                          MOVE DEV-PRODUTO    TO WRK-LIN-PRODUTO
                          MOVE DEV-VENDEDOR   TO WRK-LIN-VENDEDOR
                          MOVE DEV-QUANTIDADE TO WRK-LIN-QTD
                          MOVE DEV-VALOR      TO WRK-LIN-VALOR
                          MOVE DEV-DATA-VENDA TO WRK-LIN-DATA-VENDA
                          PERFORM ACUMULAR-LINHA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQDEVOLUCAO
           END-IF.

       ACUMULAR-LINHA SECTION.
      *    VENDA ANTIGA SEM QUANTIDADE GRAVADA VALE UMA UNIDADE
           IF WRK-LIN-QTD EQUAL ZEROS
              MOVE 1 TO WRK-LIN-QTD
           END-IF.
           PERFORM LOCALIZAR-PRODUTO.
           IF WRK-IDX-PRD EQUAL ZERO
              ADD 1 TO WRK-LINHAS-IGNORADAS
           ELSE
              PERFORM RESOLVER-CUSTO
              COMPUTE WRK-LIN-CMV ROUNDED =
                      WRK-LIN-QTD * WRK-LIN-CUSTO
              IF WRK-LIN-CUSTO EQUAL ZEROS
                 ADD 1 TO WRK-LINHAS-SEM-CUSTO
              END-IF
              PERFORM VERIFICAR-PROMOCAO
              PERFORM LOCALIZAR-VENDEDOR
              IF WRK-LIN-TIPO EQUAL "V"
                 ADD WRK-LIN-QTD   TO WRK-PRD-QTD(WRK-IDX-PRD)
                 ADD WRK-LIN-VALOR TO WRK-PRD-RECEITA(WRK-IDX-PRD)
                 ADD WRK-LIN-CMV   TO WRK-PRD-CMV(WRK-IDX-PRD)
                 IF WRK-LIN-CUSTO GREATER ZEROS
                    AND WRK-LIN-VALOR LESS WRK-LIN-CMV
                    ADD WRK-LIN-QTD
                     TO WRK-PRD-ABX-QTD(WRK-IDX-PRD)
                    ADD WRK-LIN-VALOR
                     TO WRK-PRD-ABX-RECEITA(WRK-IDX-PRD)
                    ADD WRK-LIN-CMV
                     TO WRK-PRD-ABX-CMV(WRK-IDX-PRD)
                 END-IF
              ELSE
                 SUBTRACT WRK-LIN-QTD
                     FROM WRK-PRD-QTD(WRK-IDX-PRD)
                 SUBTRACT WRK-LIN-VALOR
                     FROM WRK-PRD-RECEITA(WRK-IDX-PRD)
                 SUBTRACT WRK-LIN-CMV
                     FROM WRK-PRD-CMV(WRK-IDX-PRD)
              END-IF
              IF WRK-IDX-VND EQUAL ZERO
                 ADD 1 TO WRK-LINHAS-IGNORADAS
              ELSE
                 PERFORM ACUMULAR-VENDEDOR
              END-IF
           END-IF.

       ACUMULAR-VENDEDOR SECTION.
           IF WRK-LIN-TIPO EQUAL "V"
              ADD WRK-LIN-QTD   TO WRK-VND-QTD(WRK-IDX-VND)
              ADD WRK-LIN-VALOR TO WRK-VND-RECEITA(WRK-IDX-VND)
              ADD WRK-LIN-CMV   TO WRK-VND-CMV(WRK-IDX-VND)
              IF WRK-LIN-PROMO EQUAL "S"
                 ADD WRK-LIN-QTD   TO WRK-VND-PRM-QTD(WRK-IDX-VND)
                 ADD WRK-LIN-VALOR TO WRK-VND-PRM-RECEITA(WRK-IDX-VND)
                 ADD WRK-LIN-CMV   TO WRK-VND-PRM-CMV(WRK-IDX-VND)
              END-IF
           ELSE
              SUBTRACT WRK-LIN-QTD   FROM WRK-VND-QTD(WRK-IDX-VND)
              SUBTRACT WRK-LIN-VALOR FROM WRK-VND-RECEITA(WRK-IDX-VND)
              SUBTRACT WRK-LIN-CMV   FROM WRK-VND-CMV(WRK-IDX-VND)
              IF WRK-LIN-PROMO EQUAL "S"
                 SUBTRACT WRK-LIN-QTD
                     FROM WRK-VND-PRM-QTD(WRK-IDX-VND)
                 SUBTRACT WRK-LIN-VALOR
                     FROM WRK-VND-PRM-RECEITA(WRK-IDX-VND)
                 SUBTRACT WRK-LIN-CMV
                     FROM WRK-VND-PRM-CMV(WRK-IDX-VND)
              END-IF
           END-IF.

      *    BUSCA O PRODUTO NA TABELA; SE AINDA NAO ESTA, ABRE ESPACO NA
      *    POSICAO DO CODIGO E TRAZ DESCRICAO, CATEGORIA, CLASSE ABC E
      *    CUSTO MEDIO ATUAL DO ARQPROD. TABELA CHEIA DEVOLVE ZERO
       LOCALIZAR-PRODUTO SECTION.
           MOVE ZERO TO WRK-IDX-PRD.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-PRODUTOS
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-PRD-CODIGO(WRK-IDX) NOT LESS WRK-LIN-PRODUTO
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZERO
              COMPUTE WRK-IDX-ACHADO = WRK-QTD-PRODUTOS + 1
           ELSE
              IF WRK-PRD-CODIGO(WRK-IDX-ACHADO)
                 EQUAL WRK-LIN-PRODUTO
                 MOVE WRK-IDX-ACHADO TO WRK-IDX-PRD
              END-IF
           END-IF.
           IF WRK-IDX-PRD EQUAL ZERO
              AND WRK-QTD-PRODUTOS LESS 500
              PERFORM INCLUIR-PRODUTO
           END-IF.

       INCLUIR-PRODUTO SECTION.
           ADD 1 TO WRK-QTD-PRODUTOS.
           PERFORM VARYING WRK-IDX FROM WRK-QTD-PRODUTOS BY -1
                   UNTIL WRK-IDX NOT GREATER WRK-IDX-ACHADO
              MOVE WRK-PRD-ITEM(WRK-IDX - 1) TO WRK-PRD-ITEM(WRK-IDX)
           END-PERFORM.
           MOVE WRK-IDX-ACHADO TO WRK-IDX-PRD.
           INITIALIZE WRK-PRD-ITEM(WRK-IDX-PRD).
           MOVE WRK-LIN-PRODUTO TO WRK-PRD-CODIGO(WRK-IDX-PRD).
           MOVE "N"             TO WRK-PRD-IMPRESSO(WRK-IDX-PRD).
           MOVE "PRODUTO NAO CADASTRADO"
             TO WRK-PRD-DESCRICAO(WRK-IDX-PRD).
           IF ARQPROD-FS EQUAL ZEROS
              MOVE WRK-LIN-PRODUTO TO ARQPROD-CODIGO
              READ ARQPROD
              IF ARQPROD-FS EQUAL ZEROS
                 MOVE ARQPROD-DESCRICAO
                   TO WRK-PRD-DESCRICAO(WRK-IDX-PRD)
                 MOVE ARQPROD-CATEGORIA
                   TO WRK-PRD-CATEGORIA(WRK-IDX-PRD)
                 MOVE ARQPROD-CLASSE-ABC
                   TO WRK-PRD-CLASSE(WRK-IDX-PRD)
      *          REGISTRO AINDA SEM O CAMPO (LAYOUT 03) VALE SEM CUSTO
                 IF ARQPROD-CUSTO-MEDIO IS NUMERIC
                    MOVE ARQPROD-CUSTO-MEDIO
                      TO WRK-PRD-CUSTO-ATUAL(WRK-IDX-PRD)
                 END-IF
              END-IF
              MOVE ZEROS TO ARQPROD-FS
           END-IF.

       LOCALIZAR-VENDEDOR SECTION.
           MOVE ZERO TO WRK-IDX-VND.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-VENDEDORES
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-VND-CODIGO(WRK-IDX) NOT LESS WRK-LIN-VENDEDOR
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZERO
              COMPUTE WRK-IDX-ACHADO = WRK-QTD-VENDEDORES + 1
           ELSE
              IF WRK-VND-CODIGO(WRK-IDX-ACHADO)
                 EQUAL WRK-LIN-VENDEDOR
                 MOVE WRK-IDX-ACHADO TO WRK-IDX-VND
              END-IF
           END-IF.
           IF WRK-IDX-VND EQUAL ZERO
              AND WRK-QTD-VENDEDORES LESS 100
              ADD 1 TO WRK-QTD-VENDEDORES
              PERFORM VARYING WRK-IDX FROM WRK-QTD-VENDEDORES BY -1
                      UNTIL WRK-IDX NOT GREATER WRK-IDX-ACHADO
                 MOVE WRK-VND-ITEM(WRK-IDX - 1)
                   TO WRK-VND-ITEM(WRK-IDX)
              END-PERFORM
              MOVE WRK-IDX-ACHADO TO WRK-IDX-VND
              INITIALIZE WRK-VND-ITEM(WRK-IDX-VND)
              MOVE WRK-LIN-VENDEDOR TO WRK-VND-CODIGO(WRK-IDX-VND)
           END-IF.

      *    CUSTO MEDIO VIGENTE NA DATA DA VENDA: O CUSTO RESULTANTE DA
      *    ULTIMA ENTRADA ATE A DATA; SEM ENTRADA ATE LA, O CUSTO QUE
      *    VALIA ANTES DA PRIMEIRA ENTRADA POSTERIOR; PRODUTO SEM
      *    HISTORICO NENHUM FICA COM O CUSTO MEDIO ATUAL DO CADASTRO
       RESOLVER-CUSTO SECTION.
           MOVE WRK-PRD-CUSTO-ATUAL(WRK-IDX-PRD) TO WRK-LIN-CUSTO.
           MOVE "N" TO WRK-HIS-FIM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-HISTORICO
                      OR WRK-HIS-FIM EQUAL "S"
              IF WRK-HIS-CODIGO(WRK-IDX) EQUAL WRK-LIN-PRODUTO
                 IF WRK-HIS-DATA(WRK-IDX) NOT GREATER
                    WRK-LIN-DATA-VENDA
                    MOVE WRK-HIS-DEPOIS(WRK-IDX) TO WRK-LIN-CUSTO
                    MOVE "A" TO WRK-HIS-FIM
                 ELSE
                    IF WRK-HIS-FIM NOT EQUAL "A"
                       MOVE WRK-HIS-ANTES(WRK-IDX) TO WRK-LIN-CUSTO
                    END-IF
                    MOVE "S" TO WRK-HIS-FIM
                 END-IF
              END-IF
           END-PERFORM.

      *    PROMOCAO DO PRODUTO COM A DATA DA VENDA DENTRO DA JANELA
      *    INICIO/FIM (MESMA BUSCA DO PRODPRECOVIG)
       VERIFICAR-PROMOCAO SECTION.
           MOVE "N" TO WRK-LIN-PROMO.
           IF ARQPROMO-FS EQUAL ZEROS
              MOVE WRK-LIN-PRODUTO TO PROMO-CODIGO
              MOVE ZEROS           TO PROMO-INICIO
              START ARQPROMO KEY IS GREATER OR EQUAL PROMO-CHAVE
              PERFORM UNTIL ARQPROMO-FS NOT EQUAL ZEROS
                 READ ARQPROMO NEXT RECORD
                 IF ARQPROMO-FS EQUAL ZEROS
                    IF PROMO-CODIGO NOT EQUAL WRK-LIN-PRODUTO
                       OR PROMO-INICIO GREATER WRK-LIN-DATA-VENDA
                       MOVE 10 TO ARQPROMO-FS
                    ELSE
                       IF PROMO-FIM NOT LESS WRK-LIN-DATA-VENDA
                          MOVE "S" TO WRK-LIN-PROMO
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQPROMO-FS
           END-IF.

       IMPRIMIR-RELATORIO SECTION.
           OPEN OUTPUT ARQMRGCSV.
           MOVE SPACES TO ARQMRGCSV-LINHA.
           STRING "TIPO,CODIGO,DESCRICAO,CATEGORIA,CLASSE,QTD,"
                  "RECEITA,CMV,MARGEM,MARGEM %"
                  DELIMITED BY SIZE
             INTO ARQMRGCSV-LINHA
           END-STRING.
           WRITE ARQMRGCSV-LINHA.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "MARGEM BRUTA DO MES " DELIMITED BY SIZE
                  WRK-MES-REF            DELIMITED BY SIZE
                  " - CMV A CUSTO MEDIO DA DATA DA VENDA"
                                         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE ZEROS TO WRK-TOT-QTD WRK-TOT-RECEITA WRK-TOT-CMV.
           OPEN INPUT ARQPRODCAT.
           IF ARQPRODCAT-FS EQUAL ZEROS
              MOVE LOW-VALUES TO CATPROD-CODIGO
              START ARQPRODCAT KEY IS GREATER CATPROD-CODIGO
              PERFORM UNTIL ARQPRODCAT-FS NOT EQUAL ZEROS
                 READ ARQPRODCAT NEXT RECORD
                 IF ARQPRODCAT-FS EQUAL ZEROS
                    MOVE CATPROD-DESCRICAO TO WRK-CAT-CORRENTE
                    PERFORM IMPRIMIR-CATEGORIA
                 END-IF
              END-PERFORM
              CLOSE ARQPRODCAT
           END-IF.
      *    O QUE SOBROU - CATEGORIA FORA DA TABELA OU PRODUTO QUE NAO
      *    ESTA MAIS NO CADASTRO - SAI NUM GRUPO PROPRIO
           MOVE "SEM CATEGORIA" TO WRK-CAT-CORRENTE.
           PERFORM IMPRIMIR-CATEGORIA.

           MOVE "TOTAL DA LOJA" TO WRK-MRG-ROTULO.
           MOVE WRK-TOT-QTD     TO WRK-ACU-QTD.
           MOVE WRK-TOT-RECEITA TO WRK-ACU-RECEITA.
           MOVE WRK-TOT-CMV     TO WRK-ACU-CMV.
           PERFORM MONTAR-VALORES.
           MOVE WRK-LINHA-MRG TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "T"             TO WRK-CSV-TIPO.
           MOVE ZEROS           TO WRK-CSV-CODIGO.
           MOVE "TOTAL DA LOJA" TO WRK-CSV-DESCRICAO.
           MOVE SPACES          TO WRK-CSV-CATEGORIA WRK-CSV-CLASSE.
           PERFORM GRAVAR-CSV.

           PERFORM IMPRIMIR-VENDEDORES.
           PERFORM IMPRIMIR-EXCECOES.

           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "DEVOLUCOES DO MES ABATIDAS: " DELIMITED BY SIZE
                  WRK-DEVOLUCOES                 DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           IF WRK-LINHAS-SEM-CUSTO GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "LINHAS SEM CUSTO MEDIO (CMV ZERO): "
                     WRK-LINHAS-SEM-CUSTO
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
           END-IF.
           IF WRK-LINHAS-IGNORADAS GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "LINHAS FORA DO RELATORIO (TABELA CHEIA): "
                     WRK-LINHAS-IGNORADAS
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
           END-IF.
           CLOSE ARQMRGCSV.

      *    PRODUTOS DA CATEGORIA EM ORDEM DE CODIGO E O SUBTOTAL; NO
      *    GRUPO "SEM CATEGORIA" ENTRA TUDO O QUE AINDA NAO SAIU
       IMPRIMIR-CATEGORIA SECTION.
           MOVE ZEROS TO WRK-CAT-QTD WRK-CAT-RECEITA WRK-CAT-CMV
                         WRK-CAT-PRODUTOS.
           PERFORM VARYING WRK-IDX-PRD FROM 1 BY 1
                   UNTIL WRK-IDX-PRD GREATER WRK-QTD-PRODUTOS
              IF WRK-PRD-IMPRESSO(WRK-IDX-PRD) EQUAL "N"
                 AND (WRK-PRD-CATEGORIA(WRK-IDX-PRD)
                      EQUAL WRK-CAT-CORRENTE
                   OR WRK-CAT-CORRENTE EQUAL "SEM CATEGORIA")
                 IF WRK-CAT-PRODUTOS EQUAL ZEROS
                    PERFORM IMPRIMIR-CABECALHO-CAT
                 END-IF
                 ADD 1 TO WRK-CAT-PRODUTOS
                 MOVE "S" TO WRK-PRD-IMPRESSO(WRK-IDX-PRD)
                 PERFORM IMPRIMIR-PRODUTO
              END-IF
           END-PERFORM.
           IF WRK-CAT-PRODUTOS GREATER ZEROS
              MOVE SPACES TO WRK-MRG-ROTULO
              STRING "SUBTOTAL " DELIMITED BY SIZE
                     WRK-CAT-CORRENTE DELIMITED BY SIZE
                INTO WRK-MRG-ROTULO
              END-STRING
              MOVE WRK-CAT-QTD     TO WRK-ACU-QTD
              MOVE WRK-CAT-RECEITA TO WRK-ACU-RECEITA
              MOVE WRK-CAT-CMV     TO WRK-ACU-CMV
              PERFORM MONTAR-VALORES
              MOVE WRK-LINHA-MRG TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
              MOVE SPACES TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
              MOVE "S"              TO WRK-CSV-TIPO
              MOVE ZEROS            TO WRK-CSV-CODIGO
              MOVE "SUBTOTAL"       TO WRK-CSV-DESCRICAO
              MOVE WRK-CAT-CORRENTE TO WRK-CSV-CATEGORIA
              MOVE SPACES           TO WRK-CSV-CLASSE
              PERFORM GRAVAR-CSV
           END-IF.

       IMPRIMIR-CABECALHO-CAT SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CATEGORIA " DELIMITED BY SIZE
                  WRK-CAT-CORRENTE DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "COD  DESCRICAO            C     QTD       RECEITA"
                  "           CMV        MARGEM   MRG %"
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       IMPRIMIR-PRODUTO SECTION.
           ADD WRK-PRD-QTD(WRK-IDX-PRD)     TO WRK-CAT-QTD WRK-TOT-QTD.
           ADD WRK-PRD-RECEITA(WRK-IDX-PRD) TO WRK-CAT-RECEITA
                                               WRK-TOT-RECEITA.
           ADD WRK-PRD-CMV(WRK-IDX-PRD)     TO WRK-CAT-CMV
                                               WRK-TOT-CMV.
           MOVE SPACES TO WRK-MRG-ROTULO.
           MOVE WRK-PRD-CODIGO(WRK-IDX-PRD)    TO WRK-MRG-CODIGO.
           MOVE WRK-PRD-DESCRICAO(WRK-IDX-PRD) TO WRK-MRG-DESCRICAO.
           MOVE WRK-PRD-CLASSE(WRK-IDX-PRD)    TO WRK-MRG-CLASSE.
           MOVE WRK-PRD-QTD(WRK-IDX-PRD)       TO WRK-ACU-QTD.
           MOVE WRK-PRD-RECEITA(WRK-IDX-PRD)   TO WRK-ACU-RECEITA.
           MOVE WRK-PRD-CMV(WRK-IDX-PRD)       TO WRK-ACU-CMV.
           PERFORM MONTAR-VALORES.
           MOVE WRK-LINHA-MRG TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "P"                            TO WRK-CSV-TIPO.
           MOVE WRK-PRD-CODIGO(WRK-IDX-PRD)    TO WRK-CSV-CODIGO.
           MOVE WRK-PRD-DESCRICAO(WRK-IDX-PRD) TO WRK-CSV-DESCRICAO.
           MOVE WRK-PRD-CATEGORIA(WRK-IDX-PRD) TO WRK-CSV-CATEGORIA.
           MOVE WRK-PRD-CLASSE(WRK-IDX-PRD)    TO WRK-CSV-CLASSE.
           PERFORM GRAVAR-CSV.

      *    POR VENDEDOR: TOTAL, FORA DE PROMOCAO E EM PROMOCAO - MOSTRA
      *    QUEM VENDE ITEM QUE DA MARGEM E QUEM SO EMPURRA PROMOCAO
       IMPRIMIR-VENDEDORES SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "MARGEM POR VENDEDOR" TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           PERFORM VARYING WRK-IDX-VND FROM 1 BY 1
                   UNTIL WRK-IDX-VND GREATER WRK-QTD-VENDEDORES
              MOVE SPACES TO WRK-MRG-ROTULO
              STRING "VENDEDOR " DELIMITED BY SIZE
                     WRK-VND-CODIGO(WRK-IDX-VND) DELIMITED BY SIZE
                     " TOTAL"    DELIMITED BY SIZE
                INTO WRK-MRG-ROTULO
              END-STRING
              MOVE WRK-VND-QTD(WRK-IDX-VND)     TO WRK-ACU-QTD
              MOVE WRK-VND-RECEITA(WRK-IDX-VND) TO WRK-ACU-RECEITA
              MOVE WRK-VND-CMV(WRK-IDX-VND)     TO WRK-ACU-CMV
              MOVE "TOTAL" TO WRK-CSV-DESCRICAO
              PERFORM IMPRIMIR-LINHA-VENDEDOR
              MOVE "  FORA DE PROMOCAO" TO WRK-MRG-ROTULO
              COMPUTE WRK-ACU-QTD = WRK-VND-QTD(WRK-IDX-VND)
                                  - WRK-VND-PRM-QTD(WRK-IDX-VND)
              COMPUTE WRK-ACU-RECEITA =
                      WRK-VND-RECEITA(WRK-IDX-VND)
                    - WRK-VND-PRM-RECEITA(WRK-IDX-VND)
              COMPUTE WRK-ACU-CMV = WRK-VND-CMV(WRK-IDX-VND)
                                  - WRK-VND-PRM-CMV(WRK-IDX-VND)
              MOVE "FORA DE PROMOCAO" TO WRK-CSV-DESCRICAO
              PERFORM IMPRIMIR-LINHA-VENDEDOR
              MOVE "  EM PROMOCAO" TO WRK-MRG-ROTULO
              MOVE WRK-VND-PRM-QTD(WRK-IDX-VND)     TO WRK-ACU-QTD
              MOVE WRK-VND-PRM-RECEITA(WRK-IDX-VND) TO WRK-ACU-RECEITA
              MOVE WRK-VND-PRM-CMV(WRK-IDX-VND)     TO WRK-ACU-CMV
              MOVE "EM PROMOCAO" TO WRK-CSV-DESCRICAO
              PERFORM IMPRIMIR-LINHA-VENDEDOR
           END-PERFORM.

       IMPRIMIR-LINHA-VENDEDOR SECTION.
           PERFORM MONTAR-VALORES.
           MOVE WRK-LINHA-MRG TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "V"                         TO WRK-CSV-TIPO.
           MOVE WRK-VND-CODIGO(WRK-IDX-VND) TO WRK-CSV-CODIGO.
           MOVE SPACES TO WRK-CSV-CATEGORIA WRK-CSV-CLASSE.
           PERFORM GRAVAR-CSV.

      *    PRODUTOS COM VENDA ABAIXO DO CUSTO NO MES - SO AS LINHAS EM
      *    QUE O PRECO PRATICADO NAO COBRIU O CMV
       IMPRIMIR-EXCECOES SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "VENDAS ABAIXO DO CUSTO" TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           PERFORM VARYING WRK-IDX-PRD FROM 1 BY 1
                   UNTIL WRK-IDX-PRD GREATER WRK-QTD-PRODUTOS
              IF WRK-PRD-ABX-QTD(WRK-IDX-PRD) GREATER ZEROS
                 ADD 1 TO WRK-EXCECOES
                 MOVE SPACES TO WRK-MRG-ROTULO
                 MOVE WRK-PRD-CODIGO(WRK-IDX-PRD) TO WRK-MRG-CODIGO
                 MOVE WRK-PRD-DESCRICAO(WRK-IDX-PRD)
                   TO WRK-MRG-DESCRICAO
                 MOVE WRK-PRD-CLASSE(WRK-IDX-PRD) TO WRK-MRG-CLASSE
                 MOVE WRK-PRD-ABX-QTD(WRK-IDX-PRD) TO WRK-ACU-QTD
                 MOVE WRK-PRD-ABX-RECEITA(WRK-IDX-PRD)
                   TO WRK-ACU-RECEITA
                 MOVE WRK-PRD-ABX-CMV(WRK-IDX-PRD) TO WRK-ACU-CMV
                 PERFORM MONTAR-VALORES
                 MOVE WRK-LINHA-MRG TO WRK-SPL-LINHA
                 PERFORM GRAVAR-SPOOL
                 MOVE "X" TO WRK-CSV-TIPO
                 MOVE WRK-PRD-CODIGO(WRK-IDX-PRD) TO WRK-CSV-CODIGO
                 MOVE WRK-PRD-DESCRICAO(WRK-IDX-PRD)
                   TO WRK-CSV-DESCRICAO
                 MOVE WRK-PRD-CATEGORIA(WRK-IDX-PRD)
                   TO WRK-CSV-CATEGORIA
                 MOVE WRK-PRD-CLASSE(WRK-IDX-PRD) TO WRK-CSV-CLASSE
                 PERFORM GRAVAR-CSV
              END-IF
           END-PERFORM.
           IF WRK-EXCECOES EQUAL ZEROS
              MOVE "  NENHUMA VENDA ABAIXO DO CUSTO NO MES"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-IF.

      *    MARGEM E PERCENTUAL SOBRE A RECEITA DOS ACUMULADORES
       MONTAR-VALORES SECTION.
           COMPUTE WRK-ACU-MARGEM = WRK-ACU-RECEITA - WRK-ACU-CMV.
           IF WRK-ACU-RECEITA EQUAL ZEROS
              MOVE ZEROS TO WRK-ACU-PCT
           ELSE
              COMPUTE WRK-ACU-PCT ROUNDED =
                      WRK-ACU-MARGEM * 100 / WRK-ACU-RECEITA
                 ON SIZE ERROR MOVE ZEROS TO WRK-ACU-PCT
              END-COMPUTE
           END-IF.
           MOVE WRK-ACU-QTD     TO WRK-MRG-QTD.
           MOVE WRK-ACU-RECEITA TO WRK-MRG-RECEITA.
           MOVE WRK-ACU-CMV     TO WRK-MRG-CMV.
           MOVE WRK-ACU-MARGEM  TO WRK-MRG-MARGEM.
           MOVE WRK-ACU-PCT     TO WRK-MRG-PCT.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.

       GRAVAR-CSV SECTION.
           MOVE WRK-ACU-QTD     TO WRK-CSV-QTD.
           MOVE WRK-ACU-RECEITA TO WRK-CSV-RECEITA.
           MOVE WRK-ACU-CMV     TO WRK-CSV-CMV.
           MOVE WRK-ACU-MARGEM  TO WRK-CSV-MARGEM.
           MOVE WRK-ACU-PCT     TO WRK-CSV-PCT.
           MOVE SPACES TO ARQMRGCSV-LINHA.
           STRING WRK-CSV-TIPO      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-CODIGO    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-DESCRICAO DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-CATEGORIA DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-CLASSE    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-QTD       DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-RECEITA   DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-CMV       DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-MARGEM    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WRK-CSV-PCT       DELIMITED BY SIZE
             INTO ARQMRGCSV-LINHA
           END-STRING.
           WRITE ARQMRGCSV-LINHA.
