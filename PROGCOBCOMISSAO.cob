      *ARQFUNC.DAT, APLICA A TABELA DE PERCENTUAIS POR FAIXA DE
      *VOLUME (COMISSAOPARM.TXT, COM PADROES SE O CARTAO FALTAR),
      *GRAVA O COMISSAO.CSV PARA A FOLHA PEGAR COMO PEGA O FOLHA.CSV
      *E IMPRIME O DEMONSTRATIVO POR VENDEDOR. A COMISSAO DE CADA UM
      *FICA NO HISTORICO DA FOLHA (ARQFOLHAHIST.DAT, TIPO "C") PARA O
      *INFORME DE RENDIMENTOS DO ANO. AS VENDAS VEM DO MOVACESSO, SO
      *O MES DE REFERENCIA (MES FECHADO VEM DO ARQUIVO DE PERIODO)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO "DADOS/ARQFUNC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQDEMONST-FS.

           SELECT ARQFOLHAHIST ASSIGN TO "DADOS/ARQFOLHAHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFOLHAHIST-FS
           RECORD KEY IS FHI-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC.
       COPY "#FUNC".

      *    MESMO LAYOUT GRAVADO PELO DEVOLUCAO
       FD ARQDEVOLUCAO
           RECORDING MODE IS F.
       COPY "#DEVOLUCAO".

       FD ARQCOMPARM
           RECORDING MODE IS F.
       FD ARQDEMONST.
       01 ARQDEMONST-LINHA  PIC X(80).

       FD ARQFOLHAHIST.
       COPY "#FOLHA-HIST".

       WORKING-STORAGE SECTION.
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
       COPY "#MOVACESSO".

       01 ARQFUNC-FS       PIC 9(02) VALUES ZEROS.
       01 ARQCOMPARM-FS    PIC 9(02) VALUES ZEROS.
       01 ARQDEVOLUCAO-FS  PIC 9(02) VALUES ZEROS.
       77 WRK-TOT-DEVOLVIDO PIC 9(09)V99 VALUES ZEROS.
       01 ARQCOMISSAO-FS   PIC 9(02) VALUES ZEROS.
       01 ARQDEMONST-FS    PIC 9(02) VALUES ZEROS.
       01 ARQFOLHAHIST-FS  PIC 9(02) VALUES ZEROS.
       77 WRK-DATASISTEMA  PIC 9(08) VALUES ZEROS.

       77 WRK-MES-REF      PIC 9(06) VALUES ZEROS.

           DISPLAY "MES DE REFERENCIA (AAAAMM): ".
           ACCEPT WRK-MES-REF.
           PERFORM 0150-CARREGAR-FAIXAS.
           MOVE "A"         TO MVA-ACAO.
           MOVE "V"         TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = WRK-MES-REF * 100 + 1.
           COMPUTE MVA-DATA-FIM = WRK-MES-REF * 100 + 31.
           MOVE ZEROS       TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "ARQUIVO DE VENDAS NAO ABERTO"
              STOP RUN
           END-IF.
           OPEN INPUT ARQFUNC.
           IF ARQFUNC-FS NOT EQUAL ZEROS
              DISPLAY "ARQFUNC.DAT NAO ABERTO - STATUS " ARQFUNC-FS
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
              STOP RUN
           END-IF.
           OPEN OUTPUT ARQCOMISSAO.
                TO ARQCOMISSAO-LINHA.
           WRITE ARQCOMISSAO-LINHA.
           OPEN OUTPUT ARQDEMONST.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           OPEN I-O ARQFOLHAHIST.
           IF ARQFOLHAHIST-FS EQUAL 35
              OPEN OUTPUT ARQFOLHAHIST
              CLOSE ARQFOLHAHIST
              OPEN I-O ARQFOLHAHIST
           END-IF.
           IF ARQFOLHAHIST-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQFOLHAHIST.DAT STATUS "
                       ARQFOLHAHIST-FS
           END-IF.

      *    FAIXAS MANTIDAS NO CARTAO COMISSAOPARM.TXT - SEM O CARTAO,
      *    VALEM OS PADROES DOS 77-LEVELS ACIMA, COMO O CLIENTES FAZ
           END-IF.

       0200-PROCESSAR.
           MOVE "L" TO MVA-ACAO.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           MOVE MVA-REGISTRO TO VEN-REGISTRO.
           PERFORM UNTIL MVA-FIM EQUAL "S"
      *       TICKET CONTA UMA VENDA, PELO CABECALHO - AS LINHAS "I"
      *       JA ESTAO NO TOTAL DELE
              IF VEN-DATA(1:6) EQUAL WRK-MES-REF
                 AND VEN-TIPO-REG NOT EQUAL "I"
                 PERFORM 0210-ACUMULAR-VENDEDOR
              END-IF
              CALL "MOVACESSO" USING MVA-PARAMETROS
              MOVE MVA-REGISTRO TO VEN-REGISTRO
           END-PERFORM.

       0210-ACUMULAR-VENDEDOR.
           END-IF.

       0300-FINALIZAR.
           MOVE "F" TO MVA-ACAO.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           PERFORM 0250-ABATER-DEVOLUCOES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-VENDEDORES
           END-IF.
           CLOSE ARQCOMISSAO.
           CLOSE ARQDEMONST.
           IF ARQFOLHAHIST-FS EQUAL ZEROS
              CLOSE ARQFOLHAHIST
           END-IF.

      *    DEVOLUCAO DO MES SAI DO VOLUME DO VENDEDOR ANTES DAS
      *    FAIXAS - VENDEDOR NAO COMISSIONA VENDA QUE VOLTOU
              END-STRING
              WRITE ARQDEMONST-LINHA
              DISPLAY ARQDEMONST-LINHA
              PERFORM 0320-GRAVAR-HISTORICO
           END-IF.

      *    COMISSAO DO MES NO HISTORICO DA FOLHA - RODADA REPETIDA NO
      *    MES REGRAVA O MESMO REGISTRO
       0320-GRAVAR-HISTORICO.
           IF ARQFOLHAHIST-FS EQUAL ZEROS
              MOVE FUNC-ID     TO FHI-FUNC-ID
              MOVE WRK-MES-REF TO FHI-ANOMES
              MOVE "C"         TO FHI-TIPO
              READ ARQFOLHAHIST
              MOVE FUNC-ID     TO FHI-FUNC-ID
              MOVE WRK-MES-REF TO FHI-ANOMES
              MOVE "C"         TO FHI-TIPO
              MOVE ZEROS       TO FHI-SALARIO FHI-EXTRA FHI-NOTURNO
                                  FHI-FERIADO FHI-ABONO FHI-GORJETA
                                  FHI-RETROATIVO FHI-INSS FHI-IRRF
                                  FHI-DESC-FALTAS FHI-DESC-ADIANT
                                  FHI-AVOS
              MOVE WRK-COMISSAO TO FHI-BRUTO FHI-LIQUIDO
              MOVE WRK-DATASISTEMA TO FHI-DATA-GERACAO
              IF ARQFOLHAHIST-FS EQUAL ZEROS
                 REWRITE FHI-REGISTRO
              ELSE
                 WRITE FHI-REGISTRO
              END-IF
              MOVE ZEROS TO ARQFOLHAHIST-FS
           END-IF.
