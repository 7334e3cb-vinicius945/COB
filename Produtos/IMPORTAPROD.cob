      *MOSTRADO E O OPERADOR DECIDE (A)CEITAR OU (I)GNORAR ITEM A
      *ITEM; REGISTRO "P" DE PRECO ENTRA NA TABELA DE VIGENCIAS
      *(ARQPRODPRECO.DAT) SEM SOBRESCREVER O HISTORICO - O CACHE DO
      *MESTRE E REFRESCADO NA NOITE PELO PROMOATUALIZA. REGISTRO "B"
      *DE CODIGO DE BARRAS ENTRA PELO PRODEAN; CODIGO QUE NA FILIAL
      *PERTENCE A OUTRO PRODUTO E MOSTRADO E O OPERADOR DECIDE. NO
      *FIM SAI O RESUMO DO QUE MUDOU E A CONFERENCIA CONTRA O RODAPE.
      *ANTES DE TUDO, A FILIAL DO CABECALHO E A SEQUENCIA DO ARQUIVO
      *SAO CONFERIDAS NO CADASTRO DE FILIAIS (FILIALCONF) - FILIAL
      *DESCONHECIDA OU ARQUIVO REPETIDO E RECUSADO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WRK-TOT-ACEITOS    PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-IGNORADOS  PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-PRECOS     PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-BARRAS     PIC 9(05) VALUES ZEROS.
       01 WRK-TEM-CABECALHO  PIC X(01) VALUES "N".
       01 WRK-RECUSADO       PIC X(01) VALUES "N".
       01 WRK-SEQ-DE         PIC 9(06) VALUES ZEROS.
       01 WRK-SEQ-ATE        PIC 9(06) VALUES ZEROS.

      *----------CONFERENCIA DE FILIAL / SEQUENCIA (FILIALCONF)
       01 WRK-FCF.
           05 WRK-FCF-ACAO          PIC X(01) VALUES SPACES.
           05 WRK-FCF-FLUXO         PIC X(01) VALUES SPACES.
           05 WRK-FCF-FILIAL        PIC X(10) VALUES SPACES.
           05 WRK-FCF-SEQUENCIA     PIC 9(06) VALUES ZEROS.
           05 WRK-FCF-ULT-SEQ       PIC 9(06) VALUES ZEROS.
           05 WRK-FCF-ARQ-ESPERADO  PIC X(40) VALUES SPACES.
           05 WRK-FCF-RETORNO       PIC X(01) VALUES SPACES.

      *----------CODIGOS DE BARRAS DA MATRIZ (PRODEAN)
       01 WRK-EAN.
           05 WRK-EAN-ACAO          PIC X(01) VALUE "I".
           05 WRK-EAN-ENTRADA       PIC X(14) VALUE SPACES.
           05 WRK-EAN-PRODUTO       PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-RETORNO       PIC X(01) VALUE SPACE.
           05 WRK-EAN-DONO          PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-QTD           PIC 9(02) VALUE ZEROS.
           05 WRK-EAN-LISTA         PIC 9(14) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CONFERIR-FILIAL.
           IF WRK-RECUSADO EQUAL "S"
              CLOSE ARQEXPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O ARQPROD.
           IF ARQPROD-FS EQUAL 35
              OPEN OUTPUT ARQPROD
              OPEN I-O ARQPRECO
           END-IF.
           PERFORM PROCESSAR-ARQUIVO.
           MOVE "A" TO WRK-FCF-ACAO.
           CALL "FILIALCONF" USING WRK-FCF.
           CLOSE ARQEXPORT.
           CLOSE ARQPROD.
           CLOSE ARQPRECO.
           DISPLAY "  DIVERGENTES ACEITOS..: " WRK-TOT-ACEITOS.
           DISPLAY "  DIVERGENTES IGNORADOS: " WRK-TOT-IGNORADOS.
           DISPLAY "  PRECOS GRAVADOS......: " WRK-TOT-PRECOS.
           DISPLAY "  CODIGOS DE BARRAS....: " WRK-TOT-BARRAS.
           DISPLAY "IMPORTAPROD - FIM".
           STOP RUN.

      *    O PRIMEIRO REGISTRO TEM QUE SER O CABECALHO: FILIAL FORA DO
      *    CADASTRO, DESATIVADA, A PROPRIA FILIAL, ARQUIVO SEM
      *    SEQUENCIA OU JA RECEBIDO E RECUSADO. SEQUENCIA PULADA SO
      *    AVISA - O ARQUIVO QUE FALTOU TEM QUE SER PEDIDO A MATRIZ
       CONFERIR-FILIAL SECTION.
           MOVE "N" TO WRK-RECUSADO.
           READ ARQEXPORT.
           IF ARQEXPORT-FS NOT EQUAL ZEROS
              OR PEXCH-TIPO-REG NOT EQUAL "H"
              DISPLAY "ARQUIVO SEM CABECALHO - RECUSADO"
              MOVE "S" TO WRK-RECUSADO
           ELSE
              MOVE "S" TO WRK-TEM-CABECALHO
              DISPLAY "INTERCAMBIO DE " PEXCH-FILIAL-ORIGEM
                      " DE " PEXCH-DATA-EXPORT
                      " SEQUENCIA " PEXCH-SEQUENCIA
              PERFORM CONFERIR-SEQUENCIA
           END-IF.

       CONFERIR-SEQUENCIA SECTION.
           MOVE "R"                 TO WRK-FCF-ACAO.
           MOVE "P"                 TO WRK-FCF-FLUXO.
           MOVE PEXCH-FILIAL-ORIGEM TO WRK-FCF-FILIAL.
           MOVE PEXCH-SEQUENCIA     TO WRK-FCF-SEQUENCIA.
           CALL "FILIALCONF" USING WRK-FCF.
           EVALUATE WRK-FCF-RETORNO
              WHEN "N"
                 DISPLAY "FILIAL " WRK-FCF-FILIAL
                         " FORA DO CADASTRO DE FILIAIS - RECUSADO"
                 MOVE "S" TO WRK-RECUSADO
              WHEN "I"
                 DISPLAY "FILIAL " WRK-FCF-FILIAL
                         " DESATIVADA - ARQUIVO RECUSADO"
                 MOVE "S" TO WRK-RECUSADO
              WHEN "P"
                 DISPLAY "ARQUIVO GERADO NESTA PROPRIA FILIAL - "
                         "RECUSADO"
                 MOVE "S" TO WRK-RECUSADO
              WHEN "Z"
                 DISPLAY "CABECALHO SEM SEQUENCIA DE ARQUIVO - "
                         "RECUSADO"
                 MOVE "S" TO WRK-RECUSADO
              WHEN "D"
                 DISPLAY "ARQUIVO JA RECEBIDO - SEQUENCIA "
                         WRK-FCF-SEQUENCIA " (ULTIMA RECEBIDA "
                         WRK-FCF-ULT-SEQ ") - RECUSADO"
                 MOVE "S" TO WRK-RECUSADO
              WHEN "F"
                 COMPUTE WRK-SEQ-DE  = WRK-FCF-ULT-SEQ + 1
                 COMPUTE WRK-SEQ-ATE = WRK-FCF-SEQUENCIA - 1
                 DISPLAY "AVISO: FALTAM OS ARQUIVOS DE SEQUENCIA "
                         WRK-SEQ-DE " A " WRK-SEQ-ATE
                         " DESTA FILIAL"
           END-EVALUATE.

       PROCESSAR-ARQUIVO SECTION.
           PERFORM UNTIL ARQEXPORT-FS NOT EQUAL ZEROS
              READ ARQEXPORT
                    WHEN "P"
                       ADD 1 TO WRK-TOT-LIDOS
                       PERFORM MESCLAR-PRECO
                    WHEN "B"
                       ADD 1 TO WRK-TOT-LIDOS
                       PERFORM MESCLAR-CODIGO-BARRAS
                    WHEN "T"
                       IF PEXCH-TOTAL-REGISTROS NOT EQUAL
                          WRK-TOT-LIDOS
              MOVE PEXCH-ESTOQUE-MINIMO  TO ARQPROD-ESTOQUE-MINIMO
              MOVE PEXCH-QTD-REPOSICAO   TO ARQPROD-QTD-REPOSICAO
              MOVE "C"                   TO ARQPROD-CLASSE-ABC
              MOVE ZEROS                 TO ARQPROD-CUSTO-MEDIO
              WRITE ARQPROD-REGISTRO
              ADD 1 TO WRK-TOT-INCLUIDOS
              DISPLAY "INCLUIDO PRODUTO " PEXCH-CODIGO " "
              WRITE PRECO-REGISTRO
              ADD 1 TO WRK-TOT-PRECOS
           END-IF.

      *    CODIGO DE BARRAS DA MATRIZ - SE NA FILIAL ELE JA PERTENCE A
      *    OUTRO PRODUTO, O OPERADOR DECIDE SE PASSA PARA O DA MATRIZ
       MESCLAR-CODIGO-BARRAS SECTION.
           MOVE "I"             TO WRK-EAN-ACAO.
           MOVE PEXCH-BR-EAN    TO WRK-EAN-ENTRADA.
           MOVE PEXCH-BR-CODIGO TO WRK-EAN-PRODUTO.
           CALL "PRODEAN" USING WRK-EAN.
           EVALUATE WRK-EAN-RETORNO
              WHEN "S"
                 ADD 1 TO WRK-TOT-BARRAS
              WHEN "D"
                 DISPLAY "CODIGO DE BARRAS " PEXCH-BR-EAN
                         " E DO PRODUTO " WRK-EAN-DONO
                         " NA FILIAL E DO " PEXCH-BR-CODIGO
                         " NA MATRIZ"
                 DISPLAY "(A)CEITAR A MATRIZ OU (I)GNORAR? "
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL "A"
                    MOVE "X"          TO WRK-EAN-ACAO
                    MOVE WRK-EAN-DONO TO WRK-EAN-PRODUTO
                    CALL "PRODEAN" USING WRK-EAN
                    MOVE "I"             TO WRK-EAN-ACAO
                    MOVE PEXCH-BR-CODIGO TO WRK-EAN-PRODUTO
                    CALL "PRODEAN" USING WRK-EAN
                    ADD 1 TO WRK-TOT-BARRAS
                    ADD 1 TO WRK-TOT-ACEITOS
                 ELSE
                    ADD 1 TO WRK-TOT-IGNORADOS
                 END-IF
              WHEN OTHER
                 DISPLAY "CODIGO DE BARRAS " PEXCH-BR-EAN
                         " DO PRODUTO " PEXCH-BR-CODIGO
                         " RECUSADO"
           END-EVALUATE.
