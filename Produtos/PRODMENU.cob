      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: MENU DO SUBSISTEMA DE PRODUTOS, NO MESMO ESTILO DO
      *CRM.COB - REUNE CADASTRO, CONSULTA, ALTERACAO, SETUP,
      *MOVIMENTO DE ESTOQUE E KARDEX EM UM SO LUGAR. INCLUI AS
      *LEITURAS DE TEMPERATURA E O CADASTRO DOS EQUIPAMENTOS DE FRIO
      *********************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           DISPLAY "13-EXPORTA FILIAL " LINE 16 COLUMN 01.
           DISPLAY "14-IMPORTA FILIAL " LINE 17 COLUMN 01.
           DISPLAY "15-ALIQUOTAS      " LINE 18 COLUMN 01.
           DISPLAY "16-CUPONS         " LINE 19 COLUMN 01.
           DISPLAY "17-BAIXA LOTE VENCIDO" LINE 04 COLUMN 25.
           DISPLAY "18-TABELA PRECO FORN." LINE 05 COLUMN 25.
           DISPLAY "19-TRANSF. FILIAIS   " LINE 06 COLUMN 25.
           DISPLAY "20-LEITURA TEMPERATURA" LINE 07 COLUMN 25.
           DISPLAY "21-EQUIPAMENTOS FRIO " LINE 08 COLUMN 25.
           DISPLAY "QUAL OPCAO        " LINE 20 COLUMN 01.
               ACCEPT WRK-OPCAO         LINE 20 COLUMN 15.

                 CALL "IMPORTAPROD"
              WHEN 15
                 CALL "TAXACAT" USING WRK-OPERADOR
              WHEN 16
                 CALL "CUPOMMANUT" USING WRK-OPERADOR
              WHEN 17
                 CALL "PRODLOTEBAIXA" USING WRK-OPERADOR
              WHEN 18
                 CALL "FORNPRECO" USING WRK-OPERADOR
              WHEN 19
                 CALL "TRANSFILIAL" USING WRK-OPERADOR
              WHEN 20
                 CALL "TEMPLEITURA" USING WRK-OPERADOR
              WHEN 21
                 CALL "EQUIPFRIO" USING WRK-OPERADOR
           END-EVALUATE.
