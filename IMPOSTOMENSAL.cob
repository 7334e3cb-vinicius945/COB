      *ALIQUOTA VIGENTE NA DATA PELO ARQTAXACAT.DAT, E TOTALIZA BASE
      *TRIBUTAVEL E IMPOSTO POR CATEGORIA E POR ALIQUOTA NO SPOOL -
      *UMA APROXIMACAO DENTRO DO SISTEMA QUE APOSENTA A PLANILHA QUE
      *O CONTADOR REMONTAVA TODO MES. RODA NO LOTE DE FIM DE MES.
      *AS VENDAS DO MES VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROD.
       COPY "#PROD".

       COPY "#PROD-TAXA".

       WORKING-STORAGE SECTION.
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
       COPY "#MOVACESSO".

       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQTAXA-FS         PIC 9(02) VALUES ZEROS.

           DISPLAY "IMPOSTOMENSAL - FIM".
           GOBACK.

      *    IMPOSTO E POR CATEGORIA DO PRODUTO: SO AS LINHAS DE ITEM
      *    (E A VENDA ANTIGA) - O CABECALHO "C" DO TICKET SO TOTALIZA
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
                       PERFORM ACUMULAR-UMA-VENDA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM VENDAS.TXT (STATUS " MVA-STATUS ")"
           END-IF.

       ACUMULAR-UMA-VENDA SECTION.
