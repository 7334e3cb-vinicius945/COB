      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *AUTHOR = VINICIUS(ALTAFINI)*****
      *OBJETIVO: OPERADORES ARITMÉTICOS. AS VENDAS VEM DO MOVACESSO
      *DATA   = 03/03/2026
      *********************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRELVENDAS ASSIGN TO ".\VENDAS_RELAT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQRELVENDAS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQRELVENDAS.
       01 ARQRELVENDAS-LINHA PIC X(60).

       COPY "#CRM".

       WORKING-STORAGE SECTION.
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA.
      *    TICKET = CABECALHO "C" + LINHAS "I" (OU A VENDA ANTIGA DE
      *    UM PRODUTO SO) - QUANTIDADE E VALOR DE VENDAS PELO QUE NAO
      *    E "I", QUEBRA POR PRODUTO PELO QUE NAO E "C"
       COPY "#VENDA".
       COPY "#MOVACESSO".

       77 WRK-RESUL     PIC 9(09)V9 VALUES ZEROS.
       77 WRK-RESUL-ED   PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-QTD-VENDAS PIC 9(06) VALUES ZEROS.
       77 WRK-TOTAL-VENDAS PIC 9(09)V9 VALUES ZEROS.
       77 WRK-MEDIA-VENDAS PIC 9(07)V9 VALUES ZEROS.
       01 ARQRELVENDAS-FS  PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS       PIC 9(02) VALUES ZEROS.
       01 ARQCRM-FS        PIC 9(02) VALUES ZEROS.
           PERFORM 0150-SELECIONAR-MOEDA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL(1:4) TO WRK-ANO-ATUAL.
           MOVE "A"   TO MVA-ACAO.
           MOVE "V"   TO MVA-ARQUIVO.
           MOVE ZEROS TO MVA-DATA-INI MVA-DATA-FIM MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "ARQUIVO DE VENDAS NAO ABERTO"
              STOP RUN
           END-IF.
           OPEN OUTPUT ARQRELVENDAS.
           MOVE ZEROS TO WRK-QTD-VENDAS.
           MOVE ZEROS TO WRK-TOTAL-VENDAS.
           MOVE "L" TO MVA-ACAO.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           MOVE MVA-REGISTRO TO VEN-REGISTRO.

      *    SIMBOLO EDITADO CONFORME A MOEDA ESCOLHIDA, EM VEZ DO "R"
      *    FIXO NOS DISPLAY DE SAIDA
           END-EVALUATE.

       0200-PROCESSAR.
           PERFORM UNTIL MVA-FIM EQUAL "S"
              PERFORM 0210-VALIDAR-CODIGOS
              IF VEN-TIPO-REG NOT EQUAL "I"
                 ADD 1 TO WRK-QTD-VENDAS
                 ADD VEN-VALOR TO WRK-TOTAL-VENDAS
                 PERFORM 0230-ACUMULAR-NIVEL
              END-IF
              IF VEN-TIPO-REG NOT EQUAL "C"
                 PERFORM 0220-ACUMULAR-PRODUTO
              END-IF
              CALL "MOVACESSO" USING MVA-PARAMETROS
              MOVE MVA-REGISTRO TO VEN-REGISTRO
           END-PERFORM.

       0210-VALIDAR-CODIGOS.
              END-IF
           END-IF.
           IF ARQCRM-FS EQUAL ZEROS AND VEN-CLIENTE-ID GREATER ZEROS
              AND VEN-TIPO-REG NOT EQUAL "I"
              MOVE VEN-CLIENTE-ID TO ARQCRM-ID
              READ ARQCRM
              IF ARQCRM-FS NOT EQUAL ZEROS
           ADD VEN-VALOR TO WRK-NIVEL-VALOR(WRK-NIVEL-IDX).

       0300-FINALIZAR.
           MOVE "F" TO MVA-ACAO.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
      *****************SOMA,*******************
           MOVE WRK-TOTAL-VENDAS TO WRK-RESUL-ED.
           DISPLAY '==================================.'.
