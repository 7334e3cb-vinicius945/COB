      *OBJETIVO: MESTRE DE FORNECEDORES - INCLUI, ALTERA E LISTA OS
      *FORNECEDORES (ARQFORNECEDOR.DAT) COM NOME, CONTATO E PRAZO DE
      *ENTREGA EM DIAS. E A BASE DOS PEDIDOS DE COMPRA (PEDCOMPRA)
      *QUE TIRAM A SUGESTAO DO PRODREPOSICAO DO PAPEL. A CONDICAO DE
      *PAGAMENTO (PARCELAS, DIAS ATE A PRIMEIRA E ENTRE AS DEMAIS)
      *PARCELA AS NOTAS DO FORNECEDOR NO CONTAS A PAGAR
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       01 WRK-NOME           PIC X(25) VALUES SPACES.
       01 WRK-CONTATO        PIC X(30) VALUES SPACES.
       01 WRK-PRAZO          PIC 9(03) VALUES ZEROS.
       01 WRK-PARCELAS       PIC 9(02) VALUES ZEROS.
       01 WRK-PRIMEIRA       PIC 9(03) VALUES ZEROS.
       01 WRK-INTERVALO      PIC 9(03) VALUES ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
                 MOVE WRK-NOME    TO FORN-NOME
                 MOVE WRK-CONTATO TO FORN-CONTATO
                 MOVE WRK-PRAZO   TO FORN-PRAZO-DIAS
                 MOVE WRK-PARCELAS  TO FORN-COND-PARCELAS
                 MOVE WRK-PRIMEIRA  TO FORN-COND-PRIMEIRA
                 MOVE WRK-INTERVALO TO FORN-COND-INTERVALO
                 WRITE FORN-REGISTRO
                 DISPLAY "FORNECEDOR GRAVADO"
              END-IF
           ELSE
              DISPLAY "ATUAL: " FORN-NOME " / " FORN-CONTATO
                      " / PRAZO " FORN-PRAZO-DIAS " DIAS"
              PERFORM AJUSTAR-CONDICAO
              DISPLAY "PAGAMENTO ATUAL: " FORN-COND-PARCELAS
                      " PARCELA(S), PRIMEIRA EM " FORN-COND-PRIMEIRA
                      " DIAS, INTERVALO " FORN-COND-INTERVALO
              PERFORM CAPTURAR-DADOS
              DISPLAY "REGRAVAR (S/N)? "
              ACCEPT WRK-CONFIRMA
                 MOVE WRK-NOME    TO FORN-NOME
                 MOVE WRK-CONTATO TO FORN-CONTATO
                 MOVE WRK-PRAZO   TO FORN-PRAZO-DIAS
                 MOVE WRK-PARCELAS  TO FORN-COND-PARCELAS
                 MOVE WRK-PRIMEIRA  TO FORN-COND-PRIMEIRA
                 MOVE WRK-INTERVALO TO FORN-COND-INTERVALO
                 REWRITE FORN-REGISTRO
                 DISPLAY "FORNECEDOR REGRAVADO"
              END-IF
           ACCEPT WRK-CONTATO.
           DISPLAY "PRAZO DE ENTREGA (DIAS): ".
           ACCEPT WRK-PRAZO.
           DISPLAY "PAGAMENTO - NUMERO DE PARCELAS (0 = 1): ".
           ACCEPT WRK-PARCELAS.
           IF WRK-PARCELAS EQUAL ZEROS
              MOVE 1 TO WRK-PARCELAS
           END-IF.
           DISPLAY "DIAS ATE A PRIMEIRA PARCELA: ".
           ACCEPT WRK-PRIMEIRA.
           MOVE ZEROS TO WRK-INTERVALO.
           IF WRK-PARCELAS GREATER 1
              DISPLAY "DIAS ENTRE AS PARCELAS: "
              ACCEPT WRK-INTERVALO
           END-IF.

      *    CADASTRO GRAVADO ANTES DA CONDICAO DE PAGAMENTO TEM O FIM
      *    DO REGISTRO EM BRANCO - VALE 1 PARCELA A 30 DIAS
       AJUSTAR-CONDICAO SECTION.
           IF FORN-COND-PARCELAS IS NOT NUMERIC
              OR FORN-COND-PARCELAS EQUAL ZEROS
              MOVE 1  TO FORN-COND-PARCELAS
              MOVE 30 TO FORN-COND-PRIMEIRA
              MOVE ZEROS TO FORN-COND-INTERVALO
           END-IF.
           IF FORN-COND-PRIMEIRA IS NOT NUMERIC
              MOVE 30 TO FORN-COND-PRIMEIRA
           END-IF.
           IF FORN-COND-INTERVALO IS NOT NUMERIC
              MOVE ZEROS TO FORN-COND-INTERVALO
           END-IF.

       LISTAR SECTION.
           MOVE ZEROS TO FORN-CODIGO.
           PERFORM UNTIL ARQFORN-FS NOT EQUAL ZEROS
              READ ARQFORN NEXT RECORD
              IF ARQFORN-FS EQUAL ZEROS
                 PERFORM AJUSTAR-CONDICAO
                 DISPLAY FORN-CODIGO " " FORN-NOME " "
                         FORN-CONTATO " PRAZO " FORN-PRAZO-DIAS
                         " PAGTO " FORN-COND-PARCELAS "X "
                         FORN-COND-PRIMEIRA "/" FORN-COND-INTERVALO
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQFORN-FS.
