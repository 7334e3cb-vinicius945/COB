      *   "A" abre uma entrada nomeada (devolve o numero e grava o
      *       banner com programa, data/hora e operador)
      *   "L" acrescenta uma linha a entrada corrente
      *   "C" cancela a entrada de nome LNK-NOME (recibo anulado):
      *       marca a situacao "C" e acrescenta LNK-LINHA como ultima
      *       linha; devolve o numero, ou zero se o nome nao existe
      * A tela SPOOLCONS lista, folheia, reimprime e expurga as
      * entradas. O numero vem do SPOOLCTRL.DAT (padrao PEDCTRL)
      *---------------------------------------------------------------
           05 LNK-LINHA          PIC X(90).

       PROCEDURE DIVISION USING LNK-SPOOL.
           EVALUATE LNK-ACAO
              WHEN "A"
                 PERFORM ABRIR-ENTRADA
              WHEN "C"
                 PERFORM CANCELAR-ENTRADA
              WHEN OTHER
                 PERFORM GRAVAR-LINHA
           END-EVALUATE.
           GOBACK.

       ABRIR-ENTRADA SECTION.
           ACCEPT SPOOLCAT-HORA FROM TIME.
           MOVE LNK-OPERADOR TO SPOOLCAT-OPERADOR.
           MOVE ZEROS        TO SPOOLCAT-QTD-LINHAS.
           MOVE SPACES       TO SPOOLCAT-SITUACAO.
           WRITE SPOOLCAT-REGISTRO.
           CLOSE ARQSPOOLCAT.
           MOVE WRK-NUMERO TO LNK-NUMERO.

           REWRITE SPOOLCAT-REGISTRO.
           CLOSE ARQSPOOLCAT.

      *    O CATALOGO E INDEXADO PELO NUMERO - O NOME SE PROCURA NA
      *    LEITURA SEQUENCIAL. A LINHA DE CANCELAMENTO ENTRA PELO
      *    MESMO GRAVAR-LINHA DA ACAO "L"
       CANCELAR-ENTRADA SECTION.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN I-O ARQSPOOLCAT.
           IF ARQSPOOLCAT-FS NOT EQUAL ZEROS
              MOVE ZEROS TO LNK-NUMERO
              GOBACK
           END-IF.
           MOVE ZEROS TO SPOOLCAT-NUMERO.
           START ARQSPOOLCAT KEY IS GREATER SPOOLCAT-NUMERO.
           PERFORM UNTIL ARQSPOOLCAT-FS NOT EQUAL ZEROS
                      OR WRK-NUMERO GREATER ZEROS
              READ ARQSPOOLCAT NEXT RECORD
              IF ARQSPOOLCAT-FS EQUAL ZEROS
                 AND SPOOLCAT-NOME EQUAL LNK-NOME
                 MOVE SPOOLCAT-NUMERO TO WRK-NUMERO
                 MOVE "C" TO SPOOLCAT-SITUACAO
                 REWRITE SPOOLCAT-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE ARQSPOOLCAT.
           MOVE WRK-NUMERO TO LNK-NUMERO.
           IF WRK-NUMERO GREATER ZEROS
              PERFORM GRAVAR-LINHA
           END-IF.
