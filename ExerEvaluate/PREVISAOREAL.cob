       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAOREAL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CONFERENCIA DA PREVISAO DE DEMANDA - PARA O DIA DE
      *NEGOCIO QUE ESTA FECHANDO, COMPARA O QUE O PREVISAODIA PREVIU
      *(ARQPREVISAO.DAT) COM O QUE REALMENTE SAIU NOS PEDIDOS.TXT
      *(CANCELADO NAO CONTA, ENCOMENDA CONTA NO DIA DA ENTREGA) E NO
      *VENDAS.TXT, POR MASSA/TAMANHO E POR PRODUTO, COM O ERRO
      *ABSOLUTO E O ACERTO EM PERCENTUAL. FECHA COM O RESUMO DOS
      *ULTIMOS SETE DIAS (PIZZAS PREVISTAS X REALIZADAS) PARA AJUSTAR
      *AS SEMANAS DE HISTORICO DO PARAMETRO. SAIDA NO SPOOL.
      *STEP DO BATCHNOTURNO, ANTES DO PREVISAODIA.
      *PEDIDOS E VENDAS DA SEMANA VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPREVISAO ASSIGN TO "DADOS/ARQPREVISAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPREVISAO-FS
           RECORD KEY IS PRV-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPREVISAO.
       COPY "#PREVISAO".

       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
       COPY "#MOVACESSO".

       01 ARQPREVISAO-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-BASE      PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-BASE      PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-TESTE     PIC 9(07) VALUES ZEROS.
       01 WRK-FIM-PREVISAO   PIC X(01) VALUES "N".
       01 WRK-DATA-REGISTRO  PIC 9(08) VALUES ZEROS.

      *----------RESUMO DA SEMANA (DIA DE NEGOCIO E OS SEIS ANTERIORES)
       01 WRK-TAB-SEMANA.
           05 WRK-SEM-ITEM OCCURS 7 TIMES.
               10 WRK-SEM-DATA       PIC 9(08).
               10 WRK-SEM-PREVISTO   PIC 9(06).
               10 WRK-SEM-REALIZADO  PIC 9(06)V9.
               10 WRK-SEM-TEM-PREV   PIC X(01).
       01 WRK-SEM-IDX        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-SEM-ACHADO     PIC 9(02) USAGE COMP VALUE ZERO.

      *----------PREVISTO X REALIZADO DO DIA POR CHAVE DA PREVISAO
       01 WRK-ACM-TIPO       PIC X(01) VALUES SPACES.
       01 WRK-ACM-MASSA      PIC X(15) VALUES SPACES.
       01 WRK-ACM-TAMANHO    PIC X(02) VALUES SPACES.
       01 WRK-ACM-PRODUTO    PIC 9(04) VALUES ZEROS.
       01 WRK-ACM-QTD        PIC 9(05)V9 VALUES ZEROS.
       01 WRK-QTD-CHAVES     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CHAVES.
           05 WRK-CHV-ITEM OCCURS 300 TIMES.
               10 WRK-CHV-TIPO       PIC X(01).
               10 WRK-CHV-MASSA      PIC X(15).
               10 WRK-CHV-TAMANHO    PIC X(02).
               10 WRK-CHV-PRODUTO    PIC 9(04).
               10 WRK-CHV-PREVISTO   PIC 9(05).
               10 WRK-CHV-REALIZADO  PIC 9(06)V9.
               10 WRK-CHV-TEM-PREV   PIC X(01).
       01 WRK-CHV-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-CHV-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

       01 WRK-REALIZADO      PIC 9(06) VALUES ZEROS.
       01 WRK-DIFERENCA      PIC S9(06) VALUES ZEROS.
       01 WRK-TOT-PREVISTO   PIC 9(07) VALUES ZEROS.
       01 WRK-TOT-REALIZADO  PIC 9(07) VALUES ZEROS.
       01 WRK-TOT-ERRO       PIC 9(07) VALUES ZEROS.
       01 WRK-ACERTO         PIC S9(03)V9 VALUES ZEROS.
       01 WRK-ACERTO-ED      PIC ZZ9.9.
       01 WRK-QTD-PREVISOES  PIC 9(05) VALUES ZEROS.

       01 WRK-LINHA-CHAVE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LCH-DESCRICAO   PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LCH-PREVISTO    PIC ZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LCH-REALIZADO   PIC ZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LCH-DIFERENCA   PIC -----9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LCH-AVISO       PIC X(14).

       01 WRK-LINHA-SEMANA.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LSM-DATA        PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LSM-PREVISTO    PIC ZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LSM-REALIZADO   PIC ZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LSM-DIFERENCA   PIC -----9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LSM-AVISO       PIC X(14).

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "PREVISTO X REAL".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "PREVISAOREAL".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "PREVISAOREAL - INICIO".
           MOVE ZERO  TO WRK-QTD-CHAVES.
           MOVE ZEROS TO WRK-TOT-PREVISTO WRK-TOT-REALIZADO
                         WRK-TOT-ERRO WRK-QTD-PREVISOES.
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-BASE
           ELSE
              ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WRK-DIAS-BASE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE).
           PERFORM VARYING WRK-SEM-IDX FROM 1 BY 1
                   UNTIL WRK-SEM-IDX GREATER 7
              COMPUTE WRK-DIAS-TESTE = WRK-DIAS-BASE - 7 + WRK-SEM-IDX
              COMPUTE WRK-SEM-DATA(WRK-SEM-IDX) =
                      FUNCTION DATE-OF-INTEGER(WRK-DIAS-TESTE)
              MOVE ZEROS TO WRK-SEM-PREVISTO(WRK-SEM-IDX)
                            WRK-SEM-REALIZADO(WRK-SEM-IDX)
              MOVE "N"   TO WRK-SEM-TEM-PREV(WRK-SEM-IDX)
           END-PERFORM.
           PERFORM LER-PREVISOES.
           IF WRK-QTD-PREVISOES EQUAL ZEROS
              DISPLAY "SEM PREVISAO GRAVADA PARA " WRK-DATA-BASE
              DISPLAY "PREVISAOREAL - FIM"
              GOBACK
           END-IF.
           PERFORM LER-PEDIDOS.
           PERFORM LER-VENDAS.
           PERFORM IMPRIMIR-CONFERENCIA.
           DISPLAY "PREVISAOREAL - FIM".
           GOBACK.

      *    PREVISOES GRAVADAS NA SEMANA - AS DO DIA DE NEGOCIO VAO PARA
      *    A TABELA DE CHAVES, AS PIZZAS DE TODAS PARA O RESUMO
       LER-PREVISOES SECTION.
           OPEN INPUT ARQPREVISAO.
           IF ARQPREVISAO-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQPREVISAO.DAT (STATUS " ARQPREVISAO-FS ")"
              MOVE ZEROS TO ARQPREVISAO-FS
           ELSE
              MOVE LOW-VALUES      TO PRV-CHAVE
              MOVE WRK-SEM-DATA(1) TO PRV-DATA
              START ARQPREVISAO KEY IS GREATER OR EQUAL PRV-CHAVE
              MOVE "N" TO WRK-FIM-PREVISAO
              PERFORM UNTIL ARQPREVISAO-FS NOT EQUAL ZEROS
                         OR WRK-FIM-PREVISAO EQUAL "S"
                 READ ARQPREVISAO NEXT RECORD
                 IF ARQPREVISAO-FS EQUAL ZEROS
                    IF PRV-DATA GREATER WRK-DATA-BASE
                       MOVE "S" TO WRK-FIM-PREVISAO
                    ELSE
                       PERFORM CARREGAR-PREVISAO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQPREVISAO-FS
              CLOSE ARQPREVISAO
           END-IF.

       CARREGAR-PREVISAO SECTION.
           MOVE PRV-DATA TO WRK-DATA-REGISTRO.
           PERFORM PROCURAR-SEMANA.
           IF WRK-SEM-ACHADO GREATER ZERO
              AND PRV-TIPO EQUAL "P"
              ADD PRV-PREVISTO TO WRK-SEM-PREVISTO(WRK-SEM-ACHADO)
              MOVE "S" TO WRK-SEM-TEM-PREV(WRK-SEM-ACHADO)
           END-IF.
           IF PRV-DATA EQUAL WRK-DATA-BASE
              ADD 1 TO WRK-QTD-PREVISOES
              MOVE PRV-TIPO    TO WRK-ACM-TIPO
              MOVE PRV-MASSA   TO WRK-ACM-MASSA
              MOVE PRV-TAMANHO TO WRK-ACM-TAMANHO
              MOVE PRV-PRODUTO TO WRK-ACM-PRODUTO
              PERFORM PROCURAR-CHAVE
              IF WRK-CHV-ACHADO GREATER ZERO
                 MOVE PRV-PREVISTO TO WRK-CHV-PREVISTO(WRK-CHV-ACHADO)
                 MOVE "S" TO WRK-CHV-TEM-PREV(WRK-CHV-ACHADO)
              END-IF
           END-IF.

       PROCURAR-SEMANA SECTION.
           MOVE ZERO TO WRK-SEM-ACHADO.
           PERFORM VARYING WRK-SEM-IDX FROM 1 BY 1
                   UNTIL WRK-SEM-IDX GREATER 7
                      OR WRK-SEM-ACHADO GREATER ZERO
              IF WRK-SEM-DATA(WRK-SEM-IDX) EQUAL WRK-DATA-REGISTRO
                 MOVE WRK-SEM-IDX TO WRK-SEM-ACHADO
              END-IF
           END-PERFORM.

      *    LOCALIZA (OU ABRE) A CHAVE TIPO/MASSA/TAMANHO/PRODUTO
       PROCURAR-CHAVE SECTION.
           MOVE ZERO TO WRK-CHV-ACHADO.
           PERFORM VARYING WRK-CHV-IDX FROM 1 BY 1
                   UNTIL WRK-CHV-IDX GREATER WRK-QTD-CHAVES
                      OR WRK-CHV-ACHADO GREATER ZERO
              IF WRK-CHV-TIPO(WRK-CHV-IDX) EQUAL WRK-ACM-TIPO
                 AND WRK-CHV-MASSA(WRK-CHV-IDX) EQUAL WRK-ACM-MASSA
                 AND WRK-CHV-TAMANHO(WRK-CHV-IDX) EQUAL WRK-ACM-TAMANHO
                 AND WRK-CHV-PRODUTO(WRK-CHV-IDX) EQUAL WRK-ACM-PRODUTO
                 MOVE WRK-CHV-IDX TO WRK-CHV-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-CHV-ACHADO EQUAL ZERO
              AND WRK-QTD-CHAVES LESS 300
              ADD 1 TO WRK-QTD-CHAVES
              MOVE WRK-ACM-TIPO    TO WRK-CHV-TIPO(WRK-QTD-CHAVES)
              MOVE WRK-ACM-MASSA   TO WRK-CHV-MASSA(WRK-QTD-CHAVES)
              MOVE WRK-ACM-TAMANHO TO WRK-CHV-TAMANHO(WRK-QTD-CHAVES)
              MOVE WRK-ACM-PRODUTO TO WRK-CHV-PRODUTO(WRK-QTD-CHAVES)
              MOVE ZEROS TO WRK-CHV-PREVISTO(WRK-QTD-CHAVES)
                            WRK-CHV-REALIZADO(WRK-QTD-CHAVES)
              MOVE "N"   TO WRK-CHV-TEM-PREV(WRK-QTD-CHAVES)
              MOVE WRK-QTD-CHAVES TO WRK-CHV-ACHADO
           END-IF.

      *    REALIZADO: PEDIDO NAO CANCELADO, PELA DATA DO PEDIDO (NA
      *    ENCOMENDA, A DATA DE ENTREGA), COM AS MESMAS REGRAS DE
      *    CONTAGEM DO PREVISAODIA
       LER-PEDIDOS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           MOVE WRK-SEM-DATA(1) TO MVA-DATA-INI.
           MOVE WRK-DATA-BASE TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           ELSE
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    IF PED-SITUACAO NOT EQUAL "X"
                       PERFORM ACUMULAR-PEDIDO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

       ACUMULAR-PEDIDO SECTION.
           MOVE PED-DATA TO WRK-DATA-REGISTRO.
           PERFORM PROCURAR-SEMANA.
           IF WRK-SEM-ACHADO GREATER ZERO
              AND PED-TIPO-REG NOT EQUAL "C"
              AND PED-ITEM-TIPO NOT EQUAL "A"
              ADD 1 TO WRK-SEM-REALIZADO(WRK-SEM-ACHADO)
           END-IF.
           IF PED-DATA EQUAL WRK-DATA-BASE
              AND PED-TIPO-REG NOT EQUAL "C"
              AND PED-ITEM-TIPO NOT EQUAL "A"
              MOVE "P"         TO WRK-ACM-TIPO
              MOVE PED-TAMANHO TO WRK-ACM-TAMANHO
              MOVE ZEROS       TO WRK-ACM-PRODUTO
              MOVE PED-MASSA   TO WRK-ACM-MASSA
              IF PED-MASSA-2 EQUAL SPACES
                 MOVE 1 TO WRK-ACM-QTD
                 PERFORM SOMAR-REALIZADO
              ELSE
                 MOVE 0.5 TO WRK-ACM-QTD
                 PERFORM SOMAR-REALIZADO
                 MOVE PED-MASSA-2 TO WRK-ACM-MASSA
                 PERFORM SOMAR-REALIZADO
              END-IF
           END-IF.
           IF PED-DATA EQUAL WRK-DATA-BASE
              AND PED-TIPO-REG EQUAL "I"
              AND PED-ITEM-TIPO EQUAL "A"
              MOVE "A"            TO WRK-ACM-TIPO
              MOVE SPACES         TO WRK-ACM-MASSA WRK-ACM-TAMANHO
              MOVE PED-PRODUTO    TO WRK-ACM-PRODUTO
              MOVE PED-QUANTIDADE TO WRK-ACM-QTD
              PERFORM SOMAR-REALIZADO
           END-IF.

       LER-VENDAS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "V"          TO MVA-ARQUIVO.
           MOVE WRK-DATA-BASE TO MVA-DATA-INI.
           MOVE WRK-DATA-BASE TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "SEM VENDAS.TXT (STATUS " MVA-STATUS ")"
           ELSE
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                    IF VEN-DATA EQUAL WRK-DATA-BASE
                       AND VEN-TIPO-REG NOT EQUAL "C"
                       MOVE "A"            TO WRK-ACM-TIPO
                       MOVE SPACES         TO WRK-ACM-MASSA
                                              WRK-ACM-TAMANHO
                       MOVE VEN-PRODUTO    TO WRK-ACM-PRODUTO
                       MOVE VEN-QUANTIDADE TO WRK-ACM-QTD
                       PERFORM SOMAR-REALIZADO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

       SOMAR-REALIZADO SECTION.
           PERFORM PROCURAR-CHAVE.
           IF WRK-CHV-ACHADO GREATER ZERO
              ADD WRK-ACM-QTD TO WRK-CHV-REALIZADO(WRK-CHV-ACHADO)
           END-IF.

       IMPRIMIR-CONFERENCIA SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "PREVISTO X REALIZADO DE " DELIMITED BY SIZE
                  WRK-DATA-BASE              DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "  MASSA/TM OU PRODUTO  PREVIS  REALIZ   DIFER."
             TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           PERFORM VARYING WRK-CHV-IDX FROM 1 BY 1
                   UNTIL WRK-CHV-IDX GREATER WRK-QTD-CHAVES
              PERFORM IMPRIMIR-CHAVE
           END-PERFORM.
           MOVE ZEROS TO WRK-ACERTO.
           IF WRK-TOT-REALIZADO GREATER ZEROS
              COMPUTE WRK-ACERTO ROUNDED = 100 -
                      (WRK-TOT-ERRO * 100 / WRK-TOT-REALIZADO)
              IF WRK-ACERTO LESS ZEROS
                 MOVE ZEROS TO WRK-ACERTO
              END-IF
           END-IF.
           MOVE WRK-ACERTO TO WRK-ACERTO-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TOTAL PREVISTO "  DELIMITED BY SIZE
                  WRK-TOT-PREVISTO   DELIMITED BY SIZE
                  " REALIZADO "      DELIMITED BY SIZE
                  WRK-TOT-REALIZADO  DELIMITED BY SIZE
                  " ERRO ABSOLUTO "  DELIMITED BY SIZE
                  WRK-TOT-ERRO       DELIMITED BY SIZE
                  " ACERTO "         DELIMITED BY SIZE
                  WRK-ACERTO-ED      DELIMITED BY SIZE
                  "%"                DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "PIZZAS NOS ULTIMOS SETE DIAS" TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "  DATA     PREVIS  REALIZ   DIFER." TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           PERFORM VARYING WRK-SEM-IDX FROM 1 BY 1
                   UNTIL WRK-SEM-IDX GREATER 7
              MOVE WRK-SEM-DATA(WRK-SEM-IDX)     TO WRK-LSM-DATA
              MOVE WRK-SEM-PREVISTO(WRK-SEM-IDX) TO WRK-LSM-PREVISTO
              COMPUTE WRK-REALIZADO ROUNDED =
                      WRK-SEM-REALIZADO(WRK-SEM-IDX)
              MOVE WRK-REALIZADO TO WRK-LSM-REALIZADO
              COMPUTE WRK-DIFERENCA =
                      WRK-REALIZADO - WRK-SEM-PREVISTO(WRK-SEM-IDX)
              MOVE WRK-DIFERENCA TO WRK-LSM-DIFERENCA
              MOVE SPACES TO WRK-LSM-AVISO
              IF WRK-SEM-TEM-PREV(WRK-SEM-IDX) NOT EQUAL "S"
                 MOVE "SEM PREVISAO" TO WRK-LSM-AVISO
              END-IF
              MOVE WRK-LINHA-SEMANA TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-PERFORM.

      *    ITEM QUE SAIU SEM TER SIDO PREVISTO TAMBEM ENTRA NO ERRO
       IMPRIMIR-CHAVE SECTION.
           MOVE SPACES TO WRK-LCH-DESCRICAO.
           IF WRK-CHV-TIPO(WRK-CHV-IDX) EQUAL "P"
              STRING WRK-CHV-MASSA(WRK-CHV-IDX)   DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     WRK-CHV-TAMANHO(WRK-CHV-IDX) DELIMITED BY SIZE
                INTO WRK-LCH-DESCRICAO
              END-STRING
           ELSE
              STRING "PRODUTO "                   DELIMITED BY SIZE
                     WRK-CHV-PRODUTO(WRK-CHV-IDX) DELIMITED BY SIZE
                INTO WRK-LCH-DESCRICAO
              END-STRING
           END-IF.
           COMPUTE WRK-REALIZADO ROUNDED =
                   WRK-CHV-REALIZADO(WRK-CHV-IDX).
           COMPUTE WRK-DIFERENCA =
                   WRK-REALIZADO - WRK-CHV-PREVISTO(WRK-CHV-IDX).
           ADD WRK-CHV-PREVISTO(WRK-CHV-IDX) TO WRK-TOT-PREVISTO.
           ADD WRK-REALIZADO TO WRK-TOT-REALIZADO.
           IF WRK-DIFERENCA LESS ZEROS
              SUBTRACT WRK-DIFERENCA FROM WRK-TOT-ERRO
           ELSE
              ADD WRK-DIFERENCA TO WRK-TOT-ERRO
           END-IF.
           MOVE WRK-CHV-PREVISTO(WRK-CHV-IDX) TO WRK-LCH-PREVISTO.
           MOVE WRK-REALIZADO TO WRK-LCH-REALIZADO.
           MOVE WRK-DIFERENCA TO WRK-LCH-DIFERENCA.
           MOVE SPACES TO WRK-LCH-AVISO.
           IF WRK-CHV-TEM-PREV(WRK-CHV-IDX) NOT EQUAL "S"
              MOVE "NAO PREVISTO" TO WRK-LCH-AVISO
           END-IF.
           MOVE WRK-LINHA-CHAVE TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
