       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESTIMORECUP.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: RELATORIO MENSAL DE BAIXAS PARA PERDA E RECUPERACOES
      *DE EMPRESTIMO, A PARTIR DO DIARIO ARQEMPBAIXA.DAT (BAIXAS DO
      *EMPRESTIMOBAIXA E RECEBIMENTOS DE CONTRATO BAIXADO NO
      *EMPRESTIMOPAGA). LISTA NO SPOOL, POR CLIENTE E BANDA DE RISCO,
      *O SALDO BAIXADO E O VALOR RECUPERADO NO MES DO DIA DE NEGOCIO,
      *OS TOTAIS POR BANDA E O ACUMULADO DESDE A PRIMEIRA BAIXA COM O
      *PERCENTUAL JA RECUPERADO. RODA NO LOTE DE FIM DE MES
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBXA ASSIGN TO "DADOS/ARQEMPBAIXA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQBXA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQBXA
           RECORDING MODE IS F.
       COPY "#EMP-BAIXA".

       WORKING-STORAGE SECTION.
       01 ARQBXA-FS          PIC 9(02) VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.

      *----------CLIENTE X BANDA NO MES, EM ORDEM DE CLIENTE
       01 WRK-QTD-CLI        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CLIENTE.
           05 WRK-CLI-ITEM OCCURS 500 TIMES.
               10 WRK-CLI-ID         PIC 9(06).
               10 WRK-CLI-BANDA      PIC X(01).
               10 WRK-CLI-BAIXADO    PIC 9(10)V99.
               10 WRK-CLI-RECUPERADO PIC 9(10)V99.
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-MOVE       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-FORA-TABELA    PIC 9(05) VALUES ZEROS.

      *----------TOTAIS POR BANDA: A / B / C / SEM BANDA
       01 WRK-TAB-BANDA.
           05 WRK-BND-ITEM OCCURS 4 TIMES.
               10 WRK-BND-BAIXADO    PIC 9(10)V99.
               10 WRK-BND-RECUPERADO PIC 9(10)V99.
       01 WRK-IDX-BANDA      PIC 9(01) VALUES ZEROS.
       01 WRK-ROTULO-BANDA   PIC X(01) VALUES SPACES.

       01 WRK-TOT-BAIXADO    PIC 9(10)V99 VALUES ZEROS.
       01 WRK-TOT-RECUPERADO PIC 9(10)V99 VALUES ZEROS.
       01 WRK-ACU-BAIXADO    PIC 9(10)V99 VALUES ZEROS.
       01 WRK-ACU-RECUPERADO PIC 9(10)V99 VALUES ZEROS.
       01 WRK-PCT-RECUPERADO PIC 9(03)V99 VALUES ZEROS.

       01 WRK-BAIXADO-ED     PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-RECUPERADO-ED  PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-PCT-ED         PIC ZZ9,99.

      *----------ENTRADA NO SPOOL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20)
                                 VALUE "BAIXAS E RECUPERACAO".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "EMPRESTRECUP".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "EMPRESTIMORECUP - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-ANOMES.
           INITIALIZE WRK-TAB-BANDA.
           OPEN INPUT ARQBXA.
           IF ARQBXA-FS NOT EQUAL ZEROS
              DISPLAY "SEM BAIXAS PARA PERDA (STATUS " ARQBXA-FS ")"
              DISPLAY "EMPRESTIMORECUP - FIM"
              GOBACK
           END-IF.
           PERFORM UNTIL ARQBXA-FS NOT EQUAL ZEROS
              READ ARQBXA
              IF ARQBXA-FS EQUAL ZEROS
                 PERFORM ACUMULAR-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE ARQBXA.
           PERFORM IMPRIMIR-RELATORIO.
           IF WRK-FORA-TABELA GREATER ZEROS
              DISPLAY "AVISO: " WRK-FORA-TABELA " LANCAMENTOS FORA DA"
                      " TABELA DE CLIENTES (SO NOS TOTAIS)"
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "EMPRESTIMORECUP - FIM".
           GOBACK.

      *    O ACUMULADO VAI ATE O FIM DO MES DO RELATORIO; O DETALHE E
      *    OS TOTAIS POR BANDA SO COM O MES
       ACUMULAR-REGISTRO SECTION.
           IF BXA-DATA(1:6) NOT GREATER WRK-ANOMES
              IF BXA-TIPO EQUAL "B"
                 ADD BXA-VALOR TO WRK-ACU-BAIXADO
              ELSE
                 ADD BXA-VALOR TO WRK-ACU-RECUPERADO
              END-IF
           END-IF.
           IF BXA-DATA(1:6) EQUAL WRK-ANOMES
              EVALUATE BXA-BANDA
                 WHEN "A"
                    MOVE 1 TO WRK-IDX-BANDA
                 WHEN "B"
                    MOVE 2 TO WRK-IDX-BANDA
                 WHEN "C"
                    MOVE 3 TO WRK-IDX-BANDA
                 WHEN OTHER
                    MOVE 4 TO WRK-IDX-BANDA
              END-EVALUATE
              IF BXA-TIPO EQUAL "B"
                 ADD BXA-VALOR TO WRK-TOT-BAIXADO
                 ADD BXA-VALOR TO WRK-BND-BAIXADO(WRK-IDX-BANDA)
              ELSE
                 ADD BXA-VALOR TO WRK-TOT-RECUPERADO
                 ADD BXA-VALOR TO WRK-BND-RECUPERADO(WRK-IDX-BANDA)
              END-IF
              PERFORM LOCALIZAR-CLIENTE
              IF WRK-IDX-ACHADO GREATER ZERO
                 IF BXA-TIPO EQUAL "B"
                    ADD BXA-VALOR TO WRK-CLI-BAIXADO(WRK-IDX-ACHADO)
                 ELSE
                    ADD BXA-VALOR
                     TO WRK-CLI-RECUPERADO(WRK-IDX-ACHADO)
                 END-IF
              END-IF
           END-IF.

      *    PROCURA CLIENTE + BANDA; NAO ACHANDO, ABRE A LINHA NA
      *    POSICAO CERTA, EMPURRANDO AS SEGUINTES
       LOCALIZAR-CLIENTE SECTION.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CLI
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-CLI-ID(WRK-IDX) EQUAL BXA-CLIENTE-ID
                 AND WRK-CLI-BANDA(WRK-IDX) EQUAL BXA-BANDA
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZERO
              IF WRK-QTD-CLI NOT LESS 500
                 ADD 1 TO WRK-FORA-TABELA
              ELSE
                 MOVE 1 TO WRK-IDX
                 PERFORM UNTIL WRK-IDX GREATER WRK-QTD-CLI
                    OR WRK-CLI-ID(WRK-IDX) GREATER BXA-CLIENTE-ID
                    OR (WRK-CLI-ID(WRK-IDX) EQUAL BXA-CLIENTE-ID
                        AND WRK-CLI-BANDA(WRK-IDX) GREATER BXA-BANDA)
                    ADD 1 TO WRK-IDX
                 END-PERFORM
                 PERFORM VARYING WRK-IDX-MOVE FROM WRK-QTD-CLI BY -1
                         UNTIL WRK-IDX-MOVE LESS WRK-IDX
                    MOVE WRK-CLI-ITEM(WRK-IDX-MOVE)
                      TO WRK-CLI-ITEM(WRK-IDX-MOVE + 1)
                 END-PERFORM
                 ADD 1 TO WRK-QTD-CLI
                 MOVE BXA-CLIENTE-ID TO WRK-CLI-ID(WRK-IDX)
                 MOVE BXA-BANDA      TO WRK-CLI-BANDA(WRK-IDX)
                 MOVE ZEROS          TO WRK-CLI-BAIXADO(WRK-IDX)
                                        WRK-CLI-RECUPERADO(WRK-IDX)
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-IF.

       IMPRIMIR-RELATORIO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "BAIXAS PARA PERDA E RECUPERACOES - MES "
                                               DELIMITED BY SIZE
                  WRK-ANOMES                   DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           IF WRK-QTD-CLI EQUAL ZERO
              MOVE "NENHUMA BAIXA OU RECUPERACAO NO MES"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-LINHA
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CLI
              MOVE WRK-CLI-BAIXADO(WRK-IDX)    TO WRK-BAIXADO-ED
              MOVE WRK-CLI-RECUPERADO(WRK-IDX) TO WRK-RECUPERADO-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "CLIENTE "              DELIMITED BY SIZE
                     WRK-CLI-ID(WRK-IDX)     DELIMITED BY SIZE
                     " BANDA "               DELIMITED BY SIZE
                     WRK-CLI-BANDA(WRK-IDX)  DELIMITED BY SIZE
                     " BAIXADO "             DELIMITED BY SIZE
                     WRK-BAIXADO-ED          DELIMITED BY SIZE
                     " RECUPERADO "          DELIMITED BY SIZE
                     WRK-RECUPERADO-ED       DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-LINHA
           END-PERFORM.
           PERFORM VARYING WRK-IDX-BANDA FROM 1 BY 1
                   UNTIL WRK-IDX-BANDA GREATER 4
              EVALUATE WRK-IDX-BANDA
                 WHEN 1
                    MOVE "A" TO WRK-ROTULO-BANDA
                 WHEN 2
                    MOVE "B" TO WRK-ROTULO-BANDA
                 WHEN 3
                    MOVE "C" TO WRK-ROTULO-BANDA
                 WHEN OTHER
                    MOVE "?" TO WRK-ROTULO-BANDA
              END-EVALUATE
              MOVE WRK-BND-BAIXADO(WRK-IDX-BANDA)    TO WRK-BAIXADO-ED
              MOVE WRK-BND-RECUPERADO(WRK-IDX-BANDA)
                TO WRK-RECUPERADO-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "TOTAL BANDA "          DELIMITED BY SIZE
                     WRK-ROTULO-BANDA        DELIMITED BY SIZE
                     "  BAIXADO "            DELIMITED BY SIZE
                     WRK-BAIXADO-ED          DELIMITED BY SIZE
                     " RECUPERADO "          DELIMITED BY SIZE
                     WRK-RECUPERADO-ED       DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-LINHA
           END-PERFORM.
           MOVE WRK-TOT-BAIXADO    TO WRK-BAIXADO-ED.
           MOVE WRK-TOT-RECUPERADO TO WRK-RECUPERADO-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TOTAL DO MES   BAIXADO "  DELIMITED BY SIZE
                  WRK-BAIXADO-ED             DELIMITED BY SIZE
                  " RECUPERADO "             DELIMITED BY SIZE
                  WRK-RECUPERADO-ED          DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE ZEROS TO WRK-PCT-RECUPERADO.
           IF WRK-ACU-BAIXADO GREATER ZEROS
              COMPUTE WRK-PCT-RECUPERADO ROUNDED =
                      WRK-ACU-RECUPERADO * 100 / WRK-ACU-BAIXADO
           END-IF.
           MOVE WRK-ACU-BAIXADO    TO WRK-BAIXADO-ED.
           MOVE WRK-ACU-RECUPERADO TO WRK-RECUPERADO-ED.
           MOVE WRK-PCT-RECUPERADO TO WRK-PCT-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ACUMULADO      BAIXADO "  DELIMITED BY SIZE
                  WRK-BAIXADO-ED             DELIMITED BY SIZE
                  " RECUPERADO "             DELIMITED BY SIZE
                  WRK-RECUPERADO-ED          DELIMITED BY SIZE
                  " (" WRK-PCT-ED "%)"       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
