      *IMPRIME A NOTA DE RESGATE NO SPOOL E BAIXA O SALDO DO
      *CONTRATO - O PARCIAL REDUZ A POSICAO SEM MEXER NA TAXA NEM NA
      *DATA DE INICIO DO QUE FICA; O TOTAL ENCERRA O CONTRATO. O
      *EXTRATO DO INVESTMENSAL MOSTRA OS RESGATES DO MES. O RENDIMENTO
      *BRUTO E A SOMA DOS JUROS POSTADOS MES A MES NO ARQINVESTPOS.DAT
      *(CADA MES COM A SUA TAXA - NO POS-FIXADO ELA MUDA TODO MES), E
      *NAO O SALDO RECALCULADO COM UMA TAXA SO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQRESGATE-FS.

           SELECT ARQPOS ASSIGN TO "DADOS/ARQINVESTPOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPOS-FS
           RECORD KEY IS POS-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQINVEST.
           05 RES-LIQUIDO      PIC 9(09)V99.
           05 RES-OPERADOR     PIC X(10).

       FD ARQPOS.
       COPY "#INVEST-POS".

       WORKING-STORAGE SECTION.
       01 ARQINVEST-FS       PIC 9(02) VALUES ZEROS.
       01 ARQRESGPARM-FS     PIC 9(02) VALUES ZEROS.
       01 ARQRESGATE-FS      PIC 9(02) VALUES ZEROS.
       01 ARQPOS-FS          PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES SPACES.
       01 WRK-NUMERO         PIC 9(06) VALUES ZEROS.
       01 WRK-IDX            PIC 9(01) VALUES ZEROS.
       01 WRK-ACHOU-FAIXA    PIC X(01) VALUES "N".

      *----------RENDIMENTO BRUTO PELOS JUROS POSTADOS MES A MES
       01 WRK-RENDIMENTO     PIC 9(09)V99 VALUES ZEROS.
       01 WRK-REND-RESGATE   PIC 9(09)V99 VALUES ZEROS.
       01 WRK-MESES-POSTADOS PIC 9(03) VALUES ZEROS.
       01 WRK-POS-IMPRIME    PIC X(01) VALUES "N".
       01 WRK-POS-FIM        PIC X(01) VALUES "N".
       01 WRK-TAXA-ED        PIC ZZ9,9999.
       01 WRK-JUROS-ED       PIC Z.ZZZ.ZZ9,99.

      *----------NOTA DE RESGATE NO SPOOL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           END-IF.
           PERFORM CALCULAR-POSSE.
           PERFORM RESOLVER-ALIQUOTA.
           MOVE "N" TO WRK-POS-IMPRIME.
           PERFORM PERCORRER-POSICOES.
           DISPLAY "SALDO ATUAL.......: " INV-SALDO.
           DISPLAY "RENDIMENTO BRUTO..: " WRK-RENDIMENTO " EM "
                   WRK-MESES-POSTADOS " MES(ES) POSTADO(S)".
           DISPLAY "POSSE (MESES).....: " WRK-MESES-POSSE.
           DISPLAY "ALIQUOTA REGRESSIVA: " WRK-ALIQUOTA " PCT".
           DISPLAY "VALOR A RESGATAR (0 = TOTAL): ".
           END-IF.
           COMPUTE WRK-IMPOSTO = (WRK-BRUTO * WRK-ALIQUOTA) / 100.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-IMPOSTO.
      *    PARTE DO RENDIMENTO QUE SAI NESTE RESGATE, NA PROPORCAO DO
      *    VALOR RESGATADO SOBRE O SALDO
           IF INV-SALDO GREATER ZEROS
              COMPUTE WRK-REND-RESGATE ROUNDED =
                      WRK-RENDIMENTO * WRK-BRUTO / INV-SALDO
           ELSE
              MOVE ZEROS TO WRK-REND-RESGATE
           END-IF.
           DISPLAY "BRUTO " WRK-BRUTO " IMPOSTO " WRK-IMPOSTO
                   " LIQUIDO " WRK-LIQUIDO.
           DISPLAY "RENDIMENTO NO RESGATE: " WRK-REND-RESGATE.
           DISPLAY "CONFIRMA O RESGATE (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              END-IF
           END-PERFORM.

      *    SOMA OS JUROS POSTADOS DO CONTRATO; COM WRK-POS-IMPRIME = "S"
      *    TAMBEM LANCA NA NOTA UMA LINHA POR MES COM A TAXA E OS JUROS
       PERCORRER-POSICOES SECTION.
           MOVE ZEROS TO WRK-RENDIMENTO WRK-MESES-POSTADOS.
           MOVE "N" TO WRK-POS-FIM.
           OPEN INPUT ARQPOS.
           IF ARQPOS-FS NOT EQUAL ZEROS
              MOVE "S" TO WRK-POS-FIM
           ELSE
              MOVE INV-NUMERO TO POS-NUMERO
              MOVE ZEROS      TO POS-ANOMES
              START ARQPOS KEY IS GREATER OR EQUAL POS-CHAVE
              IF ARQPOS-FS NOT EQUAL ZEROS
                 MOVE "S" TO WRK-POS-FIM
              END-IF
           END-IF.
           PERFORM UNTIL WRK-POS-FIM EQUAL "S"
              READ ARQPOS NEXT RECORD
              IF ARQPOS-FS NOT EQUAL ZEROS
                 OR POS-NUMERO NOT EQUAL INV-NUMERO
                 MOVE "S" TO WRK-POS-FIM
              ELSE
                 ADD POS-JUROS TO WRK-RENDIMENTO
                 ADD 1 TO WRK-MESES-POSTADOS
                 IF WRK-POS-IMPRIME EQUAL "S"
                    PERFORM IMPRIMIR-MES-POSTADO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ARQPOS.
           MOVE ZEROS TO ARQPOS-FS.

       IMPRIMIR-MES-POSTADO SECTION.
           MOVE POS-JUROS TO WRK-JUROS-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           IF POS-TAXA NUMERIC
              MOVE POS-TAXA TO WRK-TAXA-ED
              STRING "  MES "      DELIMITED BY SIZE
                     POS-ANOMES    DELIMITED BY SIZE
                     " TAXA "      DELIMITED BY SIZE
                     WRK-TAXA-ED   DELIMITED BY SIZE
                     "% JUROS "    DELIMITED BY SIZE
                     WRK-JUROS-ED  DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           ELSE
              STRING "  MES "      DELIMITED BY SIZE
                     POS-ANOMES    DELIMITED BY SIZE
                     " JUROS "     DELIMITED BY SIZE
                     WRK-JUROS-ED  DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       GRAVAR-RESGATE SECTION.
           OPEN EXTEND ARQRESGATE.
           IF ARQRESGATE-FS EQUAL 05
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "RENDIMENTO BRUTO POR MES POSTADO:" DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "S" TO WRK-POS-IMPRIME.
           PERFORM PERCORRER-POSICOES.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TOTAL RENDIMENTO "  DELIMITED BY SIZE
                  WRK-RENDIMENTO       DELIMITED BY SIZE
                  " - NESTE RESGATE "  DELIMITED BY SIZE
                  WRK-REND-RESGATE     DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
