      *CREDITOS POR CONTA NO DIARIO (ARQLANCAMENTO.DAT, GRAVADO PELO
      *CONTABILPOSTA), TRADUZ OS NOMES PELO PLANO (ARQPLANO.TXT) E
      *IMPRIME NO SPOOL COM OS TOTAIS GERAIS - QUE, POR PARTIDA
      *DOBRADA, TEM QUE FECHAR IGUAIS. RODA NO LOTE DE FIM DE MES.
      *OS LANCAMENTOS MANUAIS (EVENTO "MAN..." - LANCMANUAL/LANCAPROVA)
      *SAEM SEPARADOS DOS AUTOMATICOS NUM QUADRO PROPRIO NO FINAL
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 PLN-REGISTRO.
           05 PLN-CONTA          PIC 9(04).
           05 PLN-NOME           PIC X(25).
      *    GRUPO DA CONTA NAS DEMONSTRACOES (VER O DEMONSTRA)
           05 PLN-GRUPO          PIC X(01).

       WORKING-STORAGE SECTION.
       01 ARQLANCAMENTO-FS   PIC 9(02) VALUES ZEROS.
               10 WRK-CTA-CONTA   PIC 9(04).
               10 WRK-CTA-DEBITO  PIC 9(12)V99.
               10 WRK-CTA-CREDITO PIC 9(12)V99.
      *            PARTE DOS VALORES ACIMA QUE VEIO DE LANCAMENTO MANUAL
               10 WRK-CTA-MAN-DEBITO  PIC 9(12)V99.
               10 WRK-CTA-MAN-CREDITO PIC 9(12)V99.
       01 WRK-IDX            PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-NOME-CONTA     PIC X(25) VALUES SPACES.

       01 WRK-TOT-DEBITO     PIC 9(13)V99 VALUES ZEROS.
       01 WRK-TOT-CREDITO    PIC 9(13)V99 VALUES ZEROS.
       01 WRK-TOT-MAN-DEBITO  PIC 9(13)V99 VALUES ZEROS.
       01 WRK-TOT-MAN-CREDITO PIC 9(13)V99 VALUES ZEROS.
       01 WRK-TOT-AUT-DEBITO  PIC 9(13)V99 VALUES ZEROS.
       01 WRK-TOT-AUT-CREDITO PIC 9(13)V99 VALUES ZEROS.

      *----------BALANCETE NO SPOOL
       01 WRK-SPOOL.
              AND WRK-QTD-CONTAS LESS 50
              ADD 1 TO WRK-QTD-CONTAS
              MOVE LAN-CONTA TO WRK-CTA-CONTA(WRK-QTD-CONTAS)
              MOVE ZEROS TO WRK-CTA-DEBITO(WRK-QTD-CONTAS)
                            WRK-CTA-CREDITO(WRK-QTD-CONTAS)
                            WRK-CTA-MAN-DEBITO(WRK-QTD-CONTAS)
                            WRK-CTA-MAN-CREDITO(WRK-QTD-CONTAS)
              MOVE WRK-QTD-CONTAS TO WRK-IDX-ACHADO
           END-IF.
           IF WRK-IDX-ACHADO GREATER ZERO
                 ADD LAN-VALOR TO WRK-CTA-CREDITO(WRK-IDX-ACHADO)
                 ADD LAN-VALOR TO WRK-TOT-CREDITO
              END-IF
              IF LAN-EVENTO(1:3) EQUAL "MAN"
                 IF LAN-DC EQUAL "D"
                    ADD LAN-VALOR TO WRK-CTA-MAN-DEBITO(WRK-IDX-ACHADO)
                    ADD LAN-VALOR TO WRK-TOT-MAN-DEBITO
                 ELSE
                    ADD LAN-VALOR TO WRK-CTA-MAN-CREDITO(WRK-IDX-ACHADO)
                    ADD LAN-VALOR TO WRK-TOT-MAN-CREDITO
                 END-IF
              END-IF
           END-IF.

       BUSCAR-NOME-CONTA SECTION.
              DISPLAY "ATENCAO: BALANCETE NAO FECHOU"
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM IMPRIMIR-MANUAIS.

      *    QUADRO DOS LANCAMENTOS MANUAIS: SO AS CONTAS QUE TIVERAM
      *    LANCAMENTO MANUAL NO MES E O TOTAL AUTOMATICO X MANUAL
       IMPRIMIR-MANUAIS SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "LANCAMENTOS MANUAIS DO MES" TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CONTAS
              IF WRK-CTA-MAN-DEBITO(WRK-IDX) GREATER ZERO
                 OR WRK-CTA-MAN-CREDITO(WRK-IDX) GREATER ZERO
                 PERFORM BUSCAR-NOME-CONTA
                 MOVE SPACES TO WRK-SPL-LINHA
                 STRING WRK-CTA-CONTA(WRK-IDX) DELIMITED BY SIZE
                        " "                    DELIMITED BY SIZE
                        WRK-NOME-CONTA         DELIMITED BY SIZE
                        " D "                  DELIMITED BY SIZE
                        WRK-CTA-MAN-DEBITO(WRK-IDX) DELIMITED BY SIZE
                        " C "                  DELIMITED BY SIZE
                        WRK-CTA-MAN-CREDITO(WRK-IDX) DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
                 DISPLAY WRK-SPL-LINHA
              END-IF
           END-PERFORM.
           SUBTRACT WRK-TOT-MAN-DEBITO FROM WRK-TOT-DEBITO
             GIVING WRK-TOT-AUT-DEBITO.
           SUBTRACT WRK-TOT-MAN-CREDITO FROM WRK-TOT-CREDITO
             GIVING WRK-TOT-AUT-CREDITO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "AUTOMATICOS D "    DELIMITED BY SIZE
                  WRK-TOT-AUT-DEBITO  DELIMITED BY SIZE
                  " C "               DELIMITED BY SIZE
                  WRK-TOT-AUT-CREDITO DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "MANUAIS     D "    DELIMITED BY SIZE
                  WRK-TOT-MAN-DEBITO  DELIMITED BY SIZE
                  " C "               DELIMITED BY SIZE
                  WRK-TOT-MAN-CREDITO DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
