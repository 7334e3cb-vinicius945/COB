      *PROPOSTA PELO NUMERO OU LISTA AS DE UM CLIENTE, E COLOCA DUAS
      *PROPOSTAS LADO A LADO MES A MES (O SALDO MENSAL E RECALCULADO
      *DAS ENTRADAS GRAVADAS, COM A MESMA FORMULA DE JUROS COMPOSTOS
      *DO PROGCOBINVEST). PROPOSTA INDEXADA (CDI...) E PROJETADA COM
      *A PREMISSA DE TAXA DO INDICE GRAVADA NELA, OU COM UMA PREMISSA
      *UNICA INFORMADA NA COMPARACAO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-NUMERO         PIC 9(06) VALUES ZEROS.
       01 WRK-CLIENTE-ID     PIC 9(06) VALUES ZEROS.
       01 WRK-ACHADA         PIC X(01) VALUES "N".

      *----------COMPARACAO DE DUAS PROPOSTAS
           05 WRK-A-MESES    PIC 9(03).
           05 WRK-A-JUROS    PIC 9(03)V99.
           05 WRK-A-APORTE   PIC 9(07)V99.
           05 WRK-A-TAXA     PIC 9(03)V9999.
       01 WRK-PROP-B.
           05 WRK-B-CAPITAL  PIC 9(07)V99.
           05 WRK-B-MESES    PIC 9(03).
           05 WRK-B-JUROS    PIC 9(03)V99.
           05 WRK-B-APORTE   PIC 9(07)V99.
           05 WRK-B-TAXA     PIC 9(03)V9999.
       01 WRK-SALDO-A        PIC 9(09)V99 VALUES ZEROS.
       01 WRK-SALDO-B        PIC 9(09)V99 VALUES ZEROS.
       01 WRK-MES-ATUAL      PIC 9(03) VALUES ZEROS.
       01 WRK-MAIOR-PRAZO    PIC 9(03) VALUES ZEROS.
       01 WRK-SALDO-A-ED     PIC Z(08)9,99.
       01 WRK-SALDO-B-ED     PIC Z(08)9,99.
       01 WRK-PREMISSA       PIC 9(02)V9999 VALUES ZEROS.
       01 WRK-PREMISSA-USO   PIC 9(02)V9999 VALUES ZEROS.
       01 WRK-TAXA-CALC      PIC 9(03)V9999 VALUES ZEROS.

       PROCEDURE  DIVISION.
       0001-PRINCIPAL.
           DISPLAY "  CAPITAL....: " SIM-CAPITAL " " SIM-MOEDA.
           DISPLAY "  MESES......: " SIM-MESES.
           DISPLAY "  JUROS......: " SIM-JUROS "%".
           IF SIM-INDICE NOT EQUAL SPACES
              AND SIM-INDICE NOT EQUAL LOW-VALUES
              DISPLAY "  INDEXADA...: " SIM-PCT-INDICE "% DO "
                      SIM-INDICE " + " SIM-SPREAD "% A.M."
              DISPLAY "  PREMISSA...: " SIM-TAXA-PREMISSA
                      "% A.M. DO INDICE"
           END-IF.
           DISPLAY "  APORTE.....: " SIM-APORTE.
           DISPLAY "  VALOR FINAL: " SIM-VALOR-FINAL.

           ACCEPT WRK-NUMERO-A.
           DISPLAY "SEGUNDA PROPOSTA : ".
           ACCEPT WRK-NUMERO-B.
           DISPLAY "PREMISSA DO INDICE P/ INDEXADAS (% A.M., 0 = A DE"
                   " CADA PROPOSTA): ".
           ACCEPT WRK-PREMISSA.

           MOVE WRK-NUMERO-A TO SIM-NUMERO.
           READ ARQSIMULA.
              MOVE SIM-MESES   TO WRK-A-MESES
              MOVE SIM-JUROS   TO WRK-A-JUROS
              MOVE SIM-APORTE  TO WRK-A-APORTE
              PERFORM 0320-TAXA-DA-PROPOSTA
              MOVE WRK-TAXA-CALC TO WRK-A-TAXA
              MOVE WRK-NUMERO-B TO SIM-NUMERO
              READ ARQSIMULA
              IF ARQSIMULA-FS NOT EQUAL ZEROS
                 MOVE SIM-MESES   TO WRK-B-MESES
                 MOVE SIM-JUROS   TO WRK-B-JUROS
                 MOVE SIM-APORTE  TO WRK-B-APORTE
                 PERFORM 0320-TAXA-DA-PROPOSTA
                 MOVE WRK-TAXA-CALC TO WRK-B-TAXA
                 PERFORM 0350-EXIBIR-COMPARACAO
              END-IF
           END-IF.

      *    TAXA MENSAL DA PROJECAO: A GRAVADA NA PROPOSTA PREFIXADA; NA
      *    INDEXADA, PREMISSA DO INDICE * PERCENTUAL / 100 + SPREAD
       0320-TAXA-DA-PROPOSTA.
           IF SIM-INDICE EQUAL SPACES OR SIM-INDICE EQUAL LOW-VALUES
              OR SIM-PCT-INDICE NOT NUMERIC
              OR SIM-SPREAD NOT NUMERIC
              MOVE SIM-JUROS TO WRK-TAXA-CALC
           ELSE
              IF WRK-PREMISSA EQUAL ZEROS
                 MOVE SIM-TAXA-PREMISSA TO WRK-PREMISSA-USO
              ELSE
                 MOVE WRK-PREMISSA      TO WRK-PREMISSA-USO
              END-IF
              COMPUTE WRK-TAXA-CALC =
                      WRK-PREMISSA-USO * SIM-PCT-INDICE / 100
                    + SIM-SPREAD
           END-IF.

      *    MES A MES, AS DUAS COLUNAS - MESMA FORMULA DO 0200 DO
      *    PROGCOBINVEST, RECALCULADA DAS ENTRADAS GRAVADAS
       0350-EXIBIR-COMPARACAO.
              IF WRK-MES-ATUAL NOT GREATER WRK-A-MESES
                 ADD WRK-A-APORTE TO WRK-SALDO-A
                 COMPUTE WRK-SALDO-A =
                     WRK-SALDO-A + WRK-SALDO-A * WRK-A-TAXA / 100
              END-IF
              IF WRK-MES-ATUAL NOT GREATER WRK-B-MESES
                 ADD WRK-B-APORTE TO WRK-SALDO-B
                 COMPUTE WRK-SALDO-B =
                     WRK-SALDO-B + WRK-SALDO-B * WRK-B-TAXA / 100
              END-IF
              MOVE WRK-SALDO-A TO WRK-SALDO-A-ED
              MOVE WRK-SALDO-B TO WRK-SALDO-B-ED
