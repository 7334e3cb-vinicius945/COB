           COPY 'BOOKV.cob'.
       01 ARQSIMULA-FS       PIC 9(02) VALUES ZEROS.
       01 ARQSIMCTRL-FS      PIC 9(02) VALUES ZEROS.
       01 WRK-CLIENTE-ID     PIC 9(06) VALUES ZEROS.
       01 WRK-NUMERO-PROPOSTA PIC 9(06) VALUES ZEROS.
       01 WRK-VALOR-ORIGINAL PIC 9(07)V99 VALUES ZEROS.
      *    PRODUTO INDEXADO ("100% DO CDI", "CDI + 1%"): A PROJECAO
      *    USA UMA PREMISSA DE TAXA MENSAL DO INDICE
       01 WRK-INDEXADO       PIC X(01) VALUES "N".
       01 WRK-INDICE         PIC X(06) VALUES SPACES.
       01 WRK-PCT-INDICE     PIC 9(03)V99 VALUES ZEROS.
       01 WRK-SPREAD         PIC 9(02)V99 VALUES ZEROS.
       01 WRK-TAXA-PREMISSA  PIC 9(02)V9999 VALUES ZEROS.
       01 WRK-TAXA-MES       PIC 9(03)V9999 VALUES ZEROS.
       PROCEDURE  DIVISION.
      ******************INICIO DO PROGRAMA DEFINICAO DOS PARAGRAFOS**** 
       0001-PRINCIPAL.
           ACCEPT WRK-VALOR.
           DISPLAY 'DIGITE O TEMPO: '.
           ACCEPT WRK-MES.
           DISPLAY 'PRODUTO INDEXADO A UM INDICE? (S/N) '.
           ACCEPT WRK-INDEXADO.
           IF WRK-INDEXADO = 'S'
              PERFORM 0170-CAPTURAR-INDEXACAO
           ELSE
              MOVE SPACES TO WRK-INDICE
              MOVE ZEROS  TO WRK-PCT-INDICE WRK-SPREAD
                             WRK-TAXA-PREMISSA
              DISPLAY 'DIGITE A TAXA DE JUROS: '
              ACCEPT WRK-JUROS
              MOVE WRK-JUROS TO WRK-TAXA-MES
           END-IF.
           DISPLAY 'ID DO CLIENTE (0000 SE NAO IDENTIFICADO): '.
           ACCEPT WRK-CLIENTE-ID.
           DISPLAY 'DESEJA APORTE MENSAL? (S/N) '.
              MOVE PARM-INVEST-LIMITE-MESES TO WRK-LIMITE-MESES
              MOVE PARM-INVEST-LIMITE-JUROS TO WRK-LIMITE-JUROS
           END-IF.
      *    TAXA PROJETADA = PREMISSA * PERCENTUAL / 100 + SPREAD, TUDO
      *    EM % AO MES - NO CONTRATO VALE A TAXA PUBLICADA DE CADA MES
      *    (INDICEMANUT/INVESTMENSAL), A PREMISSA SO SERVE PARA SIMULAR
       0170-CAPTURAR-INDEXACAO.
           DISPLAY 'INDICE (CDI, SELIC...): '.
           ACCEPT WRK-INDICE.
           DISPLAY 'PERCENTUAL DO INDICE (EX.: 100,00): '.
           ACCEPT WRK-PCT-INDICE.
           DISPLAY 'SPREAD EM % AO MES (0 = SEM SPREAD): '.
           ACCEPT WRK-SPREAD.
           DISPLAY 'PREMISSA DA TAXA MENSAL DO INDICE (%): '.
           ACCEPT WRK-TAXA-PREMISSA.
           COMPUTE WRK-TAXA-MES =
                   WRK-TAXA-PREMISSA * WRK-PCT-INDICE / 100
                 + WRK-SPREAD.
           MOVE WRK-TAXA-MES TO WRK-JUROS.
           DISPLAY 'TAXA PROJETADA: ' WRK-TAXA-MES '% AO MES'.
      *********************REGRAS DE NEGÓCIOS***************************
       0200-PROCESSAR.
         PERFORM VARYING WRK-MES-ATUAL FROM 1 BY 1
           ADD WRK-APORTE TO WRK-VALOR-DEC
           MOVE WRK-VALOR-DEC TO WRK-SALDO-ANT
           COMPUTE WRK-VALOR-DEC =
               WRK-VALOR-DEC + WRK-VALOR-DEC * WRK-TAXA-MES / 100
           COMPUTE WRK-JUROS-GANHOS =
               WRK-VALOR-DEC - WRK-SALDO-ANT
           PERFORM 0250-GRAVAR-EXTRATO
           MOVE WRK-APORTE          TO SIM-APORTE.
           MOVE WRK-MOEDA           TO SIM-MOEDA.
           MOVE WRK-VALOR-DEC       TO SIM-VALOR-FINAL.
           MOVE WRK-INDICE          TO SIM-INDICE.
           MOVE WRK-PCT-INDICE      TO SIM-PCT-INDICE.
           MOVE WRK-SPREAD          TO SIM-SPREAD.
           MOVE WRK-TAXA-PREMISSA   TO SIM-TAXA-PREMISSA.
           ACCEPT SIM-DATA FROM DATE YYYYMMDD.
           WRITE SIM-REGISTRO.
           CLOSE ARQSIMULA.
