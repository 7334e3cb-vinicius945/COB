       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PEDCANCREL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: RELATORIO DIARIO DOS PEDIDOS CANCELADOS - LE O
      *ARQPEDCANC.DAT (GRAVADO PELO PEDCANCELA) DO DIA DE NEGOCIO
      *(DATAMOV, OU HOJE SEM O CONTROLE), LISTA CADA CANCELAMENTO COM
      *MOTIVO E SUPERVISOR E TOTALIZA QUANTIDADE E VALOR POR MOTIVO,
      *COM AS RECUSAS NA ENTREGA ("RE") EM DESTAQUE - E A PERDA QUE
      *NAO SE MEDIA. SAIDA EM PEDCANC_RELATORIO.TXT. STEP DO
      *BATCHNOTURNO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPEDCANC ASSIGN TO "DADOS/ARQPEDCANC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPEDCANC-FS.

           SELECT ARQCANCREL ASSIGN TO "DADOS/PEDCANC_RELATORIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQCANCREL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPEDCANC
           RECORDING MODE IS F.
       COPY "#PEDCANC".

       FD ARQCANCREL.
       01 ARQCANCREL-LINHA PIC X(90).

       WORKING-STORAGE SECTION.
       01 ARQPEDCANC-FS    PIC 9(02) VALUES ZEROS.
       01 ARQCANCREL-FS    PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO    PIC 9(08) VALUES ZEROS.
       01 WRK-VALOR-ED     PIC Z(06)9.99.

      *----------TOTAIS POR MOTIVO: 1 ER / 2 RE / 3 DC / 4 OU
       01 WRK-TAB-MOTIVOS.
           05 WRK-MOT-ITEM OCCURS 4 TIMES.
               10 WRK-MOT-QTD   PIC 9(05).
               10 WRK-MOT-VALOR PIC 9(07)V99.
       01 WRK-MOT-IDX      PIC 9(01) VALUES ZEROS.
       01 WRK-TOT-QTD      PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-VALOR    PIC 9(07)V99 VALUES ZEROS.
       01 WRK-MOTIVO-DESC  PIC X(24) VALUES SPACES.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "PEDCANCREL - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           INITIALIZE WRK-TAB-MOTIVOS.
           OPEN OUTPUT ARQCANCREL.
           MOVE SPACES TO ARQCANCREL-LINHA.
           STRING "PEDIDOS CANCELADOS EM " WRK-DATA-ALVO
                  DELIMITED BY SIZE
             INTO ARQCANCREL-LINHA
           END-STRING.
           WRITE ARQCANCREL-LINHA.
           DISPLAY ARQCANCREL-LINHA.
           OPEN INPUT ARQPEDCANC.
           IF ARQPEDCANC-FS EQUAL ZEROS
              PERFORM PROCESSAR UNTIL ARQPEDCANC-FS NOT EQUAL ZEROS
              CLOSE ARQPEDCANC
           ELSE
              DISPLAY "SEM ARQPEDCANC.DAT (STATUS " ARQPEDCANC-FS ")"
           END-IF.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQCANCREL.
           DISPLAY "PEDCANCREL - FIM".
           GOBACK.

       PROCESSAR SECTION.
           READ ARQPEDCANC NEXT RECORD.
           IF ARQPEDCANC-FS EQUAL ZEROS
              AND PEDCANC-DATA EQUAL WRK-DATA-ALVO
              PERFORM CLASSIFICAR-MOTIVO
              ADD 1             TO WRK-MOT-QTD(WRK-MOT-IDX)
                                   WRK-TOT-QTD
              ADD PEDCANC-VALOR TO WRK-MOT-VALOR(WRK-MOT-IDX)
                                   WRK-TOT-VALOR
              PERFORM IMPRIMIR-CANCELAMENTO
           END-IF.

       CLASSIFICAR-MOTIVO SECTION.
           EVALUATE PEDCANC-MOTIVO
              WHEN "ER"
                 MOVE 1 TO WRK-MOT-IDX
              WHEN "RE"
                 MOVE 2 TO WRK-MOT-IDX
              WHEN "DC"
                 MOVE 3 TO WRK-MOT-IDX
              WHEN OTHER
                 MOVE 4 TO WRK-MOT-IDX
           END-EVALUATE.

       IMPRIMIR-CANCELAMENTO SECTION.
           MOVE PEDCANC-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO ARQCANCREL-LINHA.
           STRING "PEDIDO "   PEDCANC-PED-NUMERO
                  " DE "      PEDCANC-DATA-PEDIDO
                  " CLIENTE " PEDCANC-CLIENTE-ID
                  " MOTIVO "  PEDCANC-MOTIVO
                  " VALOR "   WRK-VALOR-ED
                  " POR "     PEDCANC-SUPERVISOR
                  DELIMITED BY SIZE
             INTO ARQCANCREL-LINHA
           END-STRING.
           WRITE ARQCANCREL-LINHA.
           DISPLAY ARQCANCREL-LINHA.

       IMPRIMIR-TOTAIS SECTION.
           PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                   UNTIL WRK-MOT-IDX GREATER 4
              PERFORM IMPRIMIR-MOTIVO
           END-PERFORM.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO ARQCANCREL-LINHA.
           STRING "TOTAL CANCELADO: " WRK-TOT-QTD
                  " PEDIDOS VALOR " WRK-VALOR-ED
                  DELIMITED BY SIZE
             INTO ARQCANCREL-LINHA
           END-STRING.
           WRITE ARQCANCREL-LINHA.
           DISPLAY ARQCANCREL-LINHA.
           IF WRK-MOT-QTD(2) GREATER ZEROS
              MOVE WRK-MOT-VALOR(2) TO WRK-VALOR-ED
              MOVE SPACES TO ARQCANCREL-LINHA
              STRING "*** RECUSADOS NA ENTREGA: " WRK-MOT-QTD(2)
                     " PEDIDOS - PERDA " WRK-VALOR-ED " ***"
                     DELIMITED BY SIZE
                INTO ARQCANCREL-LINHA
              END-STRING
              WRITE ARQCANCREL-LINHA
              DISPLAY ARQCANCREL-LINHA
              MOVE 4 TO RETURN-CODE
           END-IF.

       IMPRIMIR-MOTIVO SECTION.
           EVALUATE WRK-MOT-IDX
              WHEN 1
                 MOVE "ERRO DE LANCAMENTO....:" TO WRK-MOTIVO-DESC
              WHEN 2
                 MOVE "RECUSADO NA ENTREGA...:" TO WRK-MOTIVO-DESC
              WHEN 3
                 MOVE "DESISTENCIA DO CLIENTE:" TO WRK-MOTIVO-DESC
              WHEN OTHER
                 MOVE "OUTROS MOTIVOS........:" TO WRK-MOTIVO-DESC
           END-EVALUATE.
           MOVE WRK-MOT-VALOR(WRK-MOT-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO ARQCANCREL-LINHA.
           STRING "  " WRK-MOTIVO-DESC " "
                  WRK-MOT-QTD(WRK-MOT-IDX)
                  " VALOR " WRK-VALOR-ED
                  DELIMITED BY SIZE
             INTO ARQCANCREL-LINHA
           END-STRING.
           WRITE ARQCANCREL-LINHA.
           DISPLAY ARQCANCREL-LINHA.
