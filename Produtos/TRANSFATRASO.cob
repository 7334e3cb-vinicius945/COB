       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFATRASO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: TRANSFERENCIAS ENTRE FILIAIS PARADAS EM TRANSITO -
      *LISTA NO SPOOL OS DOCUMENTOS ENVIADOS POR ESTA FILIAL
      *(ARQTRANSF.DAT, SENTIDO "E") QUE AINDA NAO TIVERAM O RETORNO
      *DA CONFERENCIA BAIXADO NO TRANSFILIAL HA MAIS DE N DIAS
      *(PARM-TRANSF-DIAS-ALERTA DO ARQPARM.DAT, 5 SEM O PARAMETRO),
      *COM A QUANTIDADE E O VALOR AO CUSTO DE SAIDA DE CADA UM.
      *TRANSFERENCIA ATRASADA TERMINA O STEP COM RC 4. STEP DIARIO DO
      *BATCHNOTURNO E OPCAO (A) DO TRANSFILIAL
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTRANSF ASSIGN TO "DADOS/ARQTRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQTRANSF-FS
           RECORD KEY IS TRF-CHAVE.

           SELECT ARQTRANSFITEM ASSIGN TO "DADOS/ARQTRANSFITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQTRANSFITEM-FS
           RECORD KEY IS TRI-CHAVE.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQTRANSF.
       COPY "#PROD-TRANSF".

       FD ARQTRANSFITEM.
       COPY "#PROD-TRANSF-ITEM".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       WORKING-STORAGE SECTION.
       01 ARQTRANSF-FS       PIC 9(02) VALUES ZEROS.
       01 ARQTRANSFITEM-FS   PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-FILIAL-LOCAL   PIC X(10) VALUES SPACES.
      *    DIAS EM TRANSITO A PARTIR DOS QUAIS ALERTA - SEM PARAMETRO, 5
       01 WRK-DIAS-ALERTA    PIC 9(03) VALUES 5.
       01 WRK-DIAS-TRANSITO  PIC S9(05) VALUES ZEROS.
       01 WRK-FIM-DOCUMENTO  PIC X(01) VALUES "N".
       01 WRK-QTD-DOCUMENTO  PIC 9(07) VALUES ZEROS.
       01 WRK-VALOR-DOCUMENTO PIC 9(09)V99 VALUES ZEROS.

       01 WRK-TOT-ATRASADAS  PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-TRANSITO   PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-QTD        PIC 9(09) VALUES ZEROS.
       01 WRK-TOT-VALOR      PIC 9(09)V99 VALUES ZEROS.
       01 WRK-VALOR-ED       PIC ZZZZZZZZ9.99.

       01 WRK-LINHA-TRANSF.
           05 WRK-LTR-NUMERO      PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LTR-DESTINO     PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LTR-DEPOSITO    PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LTR-ENVIO       PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LTR-DIAS        PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LTR-ITENS       PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LTR-QTD         PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LTR-VALOR       PIC ZZZZZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LTR-OPERADOR    PIC X(10).

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL (TRANSFERENCIAS EM TRANSITO)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "TRANSF. EM TRANSITO".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "TRANSFATRASO".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "TRANSFATRASO - INICIO".
           MOVE ZEROS TO WRK-TOT-ATRASADAS WRK-TOT-TRANSITO
                         WRK-TOT-QTD WRK-TOT-VALOR.
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           PERFORM LER-PARAMETROS.
           OPEN INPUT ARQTRANSF.
           IF ARQTRANSF-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQTRANSF.DAT (STATUS " ARQTRANSF-FS
                      ") - NENHUMA TRANSFERENCIA"
           ELSE
              OPEN INPUT ARQTRANSFITEM
              PERFORM ABRIR-RELATORIO
              MOVE LOW-VALUES TO TRF-CHAVE
              START ARQTRANSF KEY IS GREATER OR EQUAL TRF-CHAVE
              PERFORM UNTIL ARQTRANSF-FS NOT EQUAL ZEROS
                 READ ARQTRANSF NEXT RECORD
                 IF ARQTRANSF-FS EQUAL ZEROS
                    AND TRF-SENTIDO EQUAL "E"
                    AND TRF-SITUACAO EQUAL "T"
                    PERFORM VERIFICAR-DOCUMENTO
                 END-IF
              END-PERFORM
              PERFORM IMPRIMIR-TOTAIS
              IF ARQTRANSFITEM-FS EQUAL ZEROS
                 OR ARQTRANSFITEM-FS EQUAL 10
                 OR ARQTRANSFITEM-FS EQUAL 23
                 CLOSE ARQTRANSFITEM
              END-IF
              CLOSE ARQTRANSF
           END-IF.
           IF WRK-TOT-ATRASADAS GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "TRANSFATRASO - FIM".
           GOBACK.

       LER-PARAMETROS SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 MOVE PARM-FILIAL-LOCAL TO WRK-FILIAL-LOCAL
                 IF PARM-TRANSF-DIAS-ALERTA IS NUMERIC
                    AND PARM-TRANSF-DIAS-ALERTA GREATER ZEROS
                    MOVE PARM-TRANSF-DIAS-ALERTA TO WRK-DIAS-ALERTA
                 END-IF
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

       ABRIR-RELATORIO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TRANSFERENCIAS DA FILIAL " DELIMITED BY SIZE
                  WRK-FILIAL-LOCAL            DELIMITED BY SPACE
                  " EM TRANSITO HA MAIS DE "  DELIMITED BY SIZE
                  WRK-DIAS-ALERTA             DELIMITED BY SIZE
                  " DIAS EM "                 DELIMITED BY SIZE
                  WRK-DATA-ALVO               DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "NUMERO DESTINO    DEP ENVIO    DIAS ITN     QTD"
                                                DELIMITED BY SIZE
                  "      VALOR OPERADOR"       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

      *    TODO DOCUMENTO EM TRANSITO ENTRA NO TOTAL EM TRANSITO; SO O
      *    QUE PASSOU DO PRAZO DE ALERTA E LISTADO
       VERIFICAR-DOCUMENTO SECTION.
           COMPUTE WRK-DIAS-TRANSITO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO)
                 - FUNCTION INTEGER-OF-DATE(TRF-DATA-ENVIO).
           PERFORM SOMAR-ITENS.
           ADD 1 TO WRK-TOT-TRANSITO.
           ADD WRK-QTD-DOCUMENTO TO WRK-TOT-QTD.
           ADD WRK-VALOR-DOCUMENTO TO WRK-TOT-VALOR.
           IF WRK-DIAS-TRANSITO GREATER WRK-DIAS-ALERTA
              ADD 1 TO WRK-TOT-ATRASADAS
              MOVE TRF-NUMERO          TO WRK-LTR-NUMERO
              MOVE TRF-FILIAL-DESTINO  TO WRK-LTR-DESTINO
              MOVE TRF-DEPOSITO        TO WRK-LTR-DEPOSITO
              MOVE TRF-DATA-ENVIO      TO WRK-LTR-ENVIO
              MOVE WRK-DIAS-TRANSITO   TO WRK-LTR-DIAS
              MOVE TRF-QTD-ITENS       TO WRK-LTR-ITENS
              MOVE WRK-QTD-DOCUMENTO   TO WRK-LTR-QTD
              MOVE WRK-VALOR-DOCUMENTO TO WRK-LTR-VALOR
              MOVE TRF-OPERADOR        TO WRK-LTR-OPERADOR
              MOVE WRK-LINHA-TRANSF    TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-IF.

       SOMAR-ITENS SECTION.
           MOVE ZEROS TO WRK-QTD-DOCUMENTO WRK-VALOR-DOCUMENTO.
           IF ARQTRANSFITEM-FS EQUAL ZEROS OR ARQTRANSFITEM-FS EQUAL 10
              OR ARQTRANSFITEM-FS EQUAL 23
              MOVE "N" TO WRK-FIM-DOCUMENTO
              MOVE TRF-FILIAL-ORIGEM TO TRI-FILIAL-ORIGEM
              MOVE TRF-NUMERO        TO TRI-NUMERO
              MOVE ZEROS             TO TRI-SEQ
              START ARQTRANSFITEM KEY IS GREATER OR EQUAL TRI-CHAVE
              PERFORM UNTIL ARQTRANSFITEM-FS NOT EQUAL ZEROS
                         OR WRK-FIM-DOCUMENTO EQUAL "S"
                 READ ARQTRANSFITEM NEXT RECORD
                 IF ARQTRANSFITEM-FS EQUAL ZEROS
                    IF TRI-FILIAL-ORIGEM NOT EQUAL TRF-FILIAL-ORIGEM
                       OR TRI-NUMERO NOT EQUAL TRF-NUMERO
                       MOVE "S" TO WRK-FIM-DOCUMENTO
                    ELSE
                       ADD TRI-QTD-ENVIADA TO WRK-QTD-DOCUMENTO
                       COMPUTE WRK-VALOR-DOCUMENTO ROUNDED =
                               WRK-VALOR-DOCUMENTO
                             + TRI-QTD-ENVIADA * TRI-CUSTO-UNIT
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQTRANSFITEM-FS
           END-IF.

       IMPRIMIR-TOTAIS SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           IF WRK-TOT-ATRASADAS EQUAL ZEROS
              MOVE "  NENHUMA TRANSFERENCIA ATRASADA" TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ATRASADAS: "          DELIMITED BY SIZE
                  WRK-TOT-ATRASADAS      DELIMITED BY SIZE
                  " DE "                 DELIMITED BY SIZE
                  WRK-TOT-TRANSITO       DELIMITED BY SIZE
                  " EM TRANSITO"         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TOTAL EM TRANSITO: "  DELIMITED BY SIZE
                  WRK-TOT-QTD            DELIMITED BY SIZE
                  " UNIDADES - VALOR AO CUSTO " DELIMITED BY SIZE
                  WRK-VALOR-ED           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
