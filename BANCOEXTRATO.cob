       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOEXTRATO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: IMPORTACAO DO EXTRATO DA CONTA ENVIADO PELO BANCO
      *(DADOS/EXTRATO_BANCO.TXT, LARGURA FIXA): "1" CABECALHO COM O
      *SALDO ANTERIOR, "2" UMA LINHA POR LANCAMENTO (DATA, C/D, VALOR
      *V99 IMPLICITO, DOCUMENTO E HISTORICO), "9" RODAPE COM O SALDO
      *FINAL DO ULTIMO DIA. AS LINHAS VAO PARA O ARQBANCOEXTR.DAT PELA
      *DATA + SEQUENCIA NO DIA - REIMPORTAR UM DIA JA CARREGADO NAO
      *DUPLICA (CONTA COMO JA IMPORTADA); O SALDO DO RODAPE VAI PARA O
      *ARQBANCOSALDO.DAT, DE ONDE O BANCOCONCILIA TIRA O SALDO DO
      *BANCO NO FIM DO MES. LINHA COM DATA, INDICADOR OU VALOR
      *INVALIDO E REJEITADA E O PROGRAMA TERMINA COM RC 4
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBANCOEXTR ASSIGN TO "DADOS/ARQBANCOEXTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQBANCOEXTR-FS
           RECORD KEY IS EXT-CHAVE.

           SELECT ARQBANCOSALDO ASSIGN TO "DADOS/ARQBANCOSALDO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQBANCOSALDO-FS.

           SELECT EARQEXTRATO ASSIGN TO "DADOS/EXTRATO_BANCO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EARQEXTRATO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQBANCOEXTR.
       COPY "#BANCO-EXTR".

      *    SALDO INFORMADO PELO BANCO NO FIM DE UM DIA, UM POR RODAPE
      *    IMPORTADO
       FD ARQBANCOSALDO
           RECORDING MODE IS F.
       01 SLD-REGISTRO.
           05 SLD-DATA           PIC 9(08).
           05 SLD-VALOR          PIC S9(11)V99.
           05 SLD-DATA-IMPORTACAO PIC 9(08).

       FD EARQEXTRATO.
       01 EREG-EXTRATO.
           05 EREG-TIPO          PIC X(01).
           05 EREG-DETALHE.
               10 EREG-DATA      PIC 9(08).
               10 EREG-DC        PIC X(01).
               10 EREG-VALOR     PIC 9(09)V99.
               10 EREG-DOCUMENTO PIC X(15).
               10 EREG-HISTORICO PIC X(30).
           05 EREG-SALDO REDEFINES EREG-DETALHE.
               10 EREG-SLD-DATA  PIC 9(08).
      *        "-" = SALDO DEVEDOR
               10 EREG-SLD-SINAL PIC X(01).
               10 EREG-SLD-VALOR PIC 9(11)V99.
               10 FILLER         PIC X(43).

       WORKING-STORAGE SECTION.
       01 ARQBANCOEXTR-FS    PIC 9(02) VALUES ZEROS.
       01 ARQBANCOSALDO-FS   PIC 9(02) VALUES ZEROS.
       01 EARQEXTRATO-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.

       01 WRK-CONTADOR         PIC 9(05) VALUES ZEROS.
       01 WRK-CONTADOR-VALIDO  PIC 9(05) VALUES ZEROS.
       01 WRK-CONTADOR-NVALIDO PIC 9(05) VALUES ZEROS.
       01 WRK-JA-IMPORTADAS    PIC 9(05) VALUES ZEROS.

       01 WRK-LINHA-OK       PIC X(01) VALUES "S".
       01 WRK-DATA-ANTERIOR  PIC 9(08) VALUES ZEROS.
       01 WRK-SEQ-DIA        PIC 9(04) VALUES ZEROS.
       01 WRK-SALDO          PIC S9(11)V99 VALUES ZEROS.
       01 WRK-SALDO-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "BANCOEXTRATO - INICIO".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT EARQEXTRATO.
           IF EARQEXTRATO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA EXTRATO_BANCO.TXT " EARQEXTRATO-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ARQBANCOEXTR.
           IF ARQBANCOEXTR-FS EQUAL 35
              OPEN OUTPUT ARQBANCOEXTR
              CLOSE ARQBANCOEXTR
              OPEN I-O ARQBANCOEXTR
           END-IF.
           PERFORM UNTIL EARQEXTRATO-FS NOT EQUAL ZEROS
              READ EARQEXTRATO
              IF EARQEXTRATO-FS EQUAL ZEROS
                 PERFORM PROCESSAR-LINHA
              END-IF
           END-PERFORM.
           CLOSE EARQEXTRATO ARQBANCOEXTR.
           DISPLAY "LINHAS LIDAS......: " WRK-CONTADOR.
           DISPLAY "LINHAS CARREGADAS.: " WRK-CONTADOR-VALIDO.
           DISPLAY "JA IMPORTADAS.....: " WRK-JA-IMPORTADAS.
           DISPLAY "LINHAS REJEITADAS.: " WRK-CONTADOR-NVALIDO.
           IF WRK-CONTADOR-NVALIDO GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "BANCOEXTRATO - FIM".
           GOBACK.

       PROCESSAR-LINHA SECTION.
           ADD 1 TO WRK-CONTADOR.
           EVALUATE EREG-TIPO
              WHEN "1"
                 PERFORM LER-SALDO
                 IF WRK-LINHA-OK EQUAL "S"
                    MOVE WRK-SALDO TO WRK-SALDO-ED
                    DISPLAY "SALDO ANTERIOR EM " EREG-SLD-DATA ": "
                            WRK-SALDO-ED
                 END-IF
              WHEN "2"
                 PERFORM GRAVAR-LINHA
              WHEN "9"
                 PERFORM LER-SALDO
                 IF WRK-LINHA-OK EQUAL "S"
                    PERFORM GRAVAR-SALDO
                 END-IF
              WHEN OTHER
                 DISPLAY "REJEITADO (TIPO " EREG-TIPO ") LINHA "
                         WRK-CONTADOR
                 ADD 1 TO WRK-CONTADOR-NVALIDO
           END-EVALUATE.

       LER-SALDO SECTION.
           MOVE "S" TO WRK-LINHA-OK.
           IF EREG-SLD-DATA NOT NUMERIC
              OR EREG-SLD-VALOR NOT NUMERIC
              DISPLAY "REJEITADO (SALDO) LINHA " WRK-CONTADOR
              ADD 1 TO WRK-CONTADOR-NVALIDO
              MOVE "N" TO WRK-LINHA-OK
           ELSE
              IF EREG-SLD-SINAL EQUAL "-"
                 COMPUTE WRK-SALDO = ZERO - EREG-SLD-VALOR
              ELSE
                 MOVE EREG-SLD-VALOR TO WRK-SALDO
              END-IF
           END-IF.

       GRAVAR-SALDO SECTION.
           OPEN EXTEND ARQBANCOSALDO.
           IF ARQBANCOSALDO-FS EQUAL 05 OR ARQBANCOSALDO-FS EQUAL 35
              OPEN OUTPUT ARQBANCOSALDO
           END-IF.
           MOVE EREG-SLD-DATA TO SLD-DATA.
           MOVE WRK-SALDO     TO SLD-VALOR.
           MOVE WRK-DATA-HOJE TO SLD-DATA-IMPORTACAO.
           WRITE SLD-REGISTRO.
           CLOSE ARQBANCOSALDO.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY "SALDO FINAL EM " EREG-SLD-DATA ": " WRK-SALDO-ED.

      *    A SEQUENCIA RECOMECA A CADA DIA DO EXTRATO - O MESMO DIA
      *    IMPORTADO DE NOVO GERA AS MESMAS CHAVES
       GRAVAR-LINHA SECTION.
           MOVE "S" TO WRK-LINHA-OK.
           IF EREG-DATA NOT NUMERIC OR EREG-VALOR NOT NUMERIC
              DISPLAY "REJEITADO (DATA/VALOR) LINHA " WRK-CONTADOR
              MOVE "N" TO WRK-LINHA-OK
           END-IF.
           IF WRK-LINHA-OK EQUAL "S"
              AND EREG-DC NOT EQUAL "C" AND EREG-DC NOT EQUAL "D"
              DISPLAY "REJEITADO (INDICADOR " EREG-DC ") LINHA "
                      WRK-CONTADOR
              MOVE "N" TO WRK-LINHA-OK
           END-IF.
           IF WRK-LINHA-OK EQUAL "S"
              IF EREG-DATA NOT EQUAL WRK-DATA-ANTERIOR
                 MOVE EREG-DATA TO WRK-DATA-ANTERIOR
                 MOVE ZEROS     TO WRK-SEQ-DIA
              END-IF
              ADD 1 TO WRK-SEQ-DIA
              INITIALIZE EXT-REGISTRO
              MOVE EREG-DATA      TO EXT-DATA
              MOVE WRK-SEQ-DIA    TO EXT-SEQ
              MOVE EREG-DC        TO EXT-DC
              MOVE EREG-VALOR     TO EXT-VALOR
              MOVE EREG-DOCUMENTO TO EXT-DOCUMENTO
              MOVE EREG-HISTORICO TO EXT-HISTORICO
              MOVE WRK-DATA-HOJE  TO EXT-DATA-IMPORTACAO
              MOVE "N"            TO EXT-CONCILIADO
              WRITE EXT-REGISTRO
              EVALUATE ARQBANCOEXTR-FS
                 WHEN 00
                    ADD 1 TO WRK-CONTADOR-VALIDO
                 WHEN 22
                    ADD 1 TO WRK-JA-IMPORTADAS
                 WHEN OTHER
                    DISPLAY "ERRO GRAVACAO ARQBANCOEXTR.DAT STATUS "
                            ARQBANCOEXTR-FS " LINHA " WRK-CONTADOR
                    ADD 1 TO WRK-CONTADOR-NVALIDO
              END-EVALUATE
           ELSE
              ADD 1 TO WRK-CONTADOR-NVALIDO
           END-IF.
