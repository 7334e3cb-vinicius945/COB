       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCACARGA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CARGA EM MASSA DO PLANO ORCAMENTARIO DO ANO A PARTIR
      *DO ARQUIVO PLANO DADOS/ORCAMENTO_CARGA.TXT - UMA LINHA POR
      *SETOR + CONTA + ANO COM OS DOZE VALORES MENSAIS (V99 IMPLICITO).
      *CADA MES VIRA UM REGISTRO NO ARQORCAMENTO.DAT (GRAVA OU
      *REGRAVA - RECARREGAR O PLANO SUBSTITUI OS VALORES). LINHA COM
      *SETOR FORA DO ARQSETOR, CONTA FORA DO ARQPLANO.TXT OU CAMPO NAO
      *NUMERICO E REJEITADA INTEIRA, E O PROGRAMA TERMINA COM RC 4
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQORCAMENTO ASSIGN TO "DADOS/ARQORCAMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQORCAMENTO-FS
           RECORD KEY IS ORC-CHAVE.

           SELECT ARQSETOR ASSIGN TO "DADOS/ARQSETOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQSETOR-FS
           RECORD KEY IS SET-CODIGO.

           SELECT ARQPLANO ASSIGN TO "DADOS/ARQPLANO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQPLANO-FS.

           SELECT EARQORC ASSIGN TO "DADOS/ORCAMENTO_CARGA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EARQORC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQORCAMENTO.
       COPY "#ORCAMENTO".

       FD ARQSETOR.
       COPY "#SETOR".

       FD ARQPLANO.
       01 PLN-REGISTRO.
           05 PLN-CONTA          PIC 9(04).
           05 PLN-NOME           PIC X(25).
           05 PLN-GRUPO          PIC X(01).

       FD EARQORC.
       01 EREG-ORC.
           05 EREG-SETOR         PIC X(10).
           05 EREG-CONTA         PIC 9(04).
           05 EREG-ANO           PIC 9(04).
           05 EREG-VALOR         PIC 9(09)V99 OCCURS 12 TIMES.

       WORKING-STORAGE SECTION.
       01 ARQORCAMENTO-FS    PIC 9(02) VALUES ZEROS.
       01 ARQSETOR-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPLANO-FS        PIC 9(02) VALUES ZEROS.
       01 EARQORC-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-OPERADOR       PIC X(10) VALUES "ORCACARGA".

       01 WRK-CONTADOR         PIC 9(05) VALUES ZEROS.
       01 WRK-CONTADOR-VALIDO  PIC 9(05) VALUES ZEROS.
       01 WRK-CONTADOR-NVALIDO PIC 9(05) VALUES ZEROS.
       01 WRK-MESES-GRAVADOS   PIC 9(06) VALUES ZEROS.

       01 WRK-LINHA-OK       PIC X(01) VALUES "S".
       01 WRK-MES            PIC 9(02) VALUES ZEROS.

      *----------CONTAS VALIDAS (ARQPLANO.TXT)
       01 WRK-QTD-PLANO      PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-PLANO.
           05 WRK-PLN-CONTA  PIC 9(04) OCCURS 100 TIMES.
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "ORCACARGA - INICIO".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-PLANO.
           IF WRK-QTD-PLANO EQUAL ZERO
              DISPLAY "SEM ARQPLANO.TXT - RODE O CONTABILPOSTA ANTES"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT EARQORC.
           IF EARQORC-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ORCAMENTO_CARGA.TXT " EARQORC-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARQSETOR.
           IF ARQSETOR-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQSETOR.DAT (STATUS " ARQSETOR-FS ")"
              CLOSE EARQORC
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ARQORCAMENTO.
           IF ARQORCAMENTO-FS EQUAL 35
              OPEN OUTPUT ARQORCAMENTO
              CLOSE ARQORCAMENTO
              OPEN I-O ARQORCAMENTO
           END-IF.
           PERFORM UNTIL EARQORC-FS NOT EQUAL ZEROS
              READ EARQORC
              IF EARQORC-FS EQUAL ZEROS
                 PERFORM PROCESSAR-LINHA
              END-IF
           END-PERFORM.
           CLOSE EARQORC ARQSETOR ARQORCAMENTO.
           DISPLAY "LINHAS LIDAS......: " WRK-CONTADOR.
           DISPLAY "LINHAS CARREGADAS.: " WRK-CONTADOR-VALIDO.
           DISPLAY "LINHAS REJEITADAS.: " WRK-CONTADOR-NVALIDO.
           DISPLAY "MESES GRAVADOS....: " WRK-MESES-GRAVADOS.
           IF WRK-CONTADOR-NVALIDO GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ORCACARGA - FIM".
           GOBACK.

       CARREGAR-PLANO SECTION.
           MOVE ZERO TO WRK-QTD-PLANO.
           OPEN INPUT ARQPLANO.
           IF ARQPLANO-FS EQUAL ZEROS
              PERFORM UNTIL ARQPLANO-FS NOT EQUAL ZEROS
                 READ ARQPLANO
                 IF ARQPLANO-FS EQUAL ZEROS
                    AND WRK-QTD-PLANO LESS 100
                    ADD 1 TO WRK-QTD-PLANO
                    MOVE PLN-CONTA TO WRK-PLN-CONTA(WRK-QTD-PLANO)
                 END-IF
              END-PERFORM
              CLOSE ARQPLANO
           END-IF.
           MOVE ZEROS TO ARQPLANO-FS.

       PROCESSAR-LINHA SECTION.
           ADD 1 TO WRK-CONTADOR.
           PERFORM VALIDAR-LINHA.
           IF WRK-LINHA-OK EQUAL "S"
              PERFORM VARYING WRK-MES FROM 1 BY 1
                      UNTIL WRK-MES GREATER 12
                 PERFORM GRAVAR-MES
              END-PERFORM
              ADD 1 TO WRK-CONTADOR-VALIDO
           ELSE
              ADD 1 TO WRK-CONTADOR-NVALIDO
           END-IF.

       VALIDAR-LINHA SECTION.
           MOVE "S" TO WRK-LINHA-OK.
           IF EREG-CONTA NOT NUMERIC OR EREG-ANO NOT NUMERIC
              DISPLAY "REJEITADO (CONTA/ANO) LINHA " WRK-CONTADOR
              MOVE "N" TO WRK-LINHA-OK
           END-IF.
           PERFORM VARYING WRK-MES FROM 1 BY 1
                   UNTIL WRK-MES GREATER 12
                      OR WRK-LINHA-OK NOT EQUAL "S"
              IF EREG-VALOR(WRK-MES) NOT NUMERIC
                 DISPLAY "REJEITADO (VALOR DO MES " WRK-MES
                         ") LINHA " WRK-CONTADOR
                 MOVE "N" TO WRK-LINHA-OK
              END-IF
           END-PERFORM.
           IF WRK-LINHA-OK EQUAL "S"
              MOVE EREG-SETOR TO SET-CODIGO
              READ ARQSETOR
              IF ARQSETOR-FS NOT EQUAL ZEROS
                 DISPLAY "REJEITADO (SETOR " EREG-SETOR
                         ") LINHA " WRK-CONTADOR
                 MOVE "N" TO WRK-LINHA-OK
                 MOVE ZEROS TO ARQSETOR-FS
              END-IF
           END-IF.
           IF WRK-LINHA-OK EQUAL "S"
              MOVE ZERO TO WRK-IDX-ACHADO
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-PLANO
                         OR WRK-IDX-ACHADO GREATER ZERO
                 IF WRK-PLN-CONTA(WRK-IDX) EQUAL EREG-CONTA
                    MOVE WRK-IDX TO WRK-IDX-ACHADO
                 END-IF
              END-PERFORM
              IF WRK-IDX-ACHADO EQUAL ZERO
                 DISPLAY "REJEITADO (CONTA " EREG-CONTA
                         " FORA DO PLANO) LINHA " WRK-CONTADOR
                 MOVE "N" TO WRK-LINHA-OK
              END-IF
           END-IF.

       GRAVAR-MES SECTION.
           MOVE EREG-SETOR TO ORC-SETOR.
           MOVE EREG-CONTA TO ORC-CONTA.
           COMPUTE ORC-ANOMES = EREG-ANO * 100 + WRK-MES.
           READ ARQORCAMENTO.
           MOVE EREG-VALOR(WRK-MES) TO ORC-VALOR.
           MOVE WRK-OPERADOR        TO ORC-USUARIO.
           MOVE WRK-DATA-HOJE       TO ORC-DATA-ALTERACAO.
           IF ARQORCAMENTO-FS EQUAL ZEROS
              REWRITE ORC-REGISTRO
           ELSE
              WRITE ORC-REGISTRO
           END-IF.
           MOVE ZEROS TO ARQORCAMENTO-FS.
           ADD 1 TO WRK-MESES-GRAVADOS.
