       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGARSEMANA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: O QUE TEMOS A PAGAR NA SEMANA - LISTA, PELA ORDEM DE
      *VENCIMENTO (CHAVE ALTERNATIVA DO ARQPAGARPARC.DAT), AS PARCELAS
      *EM ABERTO QUE VENCEM ATE SETE DIAS A FRENTE, JUNTO COM AS JA
      *VENCIDAS E NAO PAGAS, COM O NOME DO FORNECEDOR. PARCELA DE NOTA
      *RETIDA PARA REVISAO APARECE MARCADA E FICA FORA DO TOTAL A
      *PAGAR. RODA NO LOTE DA NOITE TODA SEGUNDA (CALENDARIO SEMANAL
      *DO BATCHNOTURNO) E DEVOLVE RC 4 QUANDO HA PARCELA VENCIDA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPAGARPARC ASSIGN TO "DADOS/ARQPAGARPARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPAGARPARC-FS
           RECORD KEY IS PGP-CHAVE
           ALTERNATE RECORD KEY IS PGP-VENCIMENTO
               WITH DUPLICATES.

           SELECT ARQFORN ASSIGN TO "DADOS/ARQFORNECEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFORN-FS
           RECORD KEY IS FORN-CODIGO.

           SELECT ARQSEMANA ASSIGN TO "DADOS/PAGAR_SEMANA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQSEMANA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPAGARPARC.
       COPY "#PAGAR-PARC".

       FD ARQFORN.
       COPY "#FORNECEDOR".

       FD ARQSEMANA.
       01 ARQSEMANA-LINHA    PIC X(100).

       WORKING-STORAGE SECTION.
       01 ARQPAGARPARC-FS    PIC 9(02) VALUES ZEROS.
       01 ARQFORN-FS         PIC 9(02) VALUES ZEROS.
       01 ARQSEMANA-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ATUAL     PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-LIMITE    PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-LIMITE    PIC 9(07) VALUES ZEROS.
       01 WRK-FIM-SEMANA     PIC X(01) VALUES "N".

       01 WRK-TOT-A-PAGAR    PIC 9(08)V99 VALUES ZEROS.
       01 WRK-TOT-VENCIDO    PIC 9(08)V99 VALUES ZEROS.
       01 WRK-TOT-RETIDO     PIC 9(08)V99 VALUES ZEROS.
       01 WRK-QTD-PARCELAS   PIC 9(05) VALUES ZEROS.
       01 WRK-QTD-VENCIDAS   PIC 9(05) VALUES ZEROS.

       01 WRK-LINHA-SEMANA.
           05 WRK-SEM-VENC       PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-SEM-FORNECEDOR PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-SEM-NOME       PIC X(25).
           05 FILLER             PIC X(06) VALUE " NOTA ".
           05 WRK-SEM-NOTA       PIC 9(09).
           05 FILLER             PIC X(01) VALUE "/".
           05 WRK-SEM-SEQ        PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-SEM-SALDO      PIC ZZZZZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-SEM-MARCA      PIC X(07).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "PAGARSEMANA - INICIO".
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-LIMITE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL) + 7.
           COMPUTE WRK-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-LIMITE).
           OPEN INPUT ARQPAGARPARC.
           IF ARQPAGARPARC-FS NOT EQUAL ZEROS
              DISPLAY "SEM PARCELAS A PAGAR (STATUS "
                      ARQPAGARPARC-FS ")"
              DISPLAY "PAGARSEMANA - FIM"
              GOBACK
           END-IF.
           OPEN INPUT ARQFORN.
           OPEN OUTPUT ARQSEMANA.
           MOVE SPACES TO ARQSEMANA-LINHA.
           STRING "A PAGAR DE " DELIMITED BY SIZE
                  WRK-DATA-ATUAL DELIMITED BY SIZE
                  " ATE "        DELIMITED BY SIZE
                  WRK-DATA-LIMITE DELIMITED BY SIZE
                  " (COM AS VENCIDAS)" DELIMITED BY SIZE
             INTO ARQSEMANA-LINHA
           END-STRING.
           WRITE ARQSEMANA-LINHA.
           DISPLAY ARQSEMANA-LINHA.
           MOVE ZEROS TO PGP-VENCIMENTO.
           START ARQPAGARPARC KEY IS GREATER OR EQUAL PGP-VENCIMENTO.
           MOVE "N" TO WRK-FIM-SEMANA.
           PERFORM UNTIL ARQPAGARPARC-FS NOT EQUAL ZEROS
                      OR WRK-FIM-SEMANA EQUAL "S"
              READ ARQPAGARPARC NEXT RECORD
              IF ARQPAGARPARC-FS EQUAL ZEROS
                 IF PGP-VENCIMENTO GREATER WRK-DATA-LIMITE
                    MOVE "S" TO WRK-FIM-SEMANA
                 ELSE
                    IF PGP-SITUACAO NOT EQUAL "Q"
                       PERFORM LISTAR-PARCELA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES TO ARQSEMANA-LINHA.
           STRING "TOTAL A PAGAR " DELIMITED BY SIZE
                  WRK-TOT-A-PAGAR  DELIMITED BY SIZE
                  " (VENCIDO "     DELIMITED BY SIZE
                  WRK-TOT-VENCIDO  DELIMITED BY SIZE
                  ") RETIDO "      DELIMITED BY SIZE
                  WRK-TOT-RETIDO   DELIMITED BY SIZE
             INTO ARQSEMANA-LINHA
           END-STRING.
           WRITE ARQSEMANA-LINHA.
           DISPLAY ARQSEMANA-LINHA.
           DISPLAY "PARCELAS LISTADAS: " WRK-QTD-PARCELAS
                   " VENCIDAS: " WRK-QTD-VENCIDAS.
           CLOSE ARQPAGARPARC.
           IF ARQFORN-FS EQUAL ZEROS OR ARQFORN-FS EQUAL 23
              CLOSE ARQFORN
           END-IF.
           CLOSE ARQSEMANA.
           IF WRK-QTD-VENCIDAS GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PAGARSEMANA - FIM".
           GOBACK.

       LISTAR-PARCELA SECTION.
           ADD 1 TO WRK-QTD-PARCELAS.
           MOVE SPACES TO WRK-SEM-NOME.
           IF ARQFORN-FS EQUAL ZEROS OR ARQFORN-FS EQUAL 23
              MOVE PGP-FORNECEDOR TO FORN-CODIGO
              READ ARQFORN
              IF ARQFORN-FS EQUAL ZEROS
                 MOVE FORN-NOME TO WRK-SEM-NOME
              ELSE
                 MOVE "FORNECEDOR NAO CADASTRADO" TO WRK-SEM-NOME
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN PGP-SITUACAO EQUAL "R"
                 MOVE "RETIDA"  TO WRK-SEM-MARCA
                 ADD PGP-SALDO TO WRK-TOT-RETIDO
              WHEN PGP-VENCIMENTO LESS WRK-DATA-ATUAL
                 MOVE "VENCIDA" TO WRK-SEM-MARCA
                 ADD 1 TO WRK-QTD-VENCIDAS
                 ADD PGP-SALDO TO WRK-TOT-VENCIDO
                 ADD PGP-SALDO TO WRK-TOT-A-PAGAR
              WHEN OTHER
                 MOVE SPACES    TO WRK-SEM-MARCA
                 ADD PGP-SALDO TO WRK-TOT-A-PAGAR
           END-EVALUATE.
           MOVE PGP-VENCIMENTO TO WRK-SEM-VENC.
           MOVE PGP-FORNECEDOR TO WRK-SEM-FORNECEDOR.
           MOVE PGP-NOTA       TO WRK-SEM-NOTA.
           MOVE PGP-SEQ        TO WRK-SEM-SEQ.
           MOVE PGP-SALDO      TO WRK-SEM-SALDO.
           MOVE WRK-LINHA-SEMANA TO ARQSEMANA-LINHA.
           WRITE ARQSEMANA-LINHA.
           DISPLAY WRK-LINHA-SEMANA.
