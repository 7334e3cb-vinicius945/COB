       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGARAGING.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: AGING DO CONTAS A PAGAR A FORNECEDORES - CLASSIFICA
      *CADA PARCELA EM ABERTO DO ARQPAGARPARC.DAT NOS MESMOS BALDES DO
      *RECEBERAGING ("A VENCER", "ATE 30", "31 A 60" E "MAIS DE 60"
      *DIAS DE ATRASO), LISTADO POR FORNECEDOR E NOTA COM OS TOTAIS
      *POR FAIXA. PARCELA DE NOTA RETIDA PARA REVISAO ENTRA NA FAIXA
      *MARCADA COMO RETIDA E SOMA A PARTE NO TOTAL RETIDO
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

           SELECT ARQAGING ASSIGN TO "DADOS/AGING_PAGAR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQAGING-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPAGARPARC.
       COPY "#PAGAR-PARC".

       FD ARQAGING.
       01 ARQAGING-LINHA     PIC X(100).

       WORKING-STORAGE SECTION.
       01 ARQPAGARPARC-FS    PIC 9(02) VALUES ZEROS.
       01 ARQAGING-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ATUAL     PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-HOJE      PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-VENC      PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-ATRASO    PIC S9(05) VALUES ZEROS.
       01 WRK-FAIXA          PIC X(12) VALUES SPACES.

       01 WRK-TOT-AVENCER    PIC 9(08)V99 VALUES ZEROS.
       01 WRK-TOT-ATE30      PIC 9(08)V99 VALUES ZEROS.
       01 WRK-TOT-ATE60      PIC 9(08)V99 VALUES ZEROS.
       01 WRK-TOT-MAIS60     PIC 9(08)V99 VALUES ZEROS.
       01 WRK-TOT-RETIDO     PIC 9(08)V99 VALUES ZEROS.
       01 WRK-TOT-ABERTOS    PIC 9(05) VALUES ZEROS.

       01 WRK-LINHA-AGING.
           05 FILLER             PIC X(07) VALUE "FORNEC ".
           05 WRK-AGI-FORNECEDOR PIC 9(04).
           05 FILLER             PIC X(06) VALUE " NOTA ".
           05 WRK-AGI-NOTA       PIC 9(09).
           05 FILLER             PIC X(01) VALUE "/".
           05 WRK-AGI-SEQ        PIC 9(02).
           05 FILLER             PIC X(06) VALUE " VENC ".
           05 WRK-AGI-VENC       PIC 9(08).
           05 FILLER             PIC X(07) VALUE " SALDO ".
           05 WRK-AGI-SALDO      PIC ZZZZZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-AGI-FAIXA      PIC X(12).
           05 WRK-AGI-RETIDA     PIC X(07).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "PAGARAGING - INICIO".
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL).
           OPEN INPUT ARQPAGARPARC.
           IF ARQPAGARPARC-FS NOT EQUAL ZEROS
              DISPLAY "SEM PARCELAS A PAGAR (STATUS "
                      ARQPAGARPARC-FS ")"
              DISPLAY "PAGARAGING - FIM"
              STOP RUN
           END-IF.
           OPEN OUTPUT ARQAGING.
           MOVE SPACES TO ARQAGING-LINHA.
           STRING "AGING DO CONTAS A PAGAR EM " DELIMITED BY SIZE
                  WRK-DATA-ATUAL                DELIMITED BY SIZE
             INTO ARQAGING-LINHA
           END-STRING.
           WRITE ARQAGING-LINHA.
           MOVE LOW-VALUES TO PGP-CHAVE.
           START ARQPAGARPARC KEY IS GREATER PGP-CHAVE.
           PERFORM UNTIL ARQPAGARPARC-FS NOT EQUAL ZEROS
              READ ARQPAGARPARC NEXT RECORD
              IF ARQPAGARPARC-FS EQUAL ZEROS
                 AND PGP-SITUACAO NOT EQUAL "Q"
                 PERFORM CLASSIFICAR-PARCELA
              END-IF
           END-PERFORM.
           MOVE SPACES TO ARQAGING-LINHA.
           STRING "TOTAIS - A VENCER " DELIMITED BY SIZE
                  WRK-TOT-AVENCER      DELIMITED BY SIZE
                  " ATE30 "            DELIMITED BY SIZE
                  WRK-TOT-ATE30        DELIMITED BY SIZE
                  " ATE60 "            DELIMITED BY SIZE
                  WRK-TOT-ATE60        DELIMITED BY SIZE
                  " MAIS60 "           DELIMITED BY SIZE
                  WRK-TOT-MAIS60       DELIMITED BY SIZE
             INTO ARQAGING-LINHA
           END-STRING.
           WRITE ARQAGING-LINHA.
           DISPLAY ARQAGING-LINHA.
           MOVE SPACES TO ARQAGING-LINHA.
           STRING "DOS QUAIS RETIDOS PARA REVISAO " DELIMITED BY SIZE
                  WRK-TOT-RETIDO                    DELIMITED BY SIZE
             INTO ARQAGING-LINHA
           END-STRING.
           WRITE ARQAGING-LINHA.
           DISPLAY ARQAGING-LINHA.
           DISPLAY "PARCELAS EM ABERTO: " WRK-TOT-ABERTOS.
           CLOSE ARQPAGARPARC.
           CLOSE ARQAGING.
           DISPLAY "PAGARAGING - FIM".
           STOP RUN.

       CLASSIFICAR-PARCELA SECTION.
           ADD 1 TO WRK-TOT-ABERTOS.
           COMPUTE WRK-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(PGP-VENCIMENTO).
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.
           EVALUATE TRUE
              WHEN WRK-DIAS-ATRASO NOT GREATER ZERO
                 MOVE "A VENCER"     TO WRK-FAIXA
                 ADD PGP-SALDO TO WRK-TOT-AVENCER
              WHEN WRK-DIAS-ATRASO NOT GREATER 30
                 MOVE "ATE 30 DIAS"  TO WRK-FAIXA
                 ADD PGP-SALDO TO WRK-TOT-ATE30
              WHEN WRK-DIAS-ATRASO NOT GREATER 60
                 MOVE "31 A 60 DIAS" TO WRK-FAIXA
                 ADD PGP-SALDO TO WRK-TOT-ATE60
              WHEN OTHER
                 MOVE "MAIS DE 60"   TO WRK-FAIXA
                 ADD PGP-SALDO TO WRK-TOT-MAIS60
           END-EVALUATE.
           IF PGP-SITUACAO EQUAL "R"
              MOVE " RETIDA" TO WRK-AGI-RETIDA
              ADD PGP-SALDO TO WRK-TOT-RETIDO
           ELSE
              MOVE SPACES TO WRK-AGI-RETIDA
           END-IF.
           MOVE PGP-FORNECEDOR  TO WRK-AGI-FORNECEDOR.
           MOVE PGP-NOTA        TO WRK-AGI-NOTA.
           MOVE PGP-SEQ         TO WRK-AGI-SEQ.
           MOVE PGP-VENCIMENTO  TO WRK-AGI-VENC.
           MOVE PGP-SALDO       TO WRK-AGI-SALDO.
           MOVE WRK-FAIXA       TO WRK-AGI-FAIXA.
           MOVE WRK-LINHA-AGING TO ARQAGING-LINHA.
           WRITE ARQAGING-LINHA.
           DISPLAY WRK-LINHA-AGING.
