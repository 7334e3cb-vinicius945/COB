       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODVALIDADE.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: RELATORIO DA MANHA DE VALIDADE DOS LOTES - VARRE O
      *SALDO POR LOTE (ARQPRODLOTE.DAT) E LISTA NO SPOOL, POR
      *PRODUTO E DEPOSITO, PRIMEIRO OS LOTES JA VENCIDOS COM SALDO
      *(CANDIDATOS A BAIXA PELO PRODLOTEBAIXA) E DEPOIS OS QUE VENCEM
      *NOS PROXIMOS N DIAS (PARM-LOTE-DIAS-AVISO DO ARQPARM.DAT, 7 SEM
      *O PARAMETRO), COM OS DIAS QUE FALTAM E O VALOR AO CUSTO MEDIO.
      *LOTE VENCIDO COM SALDO TERMINA O STEP COM RC 4. STEP DO
      *BATCHNOTURNO, DEPOIS DO CONSUMO DO DIA (RECEITALOTE)
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLOTE ASSIGN TO "DADOS/ARQPRODLOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLOTE-FS
           RECORD KEY IS LOTE-CHAVE.

           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQLOTE.
       COPY "#PROD-LOTE".

       FD ARQPROD.
       COPY "#PROD".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       WORKING-STORAGE SECTION.
       01 ARQLOTE-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-LIMITE    PIC 9(08) VALUES ZEROS.
      *    DIAS DE ANTECEDENCIA DO AVISO - SEM PARAMETRO, 7
       01 WRK-DIAS-AVISO     PIC 9(03) VALUES 7.
       01 WRK-DIAS-INT       PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-FALTAM    PIC S9(05) VALUES ZEROS.
      *    "V" PASSADA DOS VENCIDOS / "A" PASSADA DOS A VENCER
       01 WRK-PASSADA        PIC X(01) VALUES SPACES.
       01 WRK-LISTAR         PIC X(01) VALUES "N".
       01 WRK-VALOR-LOTE     PIC 9(09)V99 VALUES ZEROS.

       01 WRK-TOT-VENCIDOS   PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-A-VENCER   PIC 9(05) VALUES ZEROS.
       01 WRK-VALOR-VENCIDOS PIC 9(09)V99 VALUES ZEROS.
       01 WRK-VALOR-A-VENCER PIC 9(09)V99 VALUES ZEROS.
       01 WRK-TOT-LOTES      PIC 9(05) VALUES ZEROS.
       01 WRK-VALOR-ED       PIC ZZZZZZZZ9.99.

       01 WRK-LINHA-LOTE.
           05 WRK-LLT-DEPOSITO    PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-CODIGO      PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-DESCRICAO   PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-NUMERO      PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-VALIDADE    PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-DIAS        PIC -ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-SALDO       PIC ZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-VALOR       PIC ZZZZZZ9.99.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL (VALIDADE DOS LOTES)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "VALIDADE DOS LOTES".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "PRODVALIDADE".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "PRODVALIDADE - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           PERFORM LER-PARAMETROS.
           COMPUTE WRK-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO)
                   + WRK-DIAS-AVISO.
           COMPUTE WRK-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT).
           OPEN INPUT ARQLOTE.
           IF ARQLOTE-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQPRODLOTE.DAT (STATUS " ARQLOTE-FS
                      ") - NENHUM LOTE CONTROLADO"
           ELSE
              OPEN INPUT ARQPROD
              PERFORM ABRIR-RELATORIO
              MOVE "V" TO WRK-PASSADA
              PERFORM IMPRIMIR-PASSADA
              MOVE "A" TO WRK-PASSADA
              PERFORM IMPRIMIR-PASSADA
              PERFORM IMPRIMIR-TOTAIS
              IF ARQPROD-FS EQUAL ZEROS OR ARQPROD-FS EQUAL 10
                 OR ARQPROD-FS EQUAL 23
                 CLOSE ARQPROD
              END-IF
              CLOSE ARQLOTE
           END-IF.
           IF WRK-TOT-VENCIDOS GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PRODVALIDADE - FIM".
           GOBACK.

       LER-PARAMETROS SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 AND PARM-LOTE-DIAS-AVISO IS NUMERIC
                 AND PARM-LOTE-DIAS-AVISO GREATER ZEROS
                 MOVE PARM-LOTE-DIAS-AVISO TO WRK-DIAS-AVISO
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

       ABRIR-RELATORIO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "VALIDADE DOS LOTES EM " DELIMITED BY SIZE
                  WRK-DATA-ALVO            DELIMITED BY SIZE
                  " - AVISO DE "           DELIMITED BY SIZE
                  WRK-DIAS-AVISO           DELIMITED BY SIZE
                  " DIAS (ATE "            DELIMITED BY SIZE
                  WRK-DATA-LIMITE          DELIMITED BY SIZE
                  ")"                      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

      *    UMA VARREDURA DO ARQUIVO POR BLOCO - NA ORDEM DA CHAVE
      *    (PRODUTO, DEPOSITO, VALIDADE) O QUE VENCE ANTES VEM ANTES
       IMPRIMIR-PASSADA SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           IF WRK-PASSADA EQUAL "V"
              MOVE "LOTES VENCIDOS COM SALDO - BAIXAR (PRODLOTEBAIXA)"
                TO WRK-SPL-LINHA
           ELSE
              MOVE "LOTES A VENCER NO PERIODO DE AVISO"
                TO WRK-SPL-LINHA
           END-IF.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "DEP PROD DESCRICAO            LOTE         "
                                                DELIMITED BY SIZE
                  "VALIDADE  DIAS  SALDO      VALOR"
                                                DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE ZEROS      TO WRK-TOT-LOTES.
           MOVE LOW-VALUES TO LOTE-CHAVE.
           START ARQLOTE KEY IS GREATER OR EQUAL LOTE-CHAVE.
           PERFORM UNTIL ARQLOTE-FS NOT EQUAL ZEROS
              READ ARQLOTE NEXT RECORD
              IF ARQLOTE-FS EQUAL ZEROS
                 AND LOTE-SALDO GREATER ZEROS
                 MOVE "N" TO WRK-LISTAR
                 IF WRK-PASSADA EQUAL "V"
                    IF LOTE-VALIDADE LESS WRK-DATA-ALVO
                       MOVE "S" TO WRK-LISTAR
                    END-IF
                 ELSE
                    IF LOTE-VALIDADE NOT LESS WRK-DATA-ALVO
                       AND LOTE-VALIDADE NOT GREATER WRK-DATA-LIMITE
                       MOVE "S" TO WRK-LISTAR
                    END-IF
                 END-IF
                 IF WRK-LISTAR EQUAL "S"
                    PERFORM IMPRIMIR-LOTE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQLOTE-FS.
           IF WRK-TOT-LOTES EQUAL ZEROS
              MOVE "  NENHUM LOTE" TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-IF.

       IMPRIMIR-LOTE SECTION.
           ADD 1 TO WRK-TOT-LOTES.
           MOVE SPACES TO WRK-LLT-DESCRICAO.
           MOVE ZEROS  TO WRK-VALOR-LOTE.
           MOVE LOTE-CODIGO TO ARQPROD-CODIGO.
           READ ARQPROD.
           IF ARQPROD-FS EQUAL ZEROS
              MOVE ARQPROD-DESCRICAO TO WRK-LLT-DESCRICAO
              IF ARQPROD-CUSTO-MEDIO IS NUMERIC
                 COMPUTE WRK-VALOR-LOTE ROUNDED =
                         LOTE-SALDO * ARQPROD-CUSTO-MEDIO
              END-IF
           ELSE
              MOVE "FORA DO MESTRE" TO WRK-LLT-DESCRICAO
              MOVE ZEROS TO ARQPROD-FS
           END-IF.
           COMPUTE WRK-DIAS-FALTAM =
                   FUNCTION INTEGER-OF-DATE(LOTE-VALIDADE)
                 - FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO).
           MOVE LOTE-DEPOSITO   TO WRK-LLT-DEPOSITO.
           MOVE LOTE-CODIGO     TO WRK-LLT-CODIGO.
           MOVE LOTE-NUMERO     TO WRK-LLT-NUMERO.
           MOVE LOTE-VALIDADE   TO WRK-LLT-VALIDADE.
           MOVE WRK-DIAS-FALTAM TO WRK-LLT-DIAS.
           MOVE LOTE-SALDO      TO WRK-LLT-SALDO.
           MOVE WRK-VALOR-LOTE  TO WRK-LLT-VALOR.
           MOVE WRK-LINHA-LOTE  TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           IF WRK-PASSADA EQUAL "V"
              ADD 1              TO WRK-TOT-VENCIDOS
              ADD WRK-VALOR-LOTE TO WRK-VALOR-VENCIDOS
           ELSE
              ADD 1              TO WRK-TOT-A-VENCER
              ADD WRK-VALOR-LOTE TO WRK-VALOR-A-VENCER
           END-IF.

       IMPRIMIR-TOTAIS SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE WRK-VALOR-VENCIDOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "LOTES VENCIDOS COM SALDO: " DELIMITED BY SIZE
                  WRK-TOT-VENCIDOS             DELIMITED BY SIZE
                  " - VALOR AO CUSTO "         DELIMITED BY SIZE
                  WRK-VALOR-ED                 DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE WRK-VALOR-A-VENCER TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "LOTES A VENCER NO AVISO.: " DELIMITED BY SIZE
                  WRK-TOT-A-VENCER             DELIMITED BY SIZE
                  " - VALOR AO CUSTO "         DELIMITED BY SIZE
                  WRK-VALOR-ED                 DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
