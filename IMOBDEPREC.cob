       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMOBDEPREC.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO - PASSO DE FIM
      *DE MES DO BATCHNOTURNO, ANTES DO CONTABILPOSTA. PARA CADA BEM
      *ATIVO (ARQIMOB.DAT) AINDA NAO DEPRECIADO NO MES DO DIA DE
      *NEGOCIO (DATAMOV) CALCULA A COTA - LINEAR: (CUSTO - RESIDUAL) /
      *VIDA; SALDO DECRESCENTE: VALOR LIQUIDO X 2 / VIDA, OU A LINEAR
      *DO QUE FALTA SE FOR MAIOR - SEM NUNCA PASSAR DO RESIDUAL (A
      *ULTIMA COTA ACERTA OS CENTAVOS). SOMA NO MESTRE, GRAVA O
      *HISTORICO (ARQIMOBDEPR.DAT) DATADO DO DIA DE NEGOCIO, QUE O
      *CONTABILPOSTA POSTA NO DIARIO PELO EVENTO DEPRECIACAO, E
      *IMPRIME O RESUMO POR CLASSE NO SPOOL. BEM DO PROPRIO MES, SEM
      *VIDA UTIL OU JA TOTALMENTE DEPRECIADO NAO TEM COTA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQIMOB ASSIGN TO "DADOS/ARQIMOB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQIMOB-FS
           RECORD KEY IS IMB-PATRIMONIO.

           SELECT ARQIMOBDEPR ASSIGN TO "DADOS/ARQIMOBDEPR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQIMOBDEPR-FS
           RECORD KEY IS DEP-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQIMOB.
       COPY "#IMOB".

       FD ARQIMOBDEPR.
       COPY "#IMOB-DEPR".

       WORKING-STORAGE SECTION.
       01 ARQIMOB-FS         PIC 9(02) VALUES ZEROS.
       01 ARQIMOBDEPR-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------CALCULO DA COTA
       01 WRK-DEPRECIAVEL    PIC S9(09)V99 VALUES ZEROS.
       01 WRK-LIQUIDO        PIC S9(09)V99 VALUES ZEROS.
       01 WRK-COTA           PIC S9(09)V99 VALUES ZEROS.
       01 WRK-COTA-LINEAR    PIC S9(09)V99 VALUES ZEROS.
       01 WRK-MESES-RESTAM   PIC S9(03) VALUES ZEROS.

       01 WRK-TOT-LIDOS      PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-DEPREC     PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-JA-FEITOS  PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-VALOR      PIC 9(11)V99 VALUES ZEROS.
       01 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *----------RESUMO POR CLASSE
       01 WRK-QTD-CLASSES    PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CLASSES.
           05 WRK-CLS-ITEM OCCURS 30 TIMES.
               10 WRK-CLS-CODIGO    PIC X(10).
               10 WRK-CLS-QTD       PIC 9(05).
               10 WRK-CLS-VALOR     PIC 9(11)V99.
       01 WRK-IDX            PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(02) USAGE COMP VALUE ZERO.

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "IMOBDEPREC".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "BATCH".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "IMOBDEPREC - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-ANOMES.
           OPEN I-O ARQIMOB.
           IF ARQIMOB-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQIMOB.DAT (STATUS " ARQIMOB-FS
                      ") - NADA A DEPRECIAR"
              DISPLAY "IMOBDEPREC - FIM"
              GOBACK
           END-IF.
           OPEN I-O ARQIMOBDEPR.
           IF ARQIMOBDEPR-FS EQUAL 35
              OPEN OUTPUT ARQIMOBDEPR
              CLOSE ARQIMOBDEPR
              OPEN I-O ARQIMOBDEPR
           END-IF.
           IF ARQIMOBDEPR-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQIMOBDEPR.DAT STATUS "
                      ARQIMOBDEPR-FS
              CLOSE ARQIMOB
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE ZEROS TO IMB-PATRIMONIO.
           START ARQIMOB KEY IS NOT LESS IMB-PATRIMONIO
              INVALID KEY MOVE 10 TO ARQIMOB-FS
           END-START.
           PERFORM UNTIL ARQIMOB-FS NOT EQUAL ZEROS
              READ ARQIMOB NEXT RECORD
              IF ARQIMOB-FS EQUAL ZEROS
                 ADD 1 TO WRK-TOT-LIDOS
                 IF IMB-SITUACAO EQUAL "A"
                    PERFORM DEPRECIAR-BEM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ARQIMOB ARQIMOBDEPR.
           PERFORM IMPRIMIR-RESUMO.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           DISPLAY "BENS LIDOS...........: " WRK-TOT-LIDOS.
           DISPLAY "BENS DEPRECIADOS.....: " WRK-TOT-DEPREC.
           DISPLAY "JA DEPRECIADOS NO MES: " WRK-TOT-JA-FEITOS.
           DISPLAY "DEPRECIACAO DO MES...: " WRK-VALOR-ED.
           DISPLAY "IMOBDEPREC - FIM".
           GOBACK.

      *    O MES JA DEPRECIADO (REEXECUCAO) E O MES DA AQUISICAO FICAM
      *    DE FORA PELO IMB-ULT-ANOMES
       DEPRECIAR-BEM SECTION.
           IF IMB-ULT-ANOMES NOT LESS WRK-ANOMES
              IF IMB-ULT-ANOMES EQUAL WRK-ANOMES
                 AND IMB-DATA-AQUISICAO(1:6) LESS WRK-ANOMES
                 ADD 1 TO WRK-TOT-JA-FEITOS
              END-IF
           ELSE
              PERFORM CALCULAR-COTA
              IF WRK-COTA GREATER ZERO
                 ADD WRK-COTA TO IMB-DEPREC-ACUM
                 ADD 1        TO IMB-MESES-DEPREC
                 MOVE WRK-ANOMES TO IMB-ULT-ANOMES
                 REWRITE IMB-REGISTRO
                 PERFORM GRAVAR-HISTORICO
                 PERFORM SOMAR-CLASSE
                 ADD 1        TO WRK-TOT-DEPREC
                 ADD WRK-COTA TO WRK-TOT-VALOR
              END-IF
           END-IF.

       CALCULAR-COTA SECTION.
           MOVE ZEROS TO WRK-COTA.
           COMPUTE WRK-DEPRECIAVEL =
                   IMB-CUSTO - IMB-RESIDUAL - IMB-DEPREC-ACUM.
           COMPUTE WRK-MESES-RESTAM =
                   IMB-VIDA-MESES - IMB-MESES-DEPREC.
           IF IMB-VIDA-MESES GREATER ZERO
              AND WRK-DEPRECIAVEL GREATER ZERO
              IF WRK-MESES-RESTAM NOT GREATER 1
                 MOVE WRK-DEPRECIAVEL TO WRK-COTA
              ELSE
                 IF IMB-METODO EQUAL "S"
                    COMPUTE WRK-LIQUIDO =
                            IMB-CUSTO - IMB-DEPREC-ACUM
                    COMPUTE WRK-COTA ROUNDED =
                            WRK-LIQUIDO * 2 / IMB-VIDA-MESES
                    COMPUTE WRK-COTA-LINEAR ROUNDED =
                            WRK-DEPRECIAVEL / WRK-MESES-RESTAM
                    IF WRK-COTA-LINEAR GREATER WRK-COTA
                       MOVE WRK-COTA-LINEAR TO WRK-COTA
                    END-IF
                 ELSE
                    COMPUTE WRK-COTA ROUNDED =
                            (IMB-CUSTO - IMB-RESIDUAL)
                            / IMB-VIDA-MESES
                 END-IF
                 IF WRK-COTA GREATER WRK-DEPRECIAVEL
                    MOVE WRK-DEPRECIAVEL TO WRK-COTA
                 END-IF
              END-IF
           END-IF.

       GRAVAR-HISTORICO SECTION.
           MOVE IMB-PATRIMONIO   TO DEP-PATRIMONIO.
           MOVE WRK-ANOMES       TO DEP-ANOMES.
           MOVE WRK-DATA-ALVO    TO DEP-DATA-LANC.
           MOVE IMB-CLASSE       TO DEP-CLASSE.
           MOVE IMB-SETOR        TO DEP-SETOR.
           MOVE IMB-METODO       TO DEP-METODO.
           MOVE WRK-COTA         TO DEP-VALOR.
           MOVE IMB-DEPREC-ACUM  TO DEP-ACUM-APOS.
           COMPUTE DEP-LIQUIDO-APOS = IMB-CUSTO - IMB-DEPREC-ACUM.
           WRITE DEP-REGISTRO.
           IF ARQIMOBDEPR-FS NOT EQUAL ZEROS
              DISPLAY "AVISO: HISTORICO DE " IMB-PATRIMONIO " MES "
                      WRK-ANOMES " STATUS " ARQIMOBDEPR-FS
              MOVE 4 TO RETURN-CODE
              MOVE ZEROS TO ARQIMOBDEPR-FS
           END-IF.

       SOMAR-CLASSE SECTION.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CLASSES
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-CLS-CODIGO(WRK-IDX) EQUAL IMB-CLASSE
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZERO
              IF WRK-QTD-CLASSES LESS 30
                 ADD 1 TO WRK-QTD-CLASSES
                 MOVE WRK-QTD-CLASSES TO WRK-IDX-ACHADO
              ELSE
                 MOVE 30 TO WRK-IDX-ACHADO
              END-IF
              MOVE IMB-CLASSE TO WRK-CLS-CODIGO(WRK-IDX-ACHADO)
              MOVE ZEROS      TO WRK-CLS-QTD(WRK-IDX-ACHADO)
                                 WRK-CLS-VALOR(WRK-IDX-ACHADO)
           END-IF.
           ADD 1        TO WRK-CLS-QTD(WRK-IDX-ACHADO).
           ADD WRK-COTA TO WRK-CLS-VALOR(WRK-IDX-ACHADO).

       IMPRIMIR-RESUMO SECTION.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "DEPRECIACAO " DELIMITED BY SIZE
                  WRK-ANOMES     DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "DEPRECIACAO DO MES " DELIMITED BY SIZE
                  WRK-ANOMES            DELIMITED BY SIZE
                  " - LANCADA EM "      DELIMITED BY SIZE
                  WRK-DATA-ALVO         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "CLASSE      BENS  DEPRECIACAO" TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CLASSES
              MOVE WRK-CLS-VALOR(WRK-IDX) TO WRK-VALOR-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING WRK-CLS-CODIGO(WRK-IDX) DELIMITED BY SIZE
                     "  "                    DELIMITED BY SIZE
                     WRK-CLS-QTD(WRK-IDX)    DELIMITED BY SIZE
                     " "                     DELIMITED BY SIZE
                     WRK-VALOR-ED            DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-PERFORM.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TOTAL       "  DELIMITED BY SIZE
                  WRK-TOT-DEPREC  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
