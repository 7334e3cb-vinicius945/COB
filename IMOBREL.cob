       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMOBREL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: REGISTRO DO ATIVO IMOBILIZADO - UMA LINHA POR BEM
      *ATIVO DO ARQIMOB.DAT COM CUSTO, DEPRECIACAO ACUMULADA E VALOR
      *LIQUIDO CONTABIL, SEGUIDA DOS TOTAIS POR CLASSE E POR SETOR E
      *DO TOTAL GERAL; OS BENS BAIXADOS OU VENDIDOS NO MES SAEM AO
      *FINAL COM O GANHO OU A PERDA. FIM DE MES (DEPOIS DO IMOBDEPREC)
      *OU AVULSO; UMA ENTRADA NO SPOOL ("IMOBILIZADO AAAAMM")
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

       DATA DIVISION.
       FILE SECTION.
       FD ARQIMOB.
       COPY "#IMOB".

       WORKING-STORAGE SECTION.
       01 ARQIMOB-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

       01 WRK-LIQUIDO        PIC 9(09)V99 VALUES ZEROS.
       01 WRK-CUSTO-ED       PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-ACUM-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-LIQUIDO-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-RESULTADO-ED   PIC -ZZ.ZZZ.ZZ9,99.
       01 WRK-QTD-ED         PIC ZZZZ9.
       01 WRK-QTD-BENS       PIC 9(05) VALUES ZEROS.
       01 WRK-QTD-BAIXAS     PIC 9(05) VALUES ZEROS.
       01 WRK-ROTULO         PIC X(34) VALUES SPACES.

      *----------TOTAL GERAL E TOTAIS POR CLASSE E POR SETOR
       01 WRK-TOT-CUSTO      PIC 9(11)V99 VALUES ZEROS.
       01 WRK-TOT-ACUM       PIC 9(11)V99 VALUES ZEROS.

       01 WRK-QTD-CLASSES    PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CLASSES.
           05 WRK-CLS-ITEM OCCURS 30 TIMES.
               10 WRK-CLS-CODIGO    PIC X(10).
               10 WRK-CLS-QTD       PIC 9(05).
               10 WRK-CLS-CUSTO     PIC 9(11)V99.
               10 WRK-CLS-ACUM      PIC 9(11)V99.

       01 WRK-QTD-SETORES    PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-SETORES.
           05 WRK-STR-ITEM OCCURS 30 TIMES.
               10 WRK-STR-CODIGO    PIC X(10).
               10 WRK-STR-QTD       PIC 9(05).
               10 WRK-STR-CUSTO     PIC 9(11)V99.
               10 WRK-STR-ACUM      PIC 9(11)V99.

       01 WRK-IDX            PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(02) USAGE COMP VALUE ZERO.

      *----------LINHA DO TOTAL (CLASSE, SETOR OU GERAL)
       01 WRK-TOT-QTD-LIN    PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-CUSTO-LIN  PIC 9(11)V99 VALUES ZEROS.
       01 WRK-TOT-ACUM-LIN   PIC 9(11)V99 VALUES ZEROS.

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "IMOBREL".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "BATCH".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "IMOBREL - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-ANOMES.
           OPEN INPUT ARQIMOB.
           IF ARQIMOB-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQIMOB.DAT (STATUS " ARQIMOB-FS ")"
              DISPLAY "IMOBREL - FIM"
              GOBACK
           END-IF.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "IMOBILIZADO " DELIMITED BY SIZE
                  WRK-ANOMES     DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "REGISTRO DO ATIVO IMOBILIZADO EM " DELIMITED BY SIZE
                  WRK-DATA-ALVO                       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "PATRIM DESCRICAO       CLASSE     SETOR     "
             TO WRK-SPL-LINHA.
           MOVE "         CUSTO    DEPREC.ACUM        LIQUIDO"
             TO WRK-SPL-LINHA(46:45).
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE ZEROS TO IMB-PATRIMONIO.
           START ARQIMOB KEY IS NOT LESS IMB-PATRIMONIO
              INVALID KEY MOVE 10 TO ARQIMOB-FS
           END-START.
           PERFORM UNTIL ARQIMOB-FS NOT EQUAL ZEROS
              READ ARQIMOB NEXT RECORD
              IF ARQIMOB-FS EQUAL ZEROS
                 AND IMB-SITUACAO EQUAL "A"
                 PERFORM IMPRIMIR-BEM
              END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-CLASSES.
           PERFORM IMPRIMIR-SETORES.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "TOTAL GERAL"   TO WRK-ROTULO.
           MOVE WRK-QTD-BENS    TO WRK-TOT-QTD-LIN.
           MOVE WRK-TOT-CUSTO   TO WRK-TOT-CUSTO-LIN.
           MOVE WRK-TOT-ACUM    TO WRK-TOT-ACUM-LIN.
           PERFORM IMPRIMIR-TOTAL.
           PERFORM IMPRIMIR-BAIXAS.
           CLOSE ARQIMOB.
           DISPLAY "BENS NO REGISTRO....: " WRK-QTD-BENS.
           DISPLAY "BAIXAS DO MES.......: " WRK-QTD-BAIXAS.
           DISPLAY "IMOBREL - FIM".
           GOBACK.

       IMPRIMIR-BEM SECTION.
           ADD 1 TO WRK-QTD-BENS.
           COMPUTE WRK-LIQUIDO = IMB-CUSTO - IMB-DEPREC-ACUM.
           ADD IMB-CUSTO       TO WRK-TOT-CUSTO.
           ADD IMB-DEPREC-ACUM TO WRK-TOT-ACUM.
           MOVE IMB-CUSTO       TO WRK-CUSTO-ED.
           MOVE IMB-DEPREC-ACUM TO WRK-ACUM-ED.
           MOVE WRK-LIQUIDO     TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING IMB-PATRIMONIO       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  IMB-DESCRICAO(1:15)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  IMB-CLASSE           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  IMB-SETOR            DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-CUSTO-ED         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-ACUM-ED          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-LIQUIDO-ED       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM SOMAR-CLASSE.
           PERFORM SOMAR-SETOR.

      *    CLASSE OU SETOR ALEM DA TABELA SOMA NA ULTIMA POSICAO
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
                 MOVE IMB-CLASSE TO WRK-CLS-CODIGO(WRK-IDX-ACHADO)
                 MOVE ZEROS      TO WRK-CLS-QTD(WRK-IDX-ACHADO)
                                    WRK-CLS-CUSTO(WRK-IDX-ACHADO)
                                    WRK-CLS-ACUM(WRK-IDX-ACHADO)
              ELSE
                 MOVE 30 TO WRK-IDX-ACHADO
                 MOVE "OUTRAS" TO WRK-CLS-CODIGO(WRK-IDX-ACHADO)
              END-IF
           END-IF.
           ADD 1               TO WRK-CLS-QTD(WRK-IDX-ACHADO).
           ADD IMB-CUSTO       TO WRK-CLS-CUSTO(WRK-IDX-ACHADO).
           ADD IMB-DEPREC-ACUM TO WRK-CLS-ACUM(WRK-IDX-ACHADO).

       SOMAR-SETOR SECTION.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-SETORES
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-STR-CODIGO(WRK-IDX) EQUAL IMB-SETOR
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZERO
              IF WRK-QTD-SETORES LESS 30
                 ADD 1 TO WRK-QTD-SETORES
                 MOVE WRK-QTD-SETORES TO WRK-IDX-ACHADO
                 MOVE IMB-SETOR  TO WRK-STR-CODIGO(WRK-IDX-ACHADO)
                 MOVE ZEROS      TO WRK-STR-QTD(WRK-IDX-ACHADO)
                                    WRK-STR-CUSTO(WRK-IDX-ACHADO)
                                    WRK-STR-ACUM(WRK-IDX-ACHADO)
              ELSE
                 MOVE 30 TO WRK-IDX-ACHADO
                 MOVE "OUTROS" TO WRK-STR-CODIGO(WRK-IDX-ACHADO)
              END-IF
           END-IF.
           ADD 1               TO WRK-STR-QTD(WRK-IDX-ACHADO).
           ADD IMB-CUSTO       TO WRK-STR-CUSTO(WRK-IDX-ACHADO).
           ADD IMB-DEPREC-ACUM TO WRK-STR-ACUM(WRK-IDX-ACHADO).

       IMPRIMIR-CLASSES SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "TOTAIS POR CLASSE" TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CLASSES
              MOVE SPACES TO WRK-ROTULO
              MOVE WRK-CLS-CODIGO(WRK-IDX) TO WRK-ROTULO
              MOVE WRK-CLS-QTD(WRK-IDX)    TO WRK-TOT-QTD-LIN
              MOVE WRK-CLS-CUSTO(WRK-IDX)  TO WRK-TOT-CUSTO-LIN
              MOVE WRK-CLS-ACUM(WRK-IDX)   TO WRK-TOT-ACUM-LIN
              PERFORM IMPRIMIR-TOTAL
           END-PERFORM.

       IMPRIMIR-SETORES SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "TOTAIS POR SETOR" TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-SETORES
              MOVE SPACES TO WRK-ROTULO
              MOVE WRK-STR-CODIGO(WRK-IDX) TO WRK-ROTULO
              MOVE WRK-STR-QTD(WRK-IDX)    TO WRK-TOT-QTD-LIN
              MOVE WRK-STR-CUSTO(WRK-IDX)  TO WRK-TOT-CUSTO-LIN
              MOVE WRK-STR-ACUM(WRK-IDX)   TO WRK-TOT-ACUM-LIN
              PERFORM IMPRIMIR-TOTAL
           END-PERFORM.

      *    ROTULO, QUANTIDADE DE BENS E AS TRES COLUNAS DE VALOR
      *    ALINHADAS COM AS DO DETALHE
       IMPRIMIR-TOTAL SECTION.
           MOVE WRK-TOT-QTD-LIN   TO WRK-QTD-ED.
           MOVE WRK-TOT-CUSTO-LIN TO WRK-CUSTO-ED.
           MOVE WRK-TOT-ACUM-LIN  TO WRK-ACUM-ED.
           COMPUTE WRK-LIQUIDO = WRK-TOT-CUSTO-LIN - WRK-TOT-ACUM-LIN.
           MOVE WRK-LIQUIDO       TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-ROTULO      DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
                  " BENS "        DELIMITED BY SIZE
                  WRK-CUSTO-ED    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-ACUM-ED     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-LIQUIDO-ED  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    SEGUNDA PASSADA: BENS QUE SAIRAM NO MES, COM O RESULTADO
       IMPRIMIR-BAIXAS SECTION.
           MOVE ZEROS TO ARQIMOB-FS IMB-PATRIMONIO.
           START ARQIMOB KEY IS NOT LESS IMB-PATRIMONIO
              INVALID KEY MOVE 10 TO ARQIMOB-FS
           END-START.
           PERFORM UNTIL ARQIMOB-FS NOT EQUAL ZEROS
              READ ARQIMOB NEXT RECORD
              IF ARQIMOB-FS EQUAL ZEROS
                 AND IMB-SITUACAO NOT EQUAL "A"
                 AND IMB-DATA-BAIXA(1:6) EQUAL WRK-ANOMES
                 IF WRK-QTD-BAIXAS EQUAL ZEROS
                    MOVE SPACES TO WRK-SPL-LINHA
                    CALL "SPOOLGRAVA" USING WRK-SPOOL
                    MOVE "BAIXAS E VENDAS DO MES" TO WRK-SPL-LINHA
                    CALL "SPOOLGRAVA" USING WRK-SPOOL
                    MOVE "PATRIM DESCRICAO    S DATA BAIXA"
                      TO WRK-SPL-LINHA
                    MOVE "         CUSTO    VALOR VENDA    GANHO/PERDA"
                      TO WRK-SPL-LINHA(33:45)
                    CALL "SPOOLGRAVA" USING WRK-SPOOL
                 END-IF
                 ADD 1 TO WRK-QTD-BAIXAS
                 MOVE IMB-CUSTO       TO WRK-CUSTO-ED
                 MOVE IMB-VALOR-VENDA TO WRK-ACUM-ED
                 MOVE IMB-RESULTADO   TO WRK-RESULTADO-ED
                 MOVE SPACES TO WRK-SPL-LINHA
                 STRING IMB-PATRIMONIO      DELIMITED BY SIZE
                        " "                 DELIMITED BY SIZE
                        IMB-DESCRICAO(1:12) DELIMITED BY SIZE
                        " "                 DELIMITED BY SIZE
                        IMB-SITUACAO        DELIMITED BY SIZE
                        " "                 DELIMITED BY SIZE
                        IMB-DATA-BAIXA      DELIMITED BY SIZE
                        "  "                DELIMITED BY SIZE
                        WRK-CUSTO-ED        DELIMITED BY SIZE
                        " "                 DELIMITED BY SIZE
                        WRK-ACUM-ED         DELIMITED BY SIZE
                        " "                 DELIMITED BY SIZE
                        WRK-RESULTADO-ED    DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQIMOB-FS.
