       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPOMREL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: RELATORIO MENSAL DE CUPONS DE DESCONTO - APURA NO
      *DIARIO ARQCUPOMUSO.DAT, PARA O MES DO DIA DE NEGOCIO (DATAMOV,
      *OU HOJE SEM O CONTROLE), OS USOS VALIDOS, O DESCONTO CONCEDIDO
      *E A RECEITA (TICKET LIQUIDO) DE CADA CUPOM, AGRUPADOS POR
      *CAMPANHA DO ARQCUPOM.DAT COM SUBTOTAL POR CAMPANHA. CUPOM
      *VIGENTE NO MES SEM NENHUM USO TAMBEM APARECE. USO ESTORNADO
      *("X") NAO CONTA. SAIDA NO SPOOL. RODA NO LOTE DE FIM DE MES
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCUPOM ASSIGN TO "DADOS/ARQCUPOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCUPOM-FS
           RECORD KEY IS CUPOM-CODIGO.

           SELECT ARQCUPOMUSO ASSIGN TO "DADOS/ARQCUPOMUSO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCUPOMUSO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCUPOM.
       COPY "#CUPOM".

       FD ARQCUPOMUSO
           RECORDING MODE IS F.
       COPY "#CUPOM-USO".

       WORKING-STORAGE SECTION.
       01 ARQCUPOM-FS        PIC 9(02) VALUES ZEROS.
       01 ARQCUPOMUSO-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-MES-REF        PIC 9(06) VALUES ZEROS.

      *----------USOS, DESCONTO E RECEITA POR CUPOM NO MES
       01 WRK-QTD-CUPONS     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CUPONS.
           05 WRK-CUP-ITEM OCCURS 300 TIMES.
               10 WRK-CUP-CAMPANHA  PIC X(15).
               10 WRK-CUP-CODIGO    PIC X(10).
               10 WRK-CUP-USOS      PIC 9(05).
               10 WRK-CUP-DESCONTO  PIC 9(07)V99.
               10 WRK-CUP-RECEITA   PIC 9(08)V99.
       01 WRK-CUP-TROCA      PIC X(49) VALUES SPACES.
       01 WRK-CUP-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-CUP-IDX2       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-CUP-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

      *----------QUEBRA POR CAMPANHA E TOTAL GERAL
       01 WRK-CAMPANHA-ATUAL PIC X(15) VALUES SPACES.
       01 WRK-CAM-USOS       PIC 9(06) VALUES ZEROS.
       01 WRK-CAM-DESCONTO   PIC 9(08)V99 VALUES ZEROS.
       01 WRK-CAM-RECEITA    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-TOT-USOS       PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-DESCONTO   PIC 9(08)V99 VALUES ZEROS.
       01 WRK-TOT-RECEITA    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-ED-USOS        PIC ZZZZZ9.
       01 WRK-ED-DESCONTO    PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-ED-RECEITA     PIC ZZZ.ZZZ.ZZ9,99.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL CENTRAL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "CUPONS DO MES".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "CUPOMREL".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "CUPOMREL - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-MES-REF.
           PERFORM CARREGAR-CUPONS.
           PERFORM APURAR-USOS.
           PERFORM ORDENAR-POR-CAMPANHA.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "CUPOMREL - FIM".
           GOBACK.

      *    CUPONS CUJA JANELA PEGA O MES, MESMO SEM USO
       CARREGAR-CUPONS SECTION.
           OPEN INPUT ARQCUPOM.
           IF ARQCUPOM-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQCUPOM.DAT (STATUS " ARQCUPOM-FS ")"
           ELSE
              MOVE LOW-VALUES TO CUPOM-CODIGO
              START ARQCUPOM KEY IS GREATER CUPOM-CODIGO
              PERFORM UNTIL ARQCUPOM-FS NOT EQUAL ZEROS
                 READ ARQCUPOM NEXT RECORD
                 IF ARQCUPOM-FS EQUAL ZEROS
                    AND CUPOM-INICIO(1:6) NOT GREATER WRK-MES-REF
                    AND CUPOM-FIM(1:6) NOT LESS WRK-MES-REF
                    AND WRK-QTD-CUPONS LESS 300
                    ADD 1 TO WRK-QTD-CUPONS
                    INITIALIZE WRK-CUP-ITEM(WRK-QTD-CUPONS)
                    MOVE CUPOM-CODIGO
                      TO WRK-CUP-CODIGO(WRK-QTD-CUPONS)
                    MOVE CUPOM-CAMPANHA
                      TO WRK-CUP-CAMPANHA(WRK-QTD-CUPONS)
                 END-IF
              END-PERFORM
              CLOSE ARQCUPOM
           END-IF.

       APURAR-USOS SECTION.
           OPEN INPUT ARQCUPOMUSO.
           IF ARQCUPOMUSO-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQCUPOMUSO.DAT (STATUS " ARQCUPOMUSO-FS ")"
           ELSE
              PERFORM UNTIL ARQCUPOMUSO-FS NOT EQUAL ZEROS
                 READ ARQCUPOMUSO
                 IF ARQCUPOMUSO-FS EQUAL ZEROS
                    AND USO-DATA(1:6) EQUAL WRK-MES-REF
                    AND USO-SITUACAO NOT EQUAL "X"
                    PERFORM ACUMULAR-USO
                 END-IF
              END-PERFORM
              CLOSE ARQCUPOMUSO
           END-IF.

      *    CUPOM USADO NO MES QUE JA SAIU DA JANELA (OU DO CADASTRO)
      *    ENTRA NA TABELA NA HORA, COM A CAMPANHA DO MESTRE
       ACUMULAR-USO SECTION.
           MOVE ZERO TO WRK-CUP-ACHADO.
           PERFORM VARYING WRK-CUP-IDX FROM 1 BY 1
                   UNTIL WRK-CUP-IDX GREATER WRK-QTD-CUPONS
                      OR WRK-CUP-ACHADO GREATER ZERO
              IF WRK-CUP-CODIGO(WRK-CUP-IDX) EQUAL USO-CUPOM
                 MOVE WRK-CUP-IDX TO WRK-CUP-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-CUP-ACHADO EQUAL ZERO
              AND WRK-QTD-CUPONS LESS 300
              ADD 1 TO WRK-QTD-CUPONS
              MOVE WRK-QTD-CUPONS TO WRK-CUP-ACHADO
              INITIALIZE WRK-CUP-ITEM(WRK-CUP-ACHADO)
              MOVE USO-CUPOM TO WRK-CUP-CODIGO(WRK-CUP-ACHADO)
              PERFORM BUSCAR-CAMPANHA
           END-IF.
           IF WRK-CUP-ACHADO GREATER ZERO
              ADD 1 TO WRK-CUP-USOS(WRK-CUP-ACHADO)
              ADD USO-DESCONTO TO WRK-CUP-DESCONTO(WRK-CUP-ACHADO)
              ADD USO-VALOR-LIQUIDO
                TO WRK-CUP-RECEITA(WRK-CUP-ACHADO)
           END-IF.

       BUSCAR-CAMPANHA SECTION.
           MOVE "SEM CADASTRO" TO WRK-CUP-CAMPANHA(WRK-CUP-ACHADO).
           OPEN INPUT ARQCUPOM.
           IF ARQCUPOM-FS EQUAL ZEROS
              MOVE USO-CUPOM TO CUPOM-CODIGO
              READ ARQCUPOM
              IF ARQCUPOM-FS EQUAL ZEROS
                 MOVE CUPOM-CAMPANHA
                   TO WRK-CUP-CAMPANHA(WRK-CUP-ACHADO)
              END-IF
              CLOSE ARQCUPOM
           END-IF.
           MOVE ZEROS TO ARQCUPOM-FS.

      *    CAMPANHA + CODIGO (OS DOIS PRIMEIROS CAMPOS DA LINHA)
       ORDENAR-POR-CAMPANHA SECTION.
           PERFORM VARYING WRK-CUP-IDX FROM 1 BY 1
                   UNTIL WRK-CUP-IDX NOT LESS WRK-QTD-CUPONS
              PERFORM VARYING WRK-CUP-IDX2 FROM WRK-CUP-IDX BY 1
                      UNTIL WRK-CUP-IDX2 GREATER WRK-QTD-CUPONS
                 IF WRK-CUP-ITEM(WRK-CUP-IDX2)(1:25)
                    LESS WRK-CUP-ITEM(WRK-CUP-IDX)(1:25)
                    MOVE WRK-CUP-ITEM(WRK-CUP-IDX)  TO WRK-CUP-TROCA
                    MOVE WRK-CUP-ITEM(WRK-CUP-IDX2)
                      TO WRK-CUP-ITEM(WRK-CUP-IDX)
                    MOVE WRK-CUP-TROCA TO WRK-CUP-ITEM(WRK-CUP-IDX2)
                 END-IF
              END-PERFORM
           END-PERFORM.

       IMPRIMIR-RELATORIO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CUPONS DE DESCONTO DO MES " DELIMITED BY SIZE
                  WRK-MES-REF                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE "CUPOM        USOS       DESCONTO         RECEITA"
             TO WRK-SPL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE ZEROS TO WRK-TOT-USOS WRK-TOT-DESCONTO WRK-TOT-RECEITA.
           IF WRK-QTD-CUPONS EQUAL ZERO
              MOVE "NENHUM CUPOM VIGENTE OU USADO NO MES"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-LINHA
           ELSE
              MOVE WRK-CUP-CAMPANHA(1) TO WRK-CAMPANHA-ATUAL
              PERFORM ABRIR-CAMPANHA
              PERFORM IMPRIMIR-CUPOM
                      VARYING WRK-CUP-IDX FROM 1 BY 1
                      UNTIL WRK-CUP-IDX GREATER WRK-QTD-CUPONS
              PERFORM FECHAR-CAMPANHA
           END-IF.
           MOVE WRK-TOT-USOS     TO WRK-ED-USOS.
           MOVE WRK-TOT-DESCONTO TO WRK-ED-DESCONTO.
           MOVE WRK-TOT-RECEITA  TO WRK-ED-RECEITA.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TOTAL GERAL " WRK-ED-USOS " "
                  WRK-ED-DESCONTO " " WRK-ED-RECEITA
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       IMPRIMIR-CUPOM SECTION.
           IF WRK-CUP-CAMPANHA(WRK-CUP-IDX)
              NOT EQUAL WRK-CAMPANHA-ATUAL
              PERFORM FECHAR-CAMPANHA
              MOVE WRK-CUP-CAMPANHA(WRK-CUP-IDX) TO WRK-CAMPANHA-ATUAL
              PERFORM ABRIR-CAMPANHA
           END-IF.
           MOVE WRK-CUP-USOS(WRK-CUP-IDX)     TO WRK-ED-USOS.
           MOVE WRK-CUP-DESCONTO(WRK-CUP-IDX) TO WRK-ED-DESCONTO.
           MOVE WRK-CUP-RECEITA(WRK-CUP-IDX)  TO WRK-ED-RECEITA.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-CUP-CODIGO(WRK-CUP-IDX) " "
                  WRK-ED-USOS " " WRK-ED-DESCONTO " " WRK-ED-RECEITA
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           ADD WRK-CUP-USOS(WRK-CUP-IDX)     TO WRK-CAM-USOS
                                                WRK-TOT-USOS.
           ADD WRK-CUP-DESCONTO(WRK-CUP-IDX) TO WRK-CAM-DESCONTO
                                                WRK-TOT-DESCONTO.
           ADD WRK-CUP-RECEITA(WRK-CUP-IDX)  TO WRK-CAM-RECEITA
                                                WRK-TOT-RECEITA.

       ABRIR-CAMPANHA SECTION.
           MOVE ZEROS TO WRK-CAM-USOS WRK-CAM-DESCONTO WRK-CAM-RECEITA.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CAMPANHA " WRK-CAMPANHA-ATUAL
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       FECHAR-CAMPANHA SECTION.
           MOVE WRK-CAM-USOS     TO WRK-ED-USOS.
           MOVE WRK-CAM-DESCONTO TO WRK-ED-DESCONTO.
           MOVE WRK-CAM-RECEITA  TO WRK-ED-RECEITA.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "  SUBTOTAL  " WRK-ED-USOS " "
                  WRK-ED-DESCONTO " " WRK-ED-RECEITA
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
