       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOREL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: RELATORIO MENSAL DE SOBRA/FALTA DE GAVETA POR
      *OPERADOR - SOMA OS TURNOS DE CAIXA FECHADOS E ASSINADOS NO
      *ARQTURNO.DAT (PROGCOBCAIXA) PARA O MES DO DIA DE NEGOCIO
      *(DATAMOV, OU HOJE SEM O CONTROLE): QUANTIDADE DE TURNOS,
      *GAVETA ESPERADA E CONTADA, SOBRAS, FALTAS E O LIQUIDO DE CADA
      *OPERADOR. TURNO AINDA ABERTO NAO ENTRA E SAI AVISADO. SAIDA NO
      *SPOOL. RODA NO LOTE DE FIM DE MES
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTURNO ASSIGN TO "DADOS/ARQTURNO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQTURNO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQTURNO
           RECORDING MODE IS F.
       COPY "#TURNO".

       WORKING-STORAGE SECTION.
       01 ARQTURNO-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-MES-REF        PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-ABERTOS    PIC 9(04) VALUES ZEROS.

      *----------TURNOS, GAVETA E SOBRA/FALTA POR OPERADOR NO MES
       01 WRK-QTD-OPER       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-OPER.
           05 WRK-OPE-ITEM OCCURS 100 TIMES.
               10 WRK-OPE-OPERADOR  PIC X(10).
               10 WRK-OPE-TURNOS    PIC 9(04).
               10 WRK-OPE-ESPERADO  PIC 9(09)V99.
               10 WRK-OPE-CONTADO   PIC 9(09)V99.
               10 WRK-OPE-SOBRA     PIC 9(09)V99.
               10 WRK-OPE-FALTA     PIC 9(09)V99.
       01 WRK-OPE-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-OPE-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-OPE-LIQUIDO    PIC S9(09)V99 VALUES ZEROS.

      *----------TOTAL GERAL
       01 WRK-TOT-TURNOS     PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-SOBRA      PIC 9(09)V99 VALUES ZEROS.
       01 WRK-TOT-FALTA      PIC 9(09)V99 VALUES ZEROS.
       01 WRK-TOT-LIQUIDO    PIC S9(09)V99 VALUES ZEROS.
       01 WRK-ED-TURNOS      PIC ZZZZ9.
       01 WRK-ED-ESPERADO    PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-ED-CONTADO     PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-ED-SOBRA       PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-ED-FALTA       PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-ED-LIQUIDO     PIC -ZZ.ZZZ.ZZ9,99.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL CENTRAL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "SOBRA/FALTA DO MES".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "TURNOREL".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "TURNOREL - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-MES-REF.
           PERFORM APURAR-TURNOS.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "TURNOREL - FIM".
           GOBACK.

       APURAR-TURNOS SECTION.
           OPEN INPUT ARQTURNO.
           IF ARQTURNO-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQTURNO.DAT (STATUS " ARQTURNO-FS ")"
           ELSE
              PERFORM UNTIL ARQTURNO-FS NOT EQUAL ZEROS
                 READ ARQTURNO
                 IF ARQTURNO-FS EQUAL ZEROS
                    AND TUR-DATA(1:6) EQUAL WRK-MES-REF
                    IF TUR-SITUACAO EQUAL "F"
                       PERFORM ACUMULAR-TURNO
                    ELSE
                       ADD 1 TO WRK-QTD-ABERTOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQTURNO
           END-IF.

       ACUMULAR-TURNO SECTION.
           MOVE ZERO TO WRK-OPE-ACHADO.
           PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-OPE-IDX GREATER WRK-QTD-OPER
                      OR WRK-OPE-ACHADO GREATER ZERO
              IF WRK-OPE-OPERADOR(WRK-OPE-IDX) EQUAL TUR-OPERADOR
                 MOVE WRK-OPE-IDX TO WRK-OPE-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-OPE-ACHADO EQUAL ZERO
              AND WRK-QTD-OPER LESS 100
              ADD 1 TO WRK-QTD-OPER
              MOVE WRK-QTD-OPER TO WRK-OPE-ACHADO
              INITIALIZE WRK-OPE-ITEM(WRK-OPE-ACHADO)
              MOVE TUR-OPERADOR TO WRK-OPE-OPERADOR(WRK-OPE-ACHADO)
           END-IF.
           IF WRK-OPE-ACHADO GREATER ZERO
              ADD 1 TO WRK-OPE-TURNOS(WRK-OPE-ACHADO)
              ADD TUR-ESPERADO-GAVETA
                TO WRK-OPE-ESPERADO(WRK-OPE-ACHADO)
              ADD TUR-CONTADO-GAVETA
                TO WRK-OPE-CONTADO(WRK-OPE-ACHADO)
              IF TUR-DIFERENCA GREATER ZEROS
                 ADD TUR-DIFERENCA TO WRK-OPE-SOBRA(WRK-OPE-ACHADO)
              ELSE
                 SUBTRACT TUR-DIFERENCA
                     FROM WRK-OPE-FALTA(WRK-OPE-ACHADO)
              END-IF
           END-IF.

       IMPRIMIR-RELATORIO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "SOBRA/FALTA DE GAVETA POR OPERADOR - MES "
                  DELIMITED BY SIZE
                  WRK-MES-REF DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE "OPERADOR  TURNOS       ESPERADO        CONTADO"
             TO WRK-SPL-LINHA.
           MOVE "        SOBRAS        FALTAS        LIQUIDO"
             TO WRK-SPL-LINHA(47:43).
           PERFORM GRAVAR-LINHA.
           IF WRK-QTD-OPER EQUAL ZERO
              MOVE "NENHUM TURNO FECHADO NO MES" TO WRK-SPL-LINHA
              PERFORM GRAVAR-LINHA
           ELSE
              PERFORM IMPRIMIR-OPERADOR
                      VARYING WRK-OPE-IDX FROM 1 BY 1
                      UNTIL WRK-OPE-IDX GREATER WRK-QTD-OPER
           END-IF.
           MOVE WRK-TOT-TURNOS  TO WRK-ED-TURNOS.
           MOVE WRK-TOT-SOBRA   TO WRK-ED-SOBRA.
           MOVE WRK-TOT-FALTA   TO WRK-ED-FALTA.
           MOVE WRK-TOT-LIQUIDO TO WRK-ED-LIQUIDO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TOTAL      " WRK-ED-TURNOS
                  "                               "
                  WRK-ED-SOBRA " " WRK-ED-FALTA " " WRK-ED-LIQUIDO
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           IF WRK-QTD-ABERTOS GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "TURNOS AINDA ABERTOS NO MES (FORA DO TOTAL): "
                     WRK-QTD-ABERTOS
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-LINHA
           END-IF.

       IMPRIMIR-OPERADOR SECTION.
           COMPUTE WRK-OPE-LIQUIDO = WRK-OPE-SOBRA(WRK-OPE-IDX)
                                   - WRK-OPE-FALTA(WRK-OPE-IDX).
           MOVE WRK-OPE-TURNOS(WRK-OPE-IDX)   TO WRK-ED-TURNOS.
           MOVE WRK-OPE-ESPERADO(WRK-OPE-IDX) TO WRK-ED-ESPERADO.
           MOVE WRK-OPE-CONTADO(WRK-OPE-IDX)  TO WRK-ED-CONTADO.
           MOVE WRK-OPE-SOBRA(WRK-OPE-IDX)    TO WRK-ED-SOBRA.
           MOVE WRK-OPE-FALTA(WRK-OPE-IDX)    TO WRK-ED-FALTA.
           MOVE WRK-OPE-LIQUIDO               TO WRK-ED-LIQUIDO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-OPE-OPERADOR(WRK-OPE-IDX) " "
                  WRK-ED-TURNOS " " WRK-ED-ESPERADO " "
                  WRK-ED-CONTADO " " WRK-ED-SOBRA " "
                  WRK-ED-FALTA " " WRK-ED-LIQUIDO
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           ADD WRK-OPE-TURNOS(WRK-OPE-IDX) TO WRK-TOT-TURNOS.
           ADD WRK-OPE-SOBRA(WRK-OPE-IDX)  TO WRK-TOT-SOBRA.
           ADD WRK-OPE-FALTA(WRK-OPE-IDX)  TO WRK-TOT-FALTA.
           ADD WRK-OPE-LIQUIDO             TO WRK-TOT-LIQUIDO.

       GRAVAR-LINHA SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
