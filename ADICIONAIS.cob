       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADICIONAIS.
      *---------------------------------------------------------------
      * Adicionais do ponto do funcionario no mes LNK-ADC-ANOMES, a
      * partir dos turnos do ARQPONTO.DAT - a mesma conta para a
      * folha (PROGCOBFUNCIONARIO) e para o custo por setor
      * (CUSTOSETOR):
      *   noturno - parte de cada turno entre 22h e 05h, convertida
      *       na hora noturna reduzida (52m30s = 3150 segundos) e paga
      *       com o percentual do ADICIONAISPARM.TXT (criado com 20%)
      *       sobre o valor da hora
      *   feriado - turno com entrada em data do ARQCALENDARIO.TXT ou
      *       no dia da folga semanal do funcionario (LNK-ADC-DIA-
      *       DESCANSO, "1" = segunda ... "7" = domingo) paga o
      *       percentual do parametro (criado com 100%, a dobra) sobre
      *       o valor da hora, alem do salario que ja cobre a hora
      * Calendario e parametro sao lidos na primeira chamada e ficam
      * em memoria enquanto o modulo estiver carregado
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQPONTO ASSIGN TO "DADOS/ARQPONTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPONTO-FS.

           SELECT ARQCALEND ASSIGN TO "DADOS/ARQCALENDARIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQCALEND-FS.

           SELECT ARQADCPARM ASSIGN TO "DADOS/ADICIONAISPARM.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQADCPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPONTO.
       COPY "#PONTO".

       FD ARQCALEND.
      *    MESMO LAYOUT GRAVADO PELO CALENDARIO
       01 CALEND-REGISTRO.
           05 CALEND-DATA        PIC 9(08).
           05 CALEND-DESCRICAO   PIC X(30).

      *    PERCENTUAIS DO ACORDO SOBRE O VALOR DA HORA
       FD ARQADCPARM
           RECORDING MODE IS F.
       01 ADCPARM-REGISTRO.
           05 ADCPARM-PCT-NOTURNO   PIC 9(03)V99.
           05 ADCPARM-PCT-FERIADO   PIC 9(03)V99.

       WORKING-STORAGE    SECTION.
       01 ARQPONTO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQCALEND-FS       PIC 9(02) VALUES ZEROS.
       01 ARQADCPARM-FS      PIC 9(02) VALUES ZEROS.

       01 WRK-CARREGADO      PIC X(01) VALUES "N".
       01 WRK-PCT-NOTURNO    PIC 9(03)V99 VALUES 20,00.
       01 WRK-PCT-FERIADO    PIC 9(03)V99 VALUES 100,00.

      *----------FERIADOS DO ARQCALENDARIO.TXT
       01 WRK-QTD-FERIADOS   PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-FERIADOS.
           05 WRK-FER-DATA OCCURS 200 TIMES PIC 9(08).
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.

      *----------TURNO CORRENTE, EM SEGUNDOS DESDE A MEIA-NOITE DO DIA
      *----------DA ENTRADA (SAIDA NO DIA SEGUINTE SOMA 86400)
       01 WRK-HHMMSS         PIC 9(06) VALUES ZEROS.
       01 WRK-HHMMSS-R REDEFINES WRK-HHMMSS.
           05 WRK-HMS-HORA   PIC 9(02).
           05 WRK-HMS-MINUTO PIC 9(02).
           05 WRK-HMS-SEGUNDO PIC 9(02).
       01 WRK-SEG-E          PIC 9(06) VALUES ZEROS.
       01 WRK-SEG-S          PIC 9(06) VALUES ZEROS.
       01 WRK-JAN-INICIO     PIC 9(06) VALUES ZEROS.
       01 WRK-JAN-FIM        PIC 9(06) VALUES ZEROS.
       01 WRK-SOBRE-INICIO   PIC 9(06) VALUES ZEROS.
       01 WRK-SOBRE-FIM      PIC 9(06) VALUES ZEROS.

       01 WRK-SEG-NOTURNO    PIC 9(08) VALUES ZEROS.
       01 WRK-SEG-FERIADO    PIC 9(08) VALUES ZEROS.
       01 WRK-DIA-SEMANA     PIC 9(01) VALUES ZEROS.
       01 WRK-DIA-SEMANA-X REDEFINES WRK-DIA-SEMANA PIC X(01).
       01 WRK-DOBRA          PIC X(01) VALUES "N".

       LINKAGE            SECTION.
       01 LNK-ADICIONAIS.
           05 LNK-ADC-FUNC-ID        PIC 9(04).
           05 LNK-ADC-ANOMES         PIC 9(06).
           05 LNK-ADC-DIA-DESCANSO   PIC X(01).
           05 LNK-ADC-VALOR-HORA     PIC 9(05)V99.
           05 LNK-ADC-HORAS-NOTURNAS PIC 9(04)V99.
           05 LNK-ADC-VALOR-NOTURNO  PIC 9(07)V99.
           05 LNK-ADC-HORAS-FERIADO  PIC 9(04)V99.
           05 LNK-ADC-VALOR-FERIADO  PIC 9(07)V99.

       PROCEDURE DIVISION USING LNK-ADICIONAIS.
           IF WRK-CARREGADO NOT EQUAL "S"
              PERFORM CARREGAR-PARM
              PERFORM CARREGAR-FERIADOS
              MOVE "S" TO WRK-CARREGADO
           END-IF.
           MOVE ZEROS TO WRK-SEG-NOTURNO WRK-SEG-FERIADO.
           OPEN INPUT ARQPONTO.
           IF ARQPONTO-FS EQUAL ZEROS
              PERFORM UNTIL ARQPONTO-FS NOT EQUAL ZEROS
                 READ ARQPONTO
                    AT END MOVE 10 TO ARQPONTO-FS
                    NOT AT END
                       IF PONTO-FUNC-ID EQUAL LNK-ADC-FUNC-ID
                          AND PONTO-DATA(1:6) EQUAL LNK-ADC-ANOMES
                          PERFORM APURAR-TURNO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQPONTO
           END-IF.
           MOVE ZEROS TO ARQPONTO-FS.
           COMPUTE LNK-ADC-HORAS-NOTURNAS = WRK-SEG-NOTURNO / 3150.
           COMPUTE LNK-ADC-HORAS-FERIADO = WRK-SEG-FERIADO / 3600.
           COMPUTE LNK-ADC-VALOR-NOTURNO =
                   (LNK-ADC-HORAS-NOTURNAS * LNK-ADC-VALOR-HORA
                    * WRK-PCT-NOTURNO) / 100.
           COMPUTE LNK-ADC-VALOR-FERIADO =
                   (LNK-ADC-HORAS-FERIADO * LNK-ADC-VALOR-HORA
                    * WRK-PCT-FERIADO) / 100.
           GOBACK.

       APURAR-TURNO SECTION.
           PERFORM APURAR-NOTURNO.
           PERFORM VERIFICAR-DOBRA.
           IF WRK-DOBRA EQUAL "S"
              ADD PONTO-SEGUNDOS TO WRK-SEG-FERIADO
           END-IF.

      *    A PARTE NOTURNA E A SOBREPOSICAO DO TURNO COM AS JANELAS
      *    DE 00H-05H E 22H-05H DO DIA SEGUINTE (E 22H-24H DO DIA
      *    SEGUINTE, SO ALCANCADA POR TURNO LANCADO A MAO)
       APURAR-NOTURNO SECTION.
           IF PONTO-HORA-ENTRADA NOT EQUAL ZEROS
              OR PONTO-HORA-SAIDA NOT EQUAL ZEROS
              MOVE PONTO-HORA-ENTRADA TO WRK-HHMMSS
              COMPUTE WRK-SEG-E = WRK-HMS-HORA * 3600
                      + WRK-HMS-MINUTO * 60 + WRK-HMS-SEGUNDO
              MOVE PONTO-HORA-SAIDA TO WRK-HHMMSS
              COMPUTE WRK-SEG-S = WRK-HMS-HORA * 3600
                      + WRK-HMS-MINUTO * 60 + WRK-HMS-SEGUNDO
              IF WRK-SEG-S LESS WRK-SEG-E
                 ADD 86400 TO WRK-SEG-S
              END-IF
              MOVE ZEROS  TO WRK-JAN-INICIO
              MOVE 18000  TO WRK-JAN-FIM
              PERFORM SOMAR-JANELA
              MOVE 79200  TO WRK-JAN-INICIO
              MOVE 104400 TO WRK-JAN-FIM
              PERFORM SOMAR-JANELA
              MOVE 165600 TO WRK-JAN-INICIO
              MOVE 172800 TO WRK-JAN-FIM
              PERFORM SOMAR-JANELA
           END-IF.

       SOMAR-JANELA SECTION.
           IF WRK-SEG-E GREATER WRK-JAN-INICIO
              MOVE WRK-SEG-E TO WRK-SOBRE-INICIO
           ELSE
              MOVE WRK-JAN-INICIO TO WRK-SOBRE-INICIO
           END-IF.
           IF WRK-SEG-S LESS WRK-JAN-FIM
              MOVE WRK-SEG-S TO WRK-SOBRE-FIM
           ELSE
              MOVE WRK-JAN-FIM TO WRK-SOBRE-FIM
           END-IF.
           IF WRK-SOBRE-FIM GREATER WRK-SOBRE-INICIO
              COMPUTE WRK-SEG-NOTURNO = WRK-SEG-NOTURNO
                      + WRK-SOBRE-FIM - WRK-SOBRE-INICIO
           END-IF.

      *    DIA DA SEMANA PELO RESTO DA DIVISAO POR 7 DO DIA JULIANO
      *    (1 = SEGUNDA ... 0 = DOMINGO, QUE AQUI VIRA 7)
       VERIFICAR-DOBRA SECTION.
           MOVE "N" TO WRK-DOBRA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-FERIADOS
                      OR WRK-DOBRA EQUAL "S"
              IF WRK-FER-DATA(WRK-IDX) EQUAL PONTO-DATA
                 MOVE "S" TO WRK-DOBRA
              END-IF
           END-PERFORM.
           IF WRK-DOBRA EQUAL "N"
              AND LNK-ADC-DIA-DESCANSO NOT EQUAL SPACE
              COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(
                      FUNCTION INTEGER-OF-DATE(PONTO-DATA) 7)
              IF WRK-DIA-SEMANA EQUAL ZERO
                 MOVE 7 TO WRK-DIA-SEMANA
              END-IF
              IF WRK-DIA-SEMANA-X EQUAL LNK-ADC-DIA-DESCANSO
                 MOVE "S" TO WRK-DOBRA
              END-IF
           END-IF.

       CARREGAR-PARM SECTION.
           OPEN INPUT ARQADCPARM.
           IF ARQADCPARM-FS NOT EQUAL ZEROS
              OPEN OUTPUT ARQADCPARM
              MOVE 20,00  TO ADCPARM-PCT-NOTURNO
              MOVE 100,00 TO ADCPARM-PCT-FERIADO
              WRITE ADCPARM-REGISTRO
              CLOSE ARQADCPARM
              DISPLAY "ADICIONAISPARM.TXT CRIADO COM NOTURNO 20% E"
                      " FERIADO/FOLGA 100%"
              OPEN INPUT ARQADCPARM
           END-IF.
           READ ARQADCPARM.
           IF ARQADCPARM-FS EQUAL ZEROS
              IF ADCPARM-PCT-NOTURNO NUMERIC
                 MOVE ADCPARM-PCT-NOTURNO TO WRK-PCT-NOTURNO
              END-IF
              IF ADCPARM-PCT-FERIADO NUMERIC
                 MOVE ADCPARM-PCT-FERIADO TO WRK-PCT-FERIADO
              END-IF
           END-IF.
           CLOSE ARQADCPARM.
           MOVE ZEROS TO ARQADCPARM-FS.

       CARREGAR-FERIADOS SECTION.
           MOVE ZERO TO WRK-QTD-FERIADOS.
           OPEN INPUT ARQCALEND.
           IF ARQCALEND-FS EQUAL ZEROS
              PERFORM UNTIL ARQCALEND-FS NOT EQUAL ZEROS
                 READ ARQCALEND
                 IF ARQCALEND-FS EQUAL ZEROS
                    AND WRK-QTD-FERIADOS LESS 200
                    ADD 1 TO WRK-QTD-FERIADOS
                    MOVE CALEND-DATA
                      TO WRK-FER-DATA(WRK-QTD-FERIADOS)
                 END-IF
              END-PERFORM
              CLOSE ARQCALEND
           END-IF.
           MOVE ZEROS TO ARQCALEND-FS.
