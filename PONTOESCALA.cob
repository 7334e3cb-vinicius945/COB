       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTOESCALA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CONFRONTO NOTURNO DA ESCALA PLANEJADA (ARQESCALA,
      *MONTADA NO ESCALAMANUT) COM AS BATIDAS DO DIA (ARQBATIDA) -
      *APONTA ATRASO NA ENTRADA, SAIDA ANTECIPADA, FALTA (ESCALADO SEM
      *BATIDA, SEM AUSENCIA LANCADA E FORA DE FERIAS) E TURNO FORA DA
      *ESCALA (BATIDA DE QUEM NAO ESTAVA ESCALADO), SEMPRE ALEM DA
      *TOLERANCIA EM MINUTOS DO ESCALAPARM.TXT (CRIADO COM 10 MINUTOS
      *NA PRIMEIRA RODADA). SAI UM RELATORIO POR SETOR NO SPOOL
      *("ESCALA <SETOR>", QUE O SPOOLDISTRIB MANDA PARA O GESTOR DO
      *SETOR) E O RESULTADO DO DIA E SOMADO NO INDICE DE PONTUALIDADE
      *DO MES (ARQPONTUAL.DAT). NO ULTIMO DIA DO MES SAI O INDICE DE
      *CADA FUNCIONARIO, TAMBEM POR SETOR ("PONTUAL <SETOR>"). STEP
      *DO BATCHNOTURNO, DEPOIS DO PONTOAPURA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQESCALA ASSIGN TO "DADOS/ARQESCALA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQESCALA-FS
           RECORD KEY IS ESC-CHAVE.

           SELECT ARQBATIDA ASSIGN TO "DADOS/ARQBATIDA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQBATIDA-FS.

           SELECT ARQAUSENCIA ASSIGN TO "DADOS/ARQAUSENCIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQAUSENCIA-FS
           RECORD KEY IS AUS-CHAVE.

           SELECT ARQFERIASAG ASSIGN TO "DADOS/ARQFERIASAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFERIASAG-FS
           RECORD KEY IS FAG-CHAVE.

           SELECT ARQFUNC ASSIGN TO "DADOS/ARQFUNC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFUNC-FS
           RECORD KEY IS FUNC-ID.

           SELECT ARQPONTUAL ASSIGN TO "DADOS/ARQPONTUAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPONTUAL-FS
           RECORD KEY IS PTL-CHAVE.

           SELECT ARQESCPARM ASSIGN TO "DADOS/ESCALAPARM.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQESCPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQESCALA.
       COPY "#ESCALA".

       FD ARQBATIDA.
       COPY "#BATIDA".

       FD ARQAUSENCIA.
       COPY "#AUSENCIA".

       FD ARQFERIASAG.
       COPY "#FERIAS-AG".

       FD ARQFUNC.
       COPY "#FUNC".

       FD ARQPONTUAL.
       COPY "#PONTUAL".

      *    TOLERANCIA EM MINUTOS PARA ATRASO E SAIDA ANTECIPADA
       FD ARQESCPARM
           RECORDING MODE IS F.
       01 ESCPARM-REGISTRO.
           05 ESCPARM-TOLERANCIA PIC 9(03).

       WORKING-STORAGE SECTION.
       01 ARQESCALA-FS       PIC 9(02) VALUES ZEROS.
       01 ARQBATIDA-FS       PIC 9(02) VALUES ZEROS.
       01 ARQAUSENCIA-FS     PIC 9(02) VALUES ZEROS.
       01 ARQFERIASAG-FS     PIC 9(02) VALUES ZEROS.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPONTUAL-FS      PIC 9(02) VALUES ZEROS.
       01 ARQESCPARM-FS      PIC 9(02) VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.
       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-AMANHA    PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-CORRIDOS  PIC 9(07) VALUES ZEROS.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
       01 WRK-FIM-DE-MES     PIC X(01) VALUES "N".
       01 WRK-TOLERANCIA     PIC 9(03) VALUES ZEROS.
       01 WRK-ESTOURO        PIC X(01) VALUES "N".

      *----------BATIDAS DO DIA POR FUNCIONARIO (ORDEM DO ARQUIVO =
      *          ORDEM DO RELOGIO: PRIMEIRA ENTRADA, ULTIMA SAIDA)
       01 WRK-QTD-BT         PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-BT.
           05 WRK-BT-ITEM OCCURS 300 TIMES.
               10 WRK-BT-FUNC       PIC 9(04).
               10 WRK-BT-TEM-E      PIC X(01).
               10 WRK-BT-ENTRADA    PIC 9(04).
               10 WRK-BT-TEM-S      PIC X(01).
               10 WRK-BT-SAIDA      PIC 9(04).
      *    "S" = CASOU COM UM DIA DA ESCALA
               10 WRK-BT-USADA      PIC X(01).
       01 WRK-BT-IDX         PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-BT-ACHADO      PIC 9(03) USAGE COMP VALUE ZERO.

      *----------CONFRONTO DE UM DIA ESCALADO
       01 WRK-HHMM           PIC 9(04) VALUES ZEROS.
       01 WRK-HHMM-R REDEFINES WRK-HHMM.
           05 WRK-HHMM-HH    PIC 9(02).
           05 WRK-HHMM-MM    PIC 9(02).
       01 WRK-MINUTOS        PIC 9(05) VALUES ZEROS.
       01 WRK-MIN-PLAN-ENT   PIC 9(05) VALUES ZEROS.
       01 WRK-MIN-PLAN-SAI   PIC 9(05) VALUES ZEROS.
       01 WRK-MIN-REAL-ENT   PIC 9(05) VALUES ZEROS.
       01 WRK-MIN-REAL-SAI   PIC 9(05) VALUES ZEROS.
       01 WRK-DIFERENCA      PIC S9(05) VALUES ZEROS.
       01 WRK-DIF-ED         PIC ZZZ9.
       01 WRK-TEM-FERIAS     PIC X(01) VALUES "N".
       01 WRK-FIM-FERIAS     PIC X(01) VALUES "N".
       01 WRK-FUNC-NOME      PIC X(20) VALUES SPACES.
       01 WRK-FUNC-SETOR     PIC X(10) VALUES SPACES.

      *    RESULTADO DO DIA DE UM FUNCIONARIO PARA O ARQPONTUAL
       01 WRK-DIA-RESULTADO.
           05 WRK-DR-FUNC-ID     PIC 9(04).
           05 WRK-DR-SETOR       PIC X(10).
           05 WRK-DR-ESCALADO    PIC 9(01).
           05 WRK-DR-PONTUAL     PIC 9(01).
           05 WRK-DR-ATRASO      PIC 9(01).
           05 WRK-DR-MIN-ATRASO  PIC 9(05).
           05 WRK-DR-SAIDA-ANTEC PIC 9(01).
           05 WRK-DR-FALTA       PIC 9(01).
           05 WRK-DR-EXTRA       PIC 9(01).

      *----------OCORRENCIAS DO DIA, AGRUPADAS DEPOIS POR SETOR
       01 WRK-QTD-OCOR       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-OCOR.
           05 WRK-OC-ITEM OCCURS 500 TIMES.
               10 WRK-OC-SETOR      PIC X(10).
               10 WRK-OC-LINHA      PIC X(90).
       01 WRK-OC-IDX         PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-OC-TEXTO       PIC X(90) VALUES SPACES.

       01 WRK-QTD-SETORES    PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-SETORES.
           05 WRK-SETOR-COD  PIC X(10) OCCURS 50 TIMES.
       01 WRK-SETOR-IDX      PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-SETOR-ACHADO   PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-SETOR-BUSCA    PIC X(10) VALUES SPACES.

      *----------INDICE DO MES POR FUNCIONARIO (FIM DE MES)
       01 WRK-QTD-IND        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-IND.
           05 WRK-IN-ITEM OCCURS 300 TIMES.
               10 WRK-IN-SETOR      PIC X(10).
               10 WRK-IN-LINHA      PIC X(90).
       01 WRK-IN-IDX         PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-INDICE         PIC 9(03)V9 VALUES ZEROS.
       01 WRK-INDICE-ED      PIC ZZ9,9.
       01 WRK-MIN-ATRASO-ED  PIC ZZZZ9.

       01 WRK-TOT-ESCALADOS  PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-PONTUAIS   PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-ATRASOS    PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-ANTEC      PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-FALTAS     PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-EXTRAS     PIC 9(04) VALUES ZEROS.

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "PONTOESCALA".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "PONTOESCALA - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-ANOMES.
           COMPUTE WRK-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO) + 1.
           COMPUTE WRK-DATA-AMANHA =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-CORRIDOS).
           IF WRK-DATA-AMANHA(5:2) NOT EQUAL WRK-DATA-ALVO(5:2)
              MOVE "S" TO WRK-FIM-DE-MES
           END-IF.
           PERFORM CARREGAR-TOLERANCIA.
           OPEN INPUT ARQESCALA.
           IF ARQESCALA-FS NOT EQUAL ZEROS
              DISPLAY "SEM ESCALA CADASTRADA (STATUS " ARQESCALA-FS ")"
              DISPLAY "PONTOESCALA - FIM"
              GOBACK
           END-IF.
           PERFORM CARREGAR-BATIDAS.
           OPEN INPUT ARQFUNC ARQAUSENCIA.
           OPEN I-O ARQPONTUAL.
           IF ARQPONTUAL-FS EQUAL 35
              OPEN OUTPUT ARQPONTUAL
              CLOSE ARQPONTUAL
              OPEN I-O ARQPONTUAL
           END-IF.
           PERFORM CONFRONTAR-ESCALA.
           PERFORM APONTAR-EXTRAS.
           CLOSE ARQESCALA ARQAUSENCIA.
           PERFORM IMPRIMIR-OCORRENCIAS.
           IF WRK-FIM-DE-MES EQUAL "S"
              PERFORM IMPRIMIR-INDICE-MES
           END-IF.
           CLOSE ARQPONTUAL ARQFUNC.
           DISPLAY "DIA CONFRONTADO...: " WRK-DATA-ALVO.
           DISPLAY "TURNOS ESCALADOS..: " WRK-TOT-ESCALADOS.
           DISPLAY "PONTUAIS..........: " WRK-TOT-PONTUAIS.
           DISPLAY "ATRASOS...........: " WRK-TOT-ATRASOS.
           DISPLAY "SAIDAS ANTECIPADAS: " WRK-TOT-ANTEC.
           DISPLAY "FALTAS............: " WRK-TOT-FALTAS.
           DISPLAY "FORA DA ESCALA....: " WRK-TOT-EXTRAS.
           IF WRK-ESTOURO EQUAL "S"
              DISPLAY "TABELA INTERNA CHEIA - RELATORIO INCOMPLETO"
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PONTOESCALA - FIM".
           GOBACK.

      *    MESMO ESQUEMA DO RESGATEPARM: SEM O ARQUIVO, NASCE COM O
      *    PADRAO E A AREA AJUSTA DEPOIS
       CARREGAR-TOLERANCIA SECTION.
           OPEN INPUT ARQESCPARM.
           IF ARQESCPARM-FS NOT EQUAL ZEROS
              OPEN OUTPUT ARQESCPARM
              MOVE 010 TO ESCPARM-TOLERANCIA
              WRITE ESCPARM-REGISTRO
              CLOSE ARQESCPARM
              DISPLAY "ESCALAPARM.TXT CRIADO COM TOLERANCIA DE 10 MIN"
              OPEN INPUT ARQESCPARM
           END-IF.
           READ ARQESCPARM.
           IF ARQESCPARM-FS EQUAL ZEROS
              AND ESCPARM-TOLERANCIA NUMERIC
              MOVE ESCPARM-TOLERANCIA TO WRK-TOLERANCIA
           ELSE
              MOVE 010 TO WRK-TOLERANCIA
           END-IF.
           CLOSE ARQESCPARM.

      *    BATIDAS DO DIA ALVO QUE NAO FORAM ANULADAS PELA CORRECAO,
      *    APURADAS OU NAO - O CONFRONTO OLHA O HORARIO, NAO O PAR
       CARREGAR-BATIDAS SECTION.
           MOVE ZERO TO WRK-QTD-BT.
           OPEN INPUT ARQBATIDA.
           IF ARQBATIDA-FS EQUAL ZEROS
              PERFORM UNTIL ARQBATIDA-FS NOT EQUAL ZEROS
                 READ ARQBATIDA
                    AT END MOVE 10 TO ARQBATIDA-FS
                    NOT AT END
                       IF BAT-DATA EQUAL WRK-DATA-ALVO
                          AND BAT-APURADA NOT EQUAL "X"
                          PERFORM GUARDAR-BATIDA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQBATIDA
           END-IF.
           MOVE ZEROS TO ARQBATIDA-FS.

       GUARDAR-BATIDA SECTION.
           MOVE ZERO TO WRK-BT-ACHADO.
           PERFORM VARYING WRK-BT-IDX FROM 1 BY 1
                   UNTIL WRK-BT-IDX GREATER WRK-QTD-BT
                      OR WRK-BT-ACHADO GREATER ZERO
              IF WRK-BT-FUNC(WRK-BT-IDX) EQUAL BAT-FUNC-ID
                 MOVE WRK-BT-IDX TO WRK-BT-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-BT-ACHADO EQUAL ZERO
              IF WRK-QTD-BT LESS 300
                 ADD 1 TO WRK-QTD-BT
                 MOVE WRK-QTD-BT  TO WRK-BT-ACHADO
                 MOVE BAT-FUNC-ID TO WRK-BT-FUNC(WRK-BT-ACHADO)
                 MOVE "N"   TO WRK-BT-TEM-E(WRK-BT-ACHADO)
                 MOVE "N"   TO WRK-BT-TEM-S(WRK-BT-ACHADO)
                 MOVE "N"   TO WRK-BT-USADA(WRK-BT-ACHADO)
                 MOVE ZEROS TO WRK-BT-ENTRADA(WRK-BT-ACHADO)
                 MOVE ZEROS TO WRK-BT-SAIDA(WRK-BT-ACHADO)
              ELSE
                 MOVE "S" TO WRK-ESTOURO
              END-IF
           END-IF.
           IF WRK-BT-ACHADO GREATER ZERO
              IF BAT-TIPO EQUAL "E"
                 IF WRK-BT-TEM-E(WRK-BT-ACHADO) EQUAL "N"
                    MOVE "S" TO WRK-BT-TEM-E(WRK-BT-ACHADO)
                    MOVE BAT-HORA(1:4)
                      TO WRK-BT-ENTRADA(WRK-BT-ACHADO)
                 END-IF
              ELSE
                 MOVE "S" TO WRK-BT-TEM-S(WRK-BT-ACHADO)
                 MOVE BAT-HORA(1:4) TO WRK-BT-SAIDA(WRK-BT-ACHADO)
              END-IF
           END-IF.

      *    DIAS ESCALADOS DA DATA ALVO (A CHAVE COMECA PELA DATA)
       CONFRONTAR-ESCALA SECTION.
           MOVE WRK-DATA-ALVO TO ESC-DATA.
           MOVE ZEROS         TO ESC-FUNC-ID.
           START ARQESCALA KEY IS GREATER OR EQUAL ESC-CHAVE.
           PERFORM UNTIL ARQESCALA-FS NOT EQUAL ZEROS
              READ ARQESCALA NEXT RECORD
              IF ARQESCALA-FS EQUAL ZEROS
                 IF ESC-DATA NOT EQUAL WRK-DATA-ALVO
                    MOVE 10 TO ARQESCALA-FS
                 ELSE
                    PERFORM CONFRONTAR-DIA
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQESCALA-FS.

       CONFRONTAR-DIA SECTION.
           INITIALIZE WRK-DIA-RESULTADO.
           MOVE ESC-FUNC-ID TO WRK-DR-FUNC-ID.
           MOVE ESC-SETOR   TO WRK-DR-SETOR.
           PERFORM LER-FUNCIONARIO.
           MOVE ZERO TO WRK-BT-ACHADO.
           PERFORM VARYING WRK-BT-IDX FROM 1 BY 1
                   UNTIL WRK-BT-IDX GREATER WRK-QTD-BT
                      OR WRK-BT-ACHADO GREATER ZERO
              IF WRK-BT-FUNC(WRK-BT-IDX) EQUAL ESC-FUNC-ID
                 MOVE WRK-BT-IDX TO WRK-BT-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-BT-ACHADO EQUAL ZERO
              PERFORM TRATAR-SEM-BATIDA
           ELSE
              MOVE "S" TO WRK-BT-USADA(WRK-BT-ACHADO)
              MOVE 1 TO WRK-DR-ESCALADO
              ADD 1 TO WRK-TOT-ESCALADOS
              PERFORM MEDIR-HORARIOS
              IF WRK-DR-ATRASO EQUAL ZERO
                 AND WRK-DR-SAIDA-ANTEC EQUAL ZERO
                 MOVE 1 TO WRK-DR-PONTUAL
                 ADD 1 TO WRK-TOT-PONTUAIS
              END-IF
           END-IF.
           PERFORM ACUMULAR-PONTUAL.

      *    SEM BATIDA: FERIAS OU AUSENCIA LANCADA (FALTA, ATESTADO,
      *    LICENCA) JA ESTAO EXPLICADAS E FICAM FORA DO INDICE; O
      *    RESTO E FALTA NAO LANCADA
       TRATAR-SEM-BATIDA SECTION.
           PERFORM VERIFICAR-FERIAS.
           IF WRK-TEM-FERIAS NOT EQUAL "S"
              MOVE ESC-FUNC-ID TO AUS-FUNC-ID
              MOVE ESC-DATA    TO AUS-DATA
              READ ARQAUSENCIA
              IF ARQAUSENCIA-FS NOT EQUAL ZEROS
                 MOVE 1 TO WRK-DR-ESCALADO WRK-DR-FALTA
                 ADD 1 TO WRK-TOT-ESCALADOS WRK-TOT-FALTAS
                 MOVE SPACES TO WRK-OC-TEXTO
                 STRING "FALTA     " DELIMITED BY SIZE
                        ESC-FUNC-ID  DELIMITED BY SIZE
                        " "          DELIMITED BY SIZE
                        WRK-FUNC-NOME DELIMITED BY SIZE
                        " ESCALA "   DELIMITED BY SIZE
                        ESC-HORA-ENTRADA DELIMITED BY SIZE
                        "-"          DELIMITED BY SIZE
                        ESC-HORA-SAIDA DELIMITED BY SIZE
                        " SEM BATIDA E SEM AUSENCIA"
                                     DELIMITED BY SIZE
                   INTO WRK-OC-TEXTO
                 END-STRING
                 MOVE ESC-SETOR TO WRK-SETOR-BUSCA
                 PERFORM ANOTAR-OCORRENCIA
              END-IF
              MOVE ZEROS TO ARQAUSENCIA-FS
           END-IF.

      *    TUDO EM MINUTOS DO DIA; SAIDA MENOR QUE A ENTRADA (ESCALA OU
      *    BATIDA) E TURNO QUE CRUZOU A MEIA-NOITE
       MEDIR-HORARIOS SECTION.
           MOVE ESC-HORA-ENTRADA TO WRK-HHMM.
           PERFORM CONVERTER-MINUTOS.
           MOVE WRK-MINUTOS TO WRK-MIN-PLAN-ENT.
           MOVE ESC-HORA-SAIDA TO WRK-HHMM.
           PERFORM CONVERTER-MINUTOS.
           MOVE WRK-MINUTOS TO WRK-MIN-PLAN-SAI.
           IF WRK-MIN-PLAN-SAI LESS WRK-MIN-PLAN-ENT
              ADD 1440 TO WRK-MIN-PLAN-SAI
           END-IF.
           IF WRK-BT-TEM-E(WRK-BT-ACHADO) EQUAL "S"
              MOVE WRK-BT-ENTRADA(WRK-BT-ACHADO) TO WRK-HHMM
              PERFORM CONVERTER-MINUTOS
              MOVE WRK-MINUTOS TO WRK-MIN-REAL-ENT
              COMPUTE WRK-DIFERENCA =
                      WRK-MIN-REAL-ENT - WRK-MIN-PLAN-ENT
              IF WRK-DIFERENCA GREATER WRK-TOLERANCIA
                 MOVE 1 TO WRK-DR-ATRASO
                 MOVE WRK-DIFERENCA TO WRK-DR-MIN-ATRASO
                 ADD 1 TO WRK-TOT-ATRASOS
                 MOVE WRK-DIFERENCA TO WRK-DIF-ED
                 MOVE SPACES TO WRK-OC-TEXTO
                 STRING "ATRASO    " DELIMITED BY SIZE
                        ESC-FUNC-ID  DELIMITED BY SIZE
                        " "          DELIMITED BY SIZE
                        WRK-FUNC-NOME DELIMITED BY SIZE
                        " ESCALA "   DELIMITED BY SIZE
                        ESC-HORA-ENTRADA DELIMITED BY SIZE
                        " ENTROU "   DELIMITED BY SIZE
                        WRK-BT-ENTRADA(WRK-BT-ACHADO)
                                     DELIMITED BY SIZE
                        " ("         DELIMITED BY SIZE
                        WRK-DIF-ED   DELIMITED BY SIZE
                        " MIN)"      DELIMITED BY SIZE
                   INTO WRK-OC-TEXTO
                 END-STRING
                 MOVE ESC-SETOR TO WRK-SETOR-BUSCA
                 PERFORM ANOTAR-OCORRENCIA
              END-IF
           ELSE
              MOVE WRK-MIN-PLAN-ENT TO WRK-MIN-REAL-ENT
           END-IF.
           IF WRK-BT-TEM-S(WRK-BT-ACHADO) EQUAL "S"
              MOVE WRK-BT-SAIDA(WRK-BT-ACHADO) TO WRK-HHMM
              PERFORM CONVERTER-MINUTOS
              MOVE WRK-MINUTOS TO WRK-MIN-REAL-SAI
              IF WRK-MIN-REAL-SAI LESS WRK-MIN-REAL-ENT
                 ADD 1440 TO WRK-MIN-REAL-SAI
              END-IF
              COMPUTE WRK-DIFERENCA =
                      WRK-MIN-PLAN-SAI - WRK-MIN-REAL-SAI
              IF WRK-DIFERENCA GREATER WRK-TOLERANCIA
                 MOVE 1 TO WRK-DR-SAIDA-ANTEC
                 ADD 1 TO WRK-TOT-ANTEC
                 MOVE WRK-DIFERENCA TO WRK-DIF-ED
                 MOVE SPACES TO WRK-OC-TEXTO
                 STRING "SAIDA ANT " DELIMITED BY SIZE
                        ESC-FUNC-ID  DELIMITED BY SIZE
                        " "          DELIMITED BY SIZE
                        WRK-FUNC-NOME DELIMITED BY SIZE
                        " ESCALA "   DELIMITED BY SIZE
                        ESC-HORA-SAIDA DELIMITED BY SIZE
                        " SAIU "     DELIMITED BY SIZE
                        WRK-BT-SAIDA(WRK-BT-ACHADO)
                                     DELIMITED BY SIZE
                        " ("         DELIMITED BY SIZE
                        WRK-DIF-ED   DELIMITED BY SIZE
                        " MIN)"      DELIMITED BY SIZE
                   INTO WRK-OC-TEXTO
                 END-STRING
                 MOVE ESC-SETOR TO WRK-SETOR-BUSCA
                 PERFORM ANOTAR-OCORRENCIA
              END-IF
           END-IF.

       CONVERTER-MINUTOS SECTION.
           COMPUTE WRK-MINUTOS = WRK-HHMM-HH * 60 + WRK-HHMM-MM.

      *    BATIDA DE QUEM NAO ESTAVA ESCALADO NO DIA = TURNO EXTRA NAO
      *    PLANEJADO (OU TROCA DE TURNO SEM ACERTO NA ESCALA)
       APONTAR-EXTRAS SECTION.
           PERFORM VARYING WRK-BT-IDX FROM 1 BY 1
                   UNTIL WRK-BT-IDX GREATER WRK-QTD-BT
              IF WRK-BT-USADA(WRK-BT-IDX) NOT EQUAL "S"
                 INITIALIZE WRK-DIA-RESULTADO
                 MOVE WRK-BT-FUNC(WRK-BT-IDX) TO WRK-DR-FUNC-ID
                 MOVE WRK-BT-FUNC(WRK-BT-IDX) TO ESC-FUNC-ID
                 PERFORM LER-FUNCIONARIO
                 MOVE WRK-FUNC-SETOR TO WRK-DR-SETOR
                 MOVE 1 TO WRK-DR-EXTRA
                 ADD 1 TO WRK-TOT-EXTRAS
                 MOVE SPACES TO WRK-OC-TEXTO
                 STRING "FORA ESC. " DELIMITED BY SIZE
                        WRK-BT-FUNC(WRK-BT-IDX) DELIMITED BY SIZE
                        " "          DELIMITED BY SIZE
                        WRK-FUNC-NOME DELIMITED BY SIZE
                        " BATEU "    DELIMITED BY SIZE
                        WRK-BT-ENTRADA(WRK-BT-IDX) DELIMITED BY SIZE
                        "-"          DELIMITED BY SIZE
                        WRK-BT-SAIDA(WRK-BT-IDX) DELIMITED BY SIZE
                        " SEM ESTAR ESCALADO" DELIMITED BY SIZE
                   INTO WRK-OC-TEXTO
                 END-STRING
                 MOVE WRK-FUNC-SETOR TO WRK-SETOR-BUSCA
                 PERFORM ANOTAR-OCORRENCIA
                 PERFORM ACUMULAR-PONTUAL
              END-IF
           END-PERFORM.

       LER-FUNCIONARIO SECTION.
           MOVE SPACES TO WRK-FUNC-NOME WRK-FUNC-SETOR.
           MOVE ESC-FUNC-ID TO FUNC-ID.
           READ ARQFUNC.
           IF ARQFUNC-FS EQUAL ZEROS
              MOVE FUNC-NOME  TO WRK-FUNC-NOME
              MOVE FUNC-SETOR TO WRK-FUNC-SETOR
           ELSE
              MOVE "NAO CADASTRADO" TO WRK-FUNC-NOME
           END-IF.
           MOVE ZEROS TO ARQFUNC-FS.

       VERIFICAR-FERIAS SECTION.
           MOVE "N" TO WRK-TEM-FERIAS.
           MOVE "N" TO WRK-FIM-FERIAS.
           OPEN INPUT ARQFERIASAG.
           IF ARQFERIASAG-FS EQUAL ZEROS
              MOVE ESC-FUNC-ID TO FAG-FUNC-ID
              MOVE ZEROS       TO FAG-INICIO
              START ARQFERIASAG KEY IS GREATER OR EQUAL FAG-CHAVE
              PERFORM UNTIL ARQFERIASAG-FS NOT EQUAL ZEROS
                         OR WRK-FIM-FERIAS EQUAL "S"
                 READ ARQFERIASAG NEXT RECORD
                 IF ARQFERIASAG-FS EQUAL ZEROS
                    IF FAG-FUNC-ID NOT EQUAL ESC-FUNC-ID
                       MOVE "S" TO WRK-FIM-FERIAS
                    ELSE
                       IF ESC-DATA NOT LESS FAG-INICIO
                          AND ESC-DATA NOT GREATER FAG-FIM
                          MOVE "S" TO WRK-TEM-FERIAS
                          MOVE "S" TO WRK-FIM-FERIAS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQFERIASAG
           END-IF.
           MOVE ZEROS TO ARQFERIASAG-FS.

      *    DIA JA SOMADO (LOTE RODADO DE NOVO) NAO ENTRA DUAS VEZES
       ACUMULAR-PONTUAL SECTION.
           MOVE WRK-DR-FUNC-ID TO PTL-FUNC-ID.
           MOVE WRK-ANOMES     TO PTL-ANOMES.
           READ ARQPONTUAL.
           IF ARQPONTUAL-FS NOT EQUAL ZEROS
              INITIALIZE PTL-REGISTRO
              MOVE WRK-DR-FUNC-ID TO PTL-FUNC-ID
              MOVE WRK-ANOMES     TO PTL-ANOMES
              MOVE WRK-DR-SETOR   TO PTL-SETOR
              PERFORM SOMAR-DIA-PONTUAL
              WRITE PTL-REGISTRO
           ELSE
              IF PTL-ULT-DATA LESS WRK-DATA-ALVO
                 IF WRK-DR-SETOR NOT EQUAL SPACES
                    MOVE WRK-DR-SETOR TO PTL-SETOR
                 END-IF
                 PERFORM SOMAR-DIA-PONTUAL
                 REWRITE PTL-REGISTRO
              END-IF
           END-IF.
           MOVE ZEROS TO ARQPONTUAL-FS.

       SOMAR-DIA-PONTUAL SECTION.
           ADD WRK-DR-ESCALADO    TO PTL-ESCALADOS.
           ADD WRK-DR-PONTUAL     TO PTL-PONTUAIS.
           ADD WRK-DR-ATRASO      TO PTL-ATRASOS.
           ADD WRK-DR-MIN-ATRASO  TO PTL-MIN-ATRASO.
           ADD WRK-DR-SAIDA-ANTEC TO PTL-SAIDAS-ANTEC.
           ADD WRK-DR-FALTA       TO PTL-FALTAS.
           ADD WRK-DR-EXTRA       TO PTL-EXTRAS.
           MOVE WRK-DATA-ALVO     TO PTL-ULT-DATA.

       ANOTAR-OCORRENCIA SECTION.
           IF WRK-QTD-OCOR LESS 500
              ADD 1 TO WRK-QTD-OCOR
              MOVE WRK-SETOR-BUSCA TO WRK-OC-SETOR(WRK-QTD-OCOR)
              MOVE WRK-OC-TEXTO    TO WRK-OC-LINHA(WRK-QTD-OCOR)
              PERFORM ANOTAR-SETOR
           ELSE
              MOVE "S" TO WRK-ESTOURO
           END-IF.

       ANOTAR-SETOR SECTION.
           MOVE ZERO TO WRK-SETOR-ACHADO.
           PERFORM VARYING WRK-SETOR-IDX FROM 1 BY 1
                   UNTIL WRK-SETOR-IDX GREATER WRK-QTD-SETORES
                      OR WRK-SETOR-ACHADO GREATER ZERO
              IF WRK-SETOR-COD(WRK-SETOR-IDX) EQUAL WRK-SETOR-BUSCA
                 MOVE WRK-SETOR-IDX TO WRK-SETOR-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-SETOR-ACHADO EQUAL ZERO
              IF WRK-QTD-SETORES LESS 50
                 ADD 1 TO WRK-QTD-SETORES
                 MOVE WRK-SETOR-BUSCA TO WRK-SETOR-COD(WRK-QTD-SETORES)
              ELSE
                 MOVE "S" TO WRK-ESTOURO
              END-IF
           END-IF.

      *    UMA ENTRADA DO SPOOL POR SETOR - O NOME "ESCALA <SETOR>" E O
      *    QUE O SPOOLDISTRIB USA PARA ACHAR O GESTOR
       IMPRIMIR-OCORRENCIAS SECTION.
           PERFORM VARYING WRK-SETOR-IDX FROM 1 BY 1
                   UNTIL WRK-SETOR-IDX GREATER WRK-QTD-SETORES
              MOVE SPACES TO WRK-SPL-NOME
              STRING "ESCALA "                    DELIMITED BY SIZE
                     WRK-SETOR-COD(WRK-SETOR-IDX) DELIMITED BY SIZE
                INTO WRK-SPL-NOME
              END-STRING
              MOVE "A" TO WRK-SPL-ACAO
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE "L" TO WRK-SPL-ACAO
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "ESCALA X PONTO - DIA " DELIMITED BY SIZE
                     WRK-DATA-ALVO           DELIMITED BY SIZE
                     " - SETOR "             DELIMITED BY SIZE
                     WRK-SETOR-COD(WRK-SETOR-IDX) DELIMITED BY SIZE
                     " - TOLERANCIA "        DELIMITED BY SIZE
                     WRK-TOLERANCIA          DELIMITED BY SIZE
                     " MIN"                  DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              PERFORM VARYING WRK-OC-IDX FROM 1 BY 1
                      UNTIL WRK-OC-IDX GREATER WRK-QTD-OCOR
                 IF WRK-OC-SETOR(WRK-OC-IDX) EQUAL
                    WRK-SETOR-COD(WRK-SETOR-IDX)
                    MOVE WRK-OC-LINHA(WRK-OC-IDX) TO WRK-SPL-LINHA
                    CALL "SPOOLGRAVA" USING WRK-SPOOL
                 END-IF
              END-PERFORM
           END-PERFORM.

      *    ULTIMO DIA DO MES: INDICE DE CADA FUNCIONARIO NO MES, UMA
      *    ENTRADA DO SPOOL POR SETOR PARA O GESTOR
       IMPRIMIR-INDICE-MES SECTION.
           MOVE ZERO TO WRK-QTD-IND WRK-QTD-SETORES.
           MOVE LOW-VALUES TO PTL-CHAVE.
           START ARQPONTUAL KEY IS GREATER PTL-CHAVE.
           PERFORM UNTIL ARQPONTUAL-FS NOT EQUAL ZEROS
              READ ARQPONTUAL NEXT RECORD
              IF ARQPONTUAL-FS EQUAL ZEROS
                 AND PTL-ANOMES EQUAL WRK-ANOMES
                 PERFORM GUARDAR-INDICE
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPONTUAL-FS.
           PERFORM VARYING WRK-SETOR-IDX FROM 1 BY 1
                   UNTIL WRK-SETOR-IDX GREATER WRK-QTD-SETORES
              MOVE SPACES TO WRK-SPL-NOME
              STRING "PONTUAL "                   DELIMITED BY SIZE
                     WRK-SETOR-COD(WRK-SETOR-IDX) DELIMITED BY SIZE
                INTO WRK-SPL-NOME
              END-STRING
              MOVE "A" TO WRK-SPL-ACAO
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE "L" TO WRK-SPL-ACAO
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "INDICE DE PONTUALIDADE - MES " DELIMITED BY SIZE
                     WRK-ANOMES              DELIMITED BY SIZE
                     " - SETOR "             DELIMITED BY SIZE
                     WRK-SETOR-COD(WRK-SETOR-IDX) DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE "FUNC NOME                 ESC PONT ATR (MIN)  ANT FA
      -            "L EXT INDICE" TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              PERFORM VARYING WRK-IN-IDX FROM 1 BY 1
                      UNTIL WRK-IN-IDX GREATER WRK-QTD-IND
                 IF WRK-IN-SETOR(WRK-IN-IDX) EQUAL
                    WRK-SETOR-COD(WRK-SETOR-IDX)
                    MOVE WRK-IN-LINHA(WRK-IN-IDX) TO WRK-SPL-LINHA
                    CALL "SPOOLGRAVA" USING WRK-SPOOL
                 END-IF
              END-PERFORM
           END-PERFORM.

      *    INDICE = PONTUAIS / ESCALADOS; SO TURNO FORA DA ESCALA NO
      *    MES (NENHUM ESCALADO) FICA SEM INDICE
       GUARDAR-INDICE SECTION.
           IF WRK-QTD-IND NOT LESS 300
              MOVE "S" TO WRK-ESTOURO
           ELSE
              ADD 1 TO WRK-QTD-IND
              MOVE PTL-FUNC-ID TO ESC-FUNC-ID
              PERFORM LER-FUNCIONARIO
              MOVE PTL-SETOR TO WRK-IN-SETOR(WRK-QTD-IND)
              MOVE PTL-MIN-ATRASO TO WRK-MIN-ATRASO-ED
              MOVE SPACES TO WRK-IN-LINHA(WRK-QTD-IND)
              IF PTL-ESCALADOS GREATER ZEROS
                 COMPUTE WRK-INDICE ROUNDED =
                         PTL-PONTUAIS * 100 / PTL-ESCALADOS
                 MOVE WRK-INDICE TO WRK-INDICE-ED
              ELSE
                 MOVE ZEROS TO WRK-INDICE-ED
              END-IF
              STRING PTL-FUNC-ID      DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WRK-FUNC-NOME    DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PTL-ESCALADOS    DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PTL-PONTUAIS     DELIMITED BY SIZE
                     "  "             DELIMITED BY SIZE
                     PTL-ATRASOS      DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WRK-MIN-ATRASO-ED DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PTL-SAIDAS-ANTEC DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PTL-FALTAS       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     PTL-EXTRAS       DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     WRK-INDICE-ED    DELIMITED BY SIZE
                     "%"              DELIMITED BY SIZE
                INTO WRK-IN-LINHA(WRK-QTD-IND)
              END-STRING
              MOVE PTL-SETOR TO WRK-SETOR-BUSCA
              PERFORM ANOTAR-SETOR
           END-IF.
