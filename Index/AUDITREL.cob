       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITREL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: RELATORIO EM LOTE DA AUDITORIA GERAL - A MESMA LINHA
      *DO TEMPO DO AUDITGERAL (TODAS AS TRILHAS DO SISTEMA JUNTAS PELO
      *MODULO AUDITJUNTA), IMPRESSA NO SPOOL "AUDITORIA UNIFICADA".
      *O FILTRO VEM DO CARTAO AUDITRELPARM.TXT, CUJO PRIMEIRO CAMPO E
      *O USUARIO QUE PEDIU O RELATORIO - TEM DE SER NIVEL "A" NO
      *ARQUSU, E O PEDIDO FICA REGISTRADO COMO QUALQUER CONSULTA.
      *SEM CARTAO TERMINA COM RC 4; USUARIO RECUSADO, RC 8. RODA SOB
      *DEMANDA OU COMO STEP DO BATCHNOTURNO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAUDPARM ASSIGN TO "DADOS/AUDITRELPARM.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQAUDPARM-FS.

           SELECT ARQLINHA ASSIGN TO "DADOS/AUDIT_LINHATEMPO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLINHA-FS
           RECORD KEY IS LTP-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQAUDPARM
           RECORDING MODE IS F.
      *    CARTAO DO RELATORIO: USUARIO QUE PEDE E O FILTRO - CAMPO EM
      *    BRANCO OU ZERO NAO FILTRA; HORAS EM HHMM
       01 REG-AUDPARM.
           05 AUDPARM-USUARIO       PIC X(10).
           05 AUDPARM-OPERADOR      PIC X(10).
           05 AUDPARM-DATA-INI      PIC 9(08).
           05 AUDPARM-HORA-INI      PIC 9(04).
           05 AUDPARM-DATA-FIM      PIC 9(08).
           05 AUDPARM-HORA-FIM      PIC 9(04).
           05 AUDPARM-SUBSISTEMA    PIC X(08).
           05 AUDPARM-TIPO-CHAVE    PIC X(01).
           05 AUDPARM-CHAVE         PIC 9(06).

       FD ARQLINHA.
       COPY "#AUDIT-LINHA".

       WORKING-STORAGE SECTION.
       01 ARQAUDPARM-FS      PIC 9(02) VALUES ZEROS.
       01 ARQLINHA-FS        PIC 9(02) VALUES ZEROS.

       COPY "#AUDIT-FILTRO".

      *----------ENTRADA NO SPOOL (RELATORIO DE AUDITORIA)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "AUDITORIA UNIFICADA".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "AUDITREL".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       01 WRK-LINHA-REG.
           05 WRK-REG-DATA       PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-HORA       PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-SUBSISTEMA PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-OPERADOR   PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-ACAO       PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-TIPO-CHAVE PIC X(01).
           05 WRK-REG-CHAVE      PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-REG-PROGRAMA   PIC X(12).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "AUDITREL - INICIO".
           OPEN INPUT ARQAUDPARM.
           IF ARQAUDPARM-FS NOT EQUAL ZEROS
              DISPLAY "SEM CARTAO AUDITRELPARM.TXT (STATUS "
                      ARQAUDPARM-FS ") - RELATORIO NAO EMITIDO"
              MOVE 4 TO RETURN-CODE
           ELSE
              READ ARQAUDPARM
              IF ARQAUDPARM-FS NOT EQUAL ZEROS
                 DISPLAY "CARTAO AUDITRELPARM.TXT VAZIO - RELATORIO "
                         "NAO EMITIDO"
                 MOVE 4 TO RETURN-CODE
              ELSE
                 PERFORM MONTAR-FILTRO
                 CALL "AUDITJUNTA" USING AUDF-FILTRO
                 IF AUDF-RESULTADO NOT EQUAL "S"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM IMPRIMIR-RELATORIO
                 END-IF
              END-IF
              CLOSE ARQAUDPARM
           END-IF.
           DISPLAY "AUDITREL - FIM".
           GOBACK.

       MONTAR-FILTRO SECTION.
           INITIALIZE AUDF-FILTRO.
           MOVE AUDPARM-USUARIO    TO AUDF-USUARIO WRK-SPL-OPERADOR.
           MOVE "LOTE"             TO AUDF-VIA.
           MOVE AUDPARM-OPERADOR   TO AUDF-OPERADOR.
           MOVE AUDPARM-DATA-INI   TO AUDF-DATA-INI.
           MOVE AUDPARM-HORA-INI   TO AUDF-HORA-INI.
           MOVE AUDPARM-DATA-FIM   TO AUDF-DATA-FIM.
           MOVE AUDPARM-HORA-FIM   TO AUDF-HORA-FIM.
           MOVE AUDPARM-SUBSISTEMA TO AUDF-SUBSISTEMA.
           MOVE AUDPARM-TIPO-CHAVE TO AUDF-TIPO-CHAVE.
           MOVE AUDPARM-CHAVE      TO AUDF-CHAVE.

       IMPRIMIR-RELATORIO SECTION.
           OPEN INPUT ARQLINHA.
           IF ARQLINHA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA AUDIT_LINHATEMPO.DAT STATUS "
                      ARQLINHA-FS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM ABRIR-RELATORIO
              PERFORM UNTIL ARQLINHA-FS NOT EQUAL ZEROS
                 READ ARQLINHA NEXT RECORD
                 IF ARQLINHA-FS EQUAL ZEROS
                    PERFORM IMPRIMIR-ENTRADA
                 END-IF
              END-PERFORM
              CLOSE ARQLINHA
              MOVE SPACES TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "EVENTOS LISTADOS: " DELIMITED BY SIZE
                     AUDF-QTD-ACHADOS     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
           END-IF.

       ABRIR-RELATORIO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "AUDITORIA UNIFICADA - PEDIDA POR " DELIMITED BY SIZE
                  AUDF-USUARIO                       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FILTRO: OPERADOR "  DELIMITED BY SIZE
                  AUDF-OPERADOR        DELIMITED BY SIZE
                  " DE "               DELIMITED BY SIZE
                  AUDF-DATA-INI        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  AUDF-HORA-INI        DELIMITED BY SIZE
                  " ATE "              DELIMITED BY SIZE
                  AUDF-DATA-FIM        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  AUDF-HORA-FIM        DELIMITED BY SIZE
                  " SUBSIST "          DELIMITED BY SIZE
                  AUDF-SUBSISTEMA      DELIMITED BY SIZE
                  " REG "              DELIMITED BY SIZE
                  AUDF-TIPO-CHAVE      DELIMITED BY SIZE
                  AUDF-CHAVE           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "DATA     HORA SUBSIST  OPERADOR   ACAO       REGISTRO
      -         "  PROGRAMA" TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.

      *    CADA EVENTO EM TRES LINHAS: O QUE, QUEM E ONDE; O RESUMO DO
      *    REGISTRO ANTES; O RESUMO DEPOIS
       IMPRIMIR-ENTRADA SECTION.
           MOVE LTP-DATA           TO WRK-REG-DATA.
           MOVE LTP-HORA(1:4)      TO WRK-REG-HORA.
           MOVE LTP-SUBSISTEMA     TO WRK-REG-SUBSISTEMA.
           MOVE LTP-OPERADOR       TO WRK-REG-OPERADOR.
           MOVE LTP-ACAO           TO WRK-REG-ACAO.
           MOVE LTP-TIPO-CHAVE     TO WRK-REG-TIPO-CHAVE.
           IF LTP-TIPO-CHAVE EQUAL SPACES
              MOVE SPACES          TO WRK-REG-CHAVE
           ELSE
              MOVE LTP-CHAVE-REG   TO WRK-REG-CHAVE
           END-IF.
           MOVE LTP-PROGRAMA       TO WRK-REG-PROGRAMA.
           MOVE WRK-LINHA-REG      TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "      ANTES:  " DELIMITED BY SIZE
                  LTP-ANTES        DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "      DEPOIS: " DELIMITED BY SIZE
                  LTP-DEPOIS       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
