       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPFALTA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CONFERENCIA DIARIA DAS LEITURAS DE TEMPERATURA DA
      *CADEIA FRIA - PARA CADA EQUIPAMENTO EM USO (ARQEQUIPFRIO.DAT)
      *PROCURA NO ARQTEMPERATURA.DAT A LEITURA DA MANHA E A DA NOITE
      *DO DIA DE NEGOCIO (DATAMOV) E LISTA NO SPOOL A QUE FALTOU, E
      *TAMBEM AS LEITURAS DO DIA FORA DA FAIXA COM A ACAO CORRETIVA.
      *LEITURA FALTANDO TERMINA O STEP COM RC 4. STEP DO BATCHNOTURNO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEQUIP ASSIGN TO "DADOS/ARQEQUIPFRIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQEQUIP-FS
           RECORD KEY IS EQP-CHAVE.

           SELECT ARQTEMP ASSIGN TO "DADOS/ARQTEMPERATURA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQTEMP-FS
           RECORD KEY IS TMP-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQEQUIP.
       COPY "#EQUIP-FRIO".

       FD ARQTEMP.
       COPY "#TEMP-LEITURA".

       WORKING-STORAGE SECTION.
       01 ARQEQUIP-FS        PIC 9(02) VALUES ZEROS.
       01 ARQTEMP-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-TEMP-ABERTO    PIC X(01) VALUES "N".
       01 WRK-FIM-DIA        PIC X(01) VALUES "N".
       01 WRK-TEM-MANHA      PIC X(01) VALUES "N".
       01 WRK-TEM-NOITE      PIC X(01) VALUES "N".
       01 WRK-TOT-EQUIP      PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-FALTAS     PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-FORA       PIC 9(04) VALUES ZEROS.
       01 WRK-TEMP-ED        PIC -ZZZ9.9.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL (CONFERENCIA DAS LEITURAS)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "LEITURAS DE FRIO".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "TEMPFALTA".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "TEMPFALTA - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT ARQEQUIP.
           IF ARQEQUIP-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQEQUIPFRIO.DAT (STATUS " ARQEQUIP-FS
                      ") - NENHUM EQUIPAMENTO DE FRIO CADASTRADO"
           ELSE
              OPEN INPUT ARQTEMP
              IF ARQTEMP-FS EQUAL ZEROS
                 MOVE "S" TO WRK-TEMP-ABERTO
              END-IF
              PERFORM ABRIR-RELATORIO
              MOVE LOW-VALUES TO EQP-CHAVE
              START ARQEQUIP KEY IS GREATER OR EQUAL EQP-CHAVE
              PERFORM UNTIL ARQEQUIP-FS NOT EQUAL ZEROS
                 READ ARQEQUIP NEXT RECORD
                 IF ARQEQUIP-FS EQUAL ZEROS
                    AND EQP-ATIVO EQUAL "S"
                    PERFORM CONFERIR-EQUIPAMENTO
                 END-IF
              END-PERFORM
              PERFORM IMPRIMIR-TOTAIS
              IF WRK-TEMP-ABERTO EQUAL "S"
                 CLOSE ARQTEMP
              END-IF
              CLOSE ARQEQUIP
           END-IF.
           IF WRK-TOT-FALTAS GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "TEMPFALTA - FIM".
           GOBACK.

       ABRIR-RELATORIO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CONFERENCIA DAS LEITURAS DE TEMPERATURA EM "
                                                 DELIMITED BY SIZE
                  WRK-DATA-ALVO                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.

      *    AS LEITURAS DO EQUIPAMENTO NO DIA FICAM JUNTAS NA CHAVE
      *    (EQUIPAMENTO + DATA + HORA) - BASTA POSICIONAR NA HORA ZERO
      *    E LER ATE MUDAR O DIA OU O EQUIPAMENTO
       CONFERIR-EQUIPAMENTO SECTION.
           ADD 1 TO WRK-TOT-EQUIP.
           MOVE "N" TO WRK-TEM-MANHA WRK-TEM-NOITE.
           IF WRK-TEMP-ABERTO EQUAL "S"
              MOVE "N"           TO WRK-FIM-DIA
              MOVE EQP-CODIGO    TO TMP-EQUIP
              MOVE WRK-DATA-ALVO TO TMP-DATA
              MOVE ZEROS         TO TMP-HORA
              START ARQTEMP KEY IS GREATER OR EQUAL TMP-CHAVE
              PERFORM UNTIL ARQTEMP-FS NOT EQUAL ZEROS
                         OR WRK-FIM-DIA EQUAL "S"
                 READ ARQTEMP NEXT RECORD
                 IF ARQTEMP-FS EQUAL ZEROS
                    IF TMP-EQUIP NOT EQUAL EQP-CODIGO
                       OR TMP-DATA NOT EQUAL WRK-DATA-ALVO
                       MOVE "S" TO WRK-FIM-DIA
                    ELSE
                       PERFORM CONFERIR-LEITURA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQTEMP-FS
           END-IF.
           IF WRK-TEM-MANHA NOT EQUAL "S"
              PERFORM APONTAR-FALTA-MANHA
           END-IF.
           IF WRK-TEM-NOITE NOT EQUAL "S"
              PERFORM APONTAR-FALTA-NOITE
           END-IF.

       CONFERIR-LEITURA SECTION.
           IF TMP-TURNO EQUAL "M"
              MOVE "S" TO WRK-TEM-MANHA
           ELSE
              MOVE "S" TO WRK-TEM-NOITE
           END-IF.
           IF TMP-FORA-FAIXA EQUAL "S"
              ADD 1 TO WRK-TOT-FORA
              MOVE TMP-CELSIUS TO WRK-TEMP-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING EQP-CODIGO    DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     EQP-DESCRICAO DELIMITED BY SIZE
                     " FORA DA FAIXA AS " DELIMITED BY SIZE
                     TMP-HORA      DELIMITED BY SIZE
                     ": "          DELIMITED BY SIZE
                     WRK-TEMP-ED   DELIMITED BY SIZE
                     " C ("        DELIMITED BY SIZE
                     TMP-OPERADOR  DELIMITED BY SIZE
                     ")"           DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "      ACAO: " DELIMITED BY SIZE
                     TMP-ACAO       DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
           END-IF.

       APONTAR-FALTA-MANHA SECTION.
           ADD 1 TO WRK-TOT-FALTAS.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING EQP-CODIGO    DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EQP-DESCRICAO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EQP-LOCAL     DELIMITED BY SIZE
                  " SEM LEITURA DA MANHA" DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       APONTAR-FALTA-NOITE SECTION.
           ADD 1 TO WRK-TOT-FALTAS.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING EQP-CODIGO    DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EQP-DESCRICAO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EQP-LOCAL     DELIMITED BY SIZE
                  " SEM LEITURA DA NOITE" DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       IMPRIMIR-TOTAIS SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "EQUIPAMENTOS EM USO: " DELIMITED BY SIZE
                  WRK-TOT-EQUIP           DELIMITED BY SIZE
                  " - LEITURAS FALTANDO: " DELIMITED BY SIZE
                  WRK-TOT-FALTAS          DELIMITED BY SIZE
                  " - FORA DA FAIXA: "    DELIMITED BY SIZE
                  WRK-TOT-FORA            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
