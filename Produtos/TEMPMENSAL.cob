       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPMENSAL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: LIVRO MENSAL DE TEMPERATURAS DA CADEIA FRIA PARA A
      *VIGILANCIA SANITARIA - UMA ENTRADA NO SPOOL POR EQUIPAMENTO
      *(ARQEQUIPFRIO.DAT) COM, DIA A DIA, AS LEITURAS DO
      *ARQTEMPERATURA.DAT EM CELSIUS (HORA, TURNO, VALOR LIDO NA
      *ESCALA DO TERMOMETRO, OPERADOR), A LEITURA FORA DA FAIXA COM A
      *ACAO CORRETIVA E A LEITURA DA MANHA OU DA NOITE QUE FALTOU.
      *SEM PARAMETRO IMPRIME O MES DO DIA DE NEGOCIO (DATAMOV) - STEP
      *DE FIM DE MES DO BATCHNOTURNO; O EQUIPFRIO CHAMA COM O MES
      *PEDIDO NA VISITA DO FISCAL
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
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-MES-REF        PIC 9(06) VALUES ZEROS.
       01 WRK-PRIMEIRO-DIA   PIC 9(08) VALUES ZEROS.
       01 WRK-PROXIMO-MES    PIC 9(08) VALUES ZEROS.
       01 WRK-ULTIMO-DIA     PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-INT       PIC 9(07) VALUES ZEROS.
       01 WRK-DIA            PIC 9(02) VALUES ZEROS.
       01 WRK-DATA-DIA       PIC 9(08) VALUES ZEROS.
       01 WRK-TEMP-ABERTO    PIC X(01) VALUES "N".
       01 WRK-FIM-DIA        PIC X(01) VALUES "N".
       01 WRK-TEM-MANHA      PIC X(01) VALUES "N".
       01 WRK-TEM-NOITE      PIC X(01) VALUES "N".
       01 WRK-TEM-LEITURA    PIC X(01) VALUES "N".
       01 WRK-MIN-ED         PIC -ZZ9.9.
       01 WRK-MAX-ED         PIC -ZZ9.9.

      *----------TOTAIS DO EQUIPAMENTO NO MES
       01 WRK-TOT-LEITURAS   PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-FORA       PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-FALTAS     PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-EQUIP      PIC 9(04) VALUES ZEROS.

       01 WRK-LINHA-LEITURA.
           05 WRK-LLE-DIA        PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LLE-HORA       PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LLE-TURNO      PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LLE-CELSIUS    PIC -ZZZ9.9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LLE-LIDO       PIC -ZZZ9.9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LLE-ESCALA     PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LLE-OPERADOR   PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LLE-SITUACAO   PIC X(20).

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL (LIVRO DE TEMPERATURAS)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "LIVRO TEMPERATURAS".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "TEMPMENSAL".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-MES-REF        PIC 9(06).

       PROCEDURE DIVISION USING OPTIONAL LNK-MES-REF.
       0001-PRINCIPAL SECTION.
           DISPLAY "TEMPMENSAL - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ALVO TO WRK-DATA-HOJE.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-MES-REF.
           IF ADDRESS OF LNK-MES-REF NOT EQUAL NULL
              IF LNK-MES-REF IS NUMERIC
                 AND LNK-MES-REF GREATER ZEROS
                 MOVE LNK-MES-REF TO WRK-MES-REF
              END-IF
           END-IF.
           PERFORM CALCULAR-MES.
           OPEN INPUT ARQEQUIP.
           IF ARQEQUIP-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQEQUIPFRIO.DAT (STATUS " ARQEQUIP-FS
                      ") - NENHUM EQUIPAMENTO DE FRIO CADASTRADO"
           ELSE
              OPEN INPUT ARQTEMP
              IF ARQTEMP-FS EQUAL ZEROS
                 MOVE "S" TO WRK-TEMP-ABERTO
              END-IF
              MOVE LOW-VALUES TO EQP-CHAVE
              START ARQEQUIP KEY IS GREATER OR EQUAL EQP-CHAVE
              PERFORM UNTIL ARQEQUIP-FS NOT EQUAL ZEROS
                 READ ARQEQUIP NEXT RECORD
                 IF ARQEQUIP-FS EQUAL ZEROS
                    PERFORM IMPRIMIR-EQUIPAMENTO
                 END-IF
              END-PERFORM
              IF WRK-TEMP-ABERTO EQUAL "S"
                 CLOSE ARQTEMP
              END-IF
              CLOSE ARQEQUIP
              DISPLAY "LIVROS IMPRESSOS: " WRK-TOT-EQUIP
           END-IF.
           DISPLAY "TEMPMENSAL - FIM".
           GOBACK.

      *    ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE. NO
      *    MES CORRENTE O LIVRO VAI ATE O DIA DE NEGOCIO - DIA QUE
      *    AINDA NAO CHEGOU NAO TEM LEITURA FALTANDO
       CALCULAR-MES SECTION.
           COMPUTE WRK-PRIMEIRO-DIA = WRK-MES-REF * 100 + 1.
           IF WRK-MES-REF(5:2) EQUAL "12"
              COMPUTE WRK-PROXIMO-MES =
                      (WRK-MES-REF + 89) * 100 + 1
           ELSE
              COMPUTE WRK-PROXIMO-MES =
                      (WRK-MES-REF + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-PROXIMO-MES) - 1.
           COMPUTE WRK-ULTIMO-DIA =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT).
           IF WRK-ULTIMO-DIA GREATER WRK-DATA-HOJE
              AND WRK-PRIMEIRO-DIA NOT GREATER WRK-DATA-HOJE
              MOVE WRK-DATA-HOJE TO WRK-ULTIMO-DIA
           END-IF.

      *    EQUIPAMENTO DESATIVADO SO ENTRA NO LIVRO SE TEVE LEITURA NO
      *    MES (SAIU DE USO NO MEIO DELE)
       IMPRIMIR-EQUIPAMENTO SECTION.
           MOVE "S" TO WRK-TEM-LEITURA.
           IF EQP-ATIVO NOT EQUAL "S"
              PERFORM VERIFICAR-LEITURAS-MES
           END-IF.
           IF WRK-TEM-LEITURA EQUAL "S"
              ADD 1 TO WRK-TOT-EQUIP
              MOVE ZEROS TO WRK-TOT-LEITURAS WRK-TOT-FORA
                            WRK-TOT-FALTAS
              PERFORM ABRIR-LIVRO
              MOVE WRK-PRIMEIRO-DIA TO WRK-DATA-DIA
              PERFORM UNTIL WRK-DATA-DIA GREATER WRK-ULTIMO-DIA
                 PERFORM IMPRIMIR-DIA
                 ADD 1 TO WRK-DATA-DIA
              END-PERFORM
              PERFORM FECHAR-LIVRO
           END-IF.

       VERIFICAR-LEITURAS-MES SECTION.
           MOVE "N" TO WRK-TEM-LEITURA.
           IF WRK-TEMP-ABERTO EQUAL "S"
              MOVE EQP-CODIGO       TO TMP-EQUIP
              MOVE WRK-PRIMEIRO-DIA TO TMP-DATA
              MOVE ZEROS            TO TMP-HORA
              START ARQTEMP KEY IS GREATER OR EQUAL TMP-CHAVE
              IF ARQTEMP-FS EQUAL ZEROS
                 READ ARQTEMP NEXT RECORD
                 IF ARQTEMP-FS EQUAL ZEROS
                    AND TMP-EQUIP EQUAL EQP-CODIGO
                    AND TMP-DATA(1:6) EQUAL WRK-MES-REF
                    MOVE "S" TO WRK-TEM-LEITURA
                 END-IF
              END-IF
              MOVE ZEROS TO ARQTEMP-FS
           END-IF.

       ABRIR-LIVRO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE EQP-MIN-C TO WRK-MIN-ED.
           MOVE EQP-MAX-C TO WRK-MAX-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "LIVRO DE TEMPERATURAS - MES " DELIMITED BY SIZE
                  WRK-MES-REF                    DELIMITED BY SIZE
                  " - EQUIPAMENTO "              DELIMITED BY SIZE
                  EQP-CODIGO                     DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  EQP-DESCRICAO                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "LOCAL "            DELIMITED BY SIZE
                  EQP-LOCAL           DELIMITED BY SIZE
                  " TIPO "            DELIMITED BY SIZE
                  EQP-TIPO            DELIMITED BY SIZE
                  " - FAIXA PERMITIDA " DELIMITED BY SIZE
                  WRK-MIN-ED          DELIMITED BY SIZE
                  " A "               DELIMITED BY SIZE
                  WRK-MAX-ED          DELIMITED BY SIZE
                  " C"                DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "DIA HORA  T  CELSIUS     LIDO    OPERADOR    "
                                                DELIMITED BY SIZE
                  "SITUACAO"                    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

      *    LEITURAS DO DIA NA ORDEM DA HORA; TURNO SEM NENHUMA LEITURA
      *    SAI COMO FALTA
       IMPRIMIR-DIA SECTION.
           MOVE WRK-DATA-DIA(7:2) TO WRK-DIA.
           MOVE "N" TO WRK-TEM-MANHA WRK-TEM-NOITE.
           IF WRK-TEMP-ABERTO EQUAL "S"
              MOVE "N"          TO WRK-FIM-DIA
              MOVE EQP-CODIGO   TO TMP-EQUIP
              MOVE WRK-DATA-DIA TO TMP-DATA
              MOVE ZEROS        TO TMP-HORA
              START ARQTEMP KEY IS GREATER OR EQUAL TMP-CHAVE
              PERFORM UNTIL ARQTEMP-FS NOT EQUAL ZEROS
                         OR WRK-FIM-DIA EQUAL "S"
                 READ ARQTEMP NEXT RECORD
                 IF ARQTEMP-FS EQUAL ZEROS
                    IF TMP-EQUIP NOT EQUAL EQP-CODIGO
                       OR TMP-DATA NOT EQUAL WRK-DATA-DIA
                       MOVE "S" TO WRK-FIM-DIA
                    ELSE
                       PERFORM IMPRIMIR-LEITURA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQTEMP-FS
           END-IF.
           IF WRK-TEM-MANHA NOT EQUAL "S"
              MOVE "M" TO WRK-LLE-TURNO
              PERFORM IMPRIMIR-FALTA
           END-IF.
           IF WRK-TEM-NOITE NOT EQUAL "S"
              MOVE "N" TO WRK-LLE-TURNO
              PERFORM IMPRIMIR-FALTA
           END-IF.

       IMPRIMIR-LEITURA SECTION.
           ADD 1 TO WRK-TOT-LEITURAS.
           IF TMP-TURNO EQUAL "M"
              MOVE "S" TO WRK-TEM-MANHA
           ELSE
              MOVE "S" TO WRK-TEM-NOITE
           END-IF.
           MOVE WRK-DIA        TO WRK-LLE-DIA.
           MOVE TMP-HORA       TO WRK-LLE-HORA.
           MOVE TMP-TURNO      TO WRK-LLE-TURNO.
           MOVE TMP-CELSIUS    TO WRK-LLE-CELSIUS.
           MOVE TMP-VALOR-LIDO TO WRK-LLE-LIDO.
           MOVE TMP-ESCALA     TO WRK-LLE-ESCALA.
           MOVE TMP-OPERADOR   TO WRK-LLE-OPERADOR.
           IF TMP-FORA-FAIXA EQUAL "S"
              ADD 1 TO WRK-TOT-FORA
              MOVE "FORA DA FAIXA" TO WRK-LLE-SITUACAO
           ELSE
              MOVE "OK"            TO WRK-LLE-SITUACAO
           END-IF.
           MOVE WRK-LINHA-LEITURA TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           IF TMP-FORA-FAIXA EQUAL "S"
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "      ACAO CORRETIVA: " DELIMITED BY SIZE
                     TMP-ACAO                 DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
           END-IF.

       IMPRIMIR-FALTA SECTION.
           ADD 1 TO WRK-TOT-FALTAS.
           MOVE WRK-DIA  TO WRK-LLE-DIA.
           MOVE "----"   TO WRK-LLE-HORA.
           MOVE ZEROS    TO WRK-LLE-CELSIUS WRK-LLE-LIDO.
           MOVE SPACES   TO WRK-LLE-ESCALA WRK-LLE-OPERADOR.
           MOVE "LEITURA FALTANDO" TO WRK-LLE-SITUACAO.
           MOVE WRK-LINHA-LEITURA TO WRK-SPL-LINHA.
           MOVE SPACES TO WRK-SPL-LINHA(14:18).
           PERFORM GRAVAR-SPOOL.

       FECHAR-LIVRO SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "LEITURAS: "          DELIMITED BY SIZE
                  WRK-TOT-LEITURAS      DELIMITED BY SIZE
                  " - FORA DA FAIXA: "  DELIMITED BY SIZE
                  WRK-TOT-FORA          DELIMITED BY SIZE
                  " - FALTANDO: "       DELIMITED BY SIZE
                  WRK-TOT-FALTAS        DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "VISTO DO RESPONSAVEL: ______________________________"
             TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
