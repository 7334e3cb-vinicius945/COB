       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIALATRASO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: FILIAIS QUE NAO MANDAM O ARQUIVO DE INTERCAMBIO -
      *LISTA NO SPOOL CADA FILIAL ATIVA DO CADASTRO (ARQFILIAL.DAT),
      *MENOS ESTA INSTALACAO, CUJO ULTIMO ARQUIVO DE CLIENTES OU DE
      *PRODUTOS RECEBIDO TEM MAIS DE N DIAS. N VEM DO PARAMETRO DE
      *CHAMADA; SEM ELE, DO FIL-DIAS-ALERTA DE CADA FILIAL (7 SEM O
      *CAMPO). SO E COBRADO O FLUXO QUE TEM NOME DE ARQUIVO ESPERADO
      *NO CADASTRO. FILIAL ATRASADA TERMINA O STEP COM RC 4. STEP
      *DIARIO DO BATCHNOTURNO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFILIAL ASSIGN TO "DADOS/ARQFILIAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFILIAL-FS
           RECORD KEY IS FIL-CODIGO.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFILIAL.
       COPY "#FILIAL".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       WORKING-STORAGE SECTION.
       01 ARQFILIAL-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-FILIAL-LOCAL   PIC X(10) VALUES SPACES.
      *    DIAS INFORMADOS NA CHAMADA (ZERO = O DE CADA FILIAL)
       01 WRK-DIAS-CHAMADA   PIC 9(03) VALUES ZEROS.
       01 WRK-DIAS-ALERTA    PIC 9(03) VALUES ZEROS.
       01 WRK-DIAS-SEM       PIC S9(05) VALUES ZEROS.

      *    FLUXO EM CONFERENCIA
       01 WRK-FLUXO          PIC X(08) VALUES SPACES.
       01 WRK-ARQ-ESPERADO   PIC X(40) VALUES SPACES.
       01 WRK-REC-SEQ        PIC 9(06) VALUES ZEROS.
       01 WRK-REC-DATA       PIC 9(08) VALUES ZEROS.

       01 WRK-TOT-FILIAIS    PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-ATRASADOS  PIC 9(05) VALUES ZEROS.

       01 WRK-LINHA-FILIAL.
           05 WRK-LFL-CODIGO      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LFL-NOME        PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LFL-FLUXO       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LFL-SEQ         PIC ZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LFL-DATA        PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LFL-DIAS        PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LFL-LIMITE      PIC ZZ9.
       01 WRK-DIAS-ED        PIC ZZZZ9.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL (INTERCAMBIO ATRASADO)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "INTERCAMBIO ATRASADO".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "FILIALATRASO".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-DIAS           PIC 9(03).

       PROCEDURE DIVISION USING OPTIONAL LNK-DIAS.
       0001-PRINCIPAL SECTION.
           DISPLAY "FILIALATRASO - INICIO".
           MOVE ZEROS TO WRK-TOT-FILIAIS WRK-TOT-ATRASADOS
                         WRK-DIAS-CHAMADA.
           IF ADDRESS OF LNK-DIAS NOT EQUAL NULL
              IF LNK-DIAS IS NUMERIC
                 MOVE LNK-DIAS TO WRK-DIAS-CHAMADA
              END-IF
           END-IF.
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           PERFORM LER-PARAMETROS.
           OPEN INPUT ARQFILIAL.
           IF ARQFILIAL-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQFILIAL.DAT (STATUS " ARQFILIAL-FS
                      ") - NENHUMA FILIAL CADASTRADA"
           ELSE
              PERFORM ABRIR-RELATORIO
              MOVE LOW-VALUES TO FIL-CODIGO
              START ARQFILIAL KEY IS GREATER FIL-CODIGO
              PERFORM UNTIL ARQFILIAL-FS NOT EQUAL ZEROS
                 READ ARQFILIAL NEXT RECORD
                 IF ARQFILIAL-FS EQUAL ZEROS
                    AND FIL-ATIVA EQUAL "S"
                    AND FIL-CODIGO NOT EQUAL WRK-FILIAL-LOCAL
                    PERFORM VERIFICAR-FILIAL
                 END-IF
              END-PERFORM
              PERFORM IMPRIMIR-TOTAIS
              CLOSE ARQFILIAL
           END-IF.
           IF WRK-TOT-ATRASADOS GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FILIALATRASO - FIM".
           GOBACK.

       LER-PARAMETROS SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 MOVE PARM-FILIAL-LOCAL TO WRK-FILIAL-LOCAL
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

       ABRIR-RELATORIO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FILIAIS SEM ARQUIVO DE INTERCAMBIO EM "
                                              DELIMITED BY SIZE
                  WRK-DATA-ALVO               DELIMITED BY SIZE
                  " (RECEBIDOS EM "           DELIMITED BY SIZE
                  WRK-FILIAL-LOCAL            DELIMITED BY SPACE
                  ")"                         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FILIAL     NOME                 FLUXO     ULT.SEQ"
                                                DELIMITED BY SIZE
                  " RECEBIDO      DIAS LIM"     DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

      *    O PRAZO E O DA CHAMADA OU O DA FILIAL; CADA FLUXO ESPERADO
      *    (CLIENTES / PRODUTOS) E CONFERIDO EM SEPARADO
       VERIFICAR-FILIAL SECTION.
           ADD 1 TO WRK-TOT-FILIAIS.
           IF WRK-DIAS-CHAMADA GREATER ZEROS
              MOVE WRK-DIAS-CHAMADA TO WRK-DIAS-ALERTA
           ELSE
              IF FIL-DIAS-ALERTA IS NUMERIC
                 AND FIL-DIAS-ALERTA GREATER ZEROS
                 MOVE FIL-DIAS-ALERTA TO WRK-DIAS-ALERTA
              ELSE
                 MOVE 7 TO WRK-DIAS-ALERTA
              END-IF
           END-IF.
           MOVE "CLIENTES"        TO WRK-FLUXO.
           MOVE FIL-ARQ-CRM       TO WRK-ARQ-ESPERADO.
           MOVE FIL-REC-SEQ-CRM   TO WRK-REC-SEQ.
           MOVE FIL-REC-DATA-CRM  TO WRK-REC-DATA.
           PERFORM VERIFICAR-FLUXO.
           MOVE "PRODUTOS"        TO WRK-FLUXO.
           MOVE FIL-ARQ-PROD      TO WRK-ARQ-ESPERADO.
           MOVE FIL-REC-SEQ-PROD  TO WRK-REC-SEQ.
           MOVE FIL-REC-DATA-PROD TO WRK-REC-DATA.
           PERFORM VERIFICAR-FLUXO.

      *    FLUXO SEM ARQUIVO ESPERADO NAO E COBRADO; FILIAL QUE NUNCA
      *    MANDOU NADA SAI SEMPRE
       VERIFICAR-FLUXO SECTION.
           IF WRK-ARQ-ESPERADO NOT EQUAL SPACES
              IF WRK-REC-DATA IS NOT NUMERIC
                 OR WRK-REC-DATA EQUAL ZEROS
                 ADD 1 TO WRK-TOT-ATRASADOS
                 MOVE "NUNCA ENVIOU" TO WRK-LFL-DATA
                 MOVE SPACES         TO WRK-LFL-DIAS
                 PERFORM IMPRIMIR-FILIAL
              ELSE
                 COMPUTE WRK-DIAS-SEM =
                         FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO)
                       - FUNCTION INTEGER-OF-DATE(WRK-REC-DATA)
                 IF WRK-DIAS-SEM GREATER WRK-DIAS-ALERTA
                    ADD 1 TO WRK-TOT-ATRASADOS
                    MOVE WRK-REC-DATA TO WRK-LFL-DATA
                    MOVE WRK-DIAS-SEM TO WRK-DIAS-ED
                    MOVE WRK-DIAS-ED  TO WRK-LFL-DIAS
                    PERFORM IMPRIMIR-FILIAL
                 END-IF
              END-IF
           END-IF.

       IMPRIMIR-FILIAL SECTION.
           MOVE FIL-CODIGO       TO WRK-LFL-CODIGO.
           MOVE FIL-NOME         TO WRK-LFL-NOME.
           MOVE WRK-FLUXO        TO WRK-LFL-FLUXO.
           MOVE WRK-REC-SEQ      TO WRK-LFL-SEQ.
           MOVE WRK-DIAS-ALERTA  TO WRK-LFL-LIMITE.
           MOVE WRK-LINHA-FILIAL TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.

       IMPRIMIR-TOTAIS SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           IF WRK-TOT-ATRASADOS EQUAL ZEROS
              MOVE "  NENHUMA FILIAL ATRASADA" TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ARQUIVOS ATRASADOS: "  DELIMITED BY SIZE
                  WRK-TOT-ATRASADOS       DELIMITED BY SIZE
                  " - FILIAIS CONFERIDAS: " DELIMITED BY SIZE
                  WRK-TOT-FILIAIS         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
