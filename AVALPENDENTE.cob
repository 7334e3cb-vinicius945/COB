       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALPENDENTE.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: AVALIACOES DE DESEMPENHO PENDENTES - DEPOIS DO PRAZO
      *DO CICLO SEMESTRAL (30/06 E 31/12), LISTA PARA O GESTOR DE CADA
      *SETOR (SET-GESTOR) OS FUNCIONARIOS ATIVOS DA EQUIPE, ADMITIDOS
      *ATE O FIM DO CICLO, SEM AVALIACAO NO ARQAVALIACAO.DAT. UM
      *DOCUMENTO POR SETOR NO SPOOL; QUEM ESTA SEM SETOR (OU COM SETOR
      *FORA DO MESTRE) SAI NUM DOCUMENTO A PARTE PARA O RH. O CICLO E
      *O QUE ACABOU DE FECHAR NO DIA DE MOVIMENTO, OU O RECEBIDO NA
      *CHAMADA (AAAAS). STEP DO BATCHNOTURNO NO DIA SEGUINTE A CADA
      *PRAZO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO "DADOS/ARQFUNC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFUNC-FS
           RECORD KEY IS FUNC-ID.

           SELECT ARQSETOR ASSIGN TO "DADOS/ARQSETOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQSETOR-FS
           RECORD KEY IS SET-CODIGO.

           SELECT ARQAVALIACAO ASSIGN TO "DADOS/ARQAVALIACAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQAVALIACAO-FS
           RECORD KEY IS AVA-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC.
       COPY "#FUNC".

       FD ARQSETOR.
       COPY "#SETOR".

       FD ARQAVALIACAO.
       COPY "#AVALIACAO".

       WORKING-STORAGE SECTION.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQSETOR-FS        PIC 9(02) VALUES ZEROS.
       01 ARQAVALIACAO-FS    PIC 9(02) VALUES ZEROS.
       01 WRK-AVAL-OK        PIC X(01) VALUES "N".
       01 WRK-AVALIADO       PIC X(01) VALUES "N".

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).

      *----------CICLO SEMESTRAL AAAAS E SEU PRAZO (ULTIMO DIA)
       01 WRK-CICLO          PIC 9(05) VALUES ZEROS.
       01 WRK-CICLO-R REDEFINES WRK-CICLO.
           05 WRK-CICLO-ANO  PIC 9(04).
           05 WRK-CICLO-SEM  PIC 9(01).
       01 WRK-PRAZO          PIC 9(08) VALUES ZEROS.
       01 WRK-PRAZO-R REDEFINES WRK-PRAZO.
           05 WRK-PRAZO-ANO  PIC 9(04).
           05 WRK-PRAZO-MES  PIC 9(02).
           05 WRK-PRAZO-DIA  PIC 9(02).

      *----------PENDENTES DO CICLO (UMA PASSADA NO ARQFUNC, DEPOIS
      *----------UM DOCUMENTO POR SETOR)
       01 WRK-QTD-PEND       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-PEND.
           05 WRK-PEND-ITEM OCCURS 500 TIMES.
               10 WRK-PEND-FUNC-ID   PIC 9(04).
               10 WRK-PEND-NOME      PIC X(20).
               10 WRK-PEND-SETOR     PIC X(10).
               10 WRK-PEND-ADMISSAO  PIC 9(08).
               10 WRK-PEND-LISTADO   PIC X(01).
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-PEND-FORA      PIC 9(04) VALUES ZEROS.
       01 WRK-QTD-SETOR      PIC 9(04) VALUES ZEROS.
       01 WRK-GESTOR-NOME    PIC X(20) VALUES SPACES.

       01 WRK-TOT-SETORES    PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-SEM-SETOR  PIC 9(04) VALUES ZEROS.

      *----------UM DOCUMENTO POR SETOR NO SPOOL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "AVALPENDENTE".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *    CICLO (AAAAS) - SEM ELE, O ULTIMO CICLO FECHADO
       01 LNK-CICLO          PIC 9(05).

       PROCEDURE DIVISION USING OPTIONAL LNK-CICLO.
       0001-PRINCIPAL SECTION.
           DISPLAY "AVALPENDENTE - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-HOJE
           ELSE
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           IF WRK-HOJE-MES GREATER 6
              COMPUTE WRK-CICLO = WRK-HOJE-ANO * 10 + 1
           ELSE
              COMPUTE WRK-CICLO = (WRK-HOJE-ANO - 1) * 10 + 2
           END-IF.
           IF ADDRESS OF LNK-CICLO NOT EQUAL NULL
              IF LNK-CICLO NUMERIC AND LNK-CICLO GREATER ZEROS
                 MOVE LNK-CICLO TO WRK-CICLO
              END-IF
           END-IF.
           IF WRK-CICLO-SEM NOT EQUAL 1 AND WRK-CICLO-SEM NOT EQUAL 2
              DISPLAY "CICLO " WRK-CICLO " INVALIDO (AAAAS)"
              MOVE 8 TO RETURN-CODE
              DISPLAY "AVALPENDENTE - FIM"
              GOBACK
           END-IF.
           MOVE WRK-CICLO-ANO TO WRK-PRAZO-ANO.
           IF WRK-CICLO-SEM EQUAL 1
              MOVE 06 TO WRK-PRAZO-MES
              MOVE 30 TO WRK-PRAZO-DIA
           ELSE
              MOVE 12 TO WRK-PRAZO-MES
              MOVE 31 TO WRK-PRAZO-DIA
           END-IF.
           DISPLAY "CICLO " WRK-CICLO " PRAZO " WRK-PRAZO.
           IF WRK-PRAZO NOT LESS WRK-DATA-HOJE
              DISPLAY "PRAZO DO CICLO AINDA NAO VENCEU - LISTA PREVIA"
           END-IF.
           OPEN INPUT ARQFUNC.
           IF ARQFUNC-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQFUNC.DAT (STATUS " ARQFUNC-FS ")"
              MOVE 8 TO RETURN-CODE
              DISPLAY "AVALPENDENTE - FIM"
              GOBACK
           END-IF.
           OPEN INPUT ARQSETOR.
           IF ARQSETOR-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQSETOR.DAT (STATUS " ARQSETOR-FS ")"
              CLOSE ARQFUNC
              MOVE 8 TO RETURN-CODE
              DISPLAY "AVALPENDENTE - FIM"
              GOBACK
           END-IF.
      *    SEM ARQAVALIACAO.DAT NINGUEM FOI AVALIADO - TODOS PENDENTES
           OPEN INPUT ARQAVALIACAO.
           IF ARQAVALIACAO-FS EQUAL ZEROS
              MOVE "S" TO WRK-AVAL-OK
           END-IF.
           MOVE ZEROS TO ARQAVALIACAO-FS.
           PERFORM APURAR-PENDENTES.
           MOVE LOW-VALUES TO SET-CODIGO.
           START ARQSETOR KEY IS GREATER SET-CODIGO.
           PERFORM UNTIL ARQSETOR-FS NOT EQUAL ZEROS
              READ ARQSETOR NEXT RECORD
              IF ARQSETOR-FS EQUAL ZEROS
                 PERFORM LISTAR-SETOR
              END-IF
           END-PERFORM.
           PERFORM LISTAR-SEM-SETOR.
           CLOSE ARQFUNC ARQSETOR.
           IF WRK-AVAL-OK EQUAL "S"
              CLOSE ARQAVALIACAO
           END-IF.
           DISPLAY "PENDENTES NO CICLO..: " WRK-QTD-PEND.
           DISPLAY "SETORES COM PENDENCIA: " WRK-TOT-SETORES.
           DISPLAY "SEM SETOR / GESTOR...: " WRK-TOT-SEM-SETOR.
           IF WRK-PEND-FORA GREATER ZEROS
              DISPLAY "PENDENTES FORA DA LISTA (MAIS DE 500): "
                      WRK-PEND-FORA
           END-IF.
           IF WRK-QTD-PEND GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "AVALPENDENTE - FIM".
           GOBACK.

      *    ATIVO, ADMITIDO ATE O FIM DO CICLO (ADMISSAO ZERADA E
      *    CADASTRO ANTIGO, CONTA) E SEM O CICLO NO ARQAVALIACAO
       APURAR-PENDENTES SECTION.
           MOVE ZEROS TO FUNC-ID.
           START ARQFUNC KEY IS GREATER FUNC-ID.
           PERFORM UNTIL ARQFUNC-FS NOT EQUAL ZEROS
              READ ARQFUNC NEXT RECORD
              IF ARQFUNC-FS EQUAL ZEROS
                 AND FUNC-DESLIGAMENTO EQUAL ZEROS
                 AND FUNC-DATA-ADMISSAO NOT GREATER WRK-PRAZO
                 PERFORM TESTAR-FUNCIONARIO
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQFUNC-FS.

      *    O GESTOR NAO AVALIA A SI MESMO - FICA FORA DA LISTA DO
      *    PROPRIO SETOR
       TESTAR-FUNCIONARIO SECTION.
           MOVE "N" TO WRK-AVALIADO.
           IF WRK-AVAL-OK EQUAL "S"
              MOVE FUNC-ID   TO AVA-FUNC-ID
              MOVE WRK-CICLO TO AVA-CICLO
              READ ARQAVALIACAO
              IF ARQAVALIACAO-FS EQUAL ZEROS
                 MOVE "S" TO WRK-AVALIADO
              END-IF
              MOVE ZEROS TO ARQAVALIACAO-FS
           END-IF.
           IF WRK-AVALIADO EQUAL "N"
              MOVE FUNC-SETOR TO SET-CODIGO
              READ ARQSETOR
              IF ARQSETOR-FS EQUAL ZEROS
                 AND SET-GESTOR EQUAL FUNC-ID
                 MOVE "S" TO WRK-AVALIADO
              END-IF
              MOVE ZEROS TO ARQSETOR-FS
           END-IF.
           IF WRK-AVALIADO EQUAL "N"
              IF WRK-QTD-PEND NOT LESS 500
                 ADD 1 TO WRK-PEND-FORA
                 DISPLAY "PENDENTE FORA DA LISTA: " FUNC-ID " "
                         FUNC-NOME
              ELSE
                 ADD 1 TO WRK-QTD-PEND
                 MOVE FUNC-ID    TO WRK-PEND-FUNC-ID(WRK-QTD-PEND)
                 MOVE FUNC-NOME  TO WRK-PEND-NOME(WRK-QTD-PEND)
                 MOVE FUNC-SETOR TO WRK-PEND-SETOR(WRK-QTD-PEND)
                 MOVE FUNC-DATA-ADMISSAO
                   TO WRK-PEND-ADMISSAO(WRK-QTD-PEND)
                 MOVE "N"        TO WRK-PEND-LISTADO(WRK-QTD-PEND)
              END-IF
           END-IF.

      *    SETOR SEM PENDENTE NAO GERA DOCUMENTO
       LISTAR-SETOR SECTION.
           MOVE ZEROS TO WRK-QTD-SETOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-PEND
              IF WRK-PEND-SETOR(WRK-IDX) EQUAL SET-CODIGO
                 ADD 1 TO WRK-QTD-SETOR
              END-IF
           END-PERFORM.
           IF WRK-QTD-SETOR GREATER ZEROS
              ADD 1 TO WRK-TOT-SETORES
              MOVE SPACES TO WRK-GESTOR-NOME
              IF SET-GESTOR GREATER ZEROS
                 MOVE SET-GESTOR TO FUNC-ID
                 READ ARQFUNC
                 IF ARQFUNC-FS EQUAL ZEROS
                    MOVE FUNC-NOME TO WRK-GESTOR-NOME
                 END-IF
                 MOVE ZEROS TO ARQFUNC-FS
              END-IF
              MOVE SPACES TO WRK-SPL-NOME
              STRING "AVALPEND "  DELIMITED BY SIZE
                     SET-CODIGO   DELIMITED BY SIZE
                INTO WRK-SPL-NOME
              END-STRING
              PERFORM ABRIR-DOCUMENTO
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "SETOR "     DELIMITED BY SIZE
                     SET-CODIGO   DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     SET-NOME     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE SPACES TO WRK-SPL-LINHA
              IF SET-GESTOR EQUAL ZEROS
                 MOVE "GESTOR NAO CADASTRADO - AVISAR O RH (SETORMANUT)"
                   TO WRK-SPL-LINHA
              ELSE
                 STRING "GESTOR: "      DELIMITED BY SIZE
                        SET-GESTOR      DELIMITED BY SIZE
                        " "             DELIMITED BY SIZE
                        WRK-GESTOR-NOME DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
              END-IF
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE SPACES TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-PEND
                 IF WRK-PEND-SETOR(WRK-IDX) EQUAL SET-CODIGO
                    PERFORM LISTAR-PENDENTE
                 END-IF
              END-PERFORM
              PERFORM FECHAR-DOCUMENTO
           END-IF.

      *    O QUE SOBROU SEM LISTAR TEM SETOR EM BRANCO OU FORA DO
      *    MESTRE - NAO HA GESTOR PARA AVALIAR
       LISTAR-SEM-SETOR SECTION.
           MOVE ZEROS TO WRK-QTD-SETOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-PEND
              IF WRK-PEND-LISTADO(WRK-IDX) EQUAL "N"
                 ADD 1 TO WRK-QTD-SETOR
              END-IF
           END-PERFORM.
           IF WRK-QTD-SETOR GREATER ZEROS
              MOVE WRK-QTD-SETOR TO WRK-TOT-SEM-SETOR
              MOVE "AVALPEND SEM SETOR" TO WRK-SPL-NOME
              PERFORM ABRIR-DOCUMENTO
              MOVE "SEM SETOR OU COM SETOR FORA DO MESTRE - SEM GESTOR"
                TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE "ACERTAR O SETOR NO FUNCALTERA PARA O GESTOR AVALIAR"
                TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE SPACES TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-PEND
                 IF WRK-PEND-LISTADO(WRK-IDX) EQUAL "N"
                    PERFORM LISTAR-PENDENTE
                 END-IF
              END-PERFORM
              PERFORM FECHAR-DOCUMENTO
           END-IF.

       ABRIR-DOCUMENTO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "AVALIACOES DE DESEMPENHO PENDENTES - CICLO "
                                              DELIMITED BY SIZE
                  WRK-CICLO-SEM               DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WRK-CICLO-ANO               DELIMITED BY SIZE
                  " - PRAZO "                 DELIMITED BY SIZE
                  WRK-PRAZO-DIA               DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WRK-PRAZO-MES               DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WRK-PRAZO-ANO               DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       LISTAR-PENDENTE SECTION.
           MOVE "S" TO WRK-PEND-LISTADO(WRK-IDX).
           MOVE SPACES TO WRK-SPL-LINHA.
           IF WRK-PEND-ADMISSAO(WRK-IDX) EQUAL ZEROS
              STRING "  "                     DELIMITED BY SIZE
                     WRK-PEND-FUNC-ID(WRK-IDX) DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WRK-PEND-NOME(WRK-IDX)   DELIMITED BY SIZE
                     " SETOR "                DELIMITED BY SIZE
                     WRK-PEND-SETOR(WRK-IDX)  DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           ELSE
              STRING "  "                     DELIMITED BY SIZE
                     WRK-PEND-FUNC-ID(WRK-IDX) DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WRK-PEND-NOME(WRK-IDX)   DELIMITED BY SIZE
                     " SETOR "                DELIMITED BY SIZE
                     WRK-PEND-SETOR(WRK-IDX)  DELIMITED BY SIZE
                     " ADMITIDO EM "          DELIMITED BY SIZE
                     WRK-PEND-ADMISSAO(WRK-IDX)(7:2)
                                              DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     WRK-PEND-ADMISSAO(WRK-IDX)(5:2)
                                              DELIMITED BY SIZE
                     "/"                      DELIMITED BY SIZE
                     WRK-PEND-ADMISSAO(WRK-IDX)(1:4)
                                              DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       FECHAR-DOCUMENTO SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TOTAL SEM AVALIACAO: " DELIMITED BY SIZE
                  WRK-QTD-SETOR           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
