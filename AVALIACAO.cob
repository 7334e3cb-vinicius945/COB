       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALIACAO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: AVALIACAO DE DESEMPENHO DO CICLO SEMESTRAL - O GESTOR
      *DO SETOR (SET-GESTOR DO ARQSETOR.DAT) SE IDENTIFICA PELO SEU
      *FUNC-ID E DA NOTA DE 0 A 10 EM QUATRO CRITERIOS A CADA
      *FUNCIONARIO ATIVO DO SETOR. A MEDIA ARREDONDADA E CLASSIFICADA
      *PELO MODULO CLASSIFICA (O MESMO DO TREINAMENTO) E GRAVADA NO
      *ARQAVALIACAO.DAT POR FUNCIONARIO E CICLO, COM O FUNC-ID DO
      *GESTOR. A FOLHA (PROGCOBFUNCIONARIO) MULTIPLICA O AUMENTO POR
      *TEMPO DE CASA PELO FATOR DA FAIXA; QUEM FICOU SEM AVALIACAO
      *NO PRAZO SAI NO AVALPENDENTE
      *********************************
       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT       SECTION.
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

       WORKING-STORAGE    SECTION.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQSETOR-FS        PIC 9(02) VALUES ZEROS.
       01 ARQAVALIACAO-FS    PIC 9(02) VALUES ZEROS.

       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-BRANCO         PIC X(70) VALUES SPACES.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MES   PIC 9(02).
           05 WRK-HOJE-DIA   PIC 9(02).

      *----------CICLO SEMESTRAL AAAAS
       01 WRK-CICLO-ATUAL    PIC 9(05) VALUES ZEROS.
       01 WRK-CICLO          PIC 9(05) VALUES ZEROS.
       01 WRK-CICLO-R REDEFINES WRK-CICLO.
           05 WRK-CICLO-ANO  PIC 9(04).
           05 WRK-CICLO-SEM  PIC 9(01).

       01 WRK-SETOR          PIC X(10) VALUES SPACES.
       01 WRK-GESTOR         PIC 9(04) VALUES ZEROS.
       01 WRK-FIM            PIC X(01) VALUES "N".

      *----------CRITERIOS DA AVALIACAO
       01 WRK-CRITERIOS-DEF.
           05 FILLER PIC X(30) VALUE "QUALIDADE DO TRABALHO".
           05 FILLER PIC X(30) VALUE "PRODUTIVIDADE".
           05 FILLER PIC X(30) VALUE "ASSIDUIDADE E PONTUALIDADE".
           05 FILLER PIC X(30) VALUE "TRABALHO EM EQUIPE".
       01 WRK-CRITERIOS REDEFINES WRK-CRITERIOS-DEF.
           05 WRK-CRITERIO-NOME PIC X(30) OCCURS 4 TIMES.
       01 WRK-CRT-IDX        PIC 9(01) VALUES ZEROS.
       01 WRK-LINHA          PIC 9(02) VALUES ZEROS.
       01 WRK-NOTA-CRT       PIC 9(02) VALUES ZEROS.
       01 WRK-SOMA-NOTAS     PIC 9(03) VALUES ZEROS.
       01 WRK-NOTA           PIC 9(03) VALUES ZEROS.
       01 WRK-RESULTADO      PIC X(15) VALUES SPACES.
       01 WRK-MEDIA-ED       PIC Z9,99.

       01 WRK-TOT-AVALIADOS  PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-PULADOS    PIC 9(04) VALUES ZEROS.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           PERFORM INICIAR.
           IF ARQAVALIACAO-FS EQUAL ZEROS
              PERFORM PROCESSAR
              PERFORM FINALIZAR
           END-IF.

           GOBACK.


       INICIAR SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-HOJE-MES GREATER 6
              COMPUTE WRK-CICLO-ATUAL = WRK-HOJE-ANO * 10 + 2
           ELSE
              COMPUTE WRK-CICLO-ATUAL = WRK-HOJE-ANO * 10 + 1
           END-IF.
           OPEN INPUT ARQFUNC.
           IF ARQFUNC-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA "              LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA                 LINE 20 COLUMN 01
              MOVE 99 TO ARQAVALIACAO-FS
           ELSE
              OPEN INPUT ARQSETOR
              IF ARQSETOR-FS NOT EQUAL ZEROS
                 DISPLAY "SEM SETORES - CADASTRE NO SETORMANUT"
                                                    LINE 01 COLUMN 01
                 ACCEPT WRK-SEGURATELA              LINE 20 COLUMN 01
                 CLOSE ARQFUNC
                 MOVE 99 TO ARQAVALIACAO-FS
              ELSE
                 OPEN I-O ARQAVALIACAO
                 IF ARQAVALIACAO-FS EQUAL 35
                    OPEN OUTPUT ARQAVALIACAO
                    CLOSE ARQAVALIACAO
                    OPEN I-O ARQAVALIACAO
                 END-IF
                 IF ARQAVALIACAO-FS NOT EQUAL ZEROS
                    DISPLAY "ERRO ABERTURA ARQAVALIACAO.DAT "
                                                    LINE 01 COLUMN 01
                    DISPLAY ARQAVALIACAO-FS         LINE 01 COLUMN 33
                    ACCEPT WRK-SEGURATELA           LINE 20 COLUMN 01
                    CLOSE ARQFUNC ARQSETOR
                 END-IF
              END-IF
           END-IF.

       PROCESSAR SECTION.
           DISPLAY "AVALIACAO DE DESEMPENHO"        LINE 01 COLUMN 01.
           DISPLAY "----------"                     LINE 02 COLUMN 01.
           DISPLAY "CICLO AAAAS (0 = ATUAL) "       LINE 03 COLUMN 01.
              ACCEPT WRK-CICLO                      LINE 03 COLUMN 30.
           IF WRK-CICLO EQUAL ZEROS
              MOVE WRK-CICLO-ATUAL TO WRK-CICLO
           END-IF.
           DISPLAY WRK-CICLO                        LINE 03 COLUMN 30.
           IF (WRK-CICLO-SEM NOT EQUAL 1 AND WRK-CICLO-SEM NOT EQUAL 2)
              OR WRK-CICLO GREATER WRK-CICLO-ATUAL
              DISPLAY "CICLO INVALIDO"              LINE 20 COLUMN 01
           ELSE
              DISPLAY "SETOR "                      LINE 04 COLUMN 01
                 ACCEPT WRK-SETOR                   LINE 04 COLUMN 30
              MOVE WRK-SETOR TO SET-CODIGO
              READ ARQSETOR
              IF ARQSETOR-FS NOT EQUAL ZEROS
                 DISPLAY "SETOR FORA DO MESTRE"     LINE 20 COLUMN 01
                 MOVE ZEROS TO ARQSETOR-FS
              ELSE
                 DISPLAY SET-NOME                   LINE 04 COLUMN 42
                 DISPLAY "FUNC-ID DO GESTOR "       LINE 05 COLUMN 01
                    ACCEPT WRK-GESTOR               LINE 05 COLUMN 30
                 IF SET-GESTOR EQUAL ZEROS
                    OR WRK-GESTOR NOT EQUAL SET-GESTOR
                    DISPLAY "SO O GESTOR DO SETOR AVALIA A EQUIPE"
                                                    LINE 20 COLUMN 01
                 ELSE
                    PERFORM AVALIAR-SETOR
                 END-IF
              END-IF
           END-IF.
           DISPLAY "VOLTANDO..."                    LINE 21 COLUMN 01.
           ACCEPT WRK-SEGURATELA                    LINE 22 COLUMN 01.

      *    UM FUNCIONARIO ATIVO DO SETOR POR VEZ, MENOS O PROPRIO
      *    GESTOR; "F" NA CONFIRMACAO ENCERRA O LOTE
       AVALIAR-SETOR SECTION.
           MOVE "N" TO WRK-FIM.
           MOVE ZEROS TO FUNC-ID.
           START ARQFUNC KEY IS GREATER FUNC-ID.
           PERFORM UNTIL ARQFUNC-FS NOT EQUAL ZEROS
                      OR WRK-FIM EQUAL "S"
              READ ARQFUNC NEXT RECORD
              IF ARQFUNC-FS EQUAL ZEROS
                 AND FUNC-DESLIGAMENTO EQUAL ZEROS
                 AND FUNC-SETOR EQUAL WRK-SETOR
                 AND FUNC-ID NOT EQUAL WRK-GESTOR
                 PERFORM AVALIAR-FUNCIONARIO
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQFUNC-FS.
           DISPLAY "AVALIADOS NESTA SESSAO "        LINE 17 COLUMN 01.
           DISPLAY WRK-TOT-AVALIADOS                LINE 17 COLUMN 30.
           DISPLAY "PULADOS "                       LINE 18 COLUMN 01.
           DISPLAY WRK-TOT-PULADOS                  LINE 18 COLUMN 30.

       AVALIAR-FUNCIONARIO SECTION.
           PERFORM LIMPAR-QUADRO.
           DISPLAY "FUNCIONARIO "                   LINE 07 COLUMN 01.
           DISPLAY FUNC-ID                          LINE 07 COLUMN 14.
           DISPLAY FUNC-NOME                        LINE 07 COLUMN 20.
           MOVE FUNC-ID   TO AVA-FUNC-ID.
           MOVE WRK-CICLO TO AVA-CICLO.
           READ ARQAVALIACAO.
           IF ARQAVALIACAO-FS EQUAL ZEROS
              DISPLAY "JA AVALIADO NO CICLO: "      LINE 08 COLUMN 01
              DISPLAY AVA-RESULTADO                 LINE 08 COLUMN 24
           END-IF.
           DISPLAY "AVALIAR (S/N, F = FIM)? "       LINE 09 COLUMN 01.
              ACCEPT WRK-CONFIRMA                   LINE 09 COLUMN 30.
           EVALUATE WRK-CONFIRMA
              WHEN "S"
                 PERFORM CAPTURAR-NOTAS
                 PERFORM GRAVAR-AVALIACAO
              WHEN "F"
                 MOVE "S" TO WRK-FIM
              WHEN OTHER
                 ADD 1 TO WRK-TOT-PULADOS
           END-EVALUATE.

       LIMPAR-QUADRO SECTION.
           PERFORM VARYING WRK-LINHA FROM 7 BY 1
                   UNTIL WRK-LINHA GREATER 16
              DISPLAY WRK-BRANCO              LINE WRK-LINHA COLUMN 01
           END-PERFORM.
           DISPLAY WRK-BRANCO                       LINE 20 COLUMN 01.

      *    NOTA ACIMA DE 10 E PEDIDA DE NOVO
       CAPTURAR-NOTAS SECTION.
           MOVE ZEROS TO WRK-SOMA-NOTAS.
           PERFORM VARYING WRK-CRT-IDX FROM 1 BY 1
                   UNTIL WRK-CRT-IDX GREATER 4
              COMPUTE WRK-LINHA = 9 + WRK-CRT-IDX
              DISPLAY WRK-CRITERIO-NOME(WRK-CRT-IDX)
                                              LINE WRK-LINHA COLUMN 01
              DISPLAY "(0 A 10)"              LINE WRK-LINHA COLUMN 32
              MOVE 99 TO WRK-NOTA-CRT
              PERFORM UNTIL WRK-NOTA-CRT NOT GREATER 10
                 ACCEPT WRK-NOTA-CRT          LINE WRK-LINHA COLUMN 42
              END-PERFORM
              MOVE WRK-NOTA-CRT TO AVA-NOTA-CRITERIO(WRK-CRT-IDX)
              ADD WRK-NOTA-CRT TO WRK-SOMA-NOTAS
           END-PERFORM.
           COMPUTE AVA-MEDIA ROUNDED = WRK-SOMA-NOTAS / 4.
           COMPUTE WRK-NOTA ROUNDED = WRK-SOMA-NOTAS / 4.
           CALL "CLASSIFICA" USING WRK-NOTA, WRK-RESULTADO.
           MOVE AVA-MEDIA TO WRK-MEDIA-ED.
           DISPLAY "MEDIA "                         LINE 14 COLUMN 01.
           DISPLAY WRK-MEDIA-ED                     LINE 14 COLUMN 14.
           DISPLAY WRK-RESULTADO                    LINE 14 COLUMN 24.

      *    REAVALIACAO NO MESMO CICLO SUBSTITUI A ANTERIOR
       GRAVAR-AVALIACAO SECTION.
           MOVE FUNC-ID        TO AVA-FUNC-ID.
           MOVE WRK-CICLO      TO AVA-CICLO.
           MOVE WRK-NOTA       TO AVA-NOTA.
           MOVE WRK-RESULTADO  TO AVA-RESULTADO.
           EVALUATE WRK-RESULTADO
              WHEN "APROVADO"
                 MOVE "A" TO AVA-FAIXA
              WHEN "EM RECUPERACAO"
                 MOVE "R" TO AVA-FAIXA
              WHEN OTHER
                 MOVE "P" TO AVA-FAIXA
           END-EVALUATE.
           MOVE WRK-SETOR      TO AVA-SETOR.
           MOVE WRK-GESTOR     TO AVA-GESTOR.
           MOVE WRK-DATA-HOJE  TO AVA-DATA.
           MOVE WRK-OPERADOR   TO AVA-OPERADOR.
           WRITE AVA-REGISTRO.
           IF ARQAVALIACAO-FS EQUAL 22
              REWRITE AVA-REGISTRO
           END-IF.
           IF ARQAVALIACAO-FS EQUAL ZEROS
              ADD 1 TO WRK-TOT-AVALIADOS
              DISPLAY "AVALIACAO GRAVADA"           LINE 15 COLUMN 01
           ELSE
              DISPLAY "ERRO GRAVACAO ARQAVALIACAO.DAT "
                                                    LINE 15 COLUMN 01
              DISPLAY ARQAVALIACAO-FS               LINE 15 COLUMN 33
           END-IF.
           MOVE ZEROS TO ARQAVALIACAO-FS.

       FINALIZAR SECTION.
           CLOSE ARQFUNC.
           CLOSE ARQSETOR.
           CLOSE ARQAVALIACAO.
