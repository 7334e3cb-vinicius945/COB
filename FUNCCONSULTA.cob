      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CONSULTA DE FUNCIONARIO NO ARQFUNC.DAT POR ID, COM A
      *SITUACAO (ATIVO OU DESLIGADO E DESDE QUANDO) E AS ULTIMAS
      *AVALIACOES DE DESEMPENHO (ARQAVALIACAO.DAT, DO AVALIACAO).
      *SALARIO E DADOS BANCARIOS SAEM MASCARADOS (MODULO MASCARA)
      *PARA O NIVEL DO OPERADOR QUE NAO ESTA LIBERADO NA TABELA
      *ARQSIGILO
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
           FILE STATUS IS ARQFUNC-FS
           RECORD KEY IS FUNC-ID.

           SELECT ARQAVALIACAO ASSIGN TO "DADOS/ARQAVALIACAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQAVALIACAO-FS
           RECORD KEY IS AVA-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC.
       COPY "#FUNC".

       FD ARQAVALIACAO.
       COPY "#AVALIACAO".

       WORKING-STORAGE    SECTION.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQAVALIACAO-FS    PIC 9(02) VALUES ZEROS.
       01 WRK-AVAL-OK        PIC X(01) VALUES "N".

      *----------HISTORICO DE AVALIACOES (MOSTRA AS 5 ULTIMAS)
       01 WRK-QTD-AVAL       PIC 9(02) VALUES ZEROS.
       01 WRK-TAB-AVAL.
           05 WRK-AVAL-ITEM OCCURS 20 TIMES.
               10 WRK-AVAL-CICLO     PIC 9(05).
               10 WRK-AVAL-MEDIA     PIC 9(02)V99.
               10 WRK-AVAL-RESULTADO PIC X(15).
               10 WRK-AVAL-GESTOR    PIC 9(04).
       01 WRK-AVAL-IDX       PIC 9(02) VALUES ZEROS.
       01 WRK-AVAL-INICIO    PIC 9(02) VALUES ZEROS.
       01 WRK-LINHA          PIC 9(02) VALUES ZEROS.
       01 WRK-MEDIA-ED       PIC Z9.99.

       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-FUNC-ID    PIC 9(04) VALUES ZEROS.

      *----------QUEM CONSULTA E OS CAMPOS SENSIVEIS EDITADOS
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-NIVEL      PIC X(01) VALUES SPACES.
       01 WRK-SALARIO-ED PIC ZZZZZ9.99.
       01 WRK-BANCO-ED.
           05 WRK-BED-BANCO   PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-BED-AGENCIA PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-BED-CONTA   PIC 9(10).
       COPY "#SIGILO-MASC".

       LINKAGE            SECTION.
       01 LNK-OPERADOR   PIC X(10).
       01 LNK-NIVEL      PIC X(01).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR
                                OPTIONAL LNK-NIVEL.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           IF ADDRESS OF LNK-NIVEL NOT EQUAL NULL
              MOVE LNK-NIVEL TO WRK-NIVEL
           END-IF.
           PERFORM INICIAR.
           PERFORM PROCESSAR.
           PERFORM FINALIZAR.
              ACCEPT WRK-SEGURATELA                 LINE 20 COLUMN 01
              GOBACK
           END-IF.
           OPEN INPUT ARQAVALIACAO.
           IF ARQAVALIACAO-FS EQUAL ZEROS
              MOVE "S" TO WRK-AVAL-OK
           END-IF.

       PROCESSAR SECTION.
           DISPLAY "CONSULTA DE FUNCIONARIO"        LINE 01 COLUMN 01.
                 DISPLAY "ANO ENTRADA "             LINE 05 COLUMN 01
                 DISPLAY FUNC-ANOENTRADA            LINE 05 COLUMN 20
                 DISPLAY "SALARIO     "             LINE 06 COLUMN 01
                 PERFORM MASCARAR-SALARIO
                 DISPLAY MSC-CAMPO(1:9)             LINE 06 COLUMN 20
                 DISPLAY "BANCO AG CONTA"           LINE 06 COLUMN 35
                 IF FUNC-BANCO EQUAL ZEROS
                    DISPLAY "SEM DADOS BANCARIOS"   LINE 06 COLUMN 50
                 ELSE
                    PERFORM MASCARAR-BANCO
                    DISPLAY MSC-CAMPO(1:20)         LINE 06 COLUMN 50
                 END-IF
                 DISPLAY "DEPENDENTES "             LINE 07 COLUMN 01
                 DISPLAY FUNC-DEPENDENTES           LINE 07 COLUMN 20
                 IF FUNC-DESLIGAMENTO EQUAL ZEROS
                                                    LINE 08 COLUMN 01
                    DISPLAY FUNC-DESLIGAMENTO       LINE 08 COLUMN 25
                 END-IF
                 DISPLAY "CARGO       "             LINE 09 COLUMN 01
                 DISPLAY FUNC-CARGO                 LINE 09 COLUMN 20
                 DISPLAY "BANCO HORAS "             LINE 10 COLUMN 01
                 IF FUNC-BANCO-HORAS EQUAL "S"
                    DISPLAY "PARTICIPA"             LINE 10 COLUMN 20
                 ELSE
                    DISPLAY "NAO PARTICIPA"         LINE 10 COLUMN 20
                 END-IF
                 DISPLAY "FOLGA SEMANAL"            LINE 11 COLUMN 01
                 EVALUATE FUNC-DIA-DESCANSO
                    WHEN "1" DISPLAY "SEGUNDA"      LINE 11 COLUMN 20
                    WHEN "2" DISPLAY "TERCA"        LINE 11 COLUMN 20
                    WHEN "3" DISPLAY "QUARTA"       LINE 11 COLUMN 20
                    WHEN "4" DISPLAY "QUINTA"       LINE 11 COLUMN 20
                    WHEN "5" DISPLAY "SEXTA"        LINE 11 COLUMN 20
                    WHEN "6" DISPLAY "SABADO"       LINE 11 COLUMN 20
                    WHEN "7" DISPLAY "DOMINGO"      LINE 11 COLUMN 20
                    WHEN OTHER
                       DISPLAY "SEM FOLGA FIXA"     LINE 11 COLUMN 20
                 END-EVALUATE
                 DISPLAY "ADMISSAO"                 LINE 12 COLUMN 01
                 IF FUNC-DATA-ADMISSAO GREATER ZEROS
                    DISPLAY FUNC-DATA-ADMISSAO      LINE 12 COLUMN 20
                 ELSE
                    DISPLAY "NAO INFORMADA"         LINE 12 COLUMN 20
                 END-IF
                 DISPLAY "ADIANTAMENTO"             LINE 13 COLUMN 01
                 IF FUNC-ADIANTAMENTO EQUAL "S"
                    DISPLAY "QUINZENAL"             LINE 13 COLUMN 20
                 ELSE
                    DISPLAY "NAO OPTANTE"           LINE 13 COLUMN 20
                 END-IF
                 PERFORM MOSTRAR-AVALIACOES
              WHEN 23
                 DISPLAY "ID NAO ENCONTRADO"        LINE 20 COLUMN 01
              WHEN OTHER
           DISPLAY "VOLTANDO..."                    LINE 21 COLUMN 01.
           ACCEPT WRK-SEGURATELA                    LINE 22 COLUMN 01.

      *    O CAMPO VOLTA DO MASCARA COMO ESTA SE O NIVEL ESTA LIBERADO
      *    (E A VISAO FICA REGISTRADA) OU MASCARADO
       MASCARAR-SALARIO SECTION.
           PERFORM PREPARAR-MASCARA.
           MOVE 4               TO MSC-GRUPO.
           MOVE "V"             TO MSC-FORMATO.
           MOVE "SALARIO"       TO MSC-CAMPO-NOME.
           MOVE FUNC-SALARIO    TO WRK-SALARIO-ED.
           MOVE WRK-SALARIO-ED  TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.

       MASCARAR-BANCO SECTION.
           PERFORM PREPARAR-MASCARA.
           MOVE 5               TO MSC-GRUPO.
           MOVE "N"             TO MSC-FORMATO.
           MOVE "CONTA"         TO MSC-CAMPO-NOME.
           MOVE FUNC-BANCO      TO WRK-BED-BANCO.
           MOVE FUNC-AGENCIA    TO WRK-BED-AGENCIA.
           MOVE FUNC-CONTA      TO WRK-BED-CONTA.
           MOVE WRK-BANCO-ED    TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.

       PREPARAR-MASCARA SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE WRK-OPERADOR    TO MSC-USUARIO.
           MOVE WRK-NIVEL       TO MSC-NIVEL.
           MOVE "FUNCCONSULTA"  TO MSC-PROGRAMA.
           MOVE "F"             TO MSC-TIPO-CHAVE.
           MOVE FUNC-ID         TO MSC-CHAVE.

      *    CICLO, MEDIA, RESULTADO E GESTOR QUE AVALIOU - AS MAIS
      *    RECENTES POR ULTIMO, NAS LINHAS 15 A 19
       MOSTRAR-AVALIACOES SECTION.
           DISPLAY "AVALIACOES"                     LINE 14 COLUMN 01.
           MOVE ZEROS TO WRK-QTD-AVAL.
           IF WRK-AVAL-OK EQUAL "S"
              MOVE FUNC-ID TO AVA-FUNC-ID
              MOVE ZEROS   TO AVA-CICLO
              START ARQAVALIACAO KEY IS GREATER OR EQUAL AVA-CHAVE
              PERFORM UNTIL ARQAVALIACAO-FS NOT EQUAL ZEROS
                 READ ARQAVALIACAO NEXT RECORD
                 IF ARQAVALIACAO-FS EQUAL ZEROS
                    IF AVA-FUNC-ID NOT EQUAL FUNC-ID
                       MOVE 10 TO ARQAVALIACAO-FS
                    ELSE
                       PERFORM GUARDAR-AVALIACAO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQAVALIACAO-FS
           END-IF.
           IF WRK-QTD-AVAL EQUAL ZEROS
              DISPLAY "NENHUMA"                     LINE 14 COLUMN 20
           ELSE
              DISPLAY "CICLO  MEDIA RESULTADO       GESTOR"
                                                    LINE 14 COLUMN 20
              MOVE 1 TO WRK-AVAL-INICIO
              IF WRK-QTD-AVAL GREATER 5
                 COMPUTE WRK-AVAL-INICIO = WRK-QTD-AVAL - 4
              END-IF
              MOVE 15 TO WRK-LINHA
              PERFORM VARYING WRK-AVAL-IDX FROM WRK-AVAL-INICIO BY 1
                      UNTIL WRK-AVAL-IDX GREATER WRK-QTD-AVAL
                 DISPLAY WRK-AVAL-CICLO(WRK-AVAL-IDX)
                                              LINE WRK-LINHA COLUMN 20
                 MOVE WRK-AVAL-MEDIA(WRK-AVAL-IDX) TO WRK-MEDIA-ED
                 DISPLAY WRK-MEDIA-ED         LINE WRK-LINHA COLUMN 27
                 DISPLAY WRK-AVAL-RESULTADO(WRK-AVAL-IDX)
                                              LINE WRK-LINHA COLUMN 33
                 DISPLAY WRK-AVAL-GESTOR(WRK-AVAL-IDX)
                                              LINE WRK-LINHA COLUMN 49
                 ADD 1 TO WRK-LINHA
              END-PERFORM
           END-IF.

      *    TABELA CHEIA: DESCARTA A MAIS ANTIGA PARA MANTER AS ULTIMAS
       GUARDAR-AVALIACAO SECTION.
           IF WRK-QTD-AVAL EQUAL 20
              PERFORM VARYING WRK-AVAL-IDX FROM 1 BY 1
                      UNTIL WRK-AVAL-IDX GREATER 19
                 MOVE WRK-AVAL-ITEM(WRK-AVAL-IDX + 1)
                   TO WRK-AVAL-ITEM(WRK-AVAL-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WRK-QTD-AVAL
           END-IF.
           MOVE AVA-CICLO     TO WRK-AVAL-CICLO(WRK-QTD-AVAL).
           MOVE AVA-MEDIA     TO WRK-AVAL-MEDIA(WRK-QTD-AVAL).
           MOVE AVA-RESULTADO TO WRK-AVAL-RESULTADO(WRK-QTD-AVAL).
           MOVE AVA-GESTOR    TO WRK-AVAL-GESTOR(WRK-QTD-AVAL).

       FINALIZAR SECTION.
           CLOSE ARQFUNC.
           IF WRK-AVAL-OK EQUAL "S"
              CLOSE ARQAVALIACAO
           END-IF.
