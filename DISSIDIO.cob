       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: REAJUSTE COLETIVO (DISSIDIO) - EM VEZ DE ALTERAR UM
      *FUNCIONARIO POR VEZ NO FUNCALTERA, O RH DIGITA A DATA EFETIVA
      *DO ACORDO E ATE 8 REGRAS (SETOR OU "*" = QUALQUER SETOR, TETO
      *DA FAIXA SALARIAL - ZERO = SEM TETO, PERCENTUAL E PISO). VALE
      *A PRIMEIRA REGRA QUE SERVE AO FUNCIONARIO ATIVO. A PREVIA
      *SAI NO SPOOL; NA CONFIRMACAO GRAVA O FUNC-SALARIO NOVO E A
      *FUNC-DATA-EFETIVACAO, COM TRILHA NO ARQFUNC_AUDIT, E RECALCULA
      *OS MESES JA FECHADOS DESDE A DATA EFETIVA PELO HISTORICO DA
      *FOLHA (ARQFOLHAHIST.DAT): DIFERENCA DE SALARIO, DAS HORAS
      *EXTRAS E DOS ADICIONAIS (PROPORCIONAIS AO SALARIO) E DAS
      *PARCELAS DO DECIMO TERCEIRO. AS DIFERENCAS VAO MES A MES PARA
      *O ARQRETRO.DAT E A PROXIMA FOLHA PAGA COMO RETROATIVO. OS
      *SALARIOS E A DIFERENCA DE SALARIO DO SPOOL PASSAM PELO MASCARA
      *CONFORME O NIVEL DE QUEM RODA
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

           SELECT ARQFUNCAUD ASSIGN TO "DADOS/ARQFUNC_AUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQFUNCAUD-FS.

           SELECT ARQSETOR ASSIGN TO "DADOS/ARQSETOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQSETOR-FS
           RECORD KEY IS SET-CODIGO.

           SELECT ARQFOLHAHIST ASSIGN TO "DADOS/ARQFOLHAHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFOLHAHIST-FS
           RECORD KEY IS FHI-CHAVE.

           SELECT ARQRETRO ASSIGN TO "DADOS/ARQRETRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQRETRO-FS
           RECORD KEY IS RET-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC.
       COPY "#FUNC".

       FD ARQFUNCAUD.
       COPY "#FUNC-AUDIT".

       FD ARQSETOR.
       COPY "#SETOR".

       FD ARQFOLHAHIST.
       COPY "#FOLHA-HIST".

       FD ARQRETRO.
       COPY "#RETRO".

       WORKING-STORAGE    SECTION.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQFUNCAUD-FS      PIC 9(02) VALUES ZEROS.
       01 ARQSETOR-FS        PIC 9(02) VALUES ZEROS.
       01 ARQFOLHAHIST-FS    PIC 9(02) VALUES ZEROS.
       01 ARQRETRO-FS        PIC 9(02) VALUES ZEROS.
       01 WRK-HIST-OK        PIC X(01) VALUES "N".
       01 WRK-RETRO-OK       PIC X(01) VALUES "N".

       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-NIVEL      PIC X(01) VALUES SPACES.

      *----------SALARIOS DO SPOOL, EDITADOS E PASSADOS PELO MASCARA
       01 WRK-VALOR-ED       PIC ZZZZZZ9,99.
       01 WRK-SAL-ANTES-M    PIC X(10) VALUES SPACES.
       01 WRK-SAL-NOVO-M     PIC X(10) VALUES SPACES.
       01 WRK-DIF-SALARIO-M  PIC X(10) VALUES SPACES.
       COPY "#SIGILO-MASC".

      *----------DATAS (EFETIVA DO ACORDO E DE HOJE)
       01 WRK-DATA-EFETIVA   PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-EFETIVA-R REDEFINES WRK-DATA-EFETIVA.
           05 WRK-EFETIVA-ANOMES PIC 9(06).
           05 WRK-EFETIVA-DIA    PIC 9(02).
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANOMES    PIC 9(06).
           05 WRK-HOJE-DIA       PIC 9(02).

      *----------REGRAS DO ACORDO, NA ORDEM DIGITADA
       01 WRK-QTD-REGRAS     PIC 9(02) VALUES ZEROS.
       01 WRK-REGRAS.
           05 WRK-REGRA OCCURS 8 TIMES.
               10 WRK-RG-SETOR   PIC X(10).
               10 WRK-RG-FAIXA   PIC 9(06)V99.
               10 WRK-RG-PCT     PIC 9(02)V99.
               10 WRK-RG-PISO    PIC 9(06)V99.
       01 WRK-RG-IDX         PIC 9(02) VALUES ZEROS.
       01 WRK-RG-ACHADA      PIC 9(02) VALUES ZEROS.
       01 WRK-LINHA-TELA     PIC 9(02) VALUES ZEROS.
       01 WRK-FIM-REGRAS     PIC X(01) VALUES "N".
       01 WRK-IN-SETOR       PIC X(10) VALUES SPACES.
       01 WRK-IN-FAIXA       PIC 9(06)V99 VALUES ZEROS.
       01 WRK-IN-PCT         PIC 9(02)V99 VALUES ZEROS.
       01 WRK-IN-PISO        PIC 9(06)V99 VALUES ZEROS.

      *----------CALCULO - "P" PREVIA / "E" EFETIVACAO
       01 WRK-MODO           PIC X(01) VALUES "P".
       01 WRK-SAL-BASE       PIC 9(06)V99 VALUES ZEROS.
       01 WRK-SAL-AJUSTADO   PIC 9(06)V99 VALUES ZEROS.
       01 WRK-SAL-ANTES      PIC 9(06)V99 VALUES ZEROS.
       01 WRK-SAL-NOVO       PIC 9(06)V99 VALUES ZEROS.
       01 WRK-DIF-SALARIO    PIC 9(07)V99 VALUES ZEROS.
       01 WRK-DIF-EXTRA      PIC 9(07)V99 VALUES ZEROS.
       01 WRK-DIF-ADICIONAIS PIC 9(07)V99 VALUES ZEROS.
       01 WRK-DIF-DECIMO     PIC 9(07)V99 VALUES ZEROS.
       01 WRK-DIF-TOTAL      PIC 9(07)V99 VALUES ZEROS.
       01 WRK-RETRO-FUNC     PIC 9(07)V99 VALUES ZEROS.

       01 WRK-TOT-FUNC       PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-AUMENTO    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-TOT-RETRO      PIC 9(09)V99 VALUES ZEROS.
       01 WRK-TOT-MESES      PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-JA-PAGOS   PIC 9(05) VALUES ZEROS.

      *----------PREVIA E EFETIVACAO NO SPOOL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "DISSIDIO".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).
       01 LNK-NIVEL       PIC X(01).

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
           MOVE WRK-OPERADOR TO WRK-SPL-OPERADOR.
           PERFORM INICIAR.
           IF ARQFUNC-FS EQUAL ZEROS
              PERFORM PROCESSAR
              PERFORM FINALIZAR
           END-IF.

           GOBACK.


       INICIAR SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQFUNC.
           IF ARQFUNC-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA "              LINE 01 COLUMN 01
              ACCEPT WRK-SEGURATELA                 LINE 20 COLUMN 01
           ELSE
              OPEN EXTEND ARQFUNCAUD
              IF ARQFUNCAUD-FS EQUAL 05
                 OPEN OUTPUT ARQFUNCAUD
              END-IF
              OPEN I-O ARQRETRO
              IF ARQRETRO-FS EQUAL 35
                 OPEN OUTPUT ARQRETRO
                 CLOSE ARQRETRO
                 OPEN I-O ARQRETRO
              END-IF
              IF ARQRETRO-FS EQUAL ZEROS
                 MOVE "S" TO WRK-RETRO-OK
              ELSE
                 DISPLAY "ERRO ABERTURA ARQRETRO.DAT - SEM RETROATIVO"
                                                    LINE 20 COLUMN 01
              END-IF
              MOVE ZEROS TO ARQRETRO-FS
      *       SEM HISTORICO DA FOLHA NAO HA MES FECHADO A RECALCULAR -
      *       O DISSIDIO SO REAJUSTA O SALARIO
              IF WRK-RETRO-OK EQUAL "S"
                 OPEN INPUT ARQFOLHAHIST
                 IF ARQFOLHAHIST-FS EQUAL ZEROS
                    MOVE "S" TO WRK-HIST-OK
                 END-IF
                 MOVE ZEROS TO ARQFOLHAHIST-FS
              END-IF
           END-IF.

       PROCESSAR SECTION.
           DISPLAY "DISSIDIO COLETIVO"              LINE 01 COLUMN 01.
           DISPLAY "----------"                     LINE 02 COLUMN 01.
           DISPLAY "DATA EFETIVA (AAAAMMDD) "       LINE 03 COLUMN 01.
              ACCEPT WRK-DATA-EFETIVA               LINE 03 COLUMN 25.
           IF WRK-DATA-EFETIVA EQUAL ZEROS
              OR WRK-DATA-EFETIVA GREATER WRK-DATA-HOJE
              DISPLAY "DATA EFETIVA INVALIDA"       LINE 20 COLUMN 01
           ELSE
              PERFORM CAPTURAR-REGRAS
              IF WRK-QTD-REGRAS EQUAL ZEROS
                 DISPLAY "NENHUMA REGRA INFORMADA"  LINE 20 COLUMN 01
              ELSE
                 MOVE "P" TO WRK-MODO
                 MOVE "DISSIDIO PREVIA" TO WRK-SPL-NOME
                 PERFORM PROCESSAR-TODOS
                 DISPLAY "FUNCIONARIOS REAJUSTADOS " LINE 15 COLUMN 01
                 DISPLAY WRK-TOT-FUNC               LINE 15 COLUMN 30
                 DISPLAY "AUMENTO NA FOLHA MENSAL "  LINE 16 COLUMN 01
                 DISPLAY WRK-TOT-AUMENTO            LINE 16 COLUMN 30
                 DISPLAY "RETROATIVO A PAGAR "      LINE 17 COLUMN 01
                 DISPLAY WRK-TOT-RETRO              LINE 17 COLUMN 30
                 DISPLAY "PREVIA NO SPOOL "         LINE 17 COLUMN 45
                 DISPLAY WRK-SPL-NUMERO             LINE 17 COLUMN 61
                 DISPLAY "CONFIRMA O DISSIDIO (S/N)? "
                                                    LINE 18 COLUMN 01
                    ACCEPT WRK-CONFIRMA             LINE 18 COLUMN 29
                 IF WRK-CONFIRMA EQUAL "S"
                    MOVE "E" TO WRK-MODO
                    MOVE "DISSIDIO EFETIVADO" TO WRK-SPL-NOME
                    PERFORM PROCESSAR-TODOS
                    DISPLAY "DISSIDIO EFETIVADO - SPOOL "
                                                    LINE 19 COLUMN 01
                    DISPLAY WRK-SPL-NUMERO          LINE 19 COLUMN 29
                 ELSE
                    DISPLAY "NADA FOI ALTERADO"     LINE 19 COLUMN 01
                 END-IF
              END-IF
           END-IF.
           DISPLAY "VOLTANDO..."                    LINE 21 COLUMN 01.
           ACCEPT WRK-SEGURATELA                    LINE 22 COLUMN 01.

      *    UMA REGRA POR LINHA (6 A 13); SETOR EM BRANCO ENCERRA A
      *    LISTA. SETOR DIFERENTE DE "*" TEM QUE EXISTIR NO MESTRE
       CAPTURAR-REGRAS SECTION.
           DISPLAY "SETOR(*=TODOS) SAL.ATE    PCT   PISO"
                                                    LINE 05 COLUMN 01.
           MOVE ZEROS TO WRK-QTD-REGRAS.
           MOVE "N" TO WRK-FIM-REGRAS.
           PERFORM UNTIL WRK-FIM-REGRAS EQUAL "S"
                      OR WRK-QTD-REGRAS EQUAL 8
              COMPUTE WRK-LINHA-TELA = WRK-QTD-REGRAS + 6
              MOVE SPACES TO WRK-IN-SETOR
              MOVE ZEROS  TO WRK-IN-FAIXA WRK-IN-PCT WRK-IN-PISO
              ACCEPT WRK-IN-SETOR       LINE WRK-LINHA-TELA COLUMN 01
              IF WRK-IN-SETOR EQUAL SPACES
                 MOVE "S" TO WRK-FIM-REGRAS
              ELSE
                 PERFORM VALIDAR-SETOR
                 IF ARQSETOR-FS EQUAL ZEROS
                    ACCEPT WRK-IN-FAIXA LINE WRK-LINHA-TELA COLUMN 16
                    ACCEPT WRK-IN-PCT   LINE WRK-LINHA-TELA COLUMN 26
                    ACCEPT WRK-IN-PISO  LINE WRK-LINHA-TELA COLUMN 32
                    IF WRK-IN-PCT EQUAL ZEROS
                       AND WRK-IN-PISO EQUAL ZEROS
                       DISPLAY "REGRA SEM PERCENTUAL NEM PISO"
                                                    LINE 14 COLUMN 01
                    ELSE
                       ADD 1 TO WRK-QTD-REGRAS
                       MOVE WRK-IN-SETOR TO WRK-RG-SETOR(WRK-QTD-REGRAS)
                       MOVE WRK-IN-FAIXA TO WRK-RG-FAIXA(WRK-QTD-REGRAS)
                       MOVE WRK-IN-PCT   TO WRK-RG-PCT(WRK-QTD-REGRAS)
                       MOVE WRK-IN-PISO  TO WRK-RG-PISO(WRK-QTD-REGRAS)
                       DISPLAY SPACES               LINE 14 COLUMN 01
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    DEVOLVE ARQSETOR-FS ZERO QUANDO O SETOR SERVE
       VALIDAR-SETOR SECTION.
           MOVE ZEROS TO ARQSETOR-FS.
           IF WRK-IN-SETOR NOT EQUAL "*"
              OPEN INPUT ARQSETOR
              IF ARQSETOR-FS EQUAL ZEROS
                 MOVE WRK-IN-SETOR TO SET-CODIGO
                 READ ARQSETOR
                 IF ARQSETOR-FS NOT EQUAL ZEROS
                    DISPLAY "SETOR FORA DO MESTRE - CADASTRE NO"
                            " SETORMANUT"           LINE 14 COLUMN 01
                 END-IF
                 CLOSE ARQSETOR
              ELSE
                 MOVE ZEROS TO ARQSETOR-FS
              END-IF
           END-IF.

       PROCESSAR-TODOS SECTION.
           MOVE ZEROS TO WRK-TOT-FUNC WRK-TOT-AUMENTO WRK-TOT-RETRO
                         WRK-TOT-MESES WRK-TOT-JA-PAGOS.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-SPL-NOME       DELIMITED BY "  "
                  " - DATA EFETIVA " DELIMITED BY SIZE
                  WRK-DATA-EFETIVA   DELIMITED BY SIZE
                  " - OPERADOR "     DELIMITED BY SIZE
                  WRK-OPERADOR       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM VARYING WRK-RG-IDX FROM 1 BY 1
                   UNTIL WRK-RG-IDX GREATER WRK-QTD-REGRAS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "REGRA "                  DELIMITED BY SIZE
                     WRK-RG-IDX                DELIMITED BY SIZE
                     " SETOR "                 DELIMITED BY SIZE
                     WRK-RG-SETOR(WRK-RG-IDX)  DELIMITED BY SIZE
                     " ATE "                   DELIMITED BY SIZE
                     WRK-RG-FAIXA(WRK-RG-IDX)  DELIMITED BY SIZE
                     " PCT "                   DELIMITED BY SIZE
                     WRK-RG-PCT(WRK-RG-IDX)    DELIMITED BY SIZE
                     " PISO "                  DELIMITED BY SIZE
                     WRK-RG-PISO(WRK-RG-IDX)   DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-PERFORM.
           MOVE ZEROS TO FUNC-ID.
           START ARQFUNC KEY IS GREATER FUNC-ID.
           PERFORM UNTIL ARQFUNC-FS NOT EQUAL ZEROS
              READ ARQFUNC NEXT RECORD
              IF ARQFUNC-FS EQUAL ZEROS
                 AND FUNC-DESLIGAMENTO EQUAL ZEROS
                 PERFORM PROCESSAR-FUNCIONARIO
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQFUNC-FS.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FUNCIONARIOS "      DELIMITED BY SIZE
                  WRK-TOT-FUNC         DELIMITED BY SIZE
                  " AUMENTO MENSAL "   DELIMITED BY SIZE
                  WRK-TOT-AUMENTO      DELIMITED BY SIZE
                  " MESES "            DELIMITED BY SIZE
                  WRK-TOT-MESES        DELIMITED BY SIZE
                  " RETROATIVO "       DELIMITED BY SIZE
                  WRK-TOT-RETRO        DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF WRK-TOT-JA-PAGOS GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "MESES QUE JA TINHAM RETROATIVO (IGNORADOS) "
                                     DELIMITED BY SIZE
                     WRK-TOT-JA-PAGOS DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.

      *    A REGRA E ESCOLHIDA PELO SETOR E SALARIO DE HOJE E VALE
      *    TAMBEM PARA OS MESES FECHADOS DESDE A DATA EFETIVA
       PROCESSAR-FUNCIONARIO SECTION.
           PERFORM ACHAR-REGRA.
           IF WRK-RG-ACHADA GREATER ZEROS
              MOVE FUNC-SALARIO TO WRK-SAL-ANTES WRK-SAL-BASE
              PERFORM APLICAR-REGRA
              MOVE WRK-SAL-AJUSTADO TO WRK-SAL-NOVO
              IF WRK-SAL-NOVO LESS WRK-SAL-ANTES
                 MOVE WRK-SAL-ANTES TO WRK-SAL-NOVO
              END-IF
              ADD 1 TO WRK-TOT-FUNC
              COMPUTE WRK-TOT-AUMENTO = WRK-TOT-AUMENTO
                      + WRK-SAL-NOVO - WRK-SAL-ANTES
              MOVE "SALARIO"       TO MSC-CAMPO-NOME
              MOVE WRK-SAL-ANTES   TO WRK-VALOR-ED
              PERFORM MASCARAR-SALARIO
              MOVE MSC-CAMPO       TO WRK-SAL-ANTES-M
              MOVE "SALARIO NOVO"  TO MSC-CAMPO-NOME
              MOVE WRK-SAL-NOVO    TO WRK-VALOR-ED
              PERFORM MASCARAR-SALARIO
              MOVE MSC-CAMPO       TO WRK-SAL-NOVO-M
              MOVE SPACES TO WRK-SPL-LINHA
              STRING FUNC-ID       DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     FUNC-NOME     DELIMITED BY SIZE
                     " "           DELIMITED BY SIZE
                     FUNC-SETOR    DELIMITED BY SIZE
                     " REGRA "     DELIMITED BY SIZE
                     WRK-RG-ACHADA DELIMITED BY SIZE
                     " DE "          DELIMITED BY SIZE
                     WRK-SAL-ANTES-M DELIMITED BY SIZE
                     " PARA "        DELIMITED BY SIZE
                     WRK-SAL-NOVO-M  DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE ZEROS TO WRK-RETRO-FUNC
              IF WRK-HIST-OK EQUAL "S"
                 PERFORM APURAR-RETROATIVO
              END-IF
              IF WRK-RETRO-FUNC GREATER ZEROS
                 MOVE SPACES TO WRK-SPL-LINHA
                 STRING "     RETROATIVO DO FUNCIONARIO "
                                        DELIMITED BY SIZE
                        WRK-RETRO-FUNC  DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
              END-IF
              IF WRK-MODO EQUAL "E"
                 AND WRK-SAL-NOVO GREATER WRK-SAL-ANTES
                 MOVE WRK-SAL-NOVO     TO FUNC-SALARIO
                 MOVE WRK-DATA-EFETIVA TO FUNC-DATA-EFETIVACAO
                 REWRITE FUNC-REGISTRO
                 PERFORM GRAVAR-AUDITORIA
              END-IF
           END-IF.

       ACHAR-REGRA SECTION.
           MOVE ZEROS TO WRK-RG-ACHADA.
           PERFORM VARYING WRK-RG-IDX FROM 1 BY 1
                   UNTIL WRK-RG-IDX GREATER WRK-QTD-REGRAS
                      OR WRK-RG-ACHADA GREATER ZEROS
              IF (WRK-RG-SETOR(WRK-RG-IDX) EQUAL "*"
                  OR WRK-RG-SETOR(WRK-RG-IDX) EQUAL FUNC-SETOR)
                 AND (WRK-RG-FAIXA(WRK-RG-IDX) EQUAL ZEROS
                  OR FUNC-SALARIO NOT GREATER
                     WRK-RG-FAIXA(WRK-RG-IDX))
                 MOVE WRK-RG-IDX TO WRK-RG-ACHADA
              END-IF
           END-PERFORM.

      *    SALARIO MAIS O PERCENTUAL, NUNCA ABAIXO DO PISO
       APLICAR-REGRA SECTION.
           COMPUTE WRK-SAL-AJUSTADO ROUNDED = WRK-SAL-BASE
                   + (WRK-SAL-BASE * WRK-RG-PCT(WRK-RG-ACHADA)) / 100.
           IF WRK-SAL-AJUSTADO LESS WRK-RG-PISO(WRK-RG-ACHADA)
              MOVE WRK-RG-PISO(WRK-RG-ACHADA) TO WRK-SAL-AJUSTADO
           END-IF.

      *    CADA MES DO HISTORICO DESDE A DATA EFETIVA (FOLHA E
      *    PARCELAS DO DECIMO) E REFEITO SOBRE O SALARIO DAQUELE MES -
      *    COMISSAO ("C") NAO DEPENDE DO SALARIO E FICA DE FORA
       APURAR-RETROATIVO SECTION.
           MOVE FUNC-ID            TO FHI-FUNC-ID.
           MOVE WRK-EFETIVA-ANOMES TO FHI-ANOMES.
           MOVE LOW-VALUES         TO FHI-TIPO.
           START ARQFOLHAHIST KEY IS GREATER OR EQUAL FHI-CHAVE.
           PERFORM UNTIL ARQFOLHAHIST-FS NOT EQUAL ZEROS
              READ ARQFOLHAHIST NEXT RECORD
              IF ARQFOLHAHIST-FS EQUAL ZEROS
                 IF FHI-FUNC-ID NOT EQUAL FUNC-ID
                    OR FHI-ANOMES GREATER WRK-HOJE-ANOMES
                    MOVE 10 TO ARQFOLHAHIST-FS
                 ELSE
                    IF FHI-TIPO NOT EQUAL "C"
                       PERFORM CALCULAR-MES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQFOLHAHIST-FS.

      *    EXTRAS E ADICIONAIS SAO HORAS X VALOR DA HORA, QUE SEGUE O
      *    SALARIO - A DIFERENCA E PROPORCIONAL. A PARCELA DO DECIMO
      *    E METADE DE AVOS/12 DO SALARIO
       CALCULAR-MES SECTION.
           MOVE FHI-SALARIO TO WRK-SAL-BASE.
           PERFORM APLICAR-REGRA.
           IF WRK-SAL-BASE GREATER ZEROS
              AND WRK-SAL-AJUSTADO GREATER WRK-SAL-BASE
              MOVE ZEROS TO WRK-DIF-SALARIO WRK-DIF-EXTRA
                            WRK-DIF-ADICIONAIS WRK-DIF-DECIMO
              IF FHI-TIPO EQUAL "F"
                 COMPUTE WRK-DIF-SALARIO =
                         WRK-SAL-AJUSTADO - WRK-SAL-BASE
                 COMPUTE WRK-DIF-EXTRA ROUNDED =
                         (FHI-EXTRA * WRK-DIF-SALARIO) / WRK-SAL-BASE
                 COMPUTE WRK-DIF-ADICIONAIS ROUNDED =
                         ((FHI-NOTURNO + FHI-FERIADO)
                          * WRK-DIF-SALARIO) / WRK-SAL-BASE
              ELSE
                 COMPUTE WRK-DIF-DECIMO ROUNDED =
                         ((WRK-SAL-AJUSTADO - WRK-SAL-BASE)
                          * FHI-AVOS) / 24
              END-IF
              COMPUTE WRK-DIF-TOTAL = WRK-DIF-SALARIO + WRK-DIF-EXTRA
                      + WRK-DIF-ADICIONAIS + WRK-DIF-DECIMO
              MOVE FHI-FUNC-ID TO RET-FUNC-ID
              MOVE FHI-ANOMES  TO RET-ANOMES
              MOVE FHI-TIPO    TO RET-TIPO
              READ ARQRETRO
              IF ARQRETRO-FS EQUAL ZEROS
                 ADD 1 TO WRK-TOT-JA-PAGOS
                 MOVE SPACES TO WRK-SPL-LINHA
                 STRING "     "     DELIMITED BY SIZE
                        FHI-ANOMES  DELIMITED BY SIZE
                        " "         DELIMITED BY SIZE
                        FHI-TIPO    DELIMITED BY SIZE
                        " JA TEM RETROATIVO DE OUTRO DISSIDIO"
                                    DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
              ELSE
                 ADD 1 TO WRK-TOT-MESES
                 ADD WRK-DIF-TOTAL TO WRK-RETRO-FUNC WRK-TOT-RETRO
                 MOVE "DIF SALARIO"   TO MSC-CAMPO-NOME
                 MOVE WRK-DIF-SALARIO TO WRK-VALOR-ED
                 PERFORM MASCARAR-SALARIO
                 MOVE MSC-CAMPO       TO WRK-DIF-SALARIO-M
                 MOVE SPACES TO WRK-SPL-LINHA
                 STRING "     "            DELIMITED BY SIZE
                        FHI-ANOMES         DELIMITED BY SIZE
                        " "                DELIMITED BY SIZE
                        FHI-TIPO           DELIMITED BY SIZE
                        " SAL "            DELIMITED BY SIZE
                        WRK-DIF-SALARIO-M  DELIMITED BY SIZE
                        " EXT "            DELIMITED BY SIZE
                        WRK-DIF-EXTRA      DELIMITED BY SIZE
                        " ADIC "           DELIMITED BY SIZE
                        WRK-DIF-ADICIONAIS DELIMITED BY SIZE
                        " 13O "            DELIMITED BY SIZE
                        WRK-DIF-DECIMO     DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
                 IF WRK-MODO EQUAL "E"
                    PERFORM GRAVAR-RETROATIVO
                 END-IF
              END-IF
              MOVE ZEROS TO ARQRETRO-FS
           END-IF.

      *    O VALOR (JA EDITADO, COM O NOME DO CAMPO MOVIDO) VOLTA DO
      *    MASCARA COMO ESTA SE O NIVEL VE SALARIO (E A VISAO FICA
      *    REGISTRADA) OU MASCARADO
       MASCARAR-SALARIO SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE WRK-OPERADOR    TO MSC-USUARIO.
           MOVE WRK-NIVEL       TO MSC-NIVEL.
           MOVE "DISSIDIO"      TO MSC-PROGRAMA.
           MOVE 4               TO MSC-GRUPO.
           MOVE "V"             TO MSC-FORMATO.
           MOVE "F"             TO MSC-TIPO-CHAVE.
           MOVE FUNC-ID         TO MSC-CHAVE.
           MOVE WRK-VALOR-ED    TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.

       GRAVAR-RETROATIVO SECTION.
           MOVE FHI-FUNC-ID        TO RET-FUNC-ID.
           MOVE FHI-ANOMES         TO RET-ANOMES.
           MOVE FHI-TIPO           TO RET-TIPO.
           MOVE WRK-DATA-HOJE      TO RET-DATA-DISSIDIO.
           MOVE WRK-DATA-EFETIVA   TO RET-DATA-EFETIVA.
           MOVE WRK-SAL-BASE       TO RET-SAL-ANTES.
           MOVE WRK-SAL-AJUSTADO   TO RET-SAL-DEPOIS.
           MOVE WRK-DIF-SALARIO    TO RET-DIF-SALARIO.
           MOVE WRK-DIF-EXTRA      TO RET-DIF-EXTRA.
           MOVE WRK-DIF-ADICIONAIS TO RET-DIF-ADICIONAIS.
           MOVE WRK-DIF-DECIMO     TO RET-DIF-DECIMO.
           MOVE WRK-DIF-TOTAL      TO RET-TOTAL.
           MOVE ZEROS              TO RET-FOLHA-REF.
           WRITE RET-REGISTRO.

       GRAVAR-AUDITORIA SECTION.
           MOVE FUNC-ID               TO AUDFUNC-ID.
           MOVE "DISSIDIO"            TO AUDFUNC-OPERACAO.
           MOVE FUNC-NOME             TO AUDFUNC-NOME-ANTES.
           MOVE WRK-SAL-ANTES         TO AUDFUNC-SALARIO-ANTES.
           MOVE FUNC-DEPENDENTES      TO AUDFUNC-DEPENDENTES-ANTES.
           MOVE FUNC-DESLIGAMENTO     TO AUDFUNC-DESLIG-ANTES.
           MOVE FUNC-NOME             TO AUDFUNC-NOME-DEPOIS.
           MOVE FUNC-SALARIO          TO AUDFUNC-SALARIO-DEPOIS.
           MOVE FUNC-DEPENDENTES      TO AUDFUNC-DEPENDENTES-DEPOIS.
           MOVE FUNC-DESLIGAMENTO     TO AUDFUNC-DESLIG-DEPOIS.
           ACCEPT AUDFUNC-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDFUNC-HORA FROM TIME.
           MOVE WRK-OPERADOR          TO AUDFUNC-OPERADOR.
           WRITE AUDFUNC-REGISTRO.

       FINALIZAR SECTION.
           CLOSE ARQFUNC.
           CLOSE ARQFUNCAUD.
           IF WRK-HIST-OK EQUAL "S"
              CLOSE ARQFOLHAHIST
           END-IF.
           IF WRK-RETRO-OK EQUAL "S"
              CLOSE ARQRETRO
           END-IF.
