       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANTAMENTO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: ADIANTAMENTO QUINZENAL DE SALARIO - NO DIA DO MES DO
      *ADIANTPARM.TXT (CRIADO COM DIA 20 E 40%) PAGA O PERCENTUAL DO
      *FUNC-SALARIO A CADA FUNCIONARIO ATIVO QUE OPTOU
      *(FUNC-ADIANTAMENTO = "S"); ADMITIDO NO PROPRIO MES RECEBE
      *PROPORCIONAL AOS DIAS DESDE A ADMISSAO (BASE 30). GRAVA O
      *DIARIO DO ADIANTAMENTO (ARQADIANT.DAT, QUE A FOLHA DO MES
      *DESCONTA), A REMESSA BANCARIA PROPRIA (REMESSA_ADIANT.TXT, NO
      *MESMO LAYOUT DA REMESSA DA FOLHA) E O RECIBO DE CADA UM NO
      *SPOOL. STEP DIARIO DO BATCHNOTURNO - FORA DO DIA CONFIGURADO
      *NAO FAZ NADA; RODADA REPETIDA NO MES NAO PAGA DE NOVO, SO
      *REFAZ A REMESSA COM O QUE JA ESTA NO DIARIO. O SALARIO DO
      *RECIBO PASSA PELO MASCARA COMO USUARIO LOTE, NIVEL "L"
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

           SELECT ARQADIANT ASSIGN TO "DADOS/ARQADIANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQADIANT-FS
           RECORD KEY IS ADT-CHAVE.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

           SELECT ARQADTPARM ASSIGN TO "DADOS/ADIANTPARM.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQADTPARM-FS.

           SELECT ARQREMESSA ASSIGN TO ".\REMESSA_ADIANT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQREMESSA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC.
       COPY "#FUNC".

       FD ARQADIANT.
       COPY "#ADIANT".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

      *    DIA DO MES DO ADIANTAMENTO E PERCENTUAL DO SALARIO
       FD ARQADTPARM
           RECORDING MODE IS F.
       01 ADTPARM-REGISTRO.
           05 ADTPARM-DIA        PIC 9(02).
           05 ADTPARM-PERCENTUAL PIC 9(02)V99.

       FD ARQREMESSA.
       COPY "#REMESSA".

       WORKING-STORAGE SECTION.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQADIANT-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQADTPARM-FS      PIC 9(02) VALUES ZEROS.
       01 ARQREMESSA-FS      PIC 9(02) VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.
       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-ALVO-R REDEFINES WRK-DATA-ALVO.
           05 WRK-ALVO-ANOMES PIC 9(06).
           05 WRK-ALVO-DIA    PIC 9(02).

       01 WRK-DIA-ADIANT     PIC 9(02) VALUES 20.
       01 WRK-PERCENTUAL     PIC 9(02)V99 VALUES 40,00.
       01 WRK-PCT-ED         PIC Z9,99.

       01 WRK-ADMISSAO       PIC 9(08) VALUES ZEROS.
       01 WRK-ADMISSAO-R REDEFINES WRK-ADMISSAO.
           05 WRK-ADM-ANOMES PIC 9(06).
           05 WRK-ADM-DIA    PIC 9(02).
       01 WRK-DIAS           PIC 9(02) VALUES ZEROS.
       01 WRK-VALOR          PIC 9(07)V99 VALUES ZEROS.
       01 WRK-NOVO           PIC X(01) VALUES "N".
       01 WRK-SALARIO-ED     PIC ZZZZZ9,99.
       COPY "#SIGILO-MASC".

      *----------REMESSA
       01 WRK-EMPRESA-BANCO   PIC 9(03) VALUE ZEROS.
       01 WRK-EMPRESA-AGENCIA PIC 9(04) VALUE ZEROS.
       01 WRK-EMPRESA-CONTA   PIC 9(10) VALUE ZEROS.
       01 WRK-REM-QTD         PIC 9(05) VALUE ZEROS.
       01 WRK-REM-SOMA        PIC 9(11)V99 VALUE ZEROS.

       01 WRK-TOT-NOVOS      PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-JA-PAGOS   PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-SEM-BANCO  PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-VALOR      PIC 9(09)V99 VALUES ZEROS.

      *----------RECIBO DE CADA FUNCIONARIO NO SPOOL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "ADIANTAMENTO".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "ADIANTAMENTO - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           PERFORM CARREGAR-PARAMETROS.
           IF WRK-ALVO-DIA NOT EQUAL WRK-DIA-ADIANT
              DISPLAY "HOJE NAO E DIA DE ADIANTAMENTO (DIA "
                      WRK-DIA-ADIANT ")"
              DISPLAY "ADIANTAMENTO - FIM"
              GOBACK
           END-IF.
           OPEN INPUT ARQFUNC.
           IF ARQFUNC-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQFUNC.DAT (STATUS " ARQFUNC-FS ")"
              MOVE 8 TO RETURN-CODE
              DISPLAY "ADIANTAMENTO - FIM"
              GOBACK
           END-IF.
           OPEN I-O ARQADIANT.
           IF ARQADIANT-FS EQUAL 35
              OPEN OUTPUT ARQADIANT
              CLOSE ARQADIANT
              OPEN I-O ARQADIANT
           END-IF.
           IF ARQADIANT-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQADIANT.DAT STATUS "
                       ARQADIANT-FS
              CLOSE ARQFUNC
              MOVE 8 TO RETURN-CODE
              DISPLAY "ADIANTAMENTO - FIM"
              GOBACK
           END-IF.
           OPEN OUTPUT ARQREMESSA.
           MOVE SPACES TO REM-REGISTRO.
           MOVE "1"                 TO REM-TIPO.
           MOVE WRK-EMPRESA-BANCO   TO REM-CAB-BANCO.
           MOVE WRK-EMPRESA-AGENCIA TO REM-CAB-AGENCIA.
           MOVE WRK-EMPRESA-CONTA   TO REM-CAB-CONTA.
           MOVE WRK-DATA-ALVO       TO REM-CAB-DATA.
           WRITE REM-REGISTRO.
           MOVE ZEROS TO FUNC-ID.
           START ARQFUNC KEY IS GREATER FUNC-ID.
           PERFORM UNTIL ARQFUNC-FS NOT EQUAL ZEROS
              READ ARQFUNC NEXT RECORD
              IF ARQFUNC-FS EQUAL ZEROS
                 AND FUNC-DESLIGAMENTO EQUAL ZEROS
                 AND FUNC-ADIANTAMENTO EQUAL "S"
                 PERFORM PROCESSAR-FUNCIONARIO
              END-IF
           END-PERFORM.
           MOVE SPACES TO REM-REGISTRO.
           MOVE "9"          TO REM-TIPO.
           MOVE WRK-REM-QTD  TO REM-ROD-QTD.
           MOVE WRK-REM-SOMA TO REM-ROD-SOMA.
           WRITE REM-REGISTRO.
           CLOSE ARQREMESSA ARQADIANT ARQFUNC.
           DISPLAY "ADIANTAMENTOS NOVOS.: " WRK-TOT-NOVOS.
           DISPLAY "JA PAGOS NO MES.....: " WRK-TOT-JA-PAGOS.
           DISPLAY "TOTAL DO MES........: R$ " WRK-TOT-VALOR.
           DISPLAY "CREDITOS NA REMESSA.: " WRK-REM-QTD
                   " SOMA " WRK-REM-SOMA.
           IF WRK-TOT-SEM-BANCO GREATER ZEROS
              DISPLAY "SEM DADOS BANCARIOS.: " WRK-TOT-SEM-BANCO
                      " (PAGAR NO CAIXA)"
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ADIANTAMENTO - FIM".
           GOBACK.

      *    MESMO ESQUEMA DO ESCALAPARM: SEM O ARQUIVO, NASCE COM O
      *    PADRAO E O RH AJUSTA DEPOIS. A CONTA DA EMPRESA PARA O
      *    CABECALHO DA REMESSA VEM DO ARQPARM, COMO NA FOLHA
       CARREGAR-PARAMETROS SECTION.
           OPEN INPUT ARQADTPARM.
           IF ARQADTPARM-FS NOT EQUAL ZEROS
              OPEN OUTPUT ARQADTPARM
              MOVE 20    TO ADTPARM-DIA
              MOVE 40,00 TO ADTPARM-PERCENTUAL
              WRITE ADTPARM-REGISTRO
              CLOSE ARQADTPARM
              DISPLAY "ADIANTPARM.TXT CRIADO COM DIA 20 E 40%"
              OPEN INPUT ARQADTPARM
           END-IF.
           READ ARQADTPARM.
           IF ARQADTPARM-FS EQUAL ZEROS
              AND ADTPARM-DIA NUMERIC
              AND ADTPARM-DIA GREATER ZEROS
              AND ADTPARM-DIA NOT GREATER 28
              AND ADTPARM-PERCENTUAL NUMERIC
              MOVE ADTPARM-DIA        TO WRK-DIA-ADIANT
              MOVE ADTPARM-PERCENTUAL TO WRK-PERCENTUAL
           END-IF.
           CLOSE ARQADTPARM.
           MOVE ZEROS TO ARQADTPARM-FS.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 MOVE PARM-EMPRESA-BANCO   TO WRK-EMPRESA-BANCO
                 MOVE PARM-EMPRESA-AGENCIA TO WRK-EMPRESA-AGENCIA
                 MOVE PARM-EMPRESA-CONTA   TO WRK-EMPRESA-CONTA
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

      *    JA NO DIARIO DO MES = PAGO EM RODADA ANTERIOR: SO VOLTA
      *    PARA A REMESSA, SEM RECIBO NOVO
       PROCESSAR-FUNCIONARIO SECTION.
           MOVE FUNC-ID          TO ADT-FUNC-ID.
           MOVE WRK-ALVO-ANOMES  TO ADT-ANOMES.
           READ ARQADIANT.
           IF ARQADIANT-FS EQUAL ZEROS
              MOVE "N" TO WRK-NOVO
              ADD 1 TO WRK-TOT-JA-PAGOS
           ELSE
              MOVE ZEROS TO ARQADIANT-FS
              MOVE "S" TO WRK-NOVO
              PERFORM CALCULAR-ADIANTAMENTO
           END-IF.
           IF WRK-DIAS GREATER ZEROS OR WRK-NOVO EQUAL "N"
              ADD ADT-VALOR TO WRK-TOT-VALOR
              PERFORM GRAVAR-REMESSA
              IF WRK-NOVO EQUAL "S"
                 PERFORM IMPRIMIR-RECIBO
              END-IF
           END-IF.

      *    ADMITIDO NO MES RECEBE SO OS DIAS DESDE A ADMISSAO ATE O
      *    DIA 30 (MES COMERCIAL); ADMITIDO DEPOIS DO DIA DO
      *    ADIANTAMENTO AINDA NAO TRABALHOU E FICA DE FORA
       CALCULAR-ADIANTAMENTO SECTION.
           MOVE 30 TO WRK-DIAS.
           MOVE FUNC-DATA-ADMISSAO TO WRK-ADMISSAO.
           IF WRK-ADM-ANOMES EQUAL WRK-ALVO-ANOMES
              IF WRK-ADM-DIA GREATER WRK-ALVO-DIA
                 MOVE ZEROS TO WRK-DIAS
                 DISPLAY "FUNCIONARIO " FUNC-NOME
                         " ADMITIDO DEPOIS DO ADIANTAMENTO - FORA"
              ELSE
                 COMPUTE WRK-DIAS = 30 - WRK-ADM-DIA + 1
              END-IF
           END-IF.
           IF WRK-DIAS GREATER ZEROS
              COMPUTE WRK-VALOR ROUNDED =
                      ((FUNC-SALARIO * WRK-PERCENTUAL) / 100)
                      * WRK-DIAS / 30
              MOVE FUNC-ID         TO ADT-FUNC-ID
              MOVE WRK-ALVO-ANOMES TO ADT-ANOMES
              MOVE WRK-DATA-ALVO   TO ADT-DATA
              MOVE FUNC-SALARIO    TO ADT-SALARIO
              MOVE WRK-PERCENTUAL  TO ADT-PERCENTUAL
              MOVE WRK-DIAS        TO ADT-DIAS
              MOVE WRK-VALOR       TO ADT-VALOR
              MOVE ZEROS           TO ADT-DESCONTADO ADT-FOLHA-REF
                                      ADT-DESC-FOLHA
              WRITE ADT-REGISTRO
              IF ARQADIANT-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO GRAVACAO ARQADIANT.DAT STATUS "
                          ARQADIANT-FS " FUNC " FUNC-ID
                 MOVE ZEROS TO ARQADIANT-FS WRK-DIAS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 ADD 1 TO WRK-TOT-NOVOS
              END-IF
           END-IF.

      *    SEM DADOS BANCARIOS NAO ENTRA NA REMESSA - PAGO NO CAIXA
       GRAVAR-REMESSA SECTION.
           IF FUNC-BANCO EQUAL ZEROS
              ADD 1 TO WRK-TOT-SEM-BANCO
              DISPLAY "SEM DADOS BANCARIOS: " FUNC-ID " " FUNC-NOME
                      " ADIANTAMENTO " ADT-VALOR
           ELSE
              MOVE SPACES TO REM-REGISTRO
              MOVE "2"          TO REM-TIPO
              MOVE FUNC-ID      TO REM-FUNC-ID
              MOVE FUNC-BANCO   TO REM-BANCO
              MOVE FUNC-AGENCIA TO REM-AGENCIA
              MOVE FUNC-CONTA   TO REM-CONTA
              MOVE ADT-VALOR    TO REM-VALOR
              WRITE REM-REGISTRO
              ADD 1 TO WRK-REM-QTD
              ADD ADT-VALOR TO WRK-REM-SOMA
           END-IF.

       IMPRIMIR-RECIBO SECTION.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "ADIANT "       DELIMITED BY SIZE
                  FUNC-ID         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-ALVO-ANOMES DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "RECIBO DE ADIANTAMENTO SALARIAL - " DELIMITED BY SIZE
                  WRK-DATA-ALVO(7:2)                   DELIMITED BY SIZE
                  "/"                                  DELIMITED BY SIZE
                  WRK-DATA-ALVO(5:2)                   DELIMITED BY SIZE
                  "/"                                  DELIMITED BY SIZE
                  WRK-DATA-ALVO(1:4)                   DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FUNCIONARIO " DELIMITED BY SIZE
                  FUNC-ID        DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  FUNC-NOME      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE ADT-PERCENTUAL TO WRK-PCT-ED.
           PERFORM MASCARAR-SALARIO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "SALARIO "     DELIMITED BY SIZE
                  MSC-CAMPO(1:9) DELIMITED BY SIZE
                  " X "         DELIMITED BY SIZE
                  WRK-PCT-ED    DELIMITED BY SIZE
                  "% X "        DELIMITED BY SIZE
                  ADT-DIAS      DELIMITED BY SIZE
                  "/30 DIAS"    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "VALOR DO ADIANTAMENTO " DELIMITED BY SIZE
                  ADT-VALOR                DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "DESCONTADO NA FOLHA DO MES - O QUE NAO COUBER NO "
                                                   DELIMITED BY SIZE
                  "LIQUIDO PASSA PARA A FOLHA SEGUINTE"
                                                   DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "ASSINATURA: ________________________________"
             TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    O LOTE NOTURNO RODA COMO USUARIO LOTE, NIVEL "L" - O SALARIO
      *    SO SAI ABERTO (E A VISAO FICA REGISTRADA) SE A TABELA DE
      *    SIGILO LIBERAR SALARIO PARA ESSE NIVEL
       MASCARAR-SALARIO SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE "LOTE"          TO MSC-USUARIO.
           MOVE "L"             TO MSC-NIVEL.
           MOVE "ADIANTAMENTO"  TO MSC-PROGRAMA.
           MOVE 4               TO MSC-GRUPO.
           MOVE "V"             TO MSC-FORMATO.
           MOVE "SALARIO"       TO MSC-CAMPO-NOME.
           MOVE "F"             TO MSC-TIPO-CHAVE.
           MOVE FUNC-ID         TO MSC-CHAVE.
           MOVE ADT-SALARIO     TO WRK-SALARIO-ED.
           MOVE WRK-SALARIO-ED  TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
