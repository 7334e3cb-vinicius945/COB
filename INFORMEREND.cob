       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMEREND.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: INFORME DE RENDIMENTOS ANUAL DE CADA FUNCIONARIO -
      *TOTALIZA O ANO-CALENDARIO (O ANO ANTERIOR AO DIA DE MOVIMENTO,
      *OU O ANO RECEBIDO NA CHAMADA) A PARTIR DO HISTORICO DA FOLHA
      *(ARQFOLHAHIST.DAT: FOLHA MENSAL, PARCELAS DO DECIMO TERCEIRO E
      *COMISSOES) E DO ACERTO RESCISORIO (ARQRESCISAO.DAT): RENDIMENTO
      *TRIBUTAVEL, INSS E IRRF RETIDOS, DECIMO TERCEIRO (TRIBUTACAO
      *EXCLUSIVA) E ISENTOS (FERIAS INDENIZADAS NA RESCISAO).
      *IMPRIME UM COMPROVANTE POR FUNCIONARIO NO SPOOL, COM A FONTE
      *PAGADORA DO ARQPARM, E GRAVA O RESUMO PARA A CONTABILIDADE
      *(INFORME_RENDIMENTOS.CSV). DESLIGADO NO ANO SAI NORMALMENTE,
      *COM A DATA DO DESLIGAMENTO. STEP ANUAL DO BATCHNOTURNO
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

           SELECT ARQFOLHAHIST ASSIGN TO "DADOS/ARQFOLHAHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFOLHAHIST-FS
           RECORD KEY IS FHI-CHAVE.

           SELECT ARQRESCISAO ASSIGN TO "DADOS/ARQRESCISAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQRESCISAO-FS.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

           SELECT ARQINFORME ASSIGN TO ".\INFORME_RENDIMENTOS.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQINFORME-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC.
       COPY "#FUNC".

       FD ARQFOLHAHIST.
       COPY "#FOLHA-HIST".

       FD ARQRESCISAO
           RECORDING MODE IS F.
       COPY "#RESCISAO".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       FD ARQINFORME.
       01 ARQINFORME-LINHA   PIC X(150).

       WORKING-STORAGE SECTION.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQFOLHAHIST-FS    PIC 9(02) VALUES ZEROS.
       01 ARQRESCISAO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQINFORME-FS      PIC 9(02) VALUES ZEROS.
       01 WRK-HIST-OK        PIC X(01) VALUES "N".

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO   PIC 9(04).
           05 WRK-HOJE-MMDD  PIC 9(04).

      *----------ANO-CALENDARIO DO INFORME
       01 WRK-ANO            PIC 9(04) VALUES ZEROS.
       01 WRK-ANOMES-INI     PIC 9(06) VALUES ZEROS.
       01 WRK-ANOMES-FIM     PIC 9(06) VALUES ZEROS.

       01 WRK-DESLIG         PIC 9(08) VALUES ZEROS.
       01 WRK-DESLIG-R REDEFINES WRK-DESLIG.
           05 WRK-DESLIG-ANO  PIC 9(04).
           05 WRK-DESLIG-MES  PIC 9(02).
           05 WRK-DESLIG-DIA  PIC 9(02).

      *----------FONTE PAGADORA (ARQPARM)
       01 WRK-EMPRESA-CNPJ   PIC 9(14) VALUES ZEROS.
       01 WRK-EMPRESA-CNPJ-R REDEFINES WRK-EMPRESA-CNPJ.
           05 WRK-CNPJ-P1    PIC 9(02).
           05 WRK-CNPJ-P2    PIC 9(03).
           05 WRK-CNPJ-P3    PIC 9(03).
           05 WRK-CNPJ-P4    PIC 9(04).
           05 WRK-CNPJ-P5    PIC 9(02).
       01 WRK-EMPRESA-RAZAO  PIC X(30) VALUES SPACES.

      *----------RESCISOES DO ANO (ARQRESCISAO E SEQUENCIAL - CARREGA
      *----------UMA VEZ E CONSULTA POR FUNCIONARIO)
       01 WRK-QTD-RESC       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-RESC.
           05 WRK-RESC-ITEM OCCURS 200 TIMES.
               10 WRK-RESC-FUNC-ID  PIC 9(04).
               10 WRK-RESC-TRIBUT   PIC 9(07)V99.
               10 WRK-RESC-DECIMO   PIC 9(07)V99.
               10 WRK-RESC-FERIAS   PIC 9(07)V99.
               10 WRK-RESC-INSS     PIC 9(07)V99.
               10 WRK-RESC-IRRF     PIC 9(07)V99.
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-RESC-FORA      PIC 9(04) VALUES ZEROS.

      *----------TOTAIS DO FUNCIONARIO NO ANO
       01 WRK-INF-RENDIMENTOS PIC 9(09)V99 VALUES ZEROS.
       01 WRK-INF-INSS        PIC 9(09)V99 VALUES ZEROS.
       01 WRK-INF-IRRF        PIC 9(09)V99 VALUES ZEROS.
       01 WRK-INF-DECIMO      PIC 9(09)V99 VALUES ZEROS.
       01 WRK-INF-ISENTOS     PIC 9(09)V99 VALUES ZEROS.
       01 WRK-INF-COMISSOES   PIC 9(09)V99 VALUES ZEROS.
       01 WRK-INF-RETROATIVO  PIC 9(09)V99 VALUES ZEROS.
       01 WRK-INF-MESES       PIC 9(02) VALUES ZEROS.
       01 WRK-INF-RESCISAO    PIC X(01) VALUES "N".

      *----------TOTAIS DA EMPRESA
       01 WRK-TOT-INFORMES    PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-DESLIGADOS  PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-RENDIMENTOS PIC 9(11)V99 VALUES ZEROS.
       01 WRK-TOT-INSS        PIC 9(11)V99 VALUES ZEROS.
       01 WRK-TOT-IRRF        PIC 9(11)V99 VALUES ZEROS.
       01 WRK-TOT-DECIMO      PIC 9(11)V99 VALUES ZEROS.
       01 WRK-TOT-ISENTOS     PIC 9(11)V99 VALUES ZEROS.

       01 WRK-VALOR-ED        PIC ZZ.ZZZ.ZZ9,99.

      *----------COMPROVANTE DE CADA FUNCIONARIO NO SPOOL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "INFORMEREND".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *    ANO-CALENDARIO (AAAA) - SEM ELE, O ANO ANTERIOR
       01 LNK-ANO            PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LNK-ANO.
       0001-PRINCIPAL SECTION.
           DISPLAY "INFORMEREND - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-HOJE
           ELSE
              ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WRK-ANO = WRK-HOJE-ANO - 1.
           IF ADDRESS OF LNK-ANO NOT EQUAL NULL
              IF LNK-ANO NUMERIC AND LNK-ANO GREATER ZEROS
                 MOVE LNK-ANO TO WRK-ANO
              END-IF
           END-IF.
           IF WRK-ANO GREATER WRK-HOJE-ANO
              DISPLAY "ANO " WRK-ANO " AINDA NAO COMECOU"
              MOVE 8 TO RETURN-CODE
              DISPLAY "INFORMEREND - FIM"
              GOBACK
           END-IF.
           COMPUTE WRK-ANOMES-INI = WRK-ANO * 100 + 1.
           COMPUTE WRK-ANOMES-FIM = WRK-ANO * 100 + 12.
           DISPLAY "ANO-CALENDARIO " WRK-ANO.
           OPEN INPUT ARQFUNC.
           IF ARQFUNC-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQFUNC.DAT (STATUS " ARQFUNC-FS ")"
              MOVE 8 TO RETURN-CODE
              DISPLAY "INFORMEREND - FIM"
              GOBACK
           END-IF.
           PERFORM CARREGAR-EMPRESA.
           PERFORM CARREGAR-RESCISOES.
           OPEN INPUT ARQFOLHAHIST.
           IF ARQFOLHAHIST-FS EQUAL ZEROS
              MOVE "S" TO WRK-HIST-OK
           ELSE
              DISPLAY "SEM ARQFOLHAHIST.DAT (STATUS " ARQFOLHAHIST-FS
                      ") - INFORME SO COM AS RESCISOES"
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE ZEROS TO ARQFOLHAHIST-FS.
           OPEN OUTPUT ARQINFORME.
           MOVE SPACES TO ARQINFORME-LINHA.
           STRING "ANO,FUNCID,NOME,DESLIGAMENTO,RENDIMENTOS,INSS,"
                                               DELIMITED BY SIZE
                  "IRRF,DECIMO13,ISENTOS,COMISSOES,RETROATIVO,MESES"
                                               DELIMITED BY SIZE
             INTO ARQINFORME-LINHA
           END-STRING.
           WRITE ARQINFORME-LINHA.
           MOVE ZEROS TO FUNC-ID.
           START ARQFUNC KEY IS GREATER FUNC-ID.
           PERFORM UNTIL ARQFUNC-FS NOT EQUAL ZEROS
              READ ARQFUNC NEXT RECORD
              IF ARQFUNC-FS EQUAL ZEROS
                 MOVE FUNC-DESLIGAMENTO TO WRK-DESLIG
                 IF WRK-DESLIG EQUAL ZEROS
                    OR WRK-DESLIG-ANO NOT LESS WRK-ANO
                    PERFORM PROCESSAR-FUNCIONARIO
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ARQINFORME ARQFUNC.
           IF WRK-HIST-OK EQUAL "S"
              CLOSE ARQFOLHAHIST
           END-IF.
           DISPLAY "INFORMES EMITIDOS...: " WRK-TOT-INFORMES.
           DISPLAY "DESLIGADOS NO ANO...: " WRK-TOT-DESLIGADOS.
           DISPLAY "RENDIMENTOS TRIBUT..: R$ " WRK-TOT-RENDIMENTOS.
           DISPLAY "INSS RETIDO.........: R$ " WRK-TOT-INSS.
           DISPLAY "IRRF RETIDO.........: R$ " WRK-TOT-IRRF.
           DISPLAY "DECIMO TERCEIRO.....: R$ " WRK-TOT-DECIMO.
           DISPLAY "ISENTOS.............: R$ " WRK-TOT-ISENTOS.
           IF WRK-RESC-FORA GREATER ZEROS
              DISPLAY "RESCISOES FORA DA TABELA (MAIS DE 200): "
                      WRK-RESC-FORA
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "INFORMEREND - FIM".
           GOBACK.

      *    MESMO ESQUEMA DO FISCALEXPORTA: CNPJ ZERADO = FONTE
      *    PAGADORA NAO CONFIGURADA, O INFORME SAI COM AVISO
       CARREGAR-EMPRESA SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 AND PARM-EMPRESA-CNPJ IS NUMERIC
                 MOVE PARM-EMPRESA-CNPJ  TO WRK-EMPRESA-CNPJ
                 MOVE PARM-EMPRESA-RAZAO TO WRK-EMPRESA-RAZAO
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.
           IF WRK-EMPRESA-CNPJ EQUAL ZEROS
              DISPLAY "FONTE PAGADORA SEM CNPJ NO ARQPARM - "
                      "CONFIGURE NO 7-SETUP SISTEMA DO MANUT"
              MOVE 4 TO RETURN-CODE
           END-IF.

      *    SO O QUE E PAGO NA RESCISAO DO ANO: SALDO DE SALARIO E
      *    CREDITO DO BANCO DE HORAS SAO TRIBUTAVEIS, O DECIMO
      *    PROPORCIONAL VAI PARA A TRIBUTACAO EXCLUSIVA E AS FERIAS
      *    INDENIZADAS (COM 1/3) SAO ISENTAS
       CARREGAR-RESCISOES SECTION.
           OPEN INPUT ARQRESCISAO.
           IF ARQRESCISAO-FS EQUAL ZEROS
              PERFORM UNTIL ARQRESCISAO-FS NOT EQUAL ZEROS
                 READ ARQRESCISAO
                    AT END MOVE 10 TO ARQRESCISAO-FS
                    NOT AT END
                       IF RESC-DATA(1:4) EQUAL WRK-ANO
                          PERFORM GUARDAR-RESCISAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQRESCISAO
           END-IF.
           MOVE ZEROS TO ARQRESCISAO-FS.

       GUARDAR-RESCISAO SECTION.
           IF WRK-QTD-RESC NOT LESS 200
              ADD 1 TO WRK-RESC-FORA
              DISPLAY "RESCISAO " RESC-NUMERO " FUNC " RESC-FUNC-ID
                      " FORA DO INFORME - TABELA CHEIA"
           ELSE
              ADD 1 TO WRK-QTD-RESC
              MOVE RESC-FUNC-ID TO WRK-RESC-FUNC-ID(WRK-QTD-RESC)
              MOVE RESC-SALDO-SALARIO
                TO WRK-RESC-TRIBUT(WRK-QTD-RESC)
              IF RESC-BANCO-HORAS GREATER ZEROS
                 ADD RESC-BANCO-HORAS
                  TO WRK-RESC-TRIBUT(WRK-QTD-RESC)
              END-IF
              MOVE RESC-DECIMO  TO WRK-RESC-DECIMO(WRK-QTD-RESC)
              MOVE RESC-FERIAS  TO WRK-RESC-FERIAS(WRK-QTD-RESC)
              MOVE RESC-INSS    TO WRK-RESC-INSS(WRK-QTD-RESC)
              MOVE RESC-IRRF    TO WRK-RESC-IRRF(WRK-QTD-RESC)
           END-IF.

      *    FUNCIONARIO SEM NADA PAGO NO ANO (ADMITIDO DEPOIS, OU SEM
      *    HISTORICO) NAO RECEBE INFORME
       PROCESSAR-FUNCIONARIO SECTION.
           MOVE ZEROS TO WRK-INF-RENDIMENTOS WRK-INF-INSS WRK-INF-IRRF
                         WRK-INF-DECIMO WRK-INF-ISENTOS
                         WRK-INF-COMISSOES WRK-INF-RETROATIVO
                         WRK-INF-MESES.
           MOVE "N" TO WRK-INF-RESCISAO.
           IF WRK-HIST-OK EQUAL "S"
              PERFORM SOMAR-HISTORICO
           END-IF.
           PERFORM SOMAR-RESCISAO.
           IF WRK-INF-RENDIMENTOS GREATER ZEROS
              OR WRK-INF-DECIMO GREATER ZEROS
              OR WRK-INF-ISENTOS GREATER ZEROS
              ADD 1 TO WRK-TOT-INFORMES
              IF WRK-DESLIG-ANO EQUAL WRK-ANO
                 ADD 1 TO WRK-TOT-DESLIGADOS
              END-IF
              ADD WRK-INF-RENDIMENTOS TO WRK-TOT-RENDIMENTOS
              ADD WRK-INF-INSS        TO WRK-TOT-INSS
              ADD WRK-INF-IRRF        TO WRK-TOT-IRRF
              ADD WRK-INF-DECIMO      TO WRK-TOT-DECIMO
              ADD WRK-INF-ISENTOS     TO WRK-TOT-ISENTOS
              PERFORM GRAVAR-RESUMO
              PERFORM IMPRIMIR-INFORME
           END-IF.

      *    FOLHA ("F") ENTRA PELO BRUTO MENOS O DESCONTO DE FALTAS -
      *    O RETROATIVO DO DISSIDIO JA ESTA NO BRUTO; PARCELAS DO
      *    DECIMO ("1"/"2") VAO PARA A TRIBUTACAO EXCLUSIVA; COMISSAO
      *    ("C") E RENDIMENTO TRIBUTAVEL SEM RETENCAO NA FOLHA
       SOMAR-HISTORICO SECTION.
           MOVE FUNC-ID        TO FHI-FUNC-ID.
           MOVE WRK-ANOMES-INI TO FHI-ANOMES.
           MOVE LOW-VALUES     TO FHI-TIPO.
           START ARQFOLHAHIST KEY IS GREATER OR EQUAL FHI-CHAVE.
           PERFORM UNTIL ARQFOLHAHIST-FS NOT EQUAL ZEROS
              READ ARQFOLHAHIST NEXT RECORD
              IF ARQFOLHAHIST-FS EQUAL ZEROS
                 IF FHI-FUNC-ID NOT EQUAL FUNC-ID
                    OR FHI-ANOMES GREATER WRK-ANOMES-FIM
                    MOVE 10 TO ARQFOLHAHIST-FS
                 ELSE
                    EVALUATE FHI-TIPO
                       WHEN "F"
                          ADD 1 TO WRK-INF-MESES
                          COMPUTE WRK-INF-RENDIMENTOS =
                                  WRK-INF-RENDIMENTOS + FHI-BRUTO
                                  - FHI-DESC-FALTAS
                          ADD FHI-INSS       TO WRK-INF-INSS
                          ADD FHI-IRRF       TO WRK-INF-IRRF
                          ADD FHI-RETROATIVO TO WRK-INF-RETROATIVO
                       WHEN "1"
                       WHEN "2"
                          ADD FHI-BRUTO TO WRK-INF-DECIMO
                       WHEN "C"
                          ADD FHI-BRUTO TO WRK-INF-RENDIMENTOS
                          ADD FHI-BRUTO TO WRK-INF-COMISSOES
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQFOLHAHIST-FS.

       SOMAR-RESCISAO SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-RESC
              IF WRK-RESC-FUNC-ID(WRK-IDX) EQUAL FUNC-ID
                 MOVE "S" TO WRK-INF-RESCISAO
                 ADD WRK-RESC-TRIBUT(WRK-IDX) TO WRK-INF-RENDIMENTOS
                 ADD WRK-RESC-DECIMO(WRK-IDX) TO WRK-INF-DECIMO
                 ADD WRK-RESC-FERIAS(WRK-IDX) TO WRK-INF-ISENTOS
                 ADD WRK-RESC-INSS(WRK-IDX)   TO WRK-INF-INSS
                 ADD WRK-RESC-IRRF(WRK-IDX)   TO WRK-INF-IRRF
              END-IF
           END-PERFORM.

       GRAVAR-RESUMO SECTION.
           MOVE SPACES TO ARQINFORME-LINHA.
           STRING WRK-ANO              DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  FUNC-ID              DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  FUNC-NOME            DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  FUNC-DESLIGAMENTO    DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WRK-INF-RENDIMENTOS  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WRK-INF-INSS         DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WRK-INF-IRRF         DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WRK-INF-DECIMO       DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WRK-INF-ISENTOS      DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WRK-INF-COMISSOES    DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WRK-INF-RETROATIVO   DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WRK-INF-MESES        DELIMITED BY SIZE
             INTO ARQINFORME-LINHA
           END-STRING.
           WRITE ARQINFORME-LINHA.

       IMPRIMIR-INFORME SECTION.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "INFORME "      DELIMITED BY SIZE
                  FUNC-ID         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-ANO         DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO "
                                                   DELIMITED BY SIZE
                  "SOBRE A RENDA RETIDO NA FONTE"  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ANO-CALENDARIO " DELIMITED BY SIZE
                  WRK-ANO           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF WRK-EMPRESA-CNPJ EQUAL ZEROS
              MOVE "1. FONTE PAGADORA: NAO CONFIGURADA NO ARQPARM"
                TO WRK-SPL-LINHA
           ELSE
              STRING "1. FONTE PAGADORA: " DELIMITED BY SIZE
                     WRK-EMPRESA-RAZAO     DELIMITED BY SIZE
                     " CNPJ "              DELIMITED BY SIZE
                     WRK-CNPJ-P1           DELIMITED BY SIZE
                     "."                   DELIMITED BY SIZE
                     WRK-CNPJ-P2           DELIMITED BY SIZE
                     "."                   DELIMITED BY SIZE
                     WRK-CNPJ-P3           DELIMITED BY SIZE
                     "/"                   DELIMITED BY SIZE
                     WRK-CNPJ-P4           DELIMITED BY SIZE
                     "-"                   DELIMITED BY SIZE
                     WRK-CNPJ-P5           DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           IF WRK-DESLIG EQUAL ZEROS
              STRING "2. BENEFICIARIO: " DELIMITED BY SIZE
                     FUNC-ID             DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     FUNC-NOME           DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           ELSE
              STRING "2. BENEFICIARIO: " DELIMITED BY SIZE
                     FUNC-ID             DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     FUNC-NOME           DELIMITED BY SIZE
                     " DESLIGADO EM "    DELIMITED BY SIZE
                     WRK-DESLIG-DIA      DELIMITED BY SIZE
                     "/"                 DELIMITED BY SIZE
                     WRK-DESLIG-MES      DELIMITED BY SIZE
                     "/"                 DELIMITED BY SIZE
                     WRK-DESLIG-ANO      DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO"
             TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-INF-RENDIMENTOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "   01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)...."
                                                   DELIMITED BY SIZE
                  WRK-VALOR-ED                     DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-INF-INSS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "   02. CONTRIBUICAO PREVIDENCIARIA OFICIAL........"
                                                   DELIMITED BY SIZE
                  WRK-VALOR-ED                     DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-INF-IRRF TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "   05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE......"
                                                   DELIMITED BY SIZE
                  WRK-VALOR-ED                     DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
             TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-INF-ISENTOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "   FERIAS INDENIZADAS NA RESCISAO (COM 1/3)......."
                                                   DELIMITED BY SIZE
                  WRK-VALOR-ED                     DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
             TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-INF-DECIMO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "   01. DECIMO TERCEIRO SALARIO...................."
                                                   DELIMITED BY SIZE
                  WRK-VALOR-ED                     DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "6. INFORMACOES COMPLEMENTARES" TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "   FOLHAS MENSAIS NO ANO: " DELIMITED BY SIZE
                  WRK-INF-MESES               DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF WRK-INF-COMISSOES GREATER ZEROS
              MOVE WRK-INF-COMISSOES TO WRK-VALOR-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "   COMISSOES INCLUIDAS NO ITEM 3.01........"
                                                   DELIMITED BY SIZE
                     WRK-VALOR-ED                  DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           IF WRK-INF-RETROATIVO GREATER ZEROS
              MOVE WRK-INF-RETROATIVO TO WRK-VALOR-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "   RETROATIVO DE DISSIDIO NO ITEM 3.01......"
                                                   DELIMITED BY SIZE
                     WRK-VALOR-ED                  DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           IF WRK-INF-RESCISAO EQUAL "S"
              MOVE "   INCLUI AS VERBAS DO ACERTO RESCISORIO DO ANO"
                TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
