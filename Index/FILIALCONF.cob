       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIALCONF.
      *---------------------------------------------------------------
      * Conferencia de filial e sequencia dos arquivos de intercambio
      * contra o cadastro de filiais (ARQFILIAL.DAT). Acoes em
      * LNK-FCF-ACAO:
      *   "L" devolve em LNK-FCF-FILIAL a filial desta instalacao
      *       (PARM-FILIAL-LOCAL), conferida no cadastro
      *   "E" envio: devolve a filial local e a proxima sequencia do
      *       fluxo LNK-FCF-FLUXO ("C" clientes / "P" produtos), ja
      *       gravada no registro da propria filial
      *   "R" recebimento: confere a filial LNK-FCF-FILIAL e a
      *       sequencia LNK-FCF-SEQUENCIA do cabecalho; devolve a
      *       ultima recebida em LNK-FCF-ULT-SEQ e o nome de arquivo
      *       esperado em LNK-FCF-ARQ-ESPERADO. NAO grava nada
      *   "A" registra o recebimento depois de processado o arquivo
      * LNK-FCF-RETORNO: "S" ok / "F" faltou sequencia (pulo) / "D"
      * sequencia ja recebida / "Z" cabecalho sem sequencia / "N"
      * filial fora do cadastro / "I" filial desativada / "P" arquivo
      * da propria filial / "X" filial local nao configurada
      * (EXPORTACRM, EXPORTAPROD, IMPORTACRM, IMPORTAPROD,
      * CONSOLIDACRM)
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
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

       WORKING-STORAGE    SECTION.
       01 ARQFILIAL-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 WRK-FILIAL-LOCAL   PIC X(10) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-ULT-SEQ        PIC 9(06) VALUES ZEROS.

       LINKAGE            SECTION.
       01 LNK-FCF.
           05 LNK-FCF-ACAO          PIC X(01).
           05 LNK-FCF-FLUXO         PIC X(01).
           05 LNK-FCF-FILIAL        PIC X(10).
           05 LNK-FCF-SEQUENCIA     PIC 9(06).
           05 LNK-FCF-ULT-SEQ       PIC 9(06).
           05 LNK-FCF-ARQ-ESPERADO  PIC X(40).
           05 LNK-FCF-RETORNO       PIC X(01).

       PROCEDURE DIVISION USING LNK-FCF.
           MOVE "S" TO LNK-FCF-RETORNO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-FILIAL-LOCAL.
           OPEN I-O ARQFILIAL.
           IF ARQFILIAL-FS EQUAL 35
              OPEN OUTPUT ARQFILIAL
              CLOSE ARQFILIAL
              OPEN I-O ARQFILIAL
           END-IF.
           EVALUATE LNK-FCF-ACAO
              WHEN "L"
                 PERFORM CONFERIR-LOCAL
              WHEN "E"
                 PERFORM GERAR-SEQUENCIA
              WHEN "R"
                 PERFORM CONFERIR-RECEBIMENTO
              WHEN "A"
                 PERFORM REGISTRAR-RECEBIMENTO
              WHEN OTHER
                 DISPLAY "FILIALCONF - ACAO INVALIDA " LNK-FCF-ACAO
           END-EVALUATE.
           CLOSE ARQFILIAL.
           MOVE ZEROS TO ARQFILIAL-FS.
           GOBACK.

       LER-FILIAL-LOCAL SECTION.
           MOVE SPACES TO WRK-FILIAL-LOCAL.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 MOVE PARM-FILIAL-LOCAL TO WRK-FILIAL-LOCAL
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

      *    A FILIAL LOCAL TEM QUE ESTAR NO ARQPARM E NO CADASTRO - SEM
      *    ISSO NAO HA COMO CARIMBAR O ARQUIVO QUE SAI DAQUI
       CONFERIR-LOCAL SECTION.
           MOVE WRK-FILIAL-LOCAL TO LNK-FCF-FILIAL.
           IF WRK-FILIAL-LOCAL EQUAL SPACES
              MOVE "X" TO LNK-FCF-RETORNO
           ELSE
              MOVE WRK-FILIAL-LOCAL TO FIL-CODIGO
              READ ARQFILIAL
              IF ARQFILIAL-FS NOT EQUAL ZEROS
                 MOVE "X" TO LNK-FCF-RETORNO
              END-IF
           END-IF.

       GERAR-SEQUENCIA SECTION.
           MOVE ZEROS TO LNK-FCF-SEQUENCIA.
           PERFORM CONFERIR-LOCAL.
           IF LNK-FCF-RETORNO EQUAL "S"
              IF LNK-FCF-FLUXO EQUAL "P"
                 IF FIL-ENV-SEQ-PROD NOT NUMERIC
                    MOVE ZEROS TO FIL-ENV-SEQ-PROD
                 END-IF
                 ADD 1 TO FIL-ENV-SEQ-PROD
                 MOVE FIL-ENV-SEQ-PROD TO LNK-FCF-SEQUENCIA
              ELSE
                 IF FIL-ENV-SEQ-CRM NOT NUMERIC
                    MOVE ZEROS TO FIL-ENV-SEQ-CRM
                 END-IF
                 ADD 1 TO FIL-ENV-SEQ-CRM
                 MOVE FIL-ENV-SEQ-CRM TO LNK-FCF-SEQUENCIA
              END-IF
              REWRITE FIL-REGISTRO
           END-IF.

      *    A SEQUENCIA TEM QUE SER A SEGUINTE DA ULTIMA RECEBIDA DAQUELA
      *    FILIAL NAQUELE FLUXO: IGUAL OU MENOR E ARQUIVO REPETIDO;
      *    MAIOR QUE A SEGUINTE E ARQUIVO QUE NAO CHEGOU NO MEIO
       CONFERIR-RECEBIMENTO SECTION.
           MOVE ZEROS  TO LNK-FCF-ULT-SEQ.
           MOVE SPACES TO LNK-FCF-ARQ-ESPERADO.
           MOVE LNK-FCF-FILIAL TO FIL-CODIGO.
           READ ARQFILIAL.
           EVALUATE TRUE
              WHEN ARQFILIAL-FS NOT EQUAL ZEROS
                 MOVE "N" TO LNK-FCF-RETORNO
              WHEN FIL-ATIVA NOT EQUAL "S"
                 MOVE "I" TO LNK-FCF-RETORNO
              WHEN LNK-FCF-FILIAL EQUAL WRK-FILIAL-LOCAL
                 MOVE "P" TO LNK-FCF-RETORNO
              WHEN OTHER
                 PERFORM CONFERIR-SEQUENCIA
           END-EVALUATE.

       CONFERIR-SEQUENCIA SECTION.
           IF LNK-FCF-FLUXO EQUAL "P"
              MOVE FIL-REC-SEQ-PROD TO WRK-ULT-SEQ
              MOVE FIL-ARQ-PROD     TO LNK-FCF-ARQ-ESPERADO
           ELSE
              MOVE FIL-REC-SEQ-CRM  TO WRK-ULT-SEQ
              MOVE FIL-ARQ-CRM      TO LNK-FCF-ARQ-ESPERADO
           END-IF.
           IF WRK-ULT-SEQ NOT NUMERIC
              MOVE ZEROS TO WRK-ULT-SEQ
           END-IF.
           MOVE WRK-ULT-SEQ TO LNK-FCF-ULT-SEQ.
           EVALUATE TRUE
              WHEN LNK-FCF-SEQUENCIA NOT NUMERIC
                 MOVE "Z" TO LNK-FCF-RETORNO
              WHEN LNK-FCF-SEQUENCIA EQUAL ZEROS
                 MOVE "Z" TO LNK-FCF-RETORNO
              WHEN LNK-FCF-SEQUENCIA NOT GREATER WRK-ULT-SEQ
                 MOVE "D" TO LNK-FCF-RETORNO
              WHEN LNK-FCF-SEQUENCIA GREATER WRK-ULT-SEQ + 1
                 MOVE "F" TO LNK-FCF-RETORNO
           END-EVALUATE.

       REGISTRAR-RECEBIMENTO SECTION.
           MOVE LNK-FCF-FILIAL TO FIL-CODIGO.
           READ ARQFILIAL.
           IF ARQFILIAL-FS NOT EQUAL ZEROS
              MOVE "N" TO LNK-FCF-RETORNO
           ELSE
              IF LNK-FCF-FLUXO EQUAL "P"
                 MOVE LNK-FCF-SEQUENCIA TO FIL-REC-SEQ-PROD
                 MOVE WRK-DATA-HOJE     TO FIL-REC-DATA-PROD
              ELSE
                 MOVE LNK-FCF-SEQUENCIA TO FIL-REC-SEQ-CRM
                 MOVE WRK-DATA-HOJE     TO FIL-REC-DATA-CRM
              END-IF
              REWRITE FIL-REGISTRO
           END-IF.
