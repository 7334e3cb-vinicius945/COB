       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMOBBAIXA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: BAIXA E VENDA DO ATIVO IMOBILIZADO - O BEM SAI DO
      *ARQIMOB.DAT NO DIA DE NEGOCIO (DATAMOV), SEM A COTA DO MES. NA
      *VENDA INFORMA O VALOR RECEBIDO; NA BAIXA (SUCATA, PERDA, ROUBO)
      *O RECEBIDO E ZERO. GANHO OU PERDA = RECEBIDO - VALOR LIQUIDO
      *(CUSTO - DEPRECIACAO ACUMULADA), GRAVADO NO MESTRE E NO
      *MOVIMENTO "B"/"V" DO ARQIMOBMOV.DAT, QUE O CONTABILPOSTA POSTA
      *NO DIARIO. MES FECHADO (MODULO PERIODO) NAO ACEITA BAIXA.
      *SO NIVEL "A"
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQIMOB ASSIGN TO "DADOS/ARQIMOB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQIMOB-FS
           RECORD KEY IS IMB-PATRIMONIO.

           SELECT ARQIMOBMOV ASSIGN TO "DADOS/ARQIMOBMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQIMOBMOV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQIMOB.
       COPY "#IMOB".

       FD ARQIMOBMOV
           RECORDING MODE IS F.
       COPY "#IMOB-MOV".

       WORKING-STORAGE SECTION.
       01 ARQIMOB-FS         PIC 9(02) VALUES ZEROS.
       01 ARQIMOBMOV-FS      PIC 9(02) VALUES ZEROS.

       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-LANC      PIC 9(08) VALUES ZEROS.

       01 WRK-PATRIMONIO     PIC 9(06) VALUES ZEROS.
       01 WRK-VALOR-VENDA    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-LIQUIDO        PIC S9(09)V99 VALUES ZEROS.
       01 WRK-RESULTADO      PIC S9(09)V99 VALUES ZEROS.
       01 WRK-VALOR-ED       PIC -ZZZ.ZZZ.ZZ9,99.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-PER-SITUACAO  PIC X(01) VALUE SPACE.

       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "IMOBBAIXA".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "USUARIO: ".
           ACCEPT WRK-USUARIO.
           DISPLAY "SENHA: ".
           ACCEPT WRK-SENHA.
           CALL "VALIDALOGIN" USING WRK-LOGIN.
           IF WRK-LOGIN-OK NOT EQUAL "S"
              OR WRK-LOGIN-NIVEL NOT EQUAL "A"
              DISPLAY "ACESSO RESTRITO AO NIVEL A"
              GOBACK
           END-IF.
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-LANC
           ELSE
              MOVE WRK-DATA-HOJE TO WRK-DATA-LANC
           END-IF.
           MOVE WRK-DATA-LANC TO WRK-PER-DATA.
           CALL "PERIODO" USING WRK-PERIODO.
           IF WRK-PER-SITUACAO EQUAL "F"
              DISPLAY "PERIODO FECHADO - BAIXA NAO PERMITIDA"
              GOBACK
           END-IF.
           OPEN I-O ARQIMOB.
           IF ARQIMOB-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQIMOB.DAT STATUS " ARQIMOB-FS
              GOBACK
           END-IF.
           DISPLAY "BAIXA / VENDA DO IMOBILIZADO".
           DISPLAY "NUMERO DE PATRIMONIO: ".
           ACCEPT WRK-PATRIMONIO.
           MOVE WRK-PATRIMONIO TO IMB-PATRIMONIO.
           READ ARQIMOB.
           IF ARQIMOB-FS NOT EQUAL ZEROS
              DISPLAY "PATRIMONIO NAO CADASTRADO"
           ELSE
              IF IMB-SITUACAO NOT EQUAL "A"
                 DISPLAY "BEM JA BAIXADO EM " IMB-DATA-BAIXA
              ELSE
                 PERFORM BAIXAR-BEM
              END-IF
           END-IF.
           CLOSE ARQIMOB.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

       BAIXAR-BEM SECTION.
           COMPUTE WRK-LIQUIDO = IMB-CUSTO - IMB-DEPREC-ACUM.
           DISPLAY IMB-PATRIMONIO " " IMB-DESCRICAO.
           MOVE IMB-CUSTO TO WRK-VALOR-ED.
           DISPLAY "CUSTO..............: " WRK-VALOR-ED.
           MOVE IMB-DEPREC-ACUM TO WRK-VALOR-ED.
           DISPLAY "DEPRECIACAO ACUM...: " WRK-VALOR-ED.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY "VALOR LIQUIDO......: " WRK-VALOR-ED.
           DISPLAY "(V)ENDA OU (B)AIXA SEM VENDA? ".
           ACCEPT WRK-OPCAO.
           MOVE ZEROS TO WRK-VALOR-VENDA.
           EVALUATE WRK-OPCAO
              WHEN "V"
                 DISPLAY "VALOR RECEBIDO NA VENDA: "
                 ACCEPT WRK-VALOR-VENDA
              WHEN "B"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
                 MOVE SPACES TO WRK-OPCAO
           END-EVALUATE.
           IF WRK-OPCAO NOT EQUAL SPACES
              COMPUTE WRK-RESULTADO = WRK-VALOR-VENDA - WRK-LIQUIDO
              MOVE WRK-RESULTADO TO WRK-VALOR-ED
              IF WRK-RESULTADO LESS ZERO
                 DISPLAY "PERDA NA BAIXA.....: " WRK-VALOR-ED
              ELSE
                 DISPLAY "GANHO NA BAIXA.....: " WRK-VALOR-ED
              END-IF
              DISPLAY "CONFIRMA A BAIXA EM " WRK-DATA-LANC " (S/N)? "
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA EQUAL "S"
                 MOVE WRK-OPCAO       TO IMB-SITUACAO
                 MOVE WRK-DATA-LANC   TO IMB-DATA-BAIXA
                 MOVE WRK-VALOR-VENDA TO IMB-VALOR-VENDA
                 MOVE WRK-RESULTADO   TO IMB-RESULTADO
                 MOVE WRK-USUARIO     TO IMB-USUARIO
                 MOVE WRK-DATA-HOJE   TO IMB-DATA-ALTERACAO
                 REWRITE IMB-REGISTRO
                 PERFORM GRAVAR-MOV-BAIXA
                 DISPLAY "PATRIMONIO " IMB-PATRIMONIO " BAIXADO"
              ELSE
                 DISPLAY "BAIXA CANCELADA"
              END-IF
           END-IF.

       GRAVAR-MOV-BAIXA SECTION.
           OPEN EXTEND ARQIMOBMOV.
           IF ARQIMOBMOV-FS EQUAL 05 OR ARQIMOBMOV-FS EQUAL 35
              OPEN OUTPUT ARQIMOBMOV
           END-IF.
           INITIALIZE IMV-REGISTRO.
           MOVE WRK-DATA-LANC   TO IMV-DATA.
           MOVE WRK-OPCAO       TO IMV-TIPO.
           MOVE IMB-PATRIMONIO  TO IMV-PATRIMONIO.
           MOVE IMB-CUSTO       TO IMV-CUSTO.
           MOVE IMB-DEPREC-ACUM TO IMV-DEPREC-ACUM.
           MOVE WRK-VALOR-VENDA TO IMV-VALOR-VENDA.
           MOVE WRK-RESULTADO   TO IMV-RESULTADO.
           MOVE WRK-USUARIO     TO IMV-OPERADOR.
           WRITE IMV-REGISTRO.
           CLOSE ARQIMOBMOV.
