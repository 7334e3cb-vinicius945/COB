       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOMANUT.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: LANCAMENTOS AVULSOS NO LIVRO DE BANCO (ARQBANCO.DAT)
      *- TARIFA BANCARIA (SEMPRE DEBITO; VAI AO DIARIO PELO
      *CONTABILPOSTA NO DIA DE NEGOCIO), OUTROS AVULSOS (TRANSFERENCIA
      *ENTRE CAIXA E BANCO, QUE NAO MEXE NO DIARIO PORQUE A CONTA 1001
      *E DE CAIXA E BANCOS) E SALDO DE IMPLANTACAO DO LIVRO. LISTA
      *TAMBEM O LIVRO DE UM MES COM O SALDO CORRIDO. COM O MES DO DIA
      *DE NEGOCIO FECHADO (MODULO PERIODO) A TARIFA E RECUSADA.
      *SO NIVEL "A"
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBANCO ASSIGN TO "DADOS/ARQBANCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQBANCO-FS
           RECORD KEY IS BCO-NUMERO.

           SELECT ARQBANCOCTRL ASSIGN TO "DADOS/BANCOCTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQBANCOCTRL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQBANCO.
       COPY "#BANCO".

      *    MESMO CONTROLE DO BANCOREGISTRA
       FD ARQBANCOCTRL
           RECORDING MODE IS F.
       01 BCT-REGISTRO.
           05 BCT-ULT-NUMERO     PIC 9(07).
           05 BCT-ULT-DIA        PIC 9(08).
           05 BCT-ULT-REMESSA    PIC 9(08).

       WORKING-STORAGE SECTION.
       01 ARQBANCO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQBANCOCTRL-FS    PIC 9(02) VALUES ZEROS.

       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-LANC      PIC 9(08) VALUES ZEROS.
       01 WRK-NUMERO         PIC 9(07) VALUES ZEROS.

       01 WRK-TIPO           PIC X(01) VALUES SPACES.
       01 WRK-DC             PIC X(01) VALUES SPACES.
       01 WRK-DATA-MOV       PIC 9(08) VALUES ZEROS.
       01 WRK-VALOR          PIC 9(09)V99 VALUES ZEROS.
       01 WRK-DOCUMENTO      PIC X(15) VALUES SPACES.
       01 WRK-HISTORICO      PIC X(30) VALUES SPACES.
       01 WRK-DADOS-OK       PIC X(01) VALUES "S".

      *----------LISTAGEM DO MES
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
       01 WRK-SALDO          PIC S9(11)V99 VALUES ZEROS.
       01 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-SALDO-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

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
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "BANCOMANUT".

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
           OPEN I-O ARQBANCO.
           IF ARQBANCO-FS EQUAL 35
              OPEN OUTPUT ARQBANCO
              CLOSE ARQBANCO
              OPEN I-O ARQBANCO
           END-IF.
           IF ARQBANCO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQBANCO.DAT STATUS " ARQBANCO-FS
              GOBACK
           END-IF.
           DISPLAY "LIVRO DE BANCO".
           DISPLAY "(I)NCLUIR LANCAMENTO  (L)ISTAR MES: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "I"
                 PERFORM INCLUIR-LANCAMENTO
              WHEN "L"
                 PERFORM LISTAR-MES
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQBANCO.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

       INCLUIR-LANCAMENTO SECTION.
           MOVE "S" TO WRK-DADOS-OK.
           DISPLAY "TIPO (T)ARIFA (O)UTROS (I)MPLANTACAO DE SALDO: ".
           ACCEPT WRK-TIPO.
           EVALUATE WRK-TIPO
              WHEN "T"
                 MOVE "D" TO WRK-DC
              WHEN "O"
              WHEN "I"
                 DISPLAY "(C)REDITO OU (D)EBITO NA CONTA: "
                 ACCEPT WRK-DC
                 IF WRK-DC NOT EQUAL "C" AND WRK-DC NOT EQUAL "D"
                    DISPLAY "INDICADOR INVALIDO"
                    MOVE "N" TO WRK-DADOS-OK
                 END-IF
              WHEN OTHER
                 DISPLAY "TIPO INVALIDO"
                 MOVE "N" TO WRK-DADOS-OK
           END-EVALUATE.
           IF WRK-DADOS-OK EQUAL "S"
              DISPLAY "DATA DO MOVIMENTO NA CONTA (ZERO = "
                      WRK-DATA-LANC "): "
              ACCEPT WRK-DATA-MOV
              IF WRK-DATA-MOV EQUAL ZEROS
                 MOVE WRK-DATA-LANC TO WRK-DATA-MOV
              END-IF
           END-IF.
           IF WRK-DADOS-OK EQUAL "S"
              AND WRK-TIPO EQUAL "T"
              MOVE WRK-DATA-LANC TO WRK-PER-DATA
              CALL "PERIODO" USING WRK-PERIODO
              IF WRK-PER-SITUACAO EQUAL "F"
                 DISPLAY "PERIODO DO DIA DE NEGOCIO FECHADO - TARIFA"
                         " NAO PODE IR AO DIARIO"
                 MOVE "N" TO WRK-DADOS-OK
              END-IF
           END-IF.
           IF WRK-DADOS-OK EQUAL "S"
              DISPLAY "VALOR: "
              ACCEPT WRK-VALOR
              DISPLAY "DOCUMENTO: "
              ACCEPT WRK-DOCUMENTO
              DISPLAY "HISTORICO: "
              ACCEPT WRK-HISTORICO
              IF WRK-VALOR EQUAL ZEROS
                 DISPLAY "VALOR ZERO - LANCAMENTO RECUSADO"
                 MOVE "N" TO WRK-DADOS-OK
              END-IF
           END-IF.
           IF WRK-DADOS-OK EQUAL "S"
              MOVE WRK-VALOR TO WRK-VALOR-ED
              DISPLAY "CONFIRMA " WRK-DC " " WRK-VALOR-ED " EM "
                      WRK-DATA-MOV " (S/N)? "
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA EQUAL "S"
                 PERFORM PROXIMO-NUMERO
                 INITIALIZE BCO-REGISTRO
                 MOVE WRK-NUMERO    TO BCO-NUMERO
                 MOVE WRK-DATA-MOV  TO BCO-DATA
                 MOVE WRK-TIPO      TO BCO-ORIGEM
                 MOVE WRK-DC        TO BCO-DC
                 MOVE WRK-VALOR     TO BCO-VALOR
                 MOVE WRK-DOCUMENTO TO BCO-DOCUMENTO
                 MOVE WRK-HISTORICO TO BCO-HISTORICO
                 MOVE WRK-DATA-LANC TO BCO-DATA-LANC
                 MOVE WRK-USUARIO   TO BCO-OPERADOR
                 MOVE "N"           TO BCO-CONCILIADO
                 WRITE BCO-REGISTRO
                 IF ARQBANCO-FS EQUAL ZEROS
                    DISPLAY "LANCAMENTO " WRK-NUMERO " GRAVADO"
                 ELSE
                    DISPLAY "ERRO GRAVACAO ARQBANCO.DAT STATUS "
                            ARQBANCO-FS
                 END-IF
              ELSE
                 DISPLAY "LANCAMENTO NAO GRAVADO"
              END-IF
           END-IF.

       PROXIMO-NUMERO SECTION.
           OPEN INPUT ARQBANCOCTRL.
           IF ARQBANCOCTRL-FS EQUAL 00
              READ ARQBANCOCTRL
              IF ARQBANCOCTRL-FS NOT EQUAL 00
                 INITIALIZE BCT-REGISTRO
              END-IF
              CLOSE ARQBANCOCTRL
           ELSE
              INITIALIZE BCT-REGISTRO
           END-IF.
           ADD 1 TO BCT-ULT-NUMERO.
           MOVE BCT-ULT-NUMERO TO WRK-NUMERO.
           OPEN OUTPUT ARQBANCOCTRL.
           WRITE BCT-REGISTRO.
           CLOSE ARQBANCOCTRL.

      *    SALDO CORRIDO: TUDO O QUE ENTROU ANTES DO MES ABRE O SALDO
       LISTAR-MES SECTION.
           DISPLAY "MES (AAAAMM): ".
           ACCEPT WRK-ANOMES.
           MOVE ZEROS TO WRK-SALDO.
           MOVE ZEROS TO BCO-NUMERO.
           START ARQBANCO KEY IS NOT LESS BCO-NUMERO
              INVALID KEY MOVE 10 TO ARQBANCO-FS
           END-START.
           PERFORM UNTIL ARQBANCO-FS NOT EQUAL ZEROS
              READ ARQBANCO NEXT RECORD
              IF ARQBANCO-FS EQUAL ZEROS
                 AND BCO-DATA(1:6) LESS WRK-ANOMES
                 IF BCO-DC EQUAL "C"
                    ADD BCO-VALOR TO WRK-SALDO
                 ELSE
                    SUBTRACT BCO-VALOR FROM WRK-SALDO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY "SALDO ANTERIOR.......: " WRK-SALDO-ED.
           MOVE ZEROS TO ARQBANCO-FS.
           MOVE ZEROS TO BCO-NUMERO.
           START ARQBANCO KEY IS NOT LESS BCO-NUMERO
              INVALID KEY MOVE 10 TO ARQBANCO-FS
           END-START.
           PERFORM UNTIL ARQBANCO-FS NOT EQUAL ZEROS
              READ ARQBANCO NEXT RECORD
              IF ARQBANCO-FS EQUAL ZEROS
                 AND BCO-DATA(1:6) EQUAL WRK-ANOMES
                 IF BCO-DC EQUAL "C"
                    ADD BCO-VALOR TO WRK-SALDO
                 ELSE
                    SUBTRACT BCO-VALOR FROM WRK-SALDO
                 END-IF
                 MOVE BCO-VALOR TO WRK-VALOR-ED
                 MOVE WRK-SALDO TO WRK-SALDO-ED
                 DISPLAY BCO-NUMERO " " BCO-DATA " " BCO-ORIGEM
                         BCO-DC " " BCO-DOCUMENTO " " WRK-VALOR-ED
                         " " WRK-SALDO-ED " " BCO-CONCILIADO
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQBANCO-FS.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY "SALDO DO LIVRO.......: " WRK-SALDO-ED.
