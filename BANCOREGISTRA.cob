       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOREGISTRA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: ALIMENTA O LIVRO DE BANCO (ARQBANCO.DAT) COM O QUE O
      *SISTEMA JA SABE QUE PASSOU PELA CONTA NO DIA DE NEGOCIO
      *(DATAMOV): A REMESSA DE SALARIOS (REMESSA_BANCO.TXT, PELO TOTAL
      *DO RODAPE, UMA VEZ POR REMESSA), O DEPOSITO DAS SANGRIAS DO DIA
      *LEVADAS AO COFRE (ARQCAIXAMOV.DAT), CADA PAGAMENTO A FORNECEDOR
      *(ARQPAGAMENTO.DAT), CADA EMPRESTIMO LIBERADO NO DIA (O CONTRATO
      *SUCESSOR DE UMA RENEGOCIACAO NAO MOVE DINHEIRO E FICA DE FORA)
      *E CADA PARCELA RECEBIDA NO DIA (ARQPARCELA.DAT, PELO TOTAL PAGO
      *COM JUROS E MULTA DE ATRASO DO ARQPARCPAGTO.DAT). O ULTIMO DIA
      *REGISTRADO FICA NO BANCOCTRL.DAT - RODAR DE NOVO O MESMO DIA
      *NAO DUPLICA. TARIFAS E AVULSOS ENTRAM PELO BANCOMANUT
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

           SELECT ARQREMESSA ASSIGN TO ".\REMESSA_BANCO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQREMESSA-FS.

           SELECT ARQCAIXAMOV ASSIGN TO "DADOS/ARQCAIXAMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCAIXAMOV-FS.

           SELECT ARQPAGJORNAL ASSIGN TO "DADOS/ARQPAGAMENTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPAGJORNAL-FS.

           SELECT ARQEMP ASSIGN TO "DADOS/ARQEMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQEMP-FS
           RECORD KEY IS EMP-NUMERO.

           SELECT ARQPARC ASSIGN TO "DADOS/ARQPARCELA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPARC-FS
           RECORD KEY IS PARC-CHAVE.

           SELECT ARQPPG ASSIGN TO "DADOS/ARQPARCPAGTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPPG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQBANCO.
       COPY "#BANCO".

      *    ULTIMO NUMERO DE LANCAMENTO, ULTIMO DIA REGISTRADO E DATA DA
      *    ULTIMA REMESSA DE SALARIOS REGISTRADA (PADRAO CONTCTRL)
       FD ARQBANCOCTRL
           RECORDING MODE IS F.
       01 BCT-REGISTRO.
           05 BCT-ULT-NUMERO     PIC 9(07).
           05 BCT-ULT-DIA        PIC 9(08).
           05 BCT-ULT-REMESSA    PIC 9(08).

      *    MESMO LAYOUT GRAVADO PELO PROGCOBFUNCIONARIO
       FD ARQREMESSA.
       01 REM-REGISTRO.
           05 REM-TIPO           PIC X(01).
           05 REM-DETALHE.
               10 REM-FUNC-ID    PIC 9(04).
               10 REM-BANCO      PIC 9(03).
               10 REM-AGENCIA    PIC 9(04).
               10 REM-CONTA      PIC 9(10).
               10 REM-VALOR      PIC 9(09)V99.
               10 FILLER         PIC X(08).
           05 REM-CABECALHO REDEFINES REM-DETALHE.
               10 REM-CAB-BANCO   PIC 9(03).
               10 REM-CAB-AGENCIA PIC 9(04).
               10 REM-CAB-CONTA   PIC 9(10).
               10 REM-CAB-DATA    PIC 9(08).
               10 FILLER          PIC X(15).
           05 REM-RODAPE REDEFINES REM-DETALHE.
               10 REM-ROD-QTD     PIC 9(05).
               10 REM-ROD-SOMA    PIC 9(11)V99.
               10 FILLER          PIC X(22).

      *    MESMO LAYOUT GRAVADO PELO CAIXAMOV
       FD ARQCAIXAMOV
           RECORDING MODE IS F.
       01 CXM-REGISTRO.
           05 CXM-DATA     PIC 9(08).
           05 CXM-HORA     PIC 9(08).
           05 CXM-TIPO     PIC X(01).
           05 CXM-VALOR    PIC 9(07)V99.
           05 CXM-MOTIVO   PIC X(30).
           05 CXM-OPERADOR PIC X(10).
           05 CXM-TURNO    PIC 9(06).

       FD ARQPAGJORNAL
           RECORDING MODE IS F.
       COPY "#PAGAR-JORNAL".

       FD ARQEMP.
       COPY "#EMPRESTIMO".

       FD ARQPARC.
       COPY "#PARCELA".

       FD ARQPPG
           RECORDING MODE IS F.
       COPY "#PARC-PAGTO".

       WORKING-STORAGE SECTION.
       01 ARQBANCO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQBANCOCTRL-FS    PIC 9(02) VALUES ZEROS.
       01 ARQREMESSA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQCAIXAMOV-FS     PIC 9(02) VALUES ZEROS.
       01 ARQPAGJORNAL-FS    PIC 9(02) VALUES ZEROS.
       01 ARQEMP-FS          PIC 9(02) VALUES ZEROS.
       01 ARQPARC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPPG-FS          PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-NUMERO         PIC 9(07) VALUES ZEROS.
       01 WRK-ULT-DIA        PIC 9(08) VALUES ZEROS.
       01 WRK-ULT-REMESSA    PIC 9(08) VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------REMESSA DE SALARIOS LIDA
       01 WRK-REM-DATA       PIC 9(08) VALUES ZEROS.
       01 WRK-REM-QTD        PIC 9(05) VALUES ZEROS.
       01 WRK-REM-SOMA       PIC 9(11)V99 VALUES ZEROS.

       01 WRK-SANGRIAS-DIA   PIC 9(09)V99 VALUES ZEROS.

      *----------CONTRATOS DO DIA (O SUCESSOR DE RENEGOCIACAO SAI)
       01 WRK-QTD-CONTRATOS  PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CONTRATOS.
           05 WRK-CON-ITEM OCCURS 200 TIMES.
               10 WRK-CON-NUMERO    PIC 9(06).
               10 WRK-CON-PRINCIPAL PIC 9(06)V99.
               10 WRK-CON-SUCESSOR  PIC X(01).
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.

      *----------LANCAMENTO A GRAVAR
       01 WRK-ORIGEM         PIC X(01) VALUES SPACES.
       01 WRK-DC             PIC X(01) VALUES SPACES.
       01 WRK-DATA-MOV       PIC 9(08) VALUES ZEROS.
       01 WRK-VALOR          PIC 9(09)V99 VALUES ZEROS.
       01 WRK-DOCUMENTO      PIC X(15) VALUES SPACES.
       01 WRK-HISTORICO      PIC X(30) VALUES SPACES.

       01 WRK-TOT-LANCADOS   PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-CREDITOS   PIC 9(11)V99 VALUES ZEROS.
       01 WRK-TOT-DEBITOS    PIC 9(11)V99 VALUES ZEROS.
       01 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "BANCOREGISTRA - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           PERFORM LER-CONTROLE.
           IF WRK-DATA-ALVO NOT GREATER WRK-ULT-DIA
              DISPLAY "EVENTOS DE " WRK-DATA-ALVO
                      " JA REGISTRADOS NO LIVRO DE BANCO"
              DISPLAY "BANCOREGISTRA - FIM"
              GOBACK
           END-IF.
           OPEN I-O ARQBANCO.
           IF ARQBANCO-FS EQUAL 35
              OPEN OUTPUT ARQBANCO
              CLOSE ARQBANCO
              OPEN I-O ARQBANCO
           END-IF.
           IF ARQBANCO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQBANCO.DAT STATUS " ARQBANCO-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM REGISTRAR-REMESSA.
           PERFORM REGISTRAR-SANGRIAS.
           PERFORM REGISTRAR-PAGAMENTOS.
           PERFORM REGISTRAR-EMPRESTIMOS.
           PERFORM REGISTRAR-PARCELAS.
           CLOSE ARQBANCO.
           MOVE WRK-DATA-ALVO TO WRK-ULT-DIA.
           PERFORM GRAVAR-CONTROLE.
           DISPLAY "LANCAMENTOS NO LIVRO.: " WRK-TOT-LANCADOS.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
           DISPLAY "CREDITOS.............: " WRK-VALOR-ED.
           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
           DISPLAY "DEBITOS..............: " WRK-VALOR-ED.
           DISPLAY "BANCOREGISTRA - FIM".
           GOBACK.

       LER-CONTROLE SECTION.
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
           MOVE BCT-ULT-NUMERO  TO WRK-NUMERO.
           MOVE BCT-ULT-DIA     TO WRK-ULT-DIA.
           MOVE BCT-ULT-REMESSA TO WRK-ULT-REMESSA.

       GRAVAR-CONTROLE SECTION.
           OPEN OUTPUT ARQBANCOCTRL.
           MOVE WRK-NUMERO      TO BCT-ULT-NUMERO.
           MOVE WRK-ULT-DIA     TO BCT-ULT-DIA.
           MOVE WRK-ULT-REMESSA TO BCT-ULT-REMESSA.
           WRITE BCT-REGISTRO.
           CLOSE ARQBANCOCTRL.

      *    A REMESSA E REGRAVADA A CADA FOLHA: ENTRA UMA VEZ SO, PELA
      *    DATA DO CABECALHO, QUANDO ESSA DATA JA CHEGOU
       REGISTRAR-REMESSA SECTION.
           MOVE ZEROS TO WRK-REM-DATA WRK-REM-QTD WRK-REM-SOMA.
           OPEN INPUT ARQREMESSA.
           IF ARQREMESSA-FS EQUAL ZEROS
              PERFORM UNTIL ARQREMESSA-FS NOT EQUAL ZEROS
                 READ ARQREMESSA
                 IF ARQREMESSA-FS EQUAL ZEROS
                    EVALUATE REM-TIPO
                       WHEN "1"
                          MOVE REM-CAB-DATA TO WRK-REM-DATA
                       WHEN "9"
                          MOVE REM-ROD-QTD  TO WRK-REM-QTD
                          MOVE REM-ROD-SOMA TO WRK-REM-SOMA
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE ARQREMESSA
           END-IF.
           MOVE ZEROS TO ARQREMESSA-FS.
           IF WRK-REM-DATA GREATER WRK-ULT-REMESSA
              AND WRK-REM-DATA NOT GREATER WRK-DATA-ALVO
              AND WRK-REM-SOMA GREATER ZEROS
              MOVE "F"          TO WRK-ORIGEM
              MOVE "D"          TO WRK-DC
              MOVE WRK-REM-DATA TO WRK-DATA-MOV
              MOVE WRK-REM-SOMA TO WRK-VALOR
              MOVE SPACES       TO WRK-DOCUMENTO WRK-HISTORICO
              STRING "FOLHA "          DELIMITED BY SIZE
                     WRK-REM-DATA(1:6) DELIMITED BY SIZE
                INTO WRK-DOCUMENTO
              END-STRING
              STRING "REMESSA SALARIOS "  DELIMITED BY SIZE
                     WRK-REM-QTD          DELIMITED BY SIZE
                     " FUNC"              DELIMITED BY SIZE
                INTO WRK-HISTORICO
              END-STRING
              PERFORM GRAVAR-LANCAMENTO
              MOVE WRK-REM-DATA TO WRK-ULT-REMESSA
           END-IF.

      *    AS SANGRIAS DO DIA SAEM DO COFRE NUM DEPOSITO SO
       REGISTRAR-SANGRIAS SECTION.
           MOVE ZEROS TO WRK-SANGRIAS-DIA.
           OPEN INPUT ARQCAIXAMOV.
           IF ARQCAIXAMOV-FS EQUAL ZEROS
              PERFORM UNTIL ARQCAIXAMOV-FS NOT EQUAL ZEROS
                 READ ARQCAIXAMOV
                 IF ARQCAIXAMOV-FS EQUAL ZEROS
                    AND CXM-DATA EQUAL WRK-DATA-ALVO
                    AND CXM-TIPO EQUAL "S"
                    ADD CXM-VALOR TO WRK-SANGRIAS-DIA
                 END-IF
              END-PERFORM
              CLOSE ARQCAIXAMOV
           END-IF.
           MOVE ZEROS TO ARQCAIXAMOV-FS.
           IF WRK-SANGRIAS-DIA GREATER ZEROS
              MOVE "S"              TO WRK-ORIGEM
              MOVE "C"              TO WRK-DC
              MOVE WRK-DATA-ALVO    TO WRK-DATA-MOV
              MOVE WRK-SANGRIAS-DIA TO WRK-VALOR
              MOVE SPACES           TO WRK-DOCUMENTO
              STRING "DEP "        DELIMITED BY SIZE
                     WRK-DATA-ALVO DELIMITED BY SIZE
                INTO WRK-DOCUMENTO
              END-STRING
              MOVE "DEPOSITO DAS SANGRIAS DO DIA" TO WRK-HISTORICO
              PERFORM GRAVAR-LANCAMENTO
           END-IF.

       REGISTRAR-PAGAMENTOS SECTION.
           OPEN INPUT ARQPAGJORNAL.
           IF ARQPAGJORNAL-FS EQUAL ZEROS
              PERFORM UNTIL ARQPAGJORNAL-FS NOT EQUAL ZEROS
                 READ ARQPAGJORNAL
                 IF ARQPAGJORNAL-FS EQUAL ZEROS
                    AND PGJ-DATA EQUAL WRK-DATA-ALVO
                    MOVE "P"           TO WRK-ORIGEM
                    MOVE "D"           TO WRK-DC
                    MOVE PGJ-DATA      TO WRK-DATA-MOV
                    MOVE PGJ-VALOR     TO WRK-VALOR
                    MOVE PGJ-NOTA      TO WRK-DOCUMENTO
                    MOVE SPACES        TO WRK-HISTORICO
                    STRING "PAGTO FORNECEDOR " DELIMITED BY SIZE
                           PGJ-FORNECEDOR      DELIMITED BY SIZE
                           " PARC "            DELIMITED BY SIZE
                           PGJ-SEQ             DELIMITED BY SIZE
                      INTO WRK-HISTORICO
                    END-STRING
                    PERFORM GRAVAR-LANCAMENTO
                 END-IF
              END-PERFORM
              CLOSE ARQPAGJORNAL
           END-IF.
           MOVE ZEROS TO ARQPAGJORNAL-FS.

      *    PRIMEIRA PASSADA JUNTA OS CONTRATOS DO DIA; A SEGUNDA TIRA
      *    OS QUE SAO SUCESSORES DE UMA RENEGOCIACAO (SALDO ROLADO, SEM
      *    DINHEIRO NOVO)
       REGISTRAR-EMPRESTIMOS SECTION.
           MOVE ZERO TO WRK-QTD-CONTRATOS.
           OPEN INPUT ARQEMP.
           IF ARQEMP-FS EQUAL ZEROS
              PERFORM UNTIL ARQEMP-FS NOT EQUAL ZEROS
                 READ ARQEMP NEXT RECORD
                 IF ARQEMP-FS EQUAL ZEROS
                    AND EMP-DATA-CONTRATO EQUAL WRK-DATA-ALVO
                    AND WRK-QTD-CONTRATOS LESS 200
                    ADD 1 TO WRK-QTD-CONTRATOS
                    MOVE EMP-NUMERO
                      TO WRK-CON-NUMERO(WRK-QTD-CONTRATOS)
                    MOVE EMP-PRINCIPAL
                      TO WRK-CON-PRINCIPAL(WRK-QTD-CONTRATOS)
                    MOVE "N" TO WRK-CON-SUCESSOR(WRK-QTD-CONTRATOS)
                 END-IF
              END-PERFORM
              CLOSE ARQEMP
           END-IF.
           MOVE ZEROS TO ARQEMP-FS.
           IF WRK-QTD-CONTRATOS GREATER ZERO
              OPEN INPUT ARQEMP
              PERFORM UNTIL ARQEMP-FS NOT EQUAL ZEROS
                 READ ARQEMP NEXT RECORD
                 IF ARQEMP-FS EQUAL ZEROS
                    AND EMP-CONTRATO-SUCESSOR NOT EQUAL ZEROS
                    PERFORM MARCAR-SUCESSOR
                 END-IF
              END-PERFORM
              CLOSE ARQEMP
              MOVE ZEROS TO ARQEMP-FS
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-CONTRATOS
                 IF WRK-CON-SUCESSOR(WRK-IDX) EQUAL "N"
                    MOVE "E"           TO WRK-ORIGEM
                    MOVE "D"           TO WRK-DC
                    MOVE WRK-DATA-ALVO TO WRK-DATA-MOV
                    MOVE WRK-CON-PRINCIPAL(WRK-IDX) TO WRK-VALOR
                    MOVE SPACES        TO WRK-DOCUMENTO WRK-HISTORICO
                    STRING "EMP "                   DELIMITED BY SIZE
                           WRK-CON-NUMERO(WRK-IDX)  DELIMITED BY SIZE
                      INTO WRK-DOCUMENTO
                    END-STRING
                    STRING "LIBERACAO EMPRESTIMO "  DELIMITED BY SIZE
                           WRK-CON-NUMERO(WRK-IDX)  DELIMITED BY SIZE
                      INTO WRK-HISTORICO
                    END-STRING
                    PERFORM GRAVAR-LANCAMENTO
                 END-IF
              END-PERFORM
           END-IF.

       MARCAR-SUCESSOR SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CONTRATOS
              IF WRK-CON-NUMERO(WRK-IDX) EQUAL EMP-CONTRATO-SUCESSOR
                 MOVE "S" TO WRK-CON-SUCESSOR(WRK-IDX)
              END-IF
           END-PERFORM.

       REGISTRAR-PARCELAS SECTION.
           OPEN INPUT ARQPARC.
           IF ARQPARC-FS EQUAL ZEROS
              PERFORM UNTIL ARQPARC-FS NOT EQUAL ZEROS
                 READ ARQPARC NEXT RECORD
                 IF ARQPARC-FS EQUAL ZEROS
                    AND PARC-PAGA EQUAL "S"
                    AND PARC-DATA-PAGAMENTO EQUAL WRK-DATA-ALVO
                    MOVE "R"           TO WRK-ORIGEM
                    MOVE "C"           TO WRK-DC
                    MOVE PARC-DATA-PAGAMENTO TO WRK-DATA-MOV
                    MOVE PARC-VALOR    TO WRK-VALOR
                    PERFORM BUSCAR-TOTAL-PAGO
                    MOVE SPACES        TO WRK-DOCUMENTO WRK-HISTORICO
                    STRING "PARC "     DELIMITED BY SIZE
                           PARC-NUMERO DELIMITED BY SIZE
                           "/"         DELIMITED BY SIZE
                           PARC-SEQ    DELIMITED BY SIZE
                      INTO WRK-DOCUMENTO
                    END-STRING
                    STRING "PARCELA RECEBIDA "  DELIMITED BY SIZE
                           PARC-NUMERO          DELIMITED BY SIZE
                           "/"                  DELIMITED BY SIZE
                           PARC-SEQ             DELIMITED BY SIZE
                      INTO WRK-HISTORICO
                    END-STRING
                    PERFORM GRAVAR-LANCAMENTO
                 END-IF
              END-PERFORM
              CLOSE ARQPARC
           END-IF.
           MOVE ZEROS TO ARQPARC-FS.

      *    PARCELA PAGA EM ATRASO ENTROU NA CONTA COM OS ENCARGOS - O
      *    DIARIO DE PAGAMENTOS TEM O TOTAL; BAIXA SEM LINHA NO DIARIO
      *    (ANTERIOR A ELE) FICA PELO VALOR DA PARCELA
       BUSCAR-TOTAL-PAGO SECTION.
           OPEN INPUT ARQPPG.
           IF ARQPPG-FS EQUAL ZEROS
              PERFORM UNTIL ARQPPG-FS NOT EQUAL ZEROS
                 READ ARQPPG
                 IF ARQPPG-FS EQUAL ZEROS
                    AND PPG-NUMERO EQUAL PARC-NUMERO
                    AND PPG-SEQ EQUAL PARC-SEQ
                    AND PPG-DATA-PAGAMENTO EQUAL PARC-DATA-PAGAMENTO
                    MOVE PPG-TOTAL-PAGO TO WRK-VALOR
                 END-IF
              END-PERFORM
              CLOSE ARQPPG
           END-IF.
           MOVE ZEROS TO ARQPPG-FS.

       GRAVAR-LANCAMENTO SECTION.
           ADD 1 TO WRK-NUMERO.
           INITIALIZE BCO-REGISTRO.
           MOVE WRK-NUMERO      TO BCO-NUMERO.
           MOVE WRK-DATA-MOV    TO BCO-DATA.
           MOVE WRK-ORIGEM      TO BCO-ORIGEM.
           MOVE WRK-DC          TO BCO-DC.
           MOVE WRK-VALOR       TO BCO-VALOR.
           MOVE WRK-DOCUMENTO   TO BCO-DOCUMENTO.
           MOVE WRK-HISTORICO   TO BCO-HISTORICO.
           MOVE WRK-DATA-ALVO   TO BCO-DATA-LANC.
           MOVE "BATCH"         TO BCO-OPERADOR.
           MOVE "N"             TO BCO-CONCILIADO.
           WRITE BCO-REGISTRO.
           IF ARQBANCO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO GRAVACAO ARQBANCO.DAT STATUS " ARQBANCO-FS
                      " LANCAMENTO " WRK-NUMERO
              MOVE 4 TO RETURN-CODE
           ELSE
              ADD 1 TO WRK-TOT-LANCADOS
              IF WRK-DC EQUAL "C"
                 ADD WRK-VALOR TO WRK-TOT-CREDITOS
              ELSE
                 ADD WRK-VALOR TO WRK-TOT-DEBITOS
              END-IF
           END-IF.
