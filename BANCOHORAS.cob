       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOHORAS.
      *---------------------------------------------------------------
      * Razao do banco de horas (ARQBHORAS.DAT) - todo movimento
      * passa por aqui, para a compensacao ficar num lugar so.
      * LNK-BH-ACAO:
      *   "L" lanca um movimento (LNK-BH-HORAS positivo = credito,
      *       negativo = debito), compensando primeiro o que esta
      *       aberto do sinal contrario, do mais antigo para o mais
      *       novo. Credito/debito de folha ("C"/"D") ja lancado no
      *       mesmo mes volta "J" e nao lanca de novo
      *   "V" vence os creditos abertos com data anterior ao corte
      *       do acordo (meses de validade no BANCOHORASPARM.TXT,
      *       criado com 6) e devolve as horas a pagar na folha do
      *       mes LNK-BH-REF - rodada repetida da folha devolve de
      *       novo o que ja foi vencido nela
      *   "S" devolve o saldo aberto
      *   "Z" zera o saldo na rescisao e devolve quanto era
      *   "E" imprime o extrato do funcionario no spool
      * LNK-BH-SALDO volta sempre com o saldo depois da acao
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQBHORAS ASSIGN TO "DADOS/ARQBHORAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQBHORAS-FS
           RECORD KEY IS BHR-CHAVE.

           SELECT ARQBHPARM ASSIGN TO "DADOS/BANCOHORASPARM.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQBHPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQBHORAS.
       COPY "#BHORAS".

      *    MESES DE VALIDADE DO CREDITO PELO ACORDO COLETIVO
       FD ARQBHPARM
           RECORDING MODE IS F.
       01 BHPARM-REGISTRO.
           05 BHPARM-MESES-VALIDADE PIC 9(02).

       WORKING-STORAGE    SECTION.
       01 ARQBHORAS-FS       PIC 9(02) VALUES ZEROS.
       01 ARQBHPARM-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-MESES-VALIDADE PIC 9(02) VALUES 06.
       01 WRK-MESES-CORTE    PIC 9(06) VALUES ZEROS.
       01 WRK-ANO-CORTE      PIC 9(04) VALUES ZEROS.
       01 WRK-MES-CORTE      PIC 9(02) VALUES ZEROS.
       01 WRK-DATA-CORTE     PIC 9(08) VALUES ZEROS.
       01 WRK-REF            PIC 9(06) VALUES ZEROS.
       01 WRK-REF-R REDEFINES WRK-REF.
           05 WRK-REF-ANO    PIC 9(04).
           05 WRK-REF-MES    PIC 9(02).

       01 WRK-RESTANTE       PIC S9(04)V99 VALUES ZEROS.
       01 WRK-SOMA           PIC S9(05)V99 VALUES ZEROS.
       01 WRK-VENCIDAS-NOVAS PIC 9(04)V99 VALUES ZEROS.
       01 WRK-VENCIDAS-ANTES PIC 9(04)V99 VALUES ZEROS.
       01 WRK-PROX-SEQ       PIC 9(03) VALUES ZEROS.
       01 WRK-JA-LANCADO     PIC X(01) VALUES "N".
       01 WRK-FIM-FUNC       PIC X(01) VALUES "N".

       01 WRK-HORAS-ED       PIC -ZZZ9,99.
       01 WRK-ABERTO-ED      PIC -ZZZ9,99.
       01 WRK-SALDO-ED       PIC -ZZZZ9,99.
       01 WRK-TIPO-DESC      PIC X(16) VALUES SPACES.

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "BANCOHORAS".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE            SECTION.
       01 LNK-BANCOHORAS.
           05 LNK-BH-ACAO            PIC X(01).
           05 LNK-BH-FUNC-ID         PIC 9(04).
           05 LNK-BH-NOME            PIC X(20).
           05 LNK-BH-DATA            PIC 9(08).
           05 LNK-BH-TIPO            PIC X(01).
           05 LNK-BH-HORAS           PIC S9(04)V99.
           05 LNK-BH-REF             PIC 9(06).
           05 LNK-BH-OPERADOR        PIC X(10).
           05 LNK-BH-VENCIDAS        PIC 9(04)V99.
           05 LNK-BH-SALDO           PIC S9(05)V99.
           05 LNK-BH-RESULTADO       PIC X(01).

       PROCEDURE DIVISION USING LNK-BANCOHORAS.
           MOVE "N"   TO LNK-BH-RESULTADO.
           MOVE ZEROS TO LNK-BH-VENCIDAS.
           OPEN I-O ARQBHORAS.
           IF ARQBHORAS-FS EQUAL 35
              OPEN OUTPUT ARQBHORAS
              CLOSE ARQBHORAS
              OPEN I-O ARQBHORAS
           END-IF.
           IF ARQBHORAS-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQBHORAS.DAT STATUS "
                       ARQBHORAS-FS
              GOBACK
           END-IF.
           EVALUATE LNK-BH-ACAO
              WHEN "L"
                 PERFORM LANCAR-MOVIMENTO
              WHEN "V"
                 PERFORM VENCER-CREDITOS
              WHEN "Z"
                 PERFORM ZERAR-SALDO
              WHEN "E"
                 PERFORM IMPRIMIR-EXTRATO
              WHEN "S"
                 MOVE "S" TO LNK-BH-RESULTADO
           END-EVALUATE.
           PERFORM APURAR-SALDO.
           CLOSE ARQBHORAS.
           GOBACK.

      *    POSICIONA NO PRIMEIRO MOVIMENTO DO FUNCIONARIO; CADA
      *    LEITURA SEGUINTE E FEITA POR LER-PROXIMO
       POSICIONAR-FUNC SECTION.
           MOVE "N"            TO WRK-FIM-FUNC.
           MOVE LNK-BH-FUNC-ID TO BHR-FUNC-ID.
           MOVE ZEROS          TO BHR-DATA BHR-SEQ.
           START ARQBHORAS KEY IS GREATER OR EQUAL BHR-CHAVE.
           IF ARQBHORAS-FS NOT EQUAL ZEROS
              MOVE "S" TO WRK-FIM-FUNC
           END-IF.
           MOVE ZEROS TO ARQBHORAS-FS.

       LER-PROXIMO SECTION.
           READ ARQBHORAS NEXT RECORD.
           IF ARQBHORAS-FS NOT EQUAL ZEROS
              MOVE "S" TO WRK-FIM-FUNC
           ELSE
              IF BHR-FUNC-ID NOT EQUAL LNK-BH-FUNC-ID
                 MOVE "S" TO WRK-FIM-FUNC
              END-IF
           END-IF.
           MOVE ZEROS TO ARQBHORAS-FS.

       APURAR-SALDO SECTION.
           MOVE ZEROS TO LNK-BH-SALDO.
           PERFORM POSICIONAR-FUNC.
           PERFORM UNTIL WRK-FIM-FUNC EQUAL "S"
              PERFORM LER-PROXIMO
              IF WRK-FIM-FUNC NOT EQUAL "S"
                 ADD BHR-ABERTO TO LNK-BH-SALDO
              END-IF
           END-PERFORM.

      *    PRIMEIRA PASSADA: JA LANCADO NO MES E PROXIMA SEQUENCIA DA
      *    DATA; SEGUNDA: COMPENSACAO DO MAIS ANTIGO PARA O MAIS NOVO
       LANCAR-MOVIMENTO SECTION.
           MOVE "N"   TO WRK-JA-LANCADO.
           MOVE ZEROS TO WRK-PROX-SEQ.
           PERFORM POSICIONAR-FUNC.
           PERFORM UNTIL WRK-FIM-FUNC EQUAL "S"
              PERFORM LER-PROXIMO
              IF WRK-FIM-FUNC NOT EQUAL "S"
                 IF BHR-DATA EQUAL LNK-BH-DATA
                    AND BHR-SEQ NOT LESS WRK-PROX-SEQ
                    COMPUTE WRK-PROX-SEQ = BHR-SEQ + 1
                 END-IF
                 IF (LNK-BH-TIPO EQUAL "C" OR LNK-BH-TIPO EQUAL "D")
                    AND (BHR-TIPO EQUAL "C" OR BHR-TIPO EQUAL "D")
                    AND BHR-REF EQUAL LNK-BH-REF
                    MOVE "S" TO WRK-JA-LANCADO
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-JA-LANCADO EQUAL "S"
              MOVE "J" TO LNK-BH-RESULTADO
           ELSE
              MOVE LNK-BH-HORAS TO WRK-RESTANTE
              PERFORM POSICIONAR-FUNC
              PERFORM UNTIL WRK-FIM-FUNC EQUAL "S"
                         OR WRK-RESTANTE EQUAL ZEROS
                 PERFORM LER-PROXIMO
                 IF WRK-FIM-FUNC NOT EQUAL "S"
                    PERFORM COMPENSAR-ABERTO
                 END-IF
              END-PERFORM
              MOVE LNK-BH-FUNC-ID  TO BHR-FUNC-ID
              MOVE LNK-BH-DATA     TO BHR-DATA
              MOVE WRK-PROX-SEQ    TO BHR-SEQ
              MOVE LNK-BH-TIPO     TO BHR-TIPO
              MOVE LNK-BH-HORAS    TO BHR-HORAS
              MOVE WRK-RESTANTE    TO BHR-ABERTO
              MOVE LNK-BH-REF      TO BHR-REF
              MOVE LNK-BH-OPERADOR TO BHR-OPERADOR
              WRITE BHR-REGISTRO
              IF ARQBHORAS-FS EQUAL ZEROS
                 MOVE "S" TO LNK-BH-RESULTADO
              END-IF
              MOVE ZEROS TO ARQBHORAS-FS
           END-IF.

      *    SO COMPENSA ABERTO DE SINAL CONTRARIO AO DO LANCAMENTO
       COMPENSAR-ABERTO SECTION.
           IF (WRK-RESTANTE GREATER ZEROS AND BHR-ABERTO LESS ZEROS)
              OR (WRK-RESTANTE LESS ZEROS
                  AND BHR-ABERTO GREATER ZEROS)
              COMPUTE WRK-SOMA = BHR-ABERTO + WRK-RESTANTE
              IF (WRK-RESTANTE GREATER ZEROS
                  AND WRK-SOMA NOT LESS ZEROS)
                 OR (WRK-RESTANTE LESS ZEROS
                  AND WRK-SOMA NOT GREATER ZEROS)
                 MOVE WRK-SOMA TO WRK-RESTANTE
                 MOVE ZEROS    TO BHR-ABERTO
              ELSE
                 MOVE WRK-SOMA TO BHR-ABERTO
                 MOVE ZEROS    TO WRK-RESTANTE
              END-IF
              REWRITE BHR-REGISTRO
              MOVE ZEROS TO ARQBHORAS-FS
           END-IF.

      *    CORTE = PRIMEIRO DIA DO MES (REF - VALIDADE + 1): COM 6
      *    MESES, O CREDITO DE JANEIRO E PAGO NA FOLHA DE JULHO. SALDO
      *    NEGATIVO NAO VENCE - SEGUE ABERTO ATE SER COMPENSADO OU
      *    ACERTADO NA RESCISAO
       VENCER-CREDITOS SECTION.
           PERFORM CALCULAR-CORTE.
           MOVE ZEROS TO WRK-VENCIDAS-NOVAS WRK-VENCIDAS-ANTES.
           MOVE ZEROS TO WRK-PROX-SEQ.
           PERFORM POSICIONAR-FUNC.
           PERFORM UNTIL WRK-FIM-FUNC EQUAL "S"
              PERFORM LER-PROXIMO
              IF WRK-FIM-FUNC NOT EQUAL "S"
                 IF BHR-DATA EQUAL LNK-BH-DATA
                    AND BHR-SEQ NOT LESS WRK-PROX-SEQ
                    COMPUTE WRK-PROX-SEQ = BHR-SEQ + 1
                 END-IF
                 IF BHR-TIPO EQUAL "P"
                    AND BHR-REF EQUAL LNK-BH-REF
                    SUBTRACT BHR-HORAS FROM WRK-VENCIDAS-ANTES
                 END-IF
                 IF BHR-ABERTO GREATER ZEROS
                    AND BHR-DATA LESS WRK-DATA-CORTE
                    ADD BHR-ABERTO TO WRK-VENCIDAS-NOVAS
                    MOVE ZEROS TO BHR-ABERTO
                    REWRITE BHR-REGISTRO
                    MOVE ZEROS TO ARQBHORAS-FS
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-VENCIDAS-NOVAS GREATER ZEROS
              MOVE LNK-BH-FUNC-ID  TO BHR-FUNC-ID
              MOVE LNK-BH-DATA     TO BHR-DATA
              MOVE WRK-PROX-SEQ    TO BHR-SEQ
              MOVE "P"             TO BHR-TIPO
              COMPUTE BHR-HORAS = ZEROS - WRK-VENCIDAS-NOVAS
              MOVE ZEROS           TO BHR-ABERTO
              MOVE LNK-BH-REF      TO BHR-REF
              MOVE LNK-BH-OPERADOR TO BHR-OPERADOR
              WRITE BHR-REGISTRO
              MOVE ZEROS TO ARQBHORAS-FS
           END-IF.
           COMPUTE LNK-BH-VENCIDAS =
                   WRK-VENCIDAS-NOVAS + WRK-VENCIDAS-ANTES.
           MOVE "S" TO LNK-BH-RESULTADO.

       CALCULAR-CORTE SECTION.
           OPEN INPUT ARQBHPARM.
           IF ARQBHPARM-FS NOT EQUAL ZEROS
              OPEN OUTPUT ARQBHPARM
              MOVE 06 TO BHPARM-MESES-VALIDADE
              WRITE BHPARM-REGISTRO
              CLOSE ARQBHPARM
              DISPLAY "BANCOHORASPARM.TXT CRIADO COM VALIDADE DE 6"
                      " MESES"
              OPEN INPUT ARQBHPARM
           END-IF.
           READ ARQBHPARM.
           IF ARQBHPARM-FS EQUAL ZEROS
              AND BHPARM-MESES-VALIDADE NUMERIC
              AND BHPARM-MESES-VALIDADE GREATER ZEROS
              MOVE BHPARM-MESES-VALIDADE TO WRK-MESES-VALIDADE
           END-IF.
           CLOSE ARQBHPARM.
           MOVE ZEROS TO ARQBHPARM-FS.
           MOVE LNK-BH-REF TO WRK-REF.
           COMPUTE WRK-MESES-CORTE =
                   WRK-REF-ANO * 12 + WRK-REF-MES - 1
                   - WRK-MESES-VALIDADE + 1.
           COMPUTE WRK-ANO-CORTE = WRK-MESES-CORTE / 12.
           COMPUTE WRK-MES-CORTE =
                   WRK-MESES-CORTE - WRK-ANO-CORTE * 12 + 1.
           COMPUTE WRK-DATA-CORTE =
                   WRK-ANO-CORTE * 10000 + WRK-MES-CORTE * 100 + 1.

      *    RESCISAO: TODO O ABERTO (CREDITO E DEBITO) SAI DO BANCO
      *    NUM MOVIMENTO "R" DE SINAL CONTRARIO AO SALDO
       ZERAR-SALDO SECTION.
           MOVE ZEROS TO WRK-SOMA WRK-PROX-SEQ.
           PERFORM POSICIONAR-FUNC.
           PERFORM UNTIL WRK-FIM-FUNC EQUAL "S"
              PERFORM LER-PROXIMO
              IF WRK-FIM-FUNC NOT EQUAL "S"
                 IF BHR-DATA EQUAL LNK-BH-DATA
                    AND BHR-SEQ NOT LESS WRK-PROX-SEQ
                    COMPUTE WRK-PROX-SEQ = BHR-SEQ + 1
                 END-IF
                 IF BHR-ABERTO NOT EQUAL ZEROS
                    ADD BHR-ABERTO TO WRK-SOMA
                    MOVE ZEROS TO BHR-ABERTO
                    REWRITE BHR-REGISTRO
                    MOVE ZEROS TO ARQBHORAS-FS
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-SOMA NOT EQUAL ZEROS
              MOVE LNK-BH-FUNC-ID  TO BHR-FUNC-ID
              MOVE LNK-BH-DATA     TO BHR-DATA
              MOVE WRK-PROX-SEQ    TO BHR-SEQ
              MOVE "R"             TO BHR-TIPO
              COMPUTE BHR-HORAS = ZEROS - WRK-SOMA
              MOVE ZEROS           TO BHR-ABERTO
              MOVE ZEROS           TO BHR-REF
              MOVE LNK-BH-OPERADOR TO BHR-OPERADOR
              WRITE BHR-REGISTRO
              MOVE ZEROS TO ARQBHORAS-FS
           END-IF.
           MOVE WRK-SOMA TO LNK-BH-HORAS.
           MOVE "S" TO LNK-BH-RESULTADO.

      *    EXTRATO DO MES: MOVIMENTOS DENTRO DA VALIDADE DO ACORDO E
      *    O QUE AINDA ESTA ABERTO DE ANTES, COM O SALDO NO FIM
       IMPRIMIR-EXTRATO SECTION.
           PERFORM CALCULAR-CORTE.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "BCO HORAS "   DELIMITED BY SIZE
                  LNK-BH-FUNC-ID DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  LNK-BH-REF     DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE LNK-BH-OPERADOR TO WRK-SPL-OPERADOR.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "EXTRATO DO BANCO DE HORAS - REFERENCIA "
                                  DELIMITED BY SIZE
                  LNK-BH-REF     DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FUNCIONARIO "  DELIMITED BY SIZE
                  LNK-BH-FUNC-ID  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  LNK-BH-NOME     DELIMITED BY SIZE
                  " VALIDADE "    DELIMITED BY SIZE
                  WRK-MESES-VALIDADE DELIMITED BY SIZE
                  " MESES"        DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "DATA     MOVIMENTO          HORAS    EM ABERTO"
             TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM POSICIONAR-FUNC.
           PERFORM UNTIL WRK-FIM-FUNC EQUAL "S"
              PERFORM LER-PROXIMO
              IF WRK-FIM-FUNC NOT EQUAL "S"
                 IF BHR-DATA NOT LESS WRK-DATA-CORTE
                    OR BHR-ABERTO NOT EQUAL ZEROS
                    PERFORM IMPRIMIR-MOVIMENTO
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM APURAR-SALDO.
           MOVE LNK-BH-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "SALDO EM HORAS: " DELIMITED BY SIZE
                  WRK-SALDO-ED       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "S" TO LNK-BH-RESULTADO.

       IMPRIMIR-MOVIMENTO SECTION.
           EVALUATE BHR-TIPO
              WHEN "C"
                 MOVE "CREDITO DO MES"   TO WRK-TIPO-DESC
              WHEN "D"
                 MOVE "DEBITO DO MES"    TO WRK-TIPO-DESC
              WHEN "F"
                 MOVE "FOLGA"            TO WRK-TIPO-DESC
              WHEN "P"
                 MOVE "PAGO EM FOLHA"    TO WRK-TIPO-DESC
              WHEN "R"
                 MOVE "ACERTO RESCISAO"  TO WRK-TIPO-DESC
              WHEN OTHER
                 MOVE "AJUSTE"           TO WRK-TIPO-DESC
           END-EVALUATE.
           MOVE BHR-HORAS  TO WRK-HORAS-ED.
           MOVE BHR-ABERTO TO WRK-ABERTO-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING BHR-DATA      DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-TIPO-DESC DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-HORAS-ED  DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  WRK-ABERTO-ED DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
