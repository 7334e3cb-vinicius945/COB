       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODLOTE.
      *---------------------------------------------------------------
      * Mantem o saldo por lote e validade (ARQPRODLOTE.DAT) de um
      * produto num deposito. Acoes em LNK-LOT-ACAO:
      *   "E" entrada no lote informado (cria o lote se nao existe)
      *   "S" saida pelo vencimento mais proximo (FEFO): primeiro os
      *       lotes ainda na validade em LNK-LOT-DATA, do que vence
      *       antes para o que vence depois; so se faltar, os vencidos
      *       (a quantidade tirada deles volta em LNK-LOT-VENCIDO)
      *   "T" transferencia: sai da origem pelo FEFO e entra no
      *       LNK-LOT-DESTINO com o mesmo lote e validade
      *   "B" baixa do lote informado (vencimento, perda)
      *   "A" ajuste do lote informado para a quantidade contada
      * Devolve em LNK-LOT-PENDENTE o que nao achou saldo de lote para
      * cobrir e em LNK-LOT-CONTROLADO "S" se o produto tem lote no
      * deposito. Quem chama posta o movimento no ARQPRODMOV e mexe no
      * ARQPROD/ARQPRODLOCAL - aqui so a quebra por lote
      * (PEDCOMPRA, PRODMOVTO, VENDAENTRADA, RECEITALOTE,
      * PRODLOTEBAIXA, PRODCONTAGEM)
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQLOTE ASSIGN TO "DADOS/ARQPRODLOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLOTE-FS
           RECORD KEY IS LOTE-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQLOTE.
       COPY "#PROD-LOTE".

       WORKING-STORAGE    SECTION.
       01 ARQLOTE-FS         PIC 9(02) VALUES ZEROS.
       01 WRK-PASSADA        PIC 9(01) VALUES ZERO.
       01 WRK-FIM-LOTES      PIC X(01) VALUES "N".
       01 WRK-TIRAR          PIC 9(06) VALUES ZEROS.
       01 WRK-ENTRAR-DEP     PIC X(03) VALUES SPACES.
       01 WRK-ENTRAR-VALID   PIC 9(08) VALUES ZEROS.
       01 WRK-ENTRAR-NUMERO  PIC X(12) VALUES SPACES.
       01 WRK-ENTRAR-QTD     PIC 9(06) VALUES ZEROS.

      *----------LOTES TIRADOS DA ORIGEM NA TRANSFERENCIA "T"
       01 WRK-QTD-TRANSF     PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-TRANSF.
           05 WRK-TRF-ITEM OCCURS 50 TIMES.
               10 WRK-TRF-VALIDADE   PIC 9(08).
               10 WRK-TRF-NUMERO     PIC X(12).
               10 WRK-TRF-QTD        PIC 9(06).
       01 WRK-TRF-IDX        PIC 9(02) USAGE COMP VALUE ZERO.

       LINKAGE            SECTION.
       01 LNK-LOTE.
           05 LNK-LOT-ACAO          PIC X(01).
           05 LNK-LOT-CODIGO        PIC 9(04).
           05 LNK-LOT-DEPOSITO      PIC X(03).
           05 LNK-LOT-DESTINO       PIC X(03).
           05 LNK-LOT-NUMERO        PIC X(12).
           05 LNK-LOT-VALIDADE      PIC 9(08).
           05 LNK-LOT-QUANTIDADE    PIC 9(06).
      *    DATA DE REFERENCIA: SEPARA VENCIDO DE NA VALIDADE E E A
      *    DATA DE ENTRADA DE UM LOTE NOVO
           05 LNK-LOT-DATA          PIC 9(08).
           05 LNK-LOT-ORIGEM        PIC X(30).
           05 LNK-LOT-CONTROLADO    PIC X(01).
           05 LNK-LOT-PENDENTE      PIC 9(06).
           05 LNK-LOT-VENCIDO       PIC 9(06).

       PROCEDURE DIVISION USING LNK-LOTE.
           MOVE "N"                TO LNK-LOT-CONTROLADO.
           MOVE LNK-LOT-QUANTIDADE TO LNK-LOT-PENDENTE.
           MOVE ZEROS              TO LNK-LOT-VENCIDO.
           OPEN I-O ARQLOTE.
           IF ARQLOTE-FS EQUAL 35
              IF LNK-LOT-ACAO EQUAL "E"
                 OPEN OUTPUT ARQLOTE
                 CLOSE ARQLOTE
                 OPEN I-O ARQLOTE
              END-IF
           END-IF.
           IF ARQLOTE-FS EQUAL ZEROS
              EVALUATE LNK-LOT-ACAO
                 WHEN "E"
                    MOVE LNK-LOT-DEPOSITO   TO WRK-ENTRAR-DEP
                    MOVE LNK-LOT-VALIDADE   TO WRK-ENTRAR-VALID
                    MOVE LNK-LOT-NUMERO     TO WRK-ENTRAR-NUMERO
                    MOVE LNK-LOT-QUANTIDADE TO WRK-ENTRAR-QTD
                    PERFORM ENTRAR-LOTE
                    MOVE ZEROS TO LNK-LOT-PENDENTE
                 WHEN "S"
                    PERFORM SAIR-FEFO
                 WHEN "T"
                    MOVE ZERO TO WRK-QTD-TRANSF
                    PERFORM SAIR-FEFO
                    PERFORM VARYING WRK-TRF-IDX FROM 1 BY 1
                            UNTIL WRK-TRF-IDX GREATER WRK-QTD-TRANSF
                       MOVE LNK-LOT-DESTINO TO WRK-ENTRAR-DEP
                       MOVE WRK-TRF-VALIDADE(WRK-TRF-IDX)
                         TO WRK-ENTRAR-VALID
                       MOVE WRK-TRF-NUMERO(WRK-TRF-IDX)
                         TO WRK-ENTRAR-NUMERO
                       MOVE WRK-TRF-QTD(WRK-TRF-IDX)
                         TO WRK-ENTRAR-QTD
                       PERFORM ENTRAR-LOTE
                    END-PERFORM
                 WHEN "B"
                 WHEN "A"
                    PERFORM ACERTAR-LOTE
                 WHEN OTHER
                    DISPLAY "PRODLOTE - ACAO INVALIDA " LNK-LOT-ACAO
              END-EVALUATE
              CLOSE ARQLOTE
           END-IF.
           MOVE ZEROS TO ARQLOTE-FS.
           GOBACK.

      *    SOMA NO LOTE (DEPOSITO/VALIDADE/NUMERO EM WRK-ENTRAR-*);
      *    LOTE NOVO GUARDA A QUANTIDADE E A DATA DA PRIMEIRA ENTRADA
       ENTRAR-LOTE SECTION.
           MOVE LNK-LOT-CODIGO    TO LOTE-CODIGO.
           MOVE WRK-ENTRAR-DEP    TO LOTE-DEPOSITO.
           MOVE WRK-ENTRAR-VALID  TO LOTE-VALIDADE.
           MOVE WRK-ENTRAR-NUMERO TO LOTE-NUMERO.
           READ ARQLOTE.
           IF ARQLOTE-FS EQUAL ZEROS
              ADD WRK-ENTRAR-QTD TO LOTE-SALDO
              REWRITE LOTE-REGISTRO
           ELSE
              MOVE LNK-LOT-CODIGO    TO LOTE-CODIGO
              MOVE WRK-ENTRAR-DEP    TO LOTE-DEPOSITO
              MOVE WRK-ENTRAR-VALID  TO LOTE-VALIDADE
              MOVE WRK-ENTRAR-NUMERO TO LOTE-NUMERO
              MOVE WRK-ENTRAR-QTD    TO LOTE-SALDO
              MOVE WRK-ENTRAR-QTD    TO LOTE-QTD-ENTRADA
              MOVE LNK-LOT-DATA      TO LOTE-DATA-ENTRADA
              MOVE LNK-LOT-ORIGEM    TO LOTE-ORIGEM
              WRITE LOTE-REGISTRO
           END-IF.
           MOVE ZEROS TO ARQLOTE-FS.

      *    DUAS PASSADAS NA ORDEM DA CHAVE (VALIDADE CRESCENTE): A
      *    PRIMEIRA SO PEGA LOTE NA VALIDADE, A SEGUNDA OS VENCIDOS
       SAIR-FEFO SECTION.
           MOVE 1 TO WRK-PASSADA.
           PERFORM PERCORRER-LOTES.
           IF LNK-LOT-PENDENTE GREATER ZEROS
              MOVE 2 TO WRK-PASSADA
              PERFORM PERCORRER-LOTES
           END-IF.

       PERCORRER-LOTES SECTION.
           MOVE "N"              TO WRK-FIM-LOTES.
           MOVE LNK-LOT-CODIGO   TO LOTE-CODIGO.
           MOVE LNK-LOT-DEPOSITO TO LOTE-DEPOSITO.
           MOVE ZEROS            TO LOTE-VALIDADE.
           MOVE LOW-VALUES       TO LOTE-NUMERO.
           START ARQLOTE KEY IS GREATER OR EQUAL LOTE-CHAVE.
           PERFORM UNTIL ARQLOTE-FS NOT EQUAL ZEROS
                      OR WRK-FIM-LOTES EQUAL "S"
                      OR LNK-LOT-PENDENTE EQUAL ZEROS
              READ ARQLOTE NEXT RECORD
              IF ARQLOTE-FS EQUAL ZEROS
                 IF LOTE-CODIGO NOT EQUAL LNK-LOT-CODIGO
                    OR LOTE-DEPOSITO NOT EQUAL LNK-LOT-DEPOSITO
                    MOVE "S" TO WRK-FIM-LOTES
                 ELSE
                    MOVE "S" TO LNK-LOT-CONTROLADO
                    IF LOTE-SALDO GREATER ZEROS
                       IF (WRK-PASSADA EQUAL 1
                           AND LOTE-VALIDADE NOT LESS LNK-LOT-DATA)
                          OR (WRK-PASSADA EQUAL 2
                           AND LOTE-VALIDADE LESS LNK-LOT-DATA)
                          PERFORM TIRAR-DO-LOTE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQLOTE-FS.

       TIRAR-DO-LOTE SECTION.
           IF LOTE-SALDO LESS LNK-LOT-PENDENTE
              MOVE LOTE-SALDO       TO WRK-TIRAR
           ELSE
              MOVE LNK-LOT-PENDENTE TO WRK-TIRAR
           END-IF.
      *    NA TRANSFERENCIA, SEM LUGAR NA TABELA O RESTO FICA PENDENTE
           IF LNK-LOT-ACAO EQUAL "T"
              AND WRK-QTD-TRANSF NOT LESS 50
              MOVE ZEROS TO WRK-TIRAR
              MOVE "S"   TO WRK-FIM-LOTES
           END-IF.
           IF WRK-TIRAR GREATER ZEROS
              SUBTRACT WRK-TIRAR FROM LOTE-SALDO
              REWRITE LOTE-REGISTRO
              SUBTRACT WRK-TIRAR FROM LNK-LOT-PENDENTE
              IF WRK-PASSADA EQUAL 2
                 ADD WRK-TIRAR TO LNK-LOT-VENCIDO
              END-IF
              IF LNK-LOT-ACAO EQUAL "T"
                 ADD 1 TO WRK-QTD-TRANSF
                 MOVE LOTE-VALIDADE TO WRK-TRF-VALIDADE(WRK-QTD-TRANSF)
                 MOVE LOTE-NUMERO   TO WRK-TRF-NUMERO(WRK-QTD-TRANSF)
                 MOVE WRK-TIRAR     TO WRK-TRF-QTD(WRK-QTD-TRANSF)
              END-IF
           END-IF.

      *    BAIXA ("B") OU AJUSTE ("A") DE UM LOTE DETERMINADO - NA
      *    BAIXA MAIOR QUE O SALDO O LOTE ZERA E O RESTO VOLTA PENDENTE
       ACERTAR-LOTE SECTION.
           MOVE LNK-LOT-CODIGO   TO LOTE-CODIGO.
           MOVE LNK-LOT-DEPOSITO TO LOTE-DEPOSITO.
           MOVE LNK-LOT-VALIDADE TO LOTE-VALIDADE.
           MOVE LNK-LOT-NUMERO   TO LOTE-NUMERO.
           READ ARQLOTE.
           IF ARQLOTE-FS EQUAL ZEROS
              MOVE "S" TO LNK-LOT-CONTROLADO
              IF LNK-LOT-ACAO EQUAL "A"
                 MOVE LNK-LOT-QUANTIDADE TO LOTE-SALDO
                 MOVE ZEROS TO LNK-LOT-PENDENTE
              ELSE
                 IF LOTE-SALDO LESS LNK-LOT-QUANTIDADE
                    SUBTRACT LOTE-SALDO FROM LNK-LOT-PENDENTE
                    MOVE ZEROS TO LOTE-SALDO
                 ELSE
                    SUBTRACT LNK-LOT-QUANTIDADE FROM LOTE-SALDO
                    MOVE ZEROS TO LNK-LOT-PENDENTE
                 END-IF
              END-IF
              REWRITE LOTE-REGISTRO
           END-IF.
           MOVE ZEROS TO ARQLOTE-FS.
