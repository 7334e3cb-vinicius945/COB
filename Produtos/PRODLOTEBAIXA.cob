       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODLOTEBAIXA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: BAIXA DE LOTE VENCIDO - O PERECIVEL QUE PASSOU DA
      *VALIDADE (LISTADO DE MANHA PELO PRODVALIDADE) SAI DO ESTOQUE
      *POR AQUI, E NAO POR AJUSTE SOLTO: LISTA OS LOTES VENCIDOS COM
      *SALDO DO PRODUTO, BAIXA UM OU TODOS NO SALDO POR LOTE
      *(PRODLOTE), NO DEPOSITO (ARQPRODLOCAL) E NO MESTRE, E POSTA UM
      *MOVIMENTO "B" NO ARQPRODMOV COM O LOTE NO MOTIVO, PARA O KARDEX
      *CONTINUAR PROVANDO O SALDO. PERIODO CONTABIL FECHADO RECUSA
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQLOTE ASSIGN TO "DADOS/ARQPRODLOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLOTE-FS
           RECORD KEY IS LOTE-CHAVE.

           SELECT ARQPRODMOV ASSIGN TO "DADOS/ARQPRODMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPRODMOV-FS.

           SELECT ARQLOCAL ASSIGN TO "DADOS/ARQPRODLOCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLOCAL-FS
           RECORD KEY IS LOCAL-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROD.
       COPY "#PROD".

       FD ARQLOTE.
       COPY "#PROD-LOTE".

       FD ARQPRODMOV.
       COPY "#PROD-MOV".

       FD ARQLOCAL.
       COPY "#PROD-LOCAL".

       WORKING-STORAGE    SECTION.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQLOTE-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQLOCAL-FS        PIC 9(02) VALUES ZEROS.
       01 WRK-SALDO-LOCAL    PIC S9(07) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-CODIGO         PIC 9(04) VALUES ZEROS.
       01 WRK-ITEM           PIC 9(02) VALUES ZEROS.
       01 WRK-FIM-LOTES      PIC X(01) VALUES "N".
       01 WRK-ESTOQUE-ANTES  PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-BAIXADA    PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-BAIXADOS   PIC 9(03) VALUES ZEROS.
       01 WRK-ABERTO         PIC X(01) VALUES "N".

      *----------LOTES VENCIDOS COM SALDO DO PRODUTO
       01 WRK-QTD-VENCIDOS   PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-VENCIDOS.
           05 WRK-VNC-ITEM OCCURS 30 TIMES.
               10 WRK-VNC-DEPOSITO   PIC X(03).
               10 WRK-VNC-VALIDADE   PIC 9(08).
               10 WRK-VNC-NUMERO     PIC X(12).
               10 WRK-VNC-SALDO      PIC 9(06).
       01 WRK-VNC-IDX        PIC 9(02) USAGE COMP VALUE ZERO.

      *----------SALDO POR LOTE E VALIDADE (PRODLOTE)
       01 WRK-LOTE.
           05 WRK-LOT-ACAO          PIC X(01) VALUE "B".
           05 WRK-LOT-CODIGO        PIC 9(04) VALUE ZEROS.
           05 WRK-LOT-DEPOSITO      PIC X(03) VALUE SPACES.
           05 WRK-LOT-DESTINO       PIC X(03) VALUE SPACES.
           05 WRK-LOT-NUMERO        PIC X(12) VALUE SPACES.
           05 WRK-LOT-VALIDADE      PIC 9(08) VALUE ZEROS.
           05 WRK-LOT-QUANTIDADE    PIC 9(06) VALUE ZEROS.
           05 WRK-LOT-DATA          PIC 9(08) VALUE ZEROS.
           05 WRK-LOT-ORIGEM        PIC X(30) VALUE SPACES.
           05 WRK-LOT-CONTROLADO    PIC X(01) VALUE SPACE.
           05 WRK-LOT-PENDENTE      PIC 9(06) VALUE ZEROS.
           05 WRK-LOT-VENCIDO       PIC 9(06) VALUE ZEROS.

      *----------PERIODO CONTABIL (MESFECHA)
       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-PER-SITUACAO  PIC X(01) VALUE SPACE.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           DISPLAY "BAIXA DE LOTE VENCIDO".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-PER-DATA.
           CALL "PERIODO" USING WRK-PERIODO.
           IF WRK-PER-SITUACAO EQUAL "F"
              DISPLAY "PERIODO CONTABIL FECHADO - BAIXA RECUSADA"
           ELSE
              PERFORM ABRIR-ARQUIVOS
              IF WRK-ABERTO EQUAL "S"
                 MOVE 9999 TO WRK-CODIGO
                 PERFORM UNTIL WRK-CODIGO EQUAL ZEROS
                    DISPLAY "PRODUTO (0 = SAIR): "
                    ACCEPT WRK-CODIGO
                    IF WRK-CODIGO IS NOT NUMERIC
                       MOVE ZEROS TO WRK-CODIGO
                    END-IF
                    IF WRK-CODIGO NOT EQUAL ZEROS
                       PERFORM BAIXAR-PRODUTO
                    END-IF
                 END-PERFORM
                 PERFORM FINALIZAR
              END-IF
           END-IF.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

       ABRIR-ARQUIVOS SECTION.
           MOVE "N" TO WRK-ABERTO.
           OPEN I-O ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQPROD.DAT STATUS " ARQPROD-FS
           ELSE
              OPEN EXTEND ARQPRODMOV
              IF ARQPRODMOV-FS EQUAL 05
                 OPEN OUTPUT ARQPRODMOV
              END-IF
              MOVE "S" TO WRK-ABERTO
           END-IF.

       BAIXAR-PRODUTO SECTION.
           MOVE WRK-CODIGO TO ARQPROD-CODIGO.
           READ ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "PRODUTO NAO ENCONTRADO"
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              DISPLAY ARQPROD-DESCRICAO " - ESTOQUE " ARQPROD-ESTOQUE
              PERFORM LISTAR-VENCIDOS
              IF WRK-QTD-VENCIDOS EQUAL ZERO
                 DISPLAY "NENHUM LOTE VENCIDO COM SALDO"
              ELSE
                 DISPLAY "ITEM A BAIXAR (0 = TODOS OS LISTADOS): "
                 ACCEPT WRK-ITEM
                 IF WRK-ITEM IS NOT NUMERIC
                    OR WRK-ITEM GREATER WRK-QTD-VENCIDOS
                    DISPLAY "ITEM INVALIDO"
                 ELSE
                    DISPLAY "CONFIRMA A BAIXA POR VENCIMENTO (S/N)? "
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA EQUAL "S"
                       MOVE ZEROS TO WRK-TOT-BAIXADOS
                       PERFORM VARYING WRK-VNC-IDX FROM 1 BY 1
                               UNTIL WRK-VNC-IDX GREATER
                                     WRK-QTD-VENCIDOS
                          IF WRK-ITEM EQUAL ZEROS
                             OR WRK-ITEM EQUAL WRK-VNC-IDX
                             PERFORM BAIXAR-LOTE
                          END-IF
                       END-PERFORM
                       DISPLAY "LOTES BAIXADOS: " WRK-TOT-BAIXADOS
                    ELSE
                       DISPLAY "BAIXA CANCELADA"
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    SO LOTE COM VALIDADE ANTERIOR A HOJE E SALDO ENTRA NA LISTA
      *    - O ARQUIVO E FECHADO ANTES DE CHAMAR O PRODLOTE
       LISTAR-VENCIDOS SECTION.
           MOVE ZERO TO WRK-QTD-VENCIDOS.
           OPEN INPUT ARQLOTE.
           IF ARQLOTE-FS EQUAL ZEROS
              MOVE "N"            TO WRK-FIM-LOTES
              MOVE ARQPROD-CODIGO TO LOTE-CODIGO
              MOVE LOW-VALUES     TO LOTE-DEPOSITO LOTE-NUMERO
              MOVE ZEROS          TO LOTE-VALIDADE
              START ARQLOTE KEY IS GREATER OR EQUAL LOTE-CHAVE
              PERFORM UNTIL ARQLOTE-FS NOT EQUAL ZEROS
                         OR WRK-FIM-LOTES EQUAL "S"
                 READ ARQLOTE NEXT RECORD
                 IF ARQLOTE-FS EQUAL ZEROS
                    IF LOTE-CODIGO NOT EQUAL ARQPROD-CODIGO
                       MOVE "S" TO WRK-FIM-LOTES
                    ELSE
                       IF LOTE-SALDO GREATER ZEROS
                          AND LOTE-VALIDADE LESS WRK-DATA-HOJE
                          AND WRK-QTD-VENCIDOS LESS 30
                          ADD 1 TO WRK-QTD-VENCIDOS
                          MOVE LOTE-DEPOSITO
                            TO WRK-VNC-DEPOSITO(WRK-QTD-VENCIDOS)
                          MOVE LOTE-VALIDADE
                            TO WRK-VNC-VALIDADE(WRK-QTD-VENCIDOS)
                          MOVE LOTE-NUMERO
                            TO WRK-VNC-NUMERO(WRK-QTD-VENCIDOS)
                          MOVE LOTE-SALDO
                            TO WRK-VNC-SALDO(WRK-QTD-VENCIDOS)
                          DISPLAY WRK-QTD-VENCIDOS " " LOTE-DEPOSITO
                                  " LOTE " LOTE-NUMERO
                                  " VALIDADE " LOTE-VALIDADE
                                  " SALDO " LOTE-SALDO
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQLOTE
           END-IF.
           MOVE ZEROS TO ARQLOTE-FS.

      *    O LOTE, O DEPOSITO E O MESTRE BAIXAM JUNTOS E O MOVIMENTO
      *    "B" LEVA O SALDO ANTES/DEPOIS DO MESTRE PARA O KARDEX
       BAIXAR-LOTE SECTION.
           MOVE "B"              TO WRK-LOT-ACAO.
           MOVE ARQPROD-CODIGO   TO WRK-LOT-CODIGO.
           MOVE WRK-VNC-DEPOSITO(WRK-VNC-IDX) TO WRK-LOT-DEPOSITO.
           MOVE WRK-VNC-VALIDADE(WRK-VNC-IDX) TO WRK-LOT-VALIDADE.
           MOVE WRK-VNC-NUMERO(WRK-VNC-IDX)   TO WRK-LOT-NUMERO.
           MOVE WRK-VNC-SALDO(WRK-VNC-IDX)    TO WRK-LOT-QUANTIDADE.
           MOVE WRK-DATA-HOJE    TO WRK-LOT-DATA.
           MOVE SPACES           TO WRK-LOT-ORIGEM.
           STRING "VENCIMENTO LOTE " DELIMITED BY SIZE
                  WRK-LOT-NUMERO     DELIMITED BY SIZE
             INTO WRK-LOT-ORIGEM
           END-STRING.
           CALL "PRODLOTE" USING WRK-LOTE.
           COMPUTE WRK-QTD-BAIXADA =
                   WRK-LOT-QUANTIDADE - WRK-LOT-PENDENTE.
           IF WRK-QTD-BAIXADA GREATER ARQPROD-ESTOQUE
              MOVE ARQPROD-ESTOQUE TO WRK-QTD-BAIXADA
           END-IF.
           IF WRK-QTD-BAIXADA GREATER ZEROS
              MOVE ARQPROD-ESTOQUE   TO WRK-ESTOQUE-ANTES
              SUBTRACT WRK-QTD-BAIXADA FROM ARQPROD-ESTOQUE
              REWRITE ARQPROD-REGISTRO
              MOVE ARQPROD-CODIGO    TO MOVPROD-CODIGO
              MOVE "B"               TO MOVPROD-TIPO
              MOVE WRK-QTD-BAIXADA   TO MOVPROD-QUANTIDADE
              MOVE WRK-ESTOQUE-ANTES TO MOVPROD-ESTOQUE-ANTES
              MOVE ARQPROD-ESTOQUE   TO MOVPROD-ESTOQUE-DEPOIS
              MOVE WRK-LOT-ORIGEM    TO MOVPROD-MOTIVO
              MOVE WRK-DATA-HOJE     TO MOVPROD-DATA
              ACCEPT MOVPROD-HORA FROM TIME
              MOVE WRK-OPERADOR      TO MOVPROD-OPERADOR
              IF ARQPROD-CUSTO-MEDIO IS NUMERIC
                 MOVE ARQPROD-CUSTO-MEDIO TO MOVPROD-CUSTO-UNIT
              ELSE
                 MOVE ZEROS TO MOVPROD-CUSTO-UNIT
              END-IF
              WRITE MOVPROD-REGISTRO
              PERFORM ATUALIZAR-SALDO-DEPOSITO
              ADD 1 TO WRK-TOT-BAIXADOS
              DISPLAY "LOTE " WRK-LOT-NUMERO " BAIXADO - "
                      WRK-QTD-BAIXADA " UNIDADE(S)"
           END-IF.

      *    O DEPOSITO DO LOTE BAIXA A MESMA QUANTIDADE DO MESTRE, SEM
      *    FICAR NEGATIVO
       ATUALIZAR-SALDO-DEPOSITO SECTION.
           OPEN I-O ARQLOCAL.
           IF ARQLOCAL-FS EQUAL ZEROS
              MOVE ARQPROD-CODIGO   TO LOCAL-CODIGO
              MOVE WRK-LOT-DEPOSITO TO LOCAL-DEPOSITO
              READ ARQLOCAL
              IF ARQLOCAL-FS EQUAL ZEROS
                 COMPUTE WRK-SALDO-LOCAL =
                         LOCAL-SALDO - WRK-QTD-BAIXADA
                 IF WRK-SALDO-LOCAL LESS ZERO
                    MOVE ZEROS TO LOCAL-SALDO
                 ELSE
                    MOVE WRK-SALDO-LOCAL TO LOCAL-SALDO
                 END-IF
                 REWRITE LOCAL-REGISTRO
              END-IF
              CLOSE ARQLOCAL
           END-IF.
           MOVE ZEROS TO ARQLOCAL-FS.

       FINALIZAR SECTION.
           CLOSE ARQPROD.
           CLOSE ARQPRODMOV.
