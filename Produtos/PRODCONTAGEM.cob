      *QUANTIDADES CONTADAS; IMPRIME O RELATORIO DE DIVERGENCIA
      *CONTADO X LIVRO MARCANDO OS ITENS PARA RECONTAGEM; E, COM
      *CONFIRMACAO DO SUPERVISOR, EFETIVA CADA DIVERGENCIA COMO UM
      *MOVIMENTO "A" NO ARQPRODMOV COM O NUMERO DA FOLHA NO MOTIVO.
      *A FOLHA PODE SER POR LOTE: PRODUTO COM LOTE (ARQPRODLOTE.DAT)
      *SAI COM UMA LINHA POR LOTE COM SALDO, MAIS UMA PARA O RESTO DO
      *MESTRE FORA DOS LOTES; NA EFETIVACAO O LOTE RECEBE O CONTADO
      *(PRODLOTE) E A DIFERENCA CAI NO MESTRE E NO DEPOSITO DO LOTE.
      *NA DIGITACAO O CONTADOR CONFIRMA O PRODUTO DE CADA LINHA PELO
      *CODIGO INTERNO OU PELO CODIGO DE BARRAS (PRODEAN) ANTES DE
      *INFORMAR A QUANTIDADE - PRODUTO TROCADO NAO ENTRA NA FOLHA
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
           FILE STATUS IS ARQLOCAL-FS
           RECORD KEY IS LOCAL-CHAVE.

           SELECT ARQLOTE ASSIGN TO "DADOS/ARQPRODLOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLOTE-FS
           RECORD KEY IS LOTE-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROD.
       FD ARQLOCAL.
       COPY "#PROD-LOCAL".

       FD ARQLOTE.
       COPY "#PROD-LOTE".

       WORKING-STORAGE    SECTION.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCONTAGEM-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCONTCTRL-FS     PIC 9(02) VALUES ZEROS.
       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQLOCAL-FS        PIC 9(02) VALUES ZEROS.
       01 ARQLOTE-FS         PIC 9(02) VALUES ZEROS.
       01 WRK-DELTA-LOCAL    PIC S9(07) VALUES ZEROS.
       01 WRK-SALDO-LOCAL    PIC S9(07) VALUES ZEROS.
       01 WRK-ESTOQUE-ANTES  PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-EFETIVADOS PIC 9(03) VALUES ZEROS.
       01 WRK-FIM-FOLHA      PIC X(01) VALUES "N".

      *----------CONTAGEM POR LOTE
       01 WRK-POR-LOTE       PIC X(01) VALUES "N".
       01 WRK-FIM-LOTES      PIC X(01) VALUES "N".
       01 WRK-LINHAS-LOTE    PIC 9(03) VALUES ZEROS.
       01 WRK-SOMA-LOTES     PIC 9(07) VALUES ZEROS.
       01 WRK-RESTO          PIC S9(07) VALUES ZEROS.
       01 WRK-NOVO-ESTOQUE   PIC S9(07) VALUES ZEROS.
       01 WRK-DEP-AJUSTE     PIC X(03) VALUES "LOJ".
       01 WRK-LOTE.
           05 WRK-LOT-ACAO          PIC X(01) VALUE "A".
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

      *----------CONFERENCIA DO PRODUTO NA DIGITACAO (PRODEAN)
       01 WRK-EAN.
           05 WRK-EAN-ACAO          PIC X(01) VALUE "R".
           05 WRK-EAN-ENTRADA       PIC X(14) VALUE SPACES.
           05 WRK-EAN-PRODUTO       PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-RETORNO       PIC X(01) VALUE SPACE.
           05 WRK-EAN-DONO          PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-QTD           PIC 9(02) VALUE ZEROS.
           05 WRK-EAN-LISTA         PIC 9(14) OCCURS 10 TIMES.

      *----------ENTRADA NO SPOOL (FOLHA DE CONTAGEM / DIVERGENCIA)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
       GERAR-FOLHA SECTION.
           DISPLAY "CATEGORIA (VAZIO = TODAS): ".
           ACCEPT WRK-CATEGORIA.
           DISPLAY "CONTAR POR LOTE OS PRODUTOS COM LOTE (S/N)? ".
           ACCEPT WRK-POR-LOTE.
           IF WRK-POR-LOTE EQUAL "S"
              OPEN INPUT ARQLOTE
              IF ARQLOTE-FS NOT EQUAL ZEROS
                 DISPLAY "SEM ARQPRODLOTE.DAT - FOLHA POR PRODUTO"
                 MOVE "N" TO WRK-POR-LOTE
              END-IF
           END-IF.
           PERFORM PROXIMA-FOLHA.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "FOLHA CONTAGEM " DELIMITED BY SIZE
              IF ARQPROD-FS EQUAL ZEROS
                 IF WRK-CATEGORIA EQUAL SPACES
                    OR ARQPROD-CATEGORIA EQUAL WRK-CATEGORIA
                    IF WRK-POR-LOTE EQUAL "S"
                       PERFORM GRAVAR-LOTES-FOLHA
                    ELSE
                       PERFORM GRAVAR-ITEM-FOLHA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPROD-FS.
           IF WRK-POR-LOTE EQUAL "S"
              CLOSE ARQLOTE
              MOVE ZEROS TO ARQLOTE-FS
           END-IF.
           DISPLAY "FOLHA " WRK-FOLHA " GERADA COM "
                    WRK-TOT-ITENS " ITEM(NS) - IMPRESSA NO SPOOL".

           MOVE "N"              TO CONT-CONTADO.
           MOVE "N"              TO CONT-RECONTAR.
           MOVE "N"              TO CONT-EFETIVADO.
           MOVE SPACES           TO CONT-POR-LOTE CONT-DEPOSITO
                                    CONT-LOTE.
           MOVE ZEROS            TO CONT-VALIDADE.
           WRITE CONT-REGISTRO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-SEQ            DELIMITED BY SIZE
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    UMA LINHA POR LOTE COM SALDO (EM QUALQUER DEPOSITO) E UMA
      *    PARA O QUE O MESTRE TEM ALEM DA SOMA DOS LOTES; PRODUTO SEM
      *    LOTE COM SALDO SAI NA LINHA DO PRODUTO INTEIRO
       GRAVAR-LOTES-FOLHA SECTION.
           MOVE ZEROS          TO WRK-LINHAS-LOTE WRK-SOMA-LOTES.
           MOVE "N"            TO WRK-FIM-LOTES.
           MOVE ARQPROD-CODIGO TO LOTE-CODIGO.
           MOVE LOW-VALUES     TO LOTE-DEPOSITO LOTE-NUMERO.
           MOVE ZEROS          TO LOTE-VALIDADE.
           START ARQLOTE KEY IS GREATER OR EQUAL LOTE-CHAVE.
           PERFORM UNTIL ARQLOTE-FS NOT EQUAL ZEROS
                      OR WRK-FIM-LOTES EQUAL "S"
              READ ARQLOTE NEXT RECORD
              IF ARQLOTE-FS EQUAL ZEROS
                 IF LOTE-CODIGO NOT EQUAL ARQPROD-CODIGO
                    MOVE "S" TO WRK-FIM-LOTES
                 ELSE
                    IF LOTE-SALDO GREATER ZEROS
                       ADD 1 TO WRK-LINHAS-LOTE
                       ADD LOTE-SALDO TO WRK-SOMA-LOTES
                       MOVE "L"           TO CONT-POR-LOTE
                       MOVE LOTE-DEPOSITO TO CONT-DEPOSITO
                       MOVE LOTE-NUMERO   TO CONT-LOTE
                       MOVE LOTE-VALIDADE TO CONT-VALIDADE
                       MOVE LOTE-SALDO    TO CONT-QTD-LIVRO
                       PERFORM GRAVAR-LINHA-LOTE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQLOTE-FS.
           IF WRK-LINHAS-LOTE EQUAL ZEROS
              PERFORM GRAVAR-ITEM-FOLHA
           ELSE
              COMPUTE WRK-RESTO = ARQPROD-ESTOQUE - WRK-SOMA-LOTES
              IF WRK-RESTO GREATER ZERO
                 MOVE "R"        TO CONT-POR-LOTE
                 MOVE "LOJ"      TO CONT-DEPOSITO
                 MOVE "SEM LOTE" TO CONT-LOTE
                 MOVE ZEROS      TO CONT-VALIDADE
                 MOVE WRK-RESTO  TO CONT-QTD-LIVRO
                 PERFORM GRAVAR-LINHA-LOTE
              END-IF
           END-IF.

       GRAVAR-LINHA-LOTE SECTION.
           ADD 1 TO WRK-SEQ WRK-TOT-ITENS.
           MOVE WRK-FOLHA        TO CONT-FOLHA.
           MOVE WRK-SEQ          TO CONT-SEQ.
           MOVE ARQPROD-CODIGO   TO CONT-CODIGO.
           MOVE ZEROS            TO CONT-QTD-CONTADA.
           MOVE "N"              TO CONT-CONTADO.
           MOVE "N"              TO CONT-RECONTAR.
           MOVE "N"              TO CONT-EFETIVADO.
           WRITE CONT-REGISTRO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-SEQ            DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  ARQPROD-CODIGO     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  ARQPROD-DESCRICAO  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CONT-DEPOSITO      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CONT-LOTE          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CONT-VALIDADE      DELIMITED BY SIZE
                  " CONTADO: ______" DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       PROXIMA-FOLHA SECTION.
           OPEN INPUT ARQCONTCTRL.
           IF ARQCONTCTRL-FS EQUAL 00
           DISPLAY "DIGITACAO DA FOLHA ENCERRADA".

       DIGITAR-ITEM SECTION.
           IF CONT-POR-LOTE EQUAL "L" OR CONT-POR-LOTE EQUAL "R"
              DISPLAY "ITEM " CONT-SEQ " PRODUTO " CONT-CODIGO
                       " " CONT-DEPOSITO " LOTE " CONT-LOTE
           END-IF.
           DISPLAY "ITEM " CONT-SEQ " - CODIGO OU COD. BARRAS DO"
                    " PRODUTO (VAZIO = PULAR): ".
           MOVE SPACES TO WRK-EAN-ENTRADA.
           ACCEPT WRK-EAN-ENTRADA.
           IF WRK-EAN-ENTRADA NOT EQUAL SPACES
              MOVE "R" TO WRK-EAN-ACAO
              CALL "PRODEAN" USING WRK-EAN
              IF WRK-EAN-RETORNO NOT EQUAL "S"
                 OR WRK-EAN-PRODUTO NOT EQUAL CONT-CODIGO
                 DISPLAY "PRODUTO NAO CONFERE COM O ITEM " CONT-SEQ
                         " DA FOLHA - ITEM PULADO"
              ELSE
                 DISPLAY "ITEM " CONT-SEQ " PRODUTO " CONT-CODIGO
                         " - QUANTIDADE CONTADA (999999 = PULAR): "
                 ACCEPT WRK-QTD-DIGITADA
                 IF WRK-QTD-DIGITADA NOT EQUAL 999999
                    MOVE WRK-QTD-DIGITADA TO CONT-QTD-CONTADA
                    MOVE "S" TO CONT-CONTADO
                    MOVE "N" TO CONT-RECONTAR
                    REWRITE CONT-REGISTRO
                 END-IF
              END-IF
           END-IF.

      *    DIVERGENCIA CONTADO X LIVRO - ITEM DIVERGENTE E MARCADO
                  WRK-DIVERGENCIA   DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           IF CONT-POR-LOTE EQUAL "L" OR CONT-POR-LOTE EQUAL "R"
              MOVE CONT-DEPOSITO TO WRK-SPL-LINHA(55:3)
              MOVE CONT-LOTE     TO WRK-SPL-LINHA(59:12)
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
           MOVE "S" TO CONT-RECONTAR.
                       " FORA DO MESTRE - ITEM PULADO"
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              IF CONT-POR-LOTE EQUAL "L" OR CONT-POR-LOTE EQUAL "R"
                 PERFORM EFETIVAR-LOTE
              ELSE
                 PERFORM EFETIVAR-PRODUTO
              END-IF
              MOVE "S" TO CONT-EFETIVADO
              REWRITE CONT-REGISTRO
              ADD 1 TO WRK-TOT-EFETIVADOS
           END-IF.

       EFETIVAR-PRODUTO SECTION.
           MOVE ARQPROD-ESTOQUE   TO WRK-ESTOQUE-ANTES.
           MOVE ARQPROD-CODIGO    TO MOVPROD-CODIGO.
           MOVE "A"               TO MOVPROD-TIPO.
           MOVE CONT-QTD-CONTADA  TO MOVPROD-QUANTIDADE.
           MOVE ARQPROD-ESTOQUE   TO MOVPROD-ESTOQUE-ANTES.
           MOVE CONT-QTD-CONTADA  TO MOVPROD-ESTOQUE-DEPOIS.
           MOVE SPACES            TO MOVPROD-MOTIVO.
           STRING "CONTAGEM FOLHA " DELIMITED BY SIZE
                  WRK-FOLHA         DELIMITED BY SIZE
             INTO MOVPROD-MOTIVO
           END-STRING.
           ACCEPT MOVPROD-DATA FROM DATE YYYYMMDD.
           ACCEPT MOVPROD-HORA FROM TIME.
           MOVE WRK-OPERADOR      TO MOVPROD-OPERADOR.
           MOVE ARQPROD-CUSTO-MEDIO TO MOVPROD-CUSTO-UNIT.
           WRITE MOVPROD-REGISTRO.
           MOVE CONT-QTD-CONTADA  TO ARQPROD-ESTOQUE.
           REWRITE ARQPROD-REGISTRO.
           COMPUTE WRK-DELTA-LOCAL =
                   CONT-QTD-CONTADA - WRK-ESTOQUE-ANTES.
           MOVE "LOJ" TO WRK-DEP-AJUSTE.
           PERFORM ATUALIZAR-SALDO-LOJA.

      *    LINHA DE LOTE: A DIFERENCA CONTADO X LIVRO DO LOTE MEXE NO
      *    MESTRE E NO DEPOSITO DO LOTE (O AJUSTE "A" LEVA A DIFERENCA
      *    NA QUANTIDADE) E O LOTE PASSA A TER O SALDO CONTADO; A
      *    LINHA DO RESTO SEM LOTE SO MEXE NO MESTRE E NA LOJA
       EFETIVAR-LOTE SECTION.
           COMPUTE WRK-DIVERGENCIA =
                   CONT-QTD-CONTADA - CONT-QTD-LIVRO.
           COMPUTE WRK-NOVO-ESTOQUE =
                   ARQPROD-ESTOQUE + WRK-DIVERGENCIA.
           IF WRK-NOVO-ESTOQUE LESS ZERO
              MOVE ZERO TO WRK-NOVO-ESTOQUE
           END-IF.
           MOVE ARQPROD-ESTOQUE   TO WRK-ESTOQUE-ANTES.
           MOVE ARQPROD-CODIGO    TO MOVPROD-CODIGO.
           MOVE "A"               TO MOVPROD-TIPO.
           IF WRK-DIVERGENCIA LESS ZERO
              COMPUTE MOVPROD-QUANTIDADE = 0 - WRK-DIVERGENCIA
           ELSE
              MOVE WRK-DIVERGENCIA TO MOVPROD-QUANTIDADE
           END-IF.
           MOVE ARQPROD-ESTOQUE   TO MOVPROD-ESTOQUE-ANTES.
           MOVE WRK-NOVO-ESTOQUE  TO MOVPROD-ESTOQUE-DEPOIS.
           MOVE SPACES            TO MOVPROD-MOTIVO.
           IF CONT-POR-LOTE EQUAL "L"
              STRING "CONT FL "  DELIMITED BY SIZE
                     WRK-FOLHA   DELIMITED BY SIZE
                     " LOTE "    DELIMITED BY SIZE
                     CONT-LOTE   DELIMITED BY SIZE
                INTO MOVPROD-MOTIVO
              END-STRING
           ELSE
              STRING "CONT FL "  DELIMITED BY SIZE
                     WRK-FOLHA   DELIMITED BY SIZE
                     " SEM LOTE" DELIMITED BY SIZE
                INTO MOVPROD-MOTIVO
              END-STRING
           END-IF.
           ACCEPT MOVPROD-DATA FROM DATE YYYYMMDD.
           ACCEPT MOVPROD-HORA FROM TIME.
           MOVE WRK-OPERADOR      TO MOVPROD-OPERADOR.
           MOVE ARQPROD-CUSTO-MEDIO TO MOVPROD-CUSTO-UNIT.
           WRITE MOVPROD-REGISTRO.
           MOVE WRK-NOVO-ESTOQUE  TO ARQPROD-ESTOQUE.
           REWRITE ARQPROD-REGISTRO.
           MOVE WRK-DIVERGENCIA   TO WRK-DELTA-LOCAL.
           MOVE CONT-DEPOSITO     TO WRK-DEP-AJUSTE.
           PERFORM ATUALIZAR-SALDO-LOJA.
           IF CONT-POR-LOTE EQUAL "L"
              MOVE "A"              TO WRK-LOT-ACAO
              MOVE ARQPROD-CODIGO   TO WRK-LOT-CODIGO
              MOVE CONT-DEPOSITO    TO WRK-LOT-DEPOSITO
              MOVE CONT-LOTE        TO WRK-LOT-NUMERO
              MOVE CONT-VALIDADE    TO WRK-LOT-VALIDADE
              MOVE CONT-QTD-CONTADA TO WRK-LOT-QUANTIDADE
              MOVE MOVPROD-DATA     TO WRK-LOT-DATA
              MOVE MOVPROD-MOTIVO   TO WRK-LOT-ORIGEM
              CALL "PRODLOTE" USING WRK-LOTE
           END-IF.

      *    A QUEBRA POR DEPOSITO ACOMPANHA O MESTRE, COMO NO
      *    PRODMOVTO E NO VENDAENTRADA - O DELTA CAI NA LOJA ("LOJ"),
      *    OU NO DEPOSITO DO LOTE NA CONTAGEM POR LOTE (WRK-DEP-AJUSTE),
      *    SEM DEIXAR O SALDO DO DEPOSITO NEGATIVO
       ATUALIZAR-SALDO-LOJA SECTION.
           OPEN I-O ARQLOCAL.
           END-IF.
           IF ARQLOCAL-FS EQUAL ZEROS
              MOVE ARQPROD-CODIGO TO LOCAL-CODIGO
              MOVE WRK-DEP-AJUSTE TO LOCAL-DEPOSITO
              READ ARQLOCAL
              IF ARQLOCAL-FS EQUAL ZEROS
                 COMPUTE WRK-SALDO-LOCAL =
              ELSE
                 MOVE ZEROS TO ARQLOCAL-FS
                 MOVE ARQPROD-CODIGO TO LOCAL-CODIGO
                 MOVE WRK-DEP-AJUSTE TO LOCAL-DEPOSITO
                 IF WRK-DELTA-LOCAL LESS ZERO
                    MOVE ZEROS TO LOCAL-SALDO
                 ELSE
