      *MESTRE), CONFERE QUE TODA CATEGORIA EXISTE NO ARQPRODCAT.DAT,
      *QUE O ARQPROD-PRECO (CACHE) BATE COM O PRECO QUE O
      *PRODPRECOVIG RESOLVE PARA HOJE E QUE NENHUM MOVIMENTO APONTA
      *PARA PRODUTO FORA DO MESTRE. NOS CODIGOS DE BARRAS
      *(ARQPRODEAN.DAT) APONTA CODIGO REPETIDO NO INDICE E CODIGO QUE
      *APONTA PARA PRODUTO FORA DO MESTRE. NAS TRANSFERENCIAS ENTRE
      *FILIAIS A SOMA DAS SAIDAS "F" E DAS ENTRADAS "R" DE CADA
      *PRODUTO NO KARDEX PRECISA BATER COM OS DOCUMENTOS
      *(ARQTRANSFITEM.DAT), E O ESTOQUE EM TRANSITO E MOSTRADO JUNTO
      *DO ESTOQUE DO MESTRE. GRAVA O ARQUIVO DE
      *EXCECOES, O VEREDITO LIMPO/SUJO EM VERIFICAPROD_STATUS.DAT E
      *DEVOLVE RC 8 QUANDO SUJO - O BATCHNOTURNO TESTA O VEREDITO
      *ANTES DE DEIXAR O PRODREPOSICAO RODAR EM CIMA DE BASE SUJA
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPRODCAT-FS.

           SELECT ARQEAN ASSIGN TO "DADOS/ARQPRODEAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQEAN-FS
           RECORD KEY IS EAN-CHAVE
           ALTERNATE RECORD KEY IS EAN-PRODUTO
               WITH DUPLICATES.

           SELECT ARQEXCECAO ASSIGN TO
                  "DADOS/VERIFICAPROD_EXCECOES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQEXCECAO-FS.

           SELECT ARQTRANSF ASSIGN TO "DADOS/ARQTRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQTRANSF-FS
           RECORD KEY IS TRF-CHAVE.

           SELECT ARQTRANSFITEM ASSIGN TO "DADOS/ARQTRANSFITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQTRANSFITEM-FS
           RECORD KEY IS TRI-CHAVE.

           SELECT ARQVEREDITO ASSIGN TO
                  "DADOS/VERIFICAPROD_STATUS.DAT"
           ORGANIZATION IS SEQUENTIAL
       FD ARQPRODCAT.
       COPY "#PRODCAT".

       FD ARQEAN.
       COPY "#PROD-EAN".

       FD ARQTRANSF.
       COPY "#PROD-TRANSF".

       FD ARQTRANSFITEM.
       COPY "#PROD-TRANSF-ITEM".

       FD ARQEXCECAO.
       01 ARQEXCECAO-LINHA   PIC X(80).

       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQPRODCAT-FS      PIC 9(02) VALUES ZEROS.
       01 ARQEXCECAO-FS      PIC 9(02) VALUES ZEROS.
       01 ARQEAN-FS          PIC 9(02) VALUES ZEROS.
       01 ARQVEREDITO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQTRANSF-FS       PIC 9(02) VALUES ZEROS.
       01 ARQTRANSFITEM-FS   PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-TOT-EXCECOES   PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-PRODUTOS   PIC 9(05) VALUES ZEROS.
       01 WRK-MOTIVO         PIC X(45) VALUES SPACES.
       01 WRK-EAN-ANTERIOR   PIC 9(14) VALUES ZEROS.
       01 WRK-TOT-BARRAS     PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-ESTOQUE    PIC 9(09) VALUES ZEROS.
       01 WRK-TOT-TRANSITO   PIC 9(09) VALUES ZEROS.
       01 WRK-TOT-COM-TRANSITO PIC 9(09) VALUES ZEROS.
       01 WRK-QTD-DOCUMENTO  PIC 9(06) VALUES ZEROS.

      *----------CATEGORIAS VALIDAS (ARQPRODCAT.DAT)
       01 WRK-QTD-CATEGORIAS PIC 9(02) USAGE COMP VALUE ZERO.
               10 WRK-KDX-CODIGO       PIC 9(04).
               10 WRK-KDX-ULT-DEPOIS   PIC 9(06).
               10 WRK-KDX-CORRENTE-OK  PIC X(01).
      *            SAIDAS "F" / ENTRADAS "R" DO KARDEX MENOS AS
      *            QUANTIDADES DOS DOCUMENTOS - ZERO QUANDO BATEM
               10 WRK-KDX-SAIDA-FILIAL   PIC S9(07).
               10 WRK-KDX-ENTRADA-FILIAL PIC S9(07).
       01 WRK-KDX-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-KDX-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

           PERFORM CARREGAR-CATEGORIAS.
           PERFORM REEXECUTAR-KARDEX.
           PERFORM VERIFICAR-MESTRE.
           PERFORM VERIFICAR-CODIGOS-BARRAS.
           PERFORM CONFERIR-TRANSITO.
           PERFORM GRAVAR-VEREDITO.
           CLOSE ARQEXCECAO.
           DISPLAY "PRODUTOS VERIFICADOS: " WRK-TOT-PRODUTOS.
           DISPLAY "CODIGOS DE BARRAS...: " WRK-TOT-BARRAS.
           DISPLAY "ESTOQUE NO MESTRE...: " WRK-TOT-ESTOQUE.
           DISPLAY "EM TRANSITO FILIAIS.: " WRK-TOT-TRANSITO.
           COMPUTE WRK-TOT-COM-TRANSITO =
                   WRK-TOT-ESTOQUE + WRK-TOT-TRANSITO.
           DISPLAY "ESTOQUE + TRANSITO..: " WRK-TOT-COM-TRANSITO.
           DISPLAY "EXCECOES............: " WRK-TOT-EXCECOES.
           IF WRK-TOT-EXCECOES GREATER ZEROS
              DISPLAY "BASE DE PRODUTOS SUJA - VER EXCECOES"
              MOVE MOVPROD-ESTOQUE-DEPOIS
                TO WRK-KDX-ULT-DEPOIS(WRK-QTD-KARDEX)
              MOVE "S" TO WRK-KDX-CORRENTE-OK(WRK-QTD-KARDEX)
              MOVE ZEROS TO WRK-KDX-SAIDA-FILIAL(WRK-QTD-KARDEX)
                            WRK-KDX-ENTRADA-FILIAL(WRK-QTD-KARDEX)
              MOVE WRK-QTD-KARDEX TO WRK-KDX-ACHADO
           ELSE
              IF WRK-KDX-ACHADO GREATER ZERO
                 IF MOVPROD-ESTOQUE-ANTES NOT EQUAL
                   TO WRK-KDX-ULT-DEPOIS(WRK-KDX-ACHADO)
              END-IF
           END-IF.
           IF WRK-KDX-ACHADO GREATER ZERO
              EVALUATE MOVPROD-TIPO
                 WHEN "F"
                    ADD MOVPROD-QUANTIDADE
                     TO WRK-KDX-SAIDA-FILIAL(WRK-KDX-ACHADO)
                 WHEN "R"
                    ADD MOVPROD-QUANTIDADE
                     TO WRK-KDX-ENTRADA-FILIAL(WRK-KDX-ACHADO)
              END-EVALUATE
           END-IF.

      *    VARRE O MESTRE: CATEGORIA VALIDA, CACHE DE PRECO IGUAL AO
      *    VIGENTE DE HOJE E SALDO IGUAL AO FIM DA CORRENTE DO KARDEX
              READ ARQPROD NEXT RECORD
              IF ARQPROD-FS EQUAL ZEROS
                 ADD 1 TO WRK-TOT-PRODUTOS
                 ADD ARQPROD-ESTOQUE TO WRK-TOT-ESTOQUE
                 PERFORM CONFERIR-PRODUTO
              END-IF
           END-PERFORM.
              END-IF
           END-PERFORM.

      *    LEITURA NA ORDEM DA CHAVE: CODIGO IGUAL AO ANTERIOR E
      *    CODIGO REPETIDO NO INDICE; PRODUTO DONO PRECISA EXISTIR
      *    NO MESTRE. SEM ARQPRODEAN.DAT NAO HA O QUE CONFERIR
       VERIFICAR-CODIGOS-BARRAS SECTION.
           OPEN INPUT ARQEAN.
           IF ARQEAN-FS EQUAL ZEROS
              OPEN INPUT ARQPROD
              MOVE ZEROS TO WRK-EAN-ANTERIOR
              PERFORM UNTIL ARQEAN-FS NOT EQUAL ZEROS
                 READ ARQEAN NEXT RECORD
                 IF ARQEAN-FS EQUAL ZEROS
                    ADD 1 TO WRK-TOT-BARRAS
                    PERFORM CONFERIR-CODIGO-BARRAS
                 END-IF
              END-PERFORM
              CLOSE ARQPROD
              CLOSE ARQEAN
           END-IF.
           MOVE ZEROS TO ARQEAN-FS.

       CONFERIR-CODIGO-BARRAS SECTION.
           IF WRK-TOT-BARRAS GREATER 1
              AND EAN-CODIGO NOT GREATER WRK-EAN-ANTERIOR
              MOVE "CODIGO DE BARRAS DUPLICADO" TO WRK-MOTIVO
              PERFORM GRAVAR-EXCECAO-EAN
           END-IF.
           MOVE EAN-CODIGO TO WRK-EAN-ANTERIOR.
           MOVE EAN-PRODUTO TO ARQPROD-CODIGO.
           READ ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              MOVE "APONTA PARA PRODUTO FORA DO MESTRE" TO WRK-MOTIVO
              PERFORM GRAVAR-EXCECAO-EAN
              MOVE ZEROS TO ARQPROD-FS
           END-IF.

       GRAVAR-EXCECAO-EAN SECTION.
           ADD 1 TO WRK-TOT-EXCECOES.
           MOVE SPACES TO ARQEXCECAO-LINHA.
           STRING "COD. BARRAS " DELIMITED BY SIZE
                  EAN-CODIGO     DELIMITED BY SIZE
                  " PRODUTO "    DELIMITED BY SIZE
                  EAN-PRODUTO    DELIMITED BY SIZE
                  " - "          DELIMITED BY SIZE
                  WRK-MOTIVO     DELIMITED BY SIZE
             INTO ARQEXCECAO-LINHA
           END-STRING.
           WRITE ARQEXCECAO-LINHA.
           DISPLAY ARQEXCECAO-LINHA.

       GRAVAR-EXCECAO-PROD SECTION.
           ADD 1 TO WRK-TOT-EXCECOES.
           MOVE SPACES TO ARQEXCECAO-LINHA.
           WRITE ARQEXCECAO-LINHA.
           DISPLAY ARQEXCECAO-LINHA.

      *    CADA ITEM DE DOCUMENTO DESCONTA DA SOMA DO KARDEX DO
      *    PRODUTO: O ENVIADO NOS DOCUMENTOS QUE SAIRAM DAQUI (SENTIDO
      *    "E") DAS SAIDAS "F", O RECEBIDO NOS QUE CHEGARAM (SENTIDO
      *    "R") DAS ENTRADAS "R". SOBRA DIFERENTE DE ZERO E MOVIMENTO
      *    SEM DOCUMENTO OU DOCUMENTO SEM MOVIMENTO. O ENVIADO DOS
      *    DOCUMENTOS AINDA EM TRANSITO E O ESTOQUE EM TRANSITO
       CONFERIR-TRANSITO SECTION.
           MOVE ZEROS TO WRK-TOT-TRANSITO.
           OPEN INPUT ARQTRANSF.
           OPEN INPUT ARQTRANSFITEM.
           IF ARQTRANSF-FS EQUAL ZEROS
              AND ARQTRANSFITEM-FS EQUAL ZEROS
              MOVE LOW-VALUES TO TRI-CHAVE
              START ARQTRANSFITEM KEY IS GREATER OR EQUAL TRI-CHAVE
              PERFORM UNTIL ARQTRANSFITEM-FS NOT EQUAL ZEROS
                 READ ARQTRANSFITEM NEXT RECORD
                 IF ARQTRANSFITEM-FS EQUAL ZEROS
                    PERFORM DESCONTAR-ITEM-TRANSF
                 END-IF
              END-PERFORM
           END-IF.
           IF ARQTRANSF-FS NOT EQUAL 35
              CLOSE ARQTRANSF
           END-IF.
           IF ARQTRANSFITEM-FS NOT EQUAL 35
              CLOSE ARQTRANSFITEM
           END-IF.
           PERFORM VARYING WRK-KDX-IDX FROM 1 BY 1
                   UNTIL WRK-KDX-IDX GREATER WRK-QTD-KARDEX
              IF WRK-KDX-SAIDA-FILIAL(WRK-KDX-IDX) NOT EQUAL ZERO
                 MOVE "SAIDA P/ FILIAL NO KARDEX <> DOCUMENTOS"
                   TO WRK-MOTIVO
                 PERFORM GRAVAR-EXCECAO-TRANSF
              END-IF
              IF WRK-KDX-ENTRADA-FILIAL(WRK-KDX-IDX) NOT EQUAL ZERO
                 MOVE "ENTRADA DE FILIAL NO KARDEX <> DOCUMENTOS"
                   TO WRK-MOTIVO
                 PERFORM GRAVAR-EXCECAO-TRANSF
              END-IF
           END-PERFORM.

       DESCONTAR-ITEM-TRANSF SECTION.
           MOVE TRI-FILIAL-ORIGEM TO TRF-FILIAL-ORIGEM.
           MOVE TRI-NUMERO        TO TRF-NUMERO.
           READ ARQTRANSF.
           IF ARQTRANSF-FS NOT EQUAL ZEROS
              MOVE ZEROS TO ARQTRANSF-FS
              MOVE "ITEM DE TRANSFERENCIA SEM DOCUMENTO"
                TO WRK-MOTIVO
              PERFORM GRAVAR-EXCECAO-ITEM-TRANSF
           ELSE
              MOVE ZERO TO WRK-KDX-ACHADO
              PERFORM VARYING WRK-KDX-IDX FROM 1 BY 1
                      UNTIL WRK-KDX-IDX GREATER WRK-QTD-KARDEX
                         OR WRK-KDX-ACHADO GREATER ZERO
                 IF WRK-KDX-CODIGO(WRK-KDX-IDX) EQUAL TRI-CODIGO
                    MOVE WRK-KDX-IDX TO WRK-KDX-ACHADO
                 END-IF
              END-PERFORM
              IF TRF-SENTIDO EQUAL "E"
                 MOVE TRI-QTD-ENVIADA TO WRK-QTD-DOCUMENTO
                 IF TRF-SITUACAO EQUAL "T"
                    ADD TRI-QTD-ENVIADA TO WRK-TOT-TRANSITO
                 END-IF
              ELSE
                 MOVE TRI-QTD-RECEBIDA TO WRK-QTD-DOCUMENTO
              END-IF
              EVALUATE TRUE
                 WHEN WRK-KDX-ACHADO GREATER ZERO
                    IF TRF-SENTIDO EQUAL "E"
                       SUBTRACT WRK-QTD-DOCUMENTO
                           FROM WRK-KDX-SAIDA-FILIAL(WRK-KDX-ACHADO)
                    ELSE
                       SUBTRACT WRK-QTD-DOCUMENTO
                           FROM WRK-KDX-ENTRADA-FILIAL(WRK-KDX-ACHADO)
                    END-IF
                 WHEN WRK-QTD-DOCUMENTO GREATER ZEROS
                    MOVE "DOCUMENTO DE TRANSFERENCIA SEM MOVIMENTO"
                      TO WRK-MOTIVO
                    PERFORM GRAVAR-EXCECAO-ITEM-TRANSF
              END-EVALUATE
           END-IF.

       GRAVAR-EXCECAO-TRANSF SECTION.
           ADD 1 TO WRK-TOT-EXCECOES.
           MOVE SPACES TO ARQEXCECAO-LINHA.
           STRING "PRODUTO "                   DELIMITED BY SIZE
                  WRK-KDX-CODIGO(WRK-KDX-IDX)  DELIMITED BY SIZE
                  " - "                        DELIMITED BY SIZE
                  WRK-MOTIVO                   DELIMITED BY SIZE
             INTO ARQEXCECAO-LINHA
           END-STRING.
           WRITE ARQEXCECAO-LINHA.
           DISPLAY ARQEXCECAO-LINHA.

       GRAVAR-EXCECAO-ITEM-TRANSF SECTION.
           ADD 1 TO WRK-TOT-EXCECOES.
           MOVE SPACES TO ARQEXCECAO-LINHA.
           STRING "TRANSF "          DELIMITED BY SIZE
                  TRI-FILIAL-ORIGEM  DELIMITED BY SPACE
                  "/"                DELIMITED BY SIZE
                  TRI-NUMERO         DELIMITED BY SIZE
                  " PRODUTO "        DELIMITED BY SIZE
                  TRI-CODIGO         DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WRK-MOTIVO         DELIMITED BY SIZE
             INTO ARQEXCECAO-LINHA
           END-STRING.
           WRITE ARQEXCECAO-LINHA.
           DISPLAY ARQEXCECAO-LINHA.

       GRAVAR-VEREDITO SECTION.
           OPEN OUTPUT ARQVEREDITO.
           IF WRK-TOT-EXCECOES GREATER ZEROS
