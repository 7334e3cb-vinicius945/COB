       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNPRECO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: TABELA DE PRECOS DOS FORNECEDORES - QUAL FORNECEDOR
      *VENDE QUAL PRODUTO, COM O CODIGO DO ITEM NO CATALOGO DELE,
      *PRECO UNITARIO, QUANTIDADE MINIMA DE PEDIDO E VIGENCIA
      *(ARQFORNPRECO.DAT). INCLUI/ALTERA, EXCLUI E LISTA PELA TELA E
      *CARREGA A TABELA QUE O FORNECEDOR MANDA EM ARQUIVO TEXTO
      *(DADOS/PRECOFORN.TXT), ONDE O PRODUTO VEM PELO NOSSO CODIGO
      *OU PELO CODIGO DE BARRAS (PRODEAN). O PEDCOMPRA USA A TABELA
      *PARA PROPOR O FORNECEDOR MAIS BARATO DE CADA ITEM DA SUGESTAO
      *E PARA CONFERIR O PRECO DA NOTA NO RECEBIMENTO
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQFPR ASSIGN TO "DADOS/ARQFORNPRECO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFPR-FS
           RECORD KEY IS FPR-CHAVE
           ALTERNATE RECORD KEY IS FPR-CODIGO
               WITH DUPLICATES.

           SELECT ARQFORN ASSIGN TO "DADOS/ARQFORNECEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFORN-FS
           RECORD KEY IS FORN-CODIGO.

           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQCARGA ASSIGN TO "DADOS/PRECOFORN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQCARGA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFPR.
       COPY "#FORN-PRECO".

       FD ARQFORN.
       COPY "#FORNECEDOR".

       FD ARQPROD.
       COPY "#PROD".

      *    TABELA DO FORNECEDOR, UMA LINHA POR ITEM - O PRODUTO VEM
      *    PELO NOSSO CODIGO (ATE 4 DIGITOS) OU PELO CODIGO DE BARRAS;
      *    VIGENCIA-FIM ZERADA = SEM DATA PARA ACABAR
       FD ARQCARGA.
       01 CARGA-REGISTRO.
           05 CARGA-COD-FORNEC       PIC X(15).
           05 CARGA-PRODUTO          PIC X(14).
           05 CARGA-PRECO            PIC 9(06)V99.
           05 CARGA-QTD-MINIMA       PIC 9(06).
           05 CARGA-VIGENCIA-INI     PIC 9(08).
           05 CARGA-VIGENCIA-FIM     PIC 9(08).

       WORKING-STORAGE    SECTION.
       01 ARQFPR-FS          PIC 9(02) VALUES ZEROS.
       01 ARQFORN-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCARGA-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.

       01 WRK-FORNECEDOR     PIC 9(04) VALUES ZEROS.
       01 WRK-CODIGO         PIC 9(04) VALUES ZEROS.
       01 WRK-CODIGO-OK      PIC X(01) VALUES "N".
       01 WRK-COD-FORNEC     PIC X(15) VALUES SPACES.
       01 WRK-PRECO          PIC 9(06)V99 VALUES ZEROS.
       01 WRK-QTD-MINIMA     PIC 9(06) VALUES ZEROS.
       01 WRK-VIGENCIA-INI   PIC 9(08) VALUES ZEROS.
       01 WRK-VIGENCIA-FIM   PIC 9(08) VALUES ZEROS.
       01 WRK-PRECO-ED       PIC ZZZZZ9.99.
       01 WRK-MOTIVO         PIC X(30) VALUES SPACES.

       01 WRK-TOT-LIDOS      PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-INCLUIDOS  PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-ALTERADOS  PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-RECUSADOS  PIC 9(05) VALUES ZEROS.

      *----------CODIGO INTERNO OU CODIGO DE BARRAS (PRODEAN)
       01 WRK-EAN.
           05 WRK-EAN-ACAO          PIC X(01) VALUE "R".
           05 WRK-EAN-ENTRADA       PIC X(14) VALUE SPACES.
           05 WRK-EAN-PRODUTO       PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-RETORNO       PIC X(01) VALUE SPACE.
           05 WRK-EAN-DONO          PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-QTD           PIC 9(02) VALUE ZEROS.
           05 WRK-EAN-LISTA         PIC 9(14) OCCURS 10 TIMES.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
       0001-PRINCIPAL SECTION.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQFORN.
           IF ARQFORN-FS NOT EQUAL ZEROS
              DISPLAY "SEM FORNECEDORES - CADASTRE NO FORNECEDOR"
              DISPLAY "VOLTANDO..."
              ACCEPT WRK-SEGURATELA
              GOBACK
           END-IF.
           OPEN INPUT ARQPROD.
           OPEN I-O ARQFPR.
           IF ARQFPR-FS EQUAL 35
              OPEN OUTPUT ARQFPR
              CLOSE ARQFPR
              OPEN I-O ARQFPR
           END-IF.
           DISPLAY "TABELA DE PRECOS DOS FORNECEDORES".
           DISPLAY "(I)NCLUIR/ALTERAR (E)XCLUIR (L)ISTAR"
                   " (C)ARREGAR ARQUIVO? ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "I"
                 PERFORM INCLUIR-ALTERAR
              WHEN "E"
                 PERFORM EXCLUIR
              WHEN "L"
                 PERFORM LISTAR
              WHEN "C"
                 PERFORM CARREGAR-ARQUIVO
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQFPR.
           CLOSE ARQPROD.
           CLOSE ARQFORN.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

       LER-FORNECEDOR SECTION.
           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WRK-FORNECEDOR.
           MOVE WRK-FORNECEDOR TO FORN-CODIGO.
           READ ARQFORN.
           IF ARQFORN-FS NOT EQUAL ZEROS
              DISPLAY "FORNECEDOR NAO ENCONTRADO"
           ELSE
              DISPLAY "FORNECEDOR: " FORN-NOME
                      " PRAZO " FORN-PRAZO-DIAS " DIAS"
           END-IF.

       LER-PRODUTO SECTION.
           DISPLAY "CODIGO OU COD. BARRAS DO PRODUTO: ".
           MOVE SPACES TO WRK-EAN-ENTRADA.
           ACCEPT WRK-EAN-ENTRADA.
           MOVE "N" TO WRK-CODIGO-OK.
           MOVE "R" TO WRK-EAN-ACAO.
           CALL "PRODEAN" USING WRK-EAN.
           IF WRK-EAN-RETORNO EQUAL "S"
              MOVE WRK-EAN-PRODUTO TO WRK-CODIGO ARQPROD-CODIGO
              READ ARQPROD
              IF ARQPROD-FS EQUAL ZEROS
                 MOVE "S" TO WRK-CODIGO-OK
                 DISPLAY "PRODUTO: " ARQPROD-DESCRICAO
              END-IF
           END-IF.
           IF WRK-CODIGO-OK NOT EQUAL "S"
              DISPLAY "PRODUTO NAO ENCONTRADO"
           END-IF.
           MOVE ZEROS TO ARQPROD-FS.

      *    LINHA JA EXISTENTE PARA O PAR FORNECEDOR/PRODUTO E
      *    MOSTRADA E REGRAVADA COM OS DADOS NOVOS
       INCLUIR-ALTERAR SECTION.
           PERFORM LER-FORNECEDOR.
           IF ARQFORN-FS EQUAL ZEROS
              PERFORM LER-PRODUTO
              IF WRK-CODIGO-OK EQUAL "S"
                 MOVE WRK-FORNECEDOR TO FPR-FORNECEDOR
                 MOVE WRK-CODIGO     TO FPR-CODIGO
                 READ ARQFPR
                 IF ARQFPR-FS EQUAL ZEROS
                    MOVE FPR-PRECO TO WRK-PRECO-ED
                    DISPLAY "ATUAL: ITEM " FPR-COD-FORNEC
                            " PRECO " WRK-PRECO-ED
                            " MINIMO " FPR-QTD-MINIMA
                            " DE " FPR-VIGENCIA-INI
                            " ATE " FPR-VIGENCIA-FIM
                 END-IF
                 PERFORM CAPTURAR-DADOS
                 DISPLAY "GRAVAR (S/N)? "
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL "S"
                    PERFORM GRAVAR-LINHA
                    DISPLAY "PRECO DO FORNECEDOR GRAVADO"
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO ARQFORN-FS.

       CAPTURAR-DADOS SECTION.
           DISPLAY "CODIGO DO ITEM NO FORNECEDOR: ".
           ACCEPT WRK-COD-FORNEC.
           DISPLAY "PRECO UNITARIO: ".
           ACCEPT WRK-PRECO.
           DISPLAY "QUANTIDADE MINIMA DO PEDIDO: ".
           ACCEPT WRK-QTD-MINIMA.
           DISPLAY "VIGENCIA INICIAL (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WRK-VIGENCIA-INI.
           IF WRK-VIGENCIA-INI EQUAL ZEROS
              MOVE WRK-DATA-HOJE TO WRK-VIGENCIA-INI
           END-IF.
           DISPLAY "VIGENCIA FINAL (AAAAMMDD, 0 = SEM FIM): ".
           ACCEPT WRK-VIGENCIA-FIM.

      *    WRK-FORNECEDOR/WRK-CODIGO E OS DADOS EM WRK- SAO GRAVADOS
      *    COMO LINHA NOVA OU POR CIMA DA EXISTENTE
       GRAVAR-LINHA SECTION.
           MOVE WRK-FORNECEDOR TO FPR-FORNECEDOR.
           MOVE WRK-CODIGO     TO FPR-CODIGO.
           READ ARQFPR.
           MOVE WRK-FORNECEDOR   TO FPR-FORNECEDOR.
           MOVE WRK-CODIGO       TO FPR-CODIGO.
           MOVE WRK-COD-FORNEC   TO FPR-COD-FORNEC.
           MOVE WRK-PRECO        TO FPR-PRECO.
           MOVE WRK-QTD-MINIMA   TO FPR-QTD-MINIMA.
           MOVE WRK-VIGENCIA-INI TO FPR-VIGENCIA-INI.
           MOVE WRK-VIGENCIA-FIM TO FPR-VIGENCIA-FIM.
           MOVE WRK-DATA-HOJE    TO FPR-DATA-ATUALIZ.
           MOVE WRK-OPERADOR     TO FPR-OPERADOR.
           IF ARQFPR-FS EQUAL ZEROS
              REWRITE FPR-REGISTRO
              ADD 1 TO WRK-TOT-ALTERADOS
           ELSE
              WRITE FPR-REGISTRO
              ADD 1 TO WRK-TOT-INCLUIDOS
           END-IF.
           MOVE ZEROS TO ARQFPR-FS.

       EXCLUIR SECTION.
           PERFORM LER-FORNECEDOR.
           IF ARQFORN-FS EQUAL ZEROS
              PERFORM LER-PRODUTO
              IF WRK-CODIGO-OK EQUAL "S"
                 MOVE WRK-FORNECEDOR TO FPR-FORNECEDOR
                 MOVE WRK-CODIGO     TO FPR-CODIGO
                 READ ARQFPR
                 IF ARQFPR-FS NOT EQUAL ZEROS
                    DISPLAY "FORNECEDOR NAO TEM PRECO PARA O PRODUTO"
                 ELSE
                    DISPLAY "EXCLUIR (S/N)? "
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA EQUAL "S"
                       DELETE ARQFPR RECORD
                       DISPLAY "PRECO DO FORNECEDOR EXCLUIDO"
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO ARQFORN-FS ARQFPR-FS.

       LISTAR SECTION.
           PERFORM LER-FORNECEDOR.
           IF ARQFORN-FS EQUAL ZEROS
              MOVE WRK-FORNECEDOR TO FPR-FORNECEDOR
              MOVE ZEROS          TO FPR-CODIGO
              START ARQFPR KEY IS GREATER OR EQUAL FPR-CHAVE
              PERFORM UNTIL ARQFPR-FS NOT EQUAL ZEROS
                 READ ARQFPR NEXT RECORD
                 IF ARQFPR-FS EQUAL ZEROS
                    IF FPR-FORNECEDOR NOT EQUAL WRK-FORNECEDOR
                       MOVE 10 TO ARQFPR-FS
                    ELSE
                       PERFORM LISTAR-LINHA
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           MOVE ZEROS TO ARQFORN-FS ARQFPR-FS.

       LISTAR-LINHA SECTION.
           MOVE FPR-CODIGO TO ARQPROD-CODIGO.
           READ ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              MOVE "PRODUTO FORA DO MESTRE" TO ARQPROD-DESCRICAO
              MOVE ZEROS TO ARQPROD-FS
           END-IF.
           MOVE FPR-PRECO TO WRK-PRECO-ED.
           DISPLAY FPR-CODIGO " " ARQPROD-DESCRICAO " "
                   FPR-COD-FORNEC " " WRK-PRECO-ED
                   " MIN " FPR-QTD-MINIMA.
           IF FPR-VIGENCIA-FIM NOT EQUAL ZEROS
              AND FPR-VIGENCIA-FIM LESS WRK-DATA-HOJE
              DISPLAY "     VIGENCIA " FPR-VIGENCIA-INI " A "
                      FPR-VIGENCIA-FIM " - VENCIDA"
           ELSE
              DISPLAY "     VIGENCIA " FPR-VIGENCIA-INI " A "
                      FPR-VIGENCIA-FIM
           END-IF.

      *    CARGA DA TABELA QUE O FORNECEDOR MANDA - LINHA COM PRODUTO
      *    DESCONHECIDO OU VALOR NAO NUMERICO E RECUSADA E LISTADA,
      *    AS DEMAIS ENTRAM OU SUBSTITUEM A LINHA DO MESMO PRODUTO
       CARREGAR-ARQUIVO SECTION.
           PERFORM LER-FORNECEDOR.
           IF ARQFORN-FS EQUAL ZEROS
              OPEN INPUT ARQCARGA
              IF ARQCARGA-FS NOT EQUAL ZEROS
                 DISPLAY "SEM DADOS/PRECOFORN.TXT (STATUS "
                         ARQCARGA-FS ")"
              ELSE
                 PERFORM UNTIL ARQCARGA-FS NOT EQUAL ZEROS
                    READ ARQCARGA
                    IF ARQCARGA-FS EQUAL ZEROS
                       ADD 1 TO WRK-TOT-LIDOS
                       PERFORM CARREGAR-LINHA
                    END-IF
                 END-PERFORM
                 CLOSE ARQCARGA
                 DISPLAY "LINHAS LIDAS.....: " WRK-TOT-LIDOS
                 DISPLAY "PRECOS INCLUIDOS.: " WRK-TOT-INCLUIDOS
                 DISPLAY "PRECOS ALTERADOS.: " WRK-TOT-ALTERADOS
                 DISPLAY "LINHAS RECUSADAS.: " WRK-TOT-RECUSADOS
              END-IF
           END-IF.
           MOVE ZEROS TO ARQFORN-FS.

       CARREGAR-LINHA SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF CARGA-PRECO IS NOT NUMERIC
              OR CARGA-QTD-MINIMA IS NOT NUMERIC
              OR CARGA-VIGENCIA-INI IS NOT NUMERIC
              OR CARGA-VIGENCIA-FIM IS NOT NUMERIC
              MOVE "VALOR NAO NUMERICO" TO WRK-MOTIVO
           ELSE
              MOVE CARGA-PRODUTO TO WRK-EAN-ENTRADA
              MOVE "R" TO WRK-EAN-ACAO
              CALL "PRODEAN" USING WRK-EAN
              IF WRK-EAN-RETORNO NOT EQUAL "S"
                 OR WRK-EAN-PRODUTO EQUAL ZEROS
                 MOVE "PRODUTO NAO IDENTIFICADO" TO WRK-MOTIVO
              ELSE
                 MOVE WRK-EAN-PRODUTO TO ARQPROD-CODIGO
                 READ ARQPROD
                 IF ARQPROD-FS NOT EQUAL ZEROS
                    MOVE "PRODUTO FORA DO MESTRE" TO WRK-MOTIVO
                    MOVE ZEROS TO ARQPROD-FS
                 END-IF
              END-IF
           END-IF.
           IF WRK-MOTIVO NOT EQUAL SPACES
              ADD 1 TO WRK-TOT-RECUSADOS
              DISPLAY "RECUSADA: " CARGA-COD-FORNEC " "
                      CARGA-PRODUTO " - " WRK-MOTIVO
           ELSE
              MOVE WRK-EAN-PRODUTO    TO WRK-CODIGO
              MOVE CARGA-COD-FORNEC   TO WRK-COD-FORNEC
              MOVE CARGA-PRECO        TO WRK-PRECO
              MOVE CARGA-QTD-MINIMA   TO WRK-QTD-MINIMA
              MOVE CARGA-VIGENCIA-INI TO WRK-VIGENCIA-INI
              IF WRK-VIGENCIA-INI EQUAL ZEROS
                 MOVE WRK-DATA-HOJE TO WRK-VIGENCIA-INI
              END-IF
              MOVE CARGA-VIGENCIA-FIM TO WRK-VIGENCIA-FIM
              PERFORM GRAVAR-LINHA
           END-IF.
