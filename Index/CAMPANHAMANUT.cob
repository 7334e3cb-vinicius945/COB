       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANHAMANUT.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: MANUTENCAO DO MESTRE DE CAMPANHAS (ARQCAMPANHA.DAT) -
      *INCLUI/ALTERA A CAMPANHA (DESCRICAO, CANAL, CUSTO, JANELA DE
      *INICIO/FIM E PERCENTUAL DO GRUPO DE CONTROLE), LISTA AS
      *CAMPANHAS COM OS ALVOS JA REGISTRADOS E O RESULTADO DAS JA
      *APURADAS, E PEDE A APURACAO DE RESPOSTA (CAMPANHARESP) DE UMA
      *CAMPANHA. O CODIGO E O MESMO QUE O MARKETING USA NO CUPOM
      *(CUPOMMANUT) E NO CARTAO CAMPANHAS.TXT DO CLIENTES
      *********************************
       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQCAMPANHA ASSIGN TO "DADOS/ARQCAMPANHA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCAMPANHA-FS
           RECORD KEY IS CMP-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCAMPANHA.
       COPY "#CRM-CAMPANHA".

       WORKING-STORAGE    SECTION.
       01 ARQCAMPANHA-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-CAMPANHA-OK    PIC X(01) VALUES "N".
       01 WRK-SITUACAO       PIC X(09) VALUES SPACES.
       01 WRK-CODIGO         PIC X(15) VALUES SPACES.

      *----------O QUE JA FOI REGISTRADO/APURADO FICA NA ALTERACAO
       01 WRK-ANTES.
           05 WRK-ANT-QTD-ALVOS      PIC 9(06) VALUE ZEROS.
           05 WRK-ANT-QTD-CONTROLE   PIC 9(06) VALUE ZEROS.
           05 WRK-ANT-SITUACAO       PIC X(01) VALUE "A".
           05 WRK-ANT-DATA-APURACAO  PIC 9(08) VALUE ZEROS.
           05 WRK-ANT-QTD-RESPOSTAS  PIC 9(06) VALUE ZEROS.
           05 WRK-ANT-RECEITA        PIC 9(09)V99 VALUE ZEROS.

       01 WRK-ED-CUSTO       PIC Z.ZZZ.ZZ9,99.
       01 WRK-ED-RECEITA     PIC ZZZ.ZZZ.ZZ9,99.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQCAMPANHA.
           IF ARQCAMPANHA-FS EQUAL 35
              OPEN OUTPUT ARQCAMPANHA
              CLOSE ARQCAMPANHA
              OPEN I-O ARQCAMPANHA
           END-IF.
           DISPLAY "CAMPANHAS DE MARKETING".
           DISPLAY "(I)NCLUIR/ALTERAR (L)ISTAR (R)ESPOSTA? ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "I"
                 PERFORM INCLUIR-CAMPANHA
                 CLOSE ARQCAMPANHA
              WHEN "L"
                 PERFORM LISTAR-CAMPANHAS
                 CLOSE ARQCAMPANHA
              WHEN "R"
      *          A APURACAO ABRE O MESTRE PARA GRAVAR O RESULTADO
                 CLOSE ARQCAMPANHA
                 PERFORM APURAR-RESPOSTA
              WHEN OTHER
                 CLOSE ARQCAMPANHA
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

      *    CODIGO JA CADASTRADO E ALTERADO NO LUGAR, PRESERVANDO OS
      *    ALVOS JA REGISTRADOS E O RESULTADO DA APURACAO
       INCLUIR-CAMPANHA SECTION.
           DISPLAY "CODIGO DA CAMPANHA: ".
           ACCEPT CMP-CODIGO.
           MOVE ZEROS TO WRK-ANT-QTD-ALVOS WRK-ANT-QTD-CONTROLE
                         WRK-ANT-DATA-APURACAO WRK-ANT-QTD-RESPOSTAS
                         WRK-ANT-RECEITA.
           MOVE "A"   TO WRK-ANT-SITUACAO.
           READ ARQCAMPANHA.
           IF ARQCAMPANHA-FS EQUAL ZEROS
              MOVE CMP-QTD-ALVOS      TO WRK-ANT-QTD-ALVOS
              MOVE CMP-QTD-CONTROLE   TO WRK-ANT-QTD-CONTROLE
              MOVE CMP-SITUACAO       TO WRK-ANT-SITUACAO
              MOVE CMP-DATA-APURACAO  TO WRK-ANT-DATA-APURACAO
              MOVE CMP-QTD-RESPOSTAS  TO WRK-ANT-QTD-RESPOSTAS
              MOVE CMP-RECEITA        TO WRK-ANT-RECEITA
              DISPLAY "CAMPANHA JA CADASTRADA (" CMP-QTD-ALVOS
                      " ALVOS) - SERA ALTERADA"
           END-IF.
           DISPLAY "DESCRICAO: ".
           ACCEPT CMP-DESCRICAO.
           DISPLAY "CANAL (E E-MAIL / T TELEFONE / C CORREIO): ".
           ACCEPT CMP-CANAL.
           DISPLAY "CUSTO TOTAL DA CAMPANHA: ".
           ACCEPT CMP-CUSTO.
           DISPLAY "INICIO (AAAAMMDD): ".
           ACCEPT CMP-INICIO.
           DISPLAY "FIM (AAAAMMDD): ".
           ACCEPT CMP-FIM.
           DISPLAY "PERCENTUAL DO GRUPO DE CONTROLE (0 A 50): ".
           ACCEPT CMP-PCT-CONTROLE.
           PERFORM VALIDAR-CAMPANHA.
           IF WRK-CAMPANHA-OK EQUAL "S"
              DISPLAY "GRAVAR A CAMPANHA (S/N)? "
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA EQUAL "S"
                 MOVE WRK-ANT-QTD-ALVOS     TO CMP-QTD-ALVOS
                 MOVE WRK-ANT-QTD-CONTROLE  TO CMP-QTD-CONTROLE
                 MOVE WRK-ANT-SITUACAO      TO CMP-SITUACAO
                 MOVE WRK-ANT-DATA-APURACAO TO CMP-DATA-APURACAO
                 MOVE WRK-ANT-QTD-RESPOSTAS TO CMP-QTD-RESPOSTAS
                 MOVE WRK-ANT-RECEITA       TO CMP-RECEITA
                 MOVE WRK-OPERADOR          TO CMP-OPERADOR
                 MOVE WRK-DATA-HOJE         TO CMP-DATA-GRAVACAO
                 WRITE CMP-REGISTRO
                 IF ARQCAMPANHA-FS EQUAL 22
                    REWRITE CMP-REGISTRO
                 END-IF
                 DISPLAY "CAMPANHA GRAVADA"
              END-IF
           END-IF.

      *    COM MAIS DE 50% NO CONTROLE O SORTEIO DO CAMPANHAALVO
      *    DEIXARIA TODO MUNDO SEM CONTATO
       VALIDAR-CAMPANHA SECTION.
           MOVE "S" TO WRK-CAMPANHA-OK.
           EVALUATE TRUE
              WHEN CMP-CODIGO EQUAL SPACES
                 DISPLAY "CODIGO EM BRANCO - NAO GRAVADO"
                 MOVE "N" TO WRK-CAMPANHA-OK
              WHEN CMP-CANAL NOT EQUAL "E" AND "T" AND "C"
                 DISPLAY "CANAL INVALIDO (E/T/C) - NAO GRAVADO"
                 MOVE "N" TO WRK-CAMPANHA-OK
              WHEN CMP-INICIO EQUAL ZEROS OR CMP-FIM EQUAL ZEROS
                 DISPLAY "JANELA SEM INICIO OU FIM - NAO GRAVADO"
                 MOVE "N" TO WRK-CAMPANHA-OK
              WHEN CMP-FIM LESS CMP-INICIO
                 DISPLAY "FIM ANTERIOR AO INICIO - NAO GRAVADO"
                 MOVE "N" TO WRK-CAMPANHA-OK
              WHEN CMP-PCT-CONTROLE GREATER 50
                 DISPLAY "CONTROLE ACIMA DE 50% - NAO GRAVADO"
                 MOVE "N" TO WRK-CAMPANHA-OK
           END-EVALUATE.

       LISTAR-CAMPANHAS SECTION.
           MOVE LOW-VALUES TO CMP-CODIGO.
           START ARQCAMPANHA KEY IS GREATER CMP-CODIGO.
           PERFORM UNTIL ARQCAMPANHA-FS NOT EQUAL ZEROS
              READ ARQCAMPANHA NEXT RECORD
              IF ARQCAMPANHA-FS EQUAL ZEROS
                 PERFORM EXIBIR-CAMPANHA
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQCAMPANHA-FS.

       EXIBIR-CAMPANHA SECTION.
           EVALUATE TRUE
              WHEN CMP-SITUACAO EQUAL "E"
                 MOVE "ENCERRADA" TO WRK-SITUACAO
              WHEN CMP-FIM LESS WRK-DATA-HOJE
                 MOVE "A APURAR " TO WRK-SITUACAO
              WHEN CMP-INICIO GREATER WRK-DATA-HOJE
                 MOVE "FUTURA   " TO WRK-SITUACAO
              WHEN OTHER
                 MOVE "EM CURSO " TO WRK-SITUACAO
           END-EVALUATE.
           MOVE CMP-CUSTO TO WRK-ED-CUSTO.
           DISPLAY CMP-CODIGO " " CMP-DESCRICAO " " WRK-SITUACAO.
           DISPLAY "   CANAL " CMP-CANAL " CUSTO " WRK-ED-CUSTO
                   " DE " CMP-INICIO " A " CMP-FIM.
           DISPLAY "   ALVOS " CMP-QTD-ALVOS " CONTROLE "
                   CMP-QTD-CONTROLE " (" CMP-PCT-CONTROLE "%)".
           IF CMP-SITUACAO EQUAL "E"
              MOVE CMP-RECEITA TO WRK-ED-RECEITA
              DISPLAY "   APURADA EM " CMP-DATA-APURACAO
                      " RESPOSTAS " CMP-QTD-RESPOSTAS
                      " RECEITA " WRK-ED-RECEITA
           END-IF.

      *    APURAR ANTES DO FIM DA JANELA ENCERRARIA A CAMPANHA COM A
      *    RESPOSTA PELA METADE - SO COM CONFIRMACAO
       APURAR-RESPOSTA SECTION.
           DISPLAY "CODIGO DA CAMPANHA: ".
           ACCEPT WRK-CODIGO.
           OPEN INPUT ARQCAMPANHA.
           MOVE WRK-CODIGO TO CMP-CODIGO.
           READ ARQCAMPANHA.
           IF ARQCAMPANHA-FS NOT EQUAL ZEROS
              DISPLAY "CAMPANHA NAO CADASTRADA"
              MOVE "N" TO WRK-CONFIRMA
           ELSE
              MOVE "S" TO WRK-CONFIRMA
              IF CMP-FIM NOT LESS WRK-DATA-HOJE
                 DISPLAY "JANELA AINDA NAO TERMINOU - APURAR ASSIM"
                         " MESMO (S/N)? "
                 ACCEPT WRK-CONFIRMA
              END-IF
           END-IF.
           CLOSE ARQCAMPANHA.
           IF WRK-CONFIRMA EQUAL "S"
              CALL "CAMPANHARESP" USING WRK-CODIGO WRK-OPERADOR
           END-IF.
