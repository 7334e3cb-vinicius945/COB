       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICEMANUT.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: TABELA DE INDICES DE REFERENCIA DOS INVESTIMENTOS
      *POS-FIXADOS ("100% DO CDI", "CDI + 1%") - PUBLICA, CORRIGE E
      *LISTA A TAXA MENSAL DE CADA INDICE NO ARQINDICE.DAT (UMA POR
      *INDICE E MES). O INVESTMENSAL SO POSTA O CONTRATO INDEXADO
      *COM A TAXA DO MES PUBLICADA AQUI; O QUE FICOU RETIDO ENTRA NA
      *PROXIMA RODADA DEPOIS DA PUBLICACAO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQINDICE ASSIGN TO "DADOS/ARQINDICE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQINDICE-FS
           RECORD KEY IS IDX-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQINDICE.
       COPY "#INDICE".

       WORKING-STORAGE SECTION.
       01 ARQINDICE-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR       PIC X(10) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.

       01 WRK-CODIGO         PIC X(06) VALUES SPACES.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
       01 WRK-TAXA           PIC 9(02)V9999 VALUES ZEROS.
       01 WRK-TAXA-ED        PIC Z9,9999.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQINDICE.
           IF ARQINDICE-FS EQUAL 35
              OPEN OUTPUT ARQINDICE
              CLOSE ARQINDICE
              OPEN I-O ARQINDICE
           END-IF.
           IF ARQINDICE-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQINDICE.DAT STATUS "
                       ARQINDICE-FS
              GOBACK
           END-IF.
           DISPLAY "INDICES DE REFERENCIA (TAXA % AO MES)".
           DISPLAY "OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           DISPLAY "(P)UBLICAR (C)ORRIGIR (L)ISTAR? ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "P"
                 PERFORM PUBLICAR
              WHEN "C"
                 PERFORM CORRIGIR
              WHEN "L"
                 PERFORM LISTAR
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQINDICE.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

       PUBLICAR SECTION.
           PERFORM CAPTURAR-CHAVE.
           MOVE WRK-CODIGO TO IDX-CODIGO.
           MOVE WRK-ANOMES TO IDX-ANOMES.
           READ ARQINDICE.
           IF ARQINDICE-FS EQUAL ZEROS
              MOVE IDX-TAXA TO WRK-TAXA-ED
              DISPLAY "TAXA JA PUBLICADA: " WRK-TAXA-ED
                      " - USE (C)ORRIGIR"
           ELSE
              MOVE ZEROS TO ARQINDICE-FS
              IF WRK-ANOMES(5:2) LESS "01"
                 OR WRK-ANOMES(5:2) GREATER "12"
                 OR WRK-ANOMES GREATER WRK-DATA-HOJE(1:6)
                 DISPLAY "MES INVALIDO OU FUTURO"
              ELSE
                 DISPLAY "TAXA DO MES (% AO MES): "
                 ACCEPT WRK-TAXA
                 MOVE WRK-TAXA TO WRK-TAXA-ED
                 DISPLAY "PUBLICAR " WRK-CODIGO " " WRK-ANOMES
                         " = " WRK-TAXA-ED "% (S/N)? "
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL "S"
                    MOVE WRK-CODIGO    TO IDX-CODIGO
                    MOVE WRK-ANOMES    TO IDX-ANOMES
                    MOVE WRK-TAXA      TO IDX-TAXA
                    MOVE WRK-DATA-HOJE TO IDX-DATA-PUBLICACAO
                    MOVE WRK-OPERADOR  TO IDX-OPERADOR
                    WRITE IDX-REGISTRO
                    DISPLAY "TAXA PUBLICADA - CONTRATOS RETIDOS NO"
                            " MES ENTRAM NA PROXIMA RODADA DO"
                            " INVESTMENSAL"
                 END-IF
              END-IF
           END-IF.

      *    CORRECAO SO VALE PARA O QUE AINDA NAO FOI POSTADO - MES JA
      *    POSTADO NAO E REPROCESSADO
       CORRIGIR SECTION.
           PERFORM CAPTURAR-CHAVE.
           MOVE WRK-CODIGO TO IDX-CODIGO.
           MOVE WRK-ANOMES TO IDX-ANOMES.
           READ ARQINDICE.
           IF ARQINDICE-FS NOT EQUAL ZEROS
              DISPLAY "TAXA NAO PUBLICADA"
              MOVE ZEROS TO ARQINDICE-FS
           ELSE
              MOVE IDX-TAXA TO WRK-TAXA-ED
              DISPLAY "ATUAL: " WRK-TAXA-ED "% PUBLICADA EM "
                      IDX-DATA-PUBLICACAO " POR " IDX-OPERADOR
              DISPLAY "ATENCAO: CONTRATO JA POSTADO COM A TAXA"
                      " ANTIGA NAO E REPOSTADO"
              DISPLAY "NOVA TAXA (% AO MES): "
              ACCEPT WRK-TAXA
              DISPLAY "REGRAVAR (S/N)? "
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA EQUAL "S"
                 MOVE WRK-TAXA      TO IDX-TAXA
                 MOVE WRK-DATA-HOJE TO IDX-DATA-PUBLICACAO
                 MOVE WRK-OPERADOR  TO IDX-OPERADOR
                 REWRITE IDX-REGISTRO
                 DISPLAY "TAXA REGRAVADA"
              END-IF
           END-IF.

       CAPTURAR-CHAVE SECTION.
           DISPLAY "INDICE (CDI, SELIC...): ".
           ACCEPT WRK-CODIGO.
           DISPLAY "MES (AAAAMM): ".
           ACCEPT WRK-ANOMES.

       LISTAR SECTION.
           DISPLAY "INDICE (BRANCO = TODOS): ".
           ACCEPT WRK-CODIGO.
           MOVE LOW-VALUES TO IDX-CHAVE.
           START ARQINDICE KEY IS GREATER IDX-CHAVE.
           PERFORM UNTIL ARQINDICE-FS NOT EQUAL ZEROS
              READ ARQINDICE NEXT RECORD
              IF ARQINDICE-FS EQUAL ZEROS
                 AND (WRK-CODIGO EQUAL SPACES
                      OR IDX-CODIGO EQUAL WRK-CODIGO)
                 MOVE IDX-TAXA TO WRK-TAXA-ED
                 DISPLAY IDX-CODIGO " " IDX-ANOMES " "
                         WRK-TAXA-ED "% PUBLICADA "
                         IDX-DATA-PUBLICACAO " " IDX-OPERADOR
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQINDICE-FS.
