       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAMANUT.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: MANUTENCAO DO ORCAMENTO MENSAL POR SETOR E CONTA
      *(ARQORCAMENTO.DAT) - GRAVA/ALTERA O VALOR DE UM MES, EXCLUI E
      *LISTA O ANO DE UM SETOR. O SETOR TEM QUE EXISTIR NO ARQSETOR E
      *A CONTA NO ARQPLANO.TXT. SO NIVEL "A"; CADA ALTERACAO GUARDA
      *QUEM FEZ. O PLANO DO ANO INTEIRO ENTRA PELO ORCACARGA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQORCAMENTO ASSIGN TO "DADOS/ARQORCAMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQORCAMENTO-FS
           RECORD KEY IS ORC-CHAVE.

           SELECT ARQSETOR ASSIGN TO "DADOS/ARQSETOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQSETOR-FS
           RECORD KEY IS SET-CODIGO.

           SELECT ARQPLANO ASSIGN TO "DADOS/ARQPLANO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQPLANO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQORCAMENTO.
       COPY "#ORCAMENTO".

       FD ARQSETOR.
       COPY "#SETOR".

       FD ARQPLANO.
       01 PLN-REGISTRO.
           05 PLN-CONTA          PIC 9(04).
           05 PLN-NOME           PIC X(25).
           05 PLN-GRUPO          PIC X(01).

       WORKING-STORAGE SECTION.
       01 ARQORCAMENTO-FS    PIC 9(02) VALUES ZEROS.
       01 ARQSETOR-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPLANO-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.

       01 WRK-SETOR          PIC X(10) VALUES SPACES.
       01 WRK-CONTA          PIC 9(04) VALUES ZEROS.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
       01 WRK-ANO            PIC 9(04) VALUES ZEROS.
       01 WRK-VALOR          PIC 9(11)V99 VALUES ZEROS.
       01 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-NOME-CONTA     PIC X(25) VALUES SPACES.
       01 WRK-CHAVE-OK       PIC X(01) VALUES "N".
       01 WRK-TOT-ANO        PIC 9(13)V99 VALUES ZEROS.

       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "ORCAMANUT".

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
           OPEN I-O ARQORCAMENTO.
           IF ARQORCAMENTO-FS EQUAL 35
              OPEN OUTPUT ARQORCAMENTO
              CLOSE ARQORCAMENTO
              OPEN I-O ARQORCAMENTO
           END-IF.
           IF ARQORCAMENTO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQORCAMENTO.DAT STATUS "
                       ARQORCAMENTO-FS
              GOBACK
           END-IF.
           DISPLAY "ORCAMENTO POR SETOR / CONTA".
           DISPLAY "(G)RAVAR MES (E)XCLUIR MES (L)ISTAR ANO? ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "G"
                 PERFORM GRAVAR-MES
              WHEN "E"
                 PERFORM EXCLUIR-MES
              WHEN "L"
                 PERFORM LISTAR-ANO
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQORCAMENTO.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

      *    SETOR + CONTA + MES, VALIDADOS CONTRA OS MESTRES
       CAPTURAR-CHAVE SECTION.
           MOVE "N" TO WRK-CHAVE-OK.
           DISPLAY "SETOR: ".
           ACCEPT WRK-SETOR.
           DISPLAY "CONTA: ".
           ACCEPT WRK-CONTA.
           DISPLAY "MES (AAAAMM): ".
           ACCEPT WRK-ANOMES.
           IF WRK-ANOMES NOT NUMERIC
              OR WRK-ANOMES(5:2) LESS "01"
              OR WRK-ANOMES(5:2) GREATER "12"
              DISPLAY "MES INVALIDO"
           ELSE
              PERFORM VALIDAR-SETOR
              IF ARQSETOR-FS EQUAL ZEROS
                 PERFORM BUSCAR-NOME-CONTA
                 IF WRK-NOME-CONTA EQUAL SPACES
                    DISPLAY "CONTA " WRK-CONTA " NAO EXISTE NO PLANO"
                 ELSE
                    DISPLAY SET-NOME " / " WRK-NOME-CONTA
                    MOVE "S" TO WRK-CHAVE-OK
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO ARQSETOR-FS.

       VALIDAR-SETOR SECTION.
           OPEN INPUT ARQSETOR.
           IF ARQSETOR-FS EQUAL ZEROS
              MOVE WRK-SETOR TO SET-CODIGO
              READ ARQSETOR
              IF ARQSETOR-FS NOT EQUAL ZEROS
                 DISPLAY "SETOR NAO CADASTRADO (SETORMANUT)"
                 CLOSE ARQSETOR
                 MOVE 23 TO ARQSETOR-FS
              ELSE
                 CLOSE ARQSETOR
              END-IF
           ELSE
              DISPLAY "SEM ARQSETOR.DAT (STATUS " ARQSETOR-FS ")"
           END-IF.

       BUSCAR-NOME-CONTA SECTION.
           MOVE SPACES TO WRK-NOME-CONTA.
           OPEN INPUT ARQPLANO.
           IF ARQPLANO-FS EQUAL ZEROS
              PERFORM UNTIL ARQPLANO-FS NOT EQUAL ZEROS
                 READ ARQPLANO
                 IF ARQPLANO-FS EQUAL ZEROS
                    AND PLN-CONTA EQUAL WRK-CONTA
                    MOVE PLN-NOME TO WRK-NOME-CONTA
                 END-IF
              END-PERFORM
              CLOSE ARQPLANO
           END-IF.
           MOVE ZEROS TO ARQPLANO-FS.

       GRAVAR-MES SECTION.
           PERFORM CAPTURAR-CHAVE.
           IF WRK-CHAVE-OK EQUAL "S"
              MOVE WRK-SETOR  TO ORC-SETOR
              MOVE WRK-CONTA  TO ORC-CONTA
              MOVE WRK-ANOMES TO ORC-ANOMES
              READ ARQORCAMENTO
              IF ARQORCAMENTO-FS EQUAL ZEROS
                 MOVE ORC-VALOR TO WRK-VALOR-ED
                 DISPLAY "ORCADO ATUAL: " WRK-VALOR-ED
                         " (" ORC-USUARIO " " ORC-DATA-ALTERACAO ")"
              END-IF
              DISPLAY "VALOR ORCADO: "
              ACCEPT WRK-VALOR
              DISPLAY "GRAVAR (S/N)? "
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA EQUAL "S"
                 MOVE WRK-VALOR     TO ORC-VALOR
                 MOVE WRK-USUARIO   TO ORC-USUARIO
                 MOVE WRK-DATA-HOJE TO ORC-DATA-ALTERACAO
                 IF ARQORCAMENTO-FS EQUAL ZEROS
                    REWRITE ORC-REGISTRO
                 ELSE
                    WRITE ORC-REGISTRO
                 END-IF
                 DISPLAY "ORCAMENTO GRAVADO"
              END-IF
           END-IF.
           MOVE ZEROS TO ARQORCAMENTO-FS.

       EXCLUIR-MES SECTION.
           PERFORM CAPTURAR-CHAVE.
           IF WRK-CHAVE-OK EQUAL "S"
              MOVE WRK-SETOR  TO ORC-SETOR
              MOVE WRK-CONTA  TO ORC-CONTA
              MOVE WRK-ANOMES TO ORC-ANOMES
              READ ARQORCAMENTO
              IF ARQORCAMENTO-FS NOT EQUAL ZEROS
                 DISPLAY "MES SEM ORCAMENTO"
              ELSE
                 MOVE ORC-VALOR TO WRK-VALOR-ED
                 DISPLAY "EXCLUIR ORCADO DE " WRK-VALOR-ED " (S/N)? "
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL "S"
                    DELETE ARQORCAMENTO
                    DISPLAY "ORCAMENTO EXCLUIDO"
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO ARQORCAMENTO-FS.

      *    O ANO DE UM SETOR, NA ORDEM DA CHAVE (CONTA, MES)
       LISTAR-ANO SECTION.
           DISPLAY "SETOR: ".
           ACCEPT WRK-SETOR.
           DISPLAY "ANO (AAAA): ".
           ACCEPT WRK-ANO.
           MOVE ZEROS TO WRK-TOT-ANO.
           MOVE WRK-SETOR TO ORC-SETOR.
           MOVE ZEROS     TO ORC-CONTA ORC-ANOMES.
           START ARQORCAMENTO KEY IS NOT LESS ORC-CHAVE
              INVALID KEY MOVE 10 TO ARQORCAMENTO-FS
           END-START.
           PERFORM UNTIL ARQORCAMENTO-FS NOT EQUAL ZEROS
              READ ARQORCAMENTO NEXT RECORD
              IF ARQORCAMENTO-FS EQUAL ZEROS
                 IF ORC-SETOR NOT EQUAL WRK-SETOR
                    MOVE 10 TO ARQORCAMENTO-FS
                 ELSE
                    IF ORC-ANOMES(1:4) EQUAL WRK-ANO
                       MOVE ORC-VALOR TO WRK-VALOR-ED
                       DISPLAY ORC-CONTA " " ORC-ANOMES " "
                               WRK-VALOR-ED " " ORC-USUARIO
                       ADD ORC-VALOR TO WRK-TOT-ANO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WRK-TOT-ANO TO WRK-VALOR-ED.
           DISPLAY "TOTAL ORCADO NO ANO: " WRK-VALOR-ED.
           MOVE ZEROS TO ARQORCAMENTO-FS.
