       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: MODULO DE PROTECAO DE DADO PESSOAL - CONFERE SE O
      *USUARIO (PELO USU-NIVEL DO ARQUSU, OU O NIVEL "L" DO LOTE
      *NOTURNO) ESTA LIBERADO PARA O GRUPO DO CAMPO NA TABELA
      *ARQSIGILO.DAT (CONTATO, NASCIMENTO, ENDERECO, SALARIO, DADOS
      *BANCARIOS). NAO LIBERADO, DEVOLVE O CAMPO MASCARADO - TELEFONE
      *"(11) 9****-**21", E-MAIL "JO*****@DOMINIO", NASCIMENTO SO COM O
      *ANO, ENDERECO SO COM O COMECO, VALOR TODO EM "*", CONTA SO COM
      *OS DOIS ULTIMOS DIGITOS. LIBERADO, DEVOLVE O CAMPO COMO VEIO E
      *GRAVA A VISAO NO ARQACESSO_SENSIVEL.DAT. SEM O ARQSIGILO.DAT
      *VALEM OS PADROES DE FABRICA (OS MESMOS QUE O MANUT GRAVA)
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSIGILO ASSIGN TO "DADOS/ARQSIGILO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQSIGILO-FS.

           SELECT ARQUSU ASSIGN TO "DADOS/ARQUSU.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQUSU-FS
           RECORD KEY IS USU-USUARIO.

           SELECT ARQACESSO ASSIGN TO "DADOS/ARQACESSO_SENSIVEL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQACESSO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQSIGILO.
       COPY "#SIGILO".

       FD ARQUSU.
       COPY "#USU".

       FD ARQACESSO.
       COPY "#SIGILO-ACESSO".

       WORKING-STORAGE SECTION.
       01 ARQSIGILO-FS       PIC 9(02) VALUES ZEROS.
       01 ARQUSU-FS          PIC 9(02) VALUES ZEROS.
       01 ARQACESSO-FS       PIC 9(02) VALUES ZEROS.

      *----------TABELA DE LIBERACAO EM MEMORIA - CARREGADA NA PRIMEIRA
      *----------CHAMADA E MANTIDA ENQUANTO O MODULO ESTIVER CARREGADO
       01 WRK-TABELA-CARREGADA PIC X(01) VALUES "N".
       01 WRK-QTD-NIVEIS     PIC 9(02) VALUES ZEROS.
       01 WRK-TAB-SIGILO.
           05 WRK-SIG-ITEM OCCURS 10 TIMES.
               10 WRK-TABS-NIVEL  PIC X(01).
               10 WRK-TABS-GRUPO  PIC X(01) OCCURS 5 TIMES.
       01 WRK-SIG-IDX        PIC 9(02) VALUES ZEROS.

      *----------ULTIMO USUARIO CONSULTADO NO ARQUSU (A TELA CHAMA O
      *----------MODULO UMA VEZ POR CAMPO - NAO RELE O CADASTRO)
       01 WRK-ULT-USUARIO    PIC X(10) VALUES SPACES.
       01 WRK-ULT-NIVEL      PIC X(01) VALUES SPACES.

       01 WRK-NIVEL          PIC X(01) VALUES SPACES.
       01 WRK-LIBERADO       PIC X(01) VALUES "N".

      *----------APOIO DA MASCARA
       01 WRK-TAM            PIC 9(02) VALUES ZEROS.
       01 WRK-POS            PIC 9(02) VALUES ZEROS.
       01 WRK-INICIO         PIC 9(02) VALUES ZEROS.
       01 WRK-ARROBA         PIC 9(02) VALUES ZEROS.
       01 WRK-QTD-DIGITOS    PIC 9(02) VALUES ZEROS.
       01 WRK-DIGITO         PIC 9(02) VALUES ZEROS.

       LINKAGE SECTION.
       COPY "#SIGILO-MASC".

       PROCEDURE DIVISION USING MSC-PARAMETROS.
       0001-PRINCIPAL SECTION.
           IF WRK-TABELA-CARREGADA NOT EQUAL "S"
              PERFORM CARREGAR-TABELA
           END-IF.
           PERFORM OBTER-NIVEL.
           PERFORM CONFERIR-LIBERACAO.
           MOVE WRK-LIBERADO TO MSC-LIBERADO.
           IF WRK-LIBERADO EQUAL "S"
              PERFORM GRAVAR-ACESSO
           ELSE
              IF MSC-ACAO EQUAL "M"
                 PERFORM MASCARAR-CAMPO
              END-IF
           END-IF.
           GOBACK.

       CARREGAR-TABELA SECTION.
           MOVE ZEROS TO WRK-QTD-NIVEIS.
           OPEN INPUT ARQSIGILO.
           IF ARQSIGILO-FS EQUAL ZEROS
              PERFORM UNTIL ARQSIGILO-FS NOT EQUAL ZEROS
                 READ ARQSIGILO
                 IF ARQSIGILO-FS EQUAL ZEROS
                    AND WRK-QTD-NIVEIS LESS 10
                    ADD 1 TO WRK-QTD-NIVEIS
                    MOVE SIG-REGISTRO TO WRK-SIG-ITEM(WRK-QTD-NIVEIS)
                 END-IF
              END-PERFORM
              CLOSE ARQSIGILO
           END-IF.
           IF WRK-QTD-NIVEIS EQUAL ZEROS
              PERFORM CARREGAR-PADRAO
           END-IF.
           MOVE "S" TO WRK-TABELA-CARREGADA.

      *    PADROES DE FABRICA: A VE TUDO; B VE CONTATO, NASCIMENTO E
      *    ENDERECO MAS NAO SALARIO NEM BANCO; C NAO VE NADA; O LOTE
      *    NOTURNO (L) SEGUE O B. NIVEL FORA DA TABELA NAO VE NADA
       CARREGAR-PADRAO SECTION.
           MOVE "ASSSSS" TO WRK-SIG-ITEM(1).
           MOVE "BSSSNN" TO WRK-SIG-ITEM(2).
           MOVE "CNNNNN" TO WRK-SIG-ITEM(3).
           MOVE "LSSSNN" TO WRK-SIG-ITEM(4).
           MOVE 4 TO WRK-QTD-NIVEIS.

      *    NIVEL INFORMADO PELO CHAMADOR VALE (LOTE); SENAO, O DO
      *    CADASTRO. USUARIO FORA DO CADASTRO OU BLOQUEADO FICA SEM
      *    NIVEL - E SEM NIVEL TUDO SAI MASCARADO
       OBTER-NIVEL SECTION.
           IF MSC-NIVEL NOT EQUAL SPACES
              MOVE MSC-NIVEL TO WRK-NIVEL
           ELSE
              IF MSC-USUARIO NOT EQUAL WRK-ULT-USUARIO
                 OR WRK-ULT-USUARIO EQUAL SPACES
                 MOVE MSC-USUARIO TO WRK-ULT-USUARIO
                 MOVE SPACES      TO WRK-ULT-NIVEL
                 OPEN INPUT ARQUSU
                 IF ARQUSU-FS EQUAL ZEROS
                    MOVE MSC-USUARIO TO USU-USUARIO
                    READ ARQUSU
                    IF ARQUSU-FS EQUAL ZEROS
                       AND USU-BLOQUEADO NOT EQUAL "S"
                       AND USU-BLOQUEADO NOT EQUAL "D"
                       MOVE USU-NIVEL TO WRK-ULT-NIVEL
                    END-IF
                    CLOSE ARQUSU
                 END-IF
              END-IF
              MOVE WRK-ULT-NIVEL TO WRK-NIVEL
           END-IF.

       CONFERIR-LIBERACAO SECTION.
           MOVE "N" TO WRK-LIBERADO.
           IF WRK-NIVEL NOT EQUAL SPACES
              AND MSC-GRUPO GREATER ZERO
              AND MSC-GRUPO LESS 6
              PERFORM VARYING WRK-SIG-IDX FROM 1 BY 1
                      UNTIL WRK-SIG-IDX GREATER WRK-QTD-NIVEIS
                 IF WRK-TABS-NIVEL(WRK-SIG-IDX) EQUAL WRK-NIVEL
                    MOVE WRK-TABS-GRUPO(WRK-SIG-IDX, MSC-GRUPO)
                      TO WRK-LIBERADO
                 END-IF
              END-PERFORM
           END-IF.
           IF WRK-LIBERADO NOT EQUAL "S"
              MOVE "N" TO WRK-LIBERADO
           END-IF.

       GRAVAR-ACESSO SECTION.
           OPEN EXTEND ARQACESSO.
           IF ARQACESSO-FS EQUAL 05 OR ARQACESSO-FS EQUAL 35
              OPEN OUTPUT ARQACESSO
           END-IF.
           IF ARQACESSO-FS EQUAL ZEROS
              ACCEPT ACS-DATA FROM DATE YYYYMMDD
              ACCEPT ACS-HORA FROM TIME
              MOVE MSC-USUARIO    TO ACS-USUARIO
              MOVE WRK-NIVEL      TO ACS-NIVEL
              MOVE MSC-PROGRAMA   TO ACS-PROGRAMA
              MOVE MSC-GRUPO      TO ACS-GRUPO
              MOVE MSC-CAMPO-NOME TO ACS-CAMPO-NOME
              MOVE MSC-TIPO-CHAVE TO ACS-TIPO-CHAVE
              MOVE MSC-CHAVE      TO ACS-CHAVE
              MOVE MSC-ACAO       TO ACS-ACAO
              WRITE ACS-REGISTRO
              CLOSE ARQACESSO
           ELSE
              DISPLAY "ERRO ABERTURA ARQACESSO_SENSIVEL.DAT STATUS "
                      ARQACESSO-FS
           END-IF.

       MASCARAR-CAMPO SECTION.
           MOVE ZEROS TO WRK-TAM.
           PERFORM VARYING WRK-POS FROM 40 BY -1
                   UNTIL WRK-POS EQUAL ZEROS OR WRK-TAM GREATER ZEROS
              IF MSC-CAMPO(WRK-POS:1) NOT EQUAL SPACE
                 MOVE WRK-POS TO WRK-TAM
              END-IF
           END-PERFORM.
           IF WRK-TAM GREATER ZEROS
              EVALUATE MSC-FORMATO
                 WHEN "T"
                    PERFORM MASCARAR-TELEFONE
                 WHEN "E"
                    PERFORM MASCARAR-EMAIL
                 WHEN "D"
                    MOVE "****" TO MSC-CAMPO(5:4)
                 WHEN "X"
                    MOVE 4 TO WRK-INICIO
                    PERFORM MASCARAR-FAIXA
                 WHEN "N"
                    PERFORM MASCARAR-CONTA
                 WHEN OTHER
                    MOVE 1 TO WRK-INICIO
                    PERFORM MASCARAR-FAIXA
              END-EVALUATE
           END-IF.

      *    DDD (ATE O ")") FICA; DEPOIS DELE FICAM O PRIMEIRO E OS DOIS
      *    ULTIMOS DIGITOS - "(11) 98765-4321" VIRA "(11) 9****-**21"
       MASCARAR-TELEFONE SECTION.
           MOVE 1 TO WRK-INICIO.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS GREATER WRK-TAM
              IF MSC-CAMPO(WRK-POS:1) EQUAL ")"
                 COMPUTE WRK-INICIO = WRK-POS + 1
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-QTD-DIGITOS.
           PERFORM VARYING WRK-POS FROM WRK-INICIO BY 1
                   UNTIL WRK-POS GREATER WRK-TAM
              IF MSC-CAMPO(WRK-POS:1) IS NUMERIC
                 ADD 1 TO WRK-QTD-DIGITOS
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-DIGITO.
           PERFORM VARYING WRK-POS FROM WRK-INICIO BY 1
                   UNTIL WRK-POS GREATER WRK-TAM
              IF MSC-CAMPO(WRK-POS:1) IS NUMERIC
                 ADD 1 TO WRK-DIGITO
                 IF WRK-DIGITO GREATER 1
                    AND WRK-DIGITO + 2 NOT GREATER WRK-QTD-DIGITOS
                    MOVE "*" TO MSC-CAMPO(WRK-POS:1)
                 END-IF
              END-IF
           END-PERFORM.

      *    FICAM AS DUAS PRIMEIRAS LETRAS E O DOMINIO A PARTIR DO "@"
       MASCARAR-EMAIL SECTION.
           MOVE ZEROS TO WRK-ARROBA.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS GREATER WRK-TAM
                      OR WRK-ARROBA GREATER ZEROS
              IF MSC-CAMPO(WRK-POS:1) EQUAL "@"
                 MOVE WRK-POS TO WRK-ARROBA
              END-IF
           END-PERFORM.
           IF WRK-ARROBA GREATER ZEROS
              COMPUTE WRK-TAM = WRK-ARROBA - 1
           END-IF.
           MOVE 3 TO WRK-INICIO.
           PERFORM MASCARAR-FAIXA.

      *    CONTA E AGENCIA: SO OS DOIS ULTIMOS DIGITOS FICAM
       MASCARAR-CONTA SECTION.
           IF WRK-TAM GREATER 2
              COMPUTE WRK-TAM = WRK-TAM - 2
              MOVE 1 TO WRK-INICIO
              PERFORM MASCARAR-FAIXA
           END-IF.

      *    TROCA POR "*" TODO CARACTER NAO BRANCO DE WRK-INICIO ATE
      *    WRK-TAM
       MASCARAR-FAIXA SECTION.
           PERFORM VARYING WRK-POS FROM WRK-INICIO BY 1
                   UNTIL WRK-POS GREATER WRK-TAM
              IF MSC-CAMPO(WRK-POS:1) NOT EQUAL SPACE
                 MOVE "*" TO MSC-CAMPO(WRK-POS:1)
              END-IF
           END-PERFORM.
