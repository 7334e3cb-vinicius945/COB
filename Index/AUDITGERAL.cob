       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITGERAL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CONSULTA EM TELA DA AUDITORIA GERAL DO SISTEMA - UMA
      *LINHA DO TEMPO SO COM TODAS AS TRILHAS (CRM, PRODUTOS,
      *FUNCIONARIOS, CORRECOES DE PONTO, SIGN-ON E SESSOES, MOVIMENTO
      *DE ESTOQUE, SANGRIA/SUPRIMENTO DE CAIXA, APROVACOES, FECHAMENTO
      *DE PERIODO E AS PROPRIAS CONSULTAS DE AUDITORIA), FILTRADA POR
      *OPERADOR, PERIODO COM HORA, SUBSISTEMA OU CLIENTE/PRODUTO/
      *FUNCIONARIO. MOSTRA O QUE FOI FEITO, EM QUAL REGISTRO, O
      *RESUMO ANTES/DEPOIS E O PROGRAMA, COM PAGINACAO NO MESMO ESTILO
      *DO AUDITCONS. SO NIVEL "A"; A JUNCAO DAS TRILHAS E O REGISTRO
      *DA CONSULTA FICAM NO MODULO AUDITJUNTA
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQLINHA ASSIGN TO "DADOS/AUDIT_LINHATEMPO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLINHA-FS
           RECORD KEY IS LTP-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQLINHA.
       COPY "#AUDIT-LINHA".

       WORKING-STORAGE    SECTION.
       01 ARQLINHA-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES SPACES.
       01 WRK-NIVEL          PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.

       01 WRK-LINHA          PIC 9(02) VALUE 1.
       01 WRK-TOTEXIBIDOS    PIC 9(06) VALUE ZEROS.
       01 WRK-TAMPAGINA      PIC 9(02) VALUE 5.
       01 WRK-PAGUANTE       PIC 9(02) VALUE ZEROS.

       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "AUDITGERAL".

       COPY "#AUDIT-FILTRO".

       01 WRK-CABEC.
           05 FILLER             PIC X(14) VALUE "DATA     HORA".
           05 FILLER             PIC X(09) VALUE "SUBSIST".
           05 FILLER             PIC X(11) VALUE "OPERADOR".
           05 FILLER             PIC X(11) VALUE "ACAO".
           05 FILLER             PIC X(09) VALUE "REGISTRO".
           05 FILLER             PIC X(12) VALUE "PROGRAMA".

       01 WRK-LINHA-REG.
           05 WRK-REG-DATA       PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-HORA       PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-SUBSISTEMA PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-OPERADOR   PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-ACAO       PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-TIPO-CHAVE PIC X(01).
           05 WRK-REG-CHAVE      PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-REG-PROGRAMA   PIC X(12).

       01 WRK-LINHA-ANTES.
           05 FILLER             PIC X(08) VALUE " ANTES: ".
           05 WRK-ANT-RESUMO     PIC X(40).

       01 WRK-LINHA-DEPOIS.
           05 FILLER             PIC X(08) VALUE " DEPOIS:".
           05 WRK-DEP-RESUMO     PIC X(40).

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).
       01 LNK-NIVEL       PIC X(01).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR
                                OPTIONAL LNK-NIVEL.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           IF ADDRESS OF LNK-NIVEL NOT EQUAL NULL
              IF LNK-NIVEL NOT EQUAL SPACES
                 MOVE LNK-NIVEL TO WRK-NIVEL
              END-IF
           END-IF.
           PERFORM CONFERIR-ACESSO.
           IF WRK-NIVEL NOT EQUAL "A"
              DISPLAY "ACESSO RESTRITO AO NIVEL A"  LINE 20 COLUMN 01
              ACCEPT WRK-SEGURATELA                 LINE 21 COLUMN 01
           ELSE
              PERFORM PEDIR-FILTRO
              CALL "AUDITJUNTA" USING AUDF-FILTRO
              IF AUDF-RESULTADO NOT EQUAL "S"
                 DISPLAY "ACESSO RESTRITO AO NIVEL A" LINE 20 COLUMN 01
                 ACCEPT WRK-SEGURATELA               LINE 21 COLUMN 01
              ELSE
                 PERFORM EXIBIR-LINHA-TEMPO
              END-IF
           END-IF.
           GOBACK.

      *    CHAMADO FORA DO MENU DO CRM (SEM NIVEL), PEDE O SIGN-ON
      *    COMO O IMOBMANUT - O AUDITJUNTA CONFERE DE NOVO NO ARQUSU
       CONFERIR-ACESSO SECTION.
           IF WRK-NIVEL EQUAL SPACES OR WRK-OPERADOR EQUAL SPACES
              DISPLAY "USUARIO: "                   LINE 01 COLUMN 01
              ACCEPT WRK-USUARIO                    LINE 01 COLUMN 20
              DISPLAY "SENHA: "                     LINE 02 COLUMN 01
              ACCEPT WRK-SENHA                      LINE 02 COLUMN 20
              CALL "VALIDALOGIN" USING WRK-LOGIN
              MOVE SPACES TO WRK-NIVEL
              IF WRK-LOGIN-OK EQUAL "S"
                 MOVE WRK-USUARIO     TO WRK-OPERADOR
                 MOVE WRK-LOGIN-NIVEL TO WRK-NIVEL
              END-IF
           END-IF.

      *    CAMPO EM BRANCO OU ZERO NAO FILTRA
       PEDIR-FILTRO SECTION.
           INITIALIZE AUDF-FILTRO.
           MOVE WRK-OPERADOR TO AUDF-USUARIO.
           MOVE "TELA"       TO AUDF-VIA.
           DISPLAY "AUDITORIA GERAL DO SISTEMA"  LINE 01 COLUMN 01.
           DISPLAY "--------------------------"  LINE 02 COLUMN 01.
           DISPLAY "(EM BRANCO OU ZERO NAO FILTRA)"
                                                  LINE 03 COLUMN 01.
           DISPLAY "OPERADOR "                    LINE 04 COLUMN 01.
              ACCEPT AUDF-OPERADOR                LINE 04 COLUMN 35.
           DISPLAY "DATA INICIAL (AAAAMMDD) "     LINE 05 COLUMN 01.
              ACCEPT AUDF-DATA-INI                LINE 05 COLUMN 35.
           DISPLAY "HORA INICIAL (HHMM) "         LINE 06 COLUMN 01.
              ACCEPT AUDF-HORA-INI                LINE 06 COLUMN 35.
           DISPLAY "DATA FINAL   (AAAAMMDD) "     LINE 07 COLUMN 01.
              ACCEPT AUDF-DATA-FIM                LINE 07 COLUMN 35.
           DISPLAY "HORA FINAL   (HHMM) "         LINE 08 COLUMN 01.
              ACCEPT AUDF-HORA-FIM                LINE 08 COLUMN 35.
           DISPLAY "SUBSISTEMA (CRM PRODUTO FUNC PONTO LOGIN"
                                                  LINE 09 COLUMN 01.
           DISPLAY " ESTOQUE CAIXA APROVA PERIODO CONSULTA) "
                                                  LINE 10 COLUMN 01.
              ACCEPT AUDF-SUBSISTEMA              LINE 10 COLUMN 45.
           DISPLAY "REGISTRO (C)LIENTE (P)RODUTO (F)UNC "
                                                  LINE 11 COLUMN 01.
              ACCEPT AUDF-TIPO-CHAVE              LINE 11 COLUMN 45.
           IF AUDF-TIPO-CHAVE NOT EQUAL SPACES
              DISPLAY "CODIGO DO REGISTRO "       LINE 12 COLUMN 01
                 ACCEPT AUDF-CHAVE                LINE 12 COLUMN 35
           END-IF.

       EXIBIR-LINHA-TEMPO SECTION.
           OPEN INPUT ARQLINHA.
           IF ARQLINHA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA AUDIT_LINHATEMPO.DAT STATUS "
                      ARQLINHA-FS                  LINE 20 COLUMN 01
              ACCEPT WRK-SEGURATELA                LINE 21 COLUMN 01
           ELSE
              MOVE 1 TO WRK-LINHA
              DISPLAY WRK-CABEC           LINE WRK-LINHA COLUMN 01
              ADD 1 TO WRK-LINHA
              PERFORM UNTIL ARQLINHA-FS NOT EQUAL ZEROS
                 READ ARQLINHA NEXT RECORD
                 IF ARQLINHA-FS EQUAL ZEROS
                    PERFORM EXIBIR-ENTRADA
                 END-IF
              END-PERFORM
              CLOSE ARQLINHA
              DISPLAY "ENTRADAS EXIBIDAS " LINE 19 COLUMN 01
              DISPLAY WRK-TOTEXIBIDOS      LINE 19 COLUMN 25
              DISPLAY "VOLTANDO...."       LINE 20 COLUMN 01
              ACCEPT WRK-SEGURATELA        LINE 21 COLUMN 01
           END-IF.

       EXIBIR-ENTRADA SECTION.
           MOVE LTP-DATA           TO WRK-REG-DATA.
           MOVE LTP-HORA(1:4)      TO WRK-REG-HORA.
           MOVE LTP-SUBSISTEMA     TO WRK-REG-SUBSISTEMA.
           MOVE LTP-OPERADOR       TO WRK-REG-OPERADOR.
           MOVE LTP-ACAO           TO WRK-REG-ACAO.
           MOVE LTP-TIPO-CHAVE     TO WRK-REG-TIPO-CHAVE.
           IF LTP-TIPO-CHAVE EQUAL SPACES
              MOVE SPACES          TO WRK-REG-CHAVE
           ELSE
              MOVE LTP-CHAVE-REG   TO WRK-REG-CHAVE
           END-IF.
           MOVE LTP-PROGRAMA       TO WRK-REG-PROGRAMA.
           MOVE LTP-ANTES          TO WRK-ANT-RESUMO.
           MOVE LTP-DEPOIS         TO WRK-DEP-RESUMO.

           DISPLAY WRK-LINHA-REG        LINE WRK-LINHA COLUMN 01.
           ADD 1 TO WRK-LINHA.
           DISPLAY WRK-LINHA-ANTES      LINE WRK-LINHA COLUMN 01.
           ADD 1 TO WRK-LINHA.
           DISPLAY WRK-LINHA-DEPOIS     LINE WRK-LINHA COLUMN 01.
           ADD 1 TO WRK-LINHA.

           ADD 1 TO WRK-TOTEXIBIDOS.
           ADD 1 TO WRK-PAGUANTE.
           IF WRK-PAGUANTE GREATER OR EQUAL WRK-TAMPAGINA
              DISPLAY "APERTE UMA TECLA..."       LINE 21 COLUMN 01
              ACCEPT WRK-SEGURATELA               LINE 22 COLUMN 01
              MOVE 1 TO WRK-LINHA
              MOVE 0 TO WRK-PAGUANTE
              DISPLAY WRK-CABEC         LINE WRK-LINHA COLUMN 01
              ADD 1 TO WRK-LINHA
           END-IF.
