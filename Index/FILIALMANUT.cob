       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIALMANUT.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: MANUTENCAO DO CADASTRO DE FILIAIS (ARQFILIAL.DAT) -
      *CODIGO, NOME, ENDERECO, SE E A MATRIZ (SO UMA), NOMES DOS
      *ARQUIVOS DE INTERCAMBIO QUE SE ESPERAM DELA E OS DIAS SEM
      *ARQUIVO ATE SAIR NO FILIALATRASO. FILIAL NAO SE EXCLUI (O
      *CODIGO ESTA CARIMBADO NO CONSOLIDADO E NAS TRANSFERENCIAS) -
      *DESATIVA-SE. A LISTA MOSTRA A ULTIMA SEQUENCIA RECEBIDA DE
      *CADA UMA; O ACERTO MANUAL DA SEQUENCIA E PARA QUANDO A FILIAL
      *REINSTALA E RECOMECA A NUMERACAO. QUAL FILIAL E ESTA
      *INSTALACAO CONTINUA NO PARM-FILIAL-LOCAL (SETUP DO MANUT)
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQFILIAL ASSIGN TO "DADOS/ARQFILIAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFILIAL-FS
           RECORD KEY IS FIL-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFILIAL.
       COPY "#FILIAL".

       WORKING-STORAGE    SECTION.
       01 ARQFILIAL-FS       PIC 9(02) VALUES ZEROS.

      *---------------------Variaveis de apoio

       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-OPCAO      PIC X(01) VALUES SPACES.
       01 WRK-ACAO       PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-CODIGO     PIC X(10) VALUES SPACES.
       01 WRK-LINHA      PIC 9(02) VALUES ZEROS.
       01 WRK-MATRIZ-ATUAL PIC X(10) VALUES SPACES.
       01 WRK-FIL-GUARDADO PIC X(249) VALUES SPACES.

       01 WRK-NOME       PIC X(30)  VALUES SPACES.
       01 WRK-LOGRADOURO PIC X(30)  VALUES SPACES.
       01 WRK-NUMERO     PIC X(06)  VALUES SPACES.
       01 WRK-CIDADE     PIC X(20)  VALUES SPACES.
       01 WRK-UF         PIC X(02)  VALUES SPACES.
       01 WRK-CEP        PIC 9(08)  VALUES ZEROS.
       01 WRK-MATRIZ     PIC X(01)  VALUES SPACES.
       01 WRK-ARQ-CRM    PIC X(40)  VALUES SPACES.
       01 WRK-ARQ-PROD   PIC X(40)  VALUES SPACES.
       01 WRK-DIAS       PIC 9(03)  VALUES ZEROS.
       01 WRK-SEQ-CRM    PIC 9(06)  VALUES ZEROS.
       01 WRK-SEQ-PROD   PIC 9(06)  VALUES ZEROS.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           OPEN I-O ARQFILIAL.
           IF ARQFILIAL-FS EQUAL 35
              OPEN OUTPUT ARQFILIAL
              CLOSE ARQFILIAL
              OPEN I-O ARQFILIAL
           END-IF.
           IF ARQFILIAL-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA "              LINE 20 COLUMN 01
              DISPLAY ARQFILIAL-FS                  LINE 20 COLUMN 16
              PERFORM PAUSAR
              GOBACK
           END-IF.
           DISPLAY "CADASTRO DE FILIAIS"           LINE 01 COLUMN 01.
           DISPLAY "-------------------"           LINE 02 COLUMN 01.
           DISPLAY "(M)ANTER UMA FILIAL  (L)ISTAR TODAS ? "
                                                    LINE 03 COLUMN 01.
              ACCEPT WRK-OPCAO                     LINE 03 COLUMN 40.
           IF WRK-OPCAO EQUAL "L"
              PERFORM LISTAR-FILIAIS
           ELSE
              PERFORM PROCESSAR
           END-IF.
           CLOSE ARQFILIAL.
           PERFORM PAUSAR.

           GOBACK.


       PROCESSAR SECTION.
           DISPLAY "CODIGO DA FILIAL "             LINE 05 COLUMN 01.
              ACCEPT WRK-CODIGO                    LINE 05 COLUMN 25.
           IF WRK-CODIGO EQUAL SPACES
              DISPLAY "CODIGO OBRIGATORIO"         LINE 20 COLUMN 01
           ELSE
              MOVE WRK-CODIGO TO FIL-CODIGO
              READ ARQFILIAL
              IF ARQFILIAL-FS EQUAL 00
                 PERFORM MOSTRAR-FILIAL
                 DISPLAY "(A)LTERAR, (D)ESATIVAR/REATIVAR OU ACERTAR"
                         " (S)EQUENCIA ? "         LINE 12 COLUMN 01
                    ACCEPT WRK-ACAO                LINE 12 COLUMN 58
                 EVALUATE WRK-ACAO
                    WHEN "D"
                       PERFORM TROCAR-SITUACAO
                    WHEN "S"
                       PERFORM ACERTAR-SEQUENCIA
                    WHEN OTHER
                       PERFORM GRAVAR-FILIAL
                 END-EVALUATE
              ELSE
                 DISPLAY "FILIAL NOVA - INCLUINDO" LINE 06 COLUMN 01
                 MOVE SPACES TO FIL-REGISTRO
                 MOVE WRK-CODIGO TO FIL-CODIGO
                 MOVE "N"    TO FIL-MATRIZ
                 MOVE "S"    TO FIL-ATIVA
                 MOVE ZEROS  TO FIL-END-CEP FIL-DIAS-ALERTA
                                FIL-REC-SEQ-CRM FIL-REC-DATA-CRM
                                FIL-REC-SEQ-PROD FIL-REC-DATA-PROD
                                FIL-ENV-SEQ-CRM FIL-ENV-SEQ-PROD
                 PERFORM GRAVAR-FILIAL
              END-IF
           END-IF.

       MOSTRAR-FILIAL SECTION.
           DISPLAY "NOME       "                   LINE 06 COLUMN 01.
           DISPLAY FIL-NOME                        LINE 06 COLUMN 15.
           DISPLAY "MATRIZ "                       LINE 06 COLUMN 50.
           DISPLAY FIL-MATRIZ                      LINE 06 COLUMN 58.
           DISPLAY "ATIVA "                        LINE 06 COLUMN 62.
           DISPLAY FIL-ATIVA                       LINE 06 COLUMN 69.
           DISPLAY "ENDERECO   "                   LINE 07 COLUMN 01.
           DISPLAY FIL-END-LOGRADOURO              LINE 07 COLUMN 15.
           DISPLAY FIL-END-NUMERO                  LINE 07 COLUMN 46.
           DISPLAY FIL-END-CIDADE                  LINE 08 COLUMN 15.
           DISPLAY FIL-END-UF                      LINE 08 COLUMN 36.
           DISPLAY FIL-END-CEP                     LINE 08 COLUMN 40.
           DISPLAY "ARQ. CRM   "                   LINE 09 COLUMN 01.
           DISPLAY FIL-ARQ-CRM                     LINE 09 COLUMN 15.
           DISPLAY "ARQ. PROD  "                   LINE 10 COLUMN 01.
           DISPLAY FIL-ARQ-PROD                    LINE 10 COLUMN 15.
           DISPLAY "RECEBIDO CRM/PROD "            LINE 11 COLUMN 01.
           DISPLAY FIL-REC-SEQ-CRM                 LINE 11 COLUMN 20.
           DISPLAY FIL-REC-DATA-CRM                LINE 11 COLUMN 27.
           DISPLAY FIL-REC-SEQ-PROD                LINE 11 COLUMN 37.
           DISPLAY FIL-REC-DATA-PROD               LINE 11 COLUMN 44.
           DISPLAY "ALERTA "                       LINE 11 COLUMN 55.
           DISPLAY FIL-DIAS-ALERTA                 LINE 11 COLUMN 62.

      *    NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR ATUAL
       GRAVAR-FILIAL SECTION.
           MOVE SPACES TO WRK-NOME WRK-LOGRADOURO WRK-NUMERO
                          WRK-CIDADE WRK-UF WRK-MATRIZ
                          WRK-ARQ-CRM WRK-ARQ-PROD.
           MOVE ZEROS  TO WRK-CEP WRK-DIAS.
           DISPLAY "NOME              "            LINE 13 COLUMN 01.
              ACCEPT WRK-NOME                      LINE 13 COLUMN 20.
           DISPLAY "LOGRADOURO / NUM. "            LINE 14 COLUMN 01.
              ACCEPT WRK-LOGRADOURO                LINE 14 COLUMN 20.
              ACCEPT WRK-NUMERO                    LINE 14 COLUMN 52.
           DISPLAY "CIDADE / UF / CEP "            LINE 15 COLUMN 01.
              ACCEPT WRK-CIDADE                    LINE 15 COLUMN 20.
              ACCEPT WRK-UF                        LINE 15 COLUMN 42.
              ACCEPT WRK-CEP                       LINE 15 COLUMN 46.
           DISPLAY "MATRIZ (S/N)      "            LINE 16 COLUMN 01.
              ACCEPT WRK-MATRIZ                    LINE 16 COLUMN 20.
           DISPLAY "DIAS ALERTA "                  LINE 16 COLUMN 25.
              ACCEPT WRK-DIAS                      LINE 16 COLUMN 38.
           DISPLAY "ARQUIVO CRM       "            LINE 17 COLUMN 01.
              ACCEPT WRK-ARQ-CRM                   LINE 17 COLUMN 20.
           DISPLAY "ARQUIVO PRODUTOS  "            LINE 18 COLUMN 01.
              ACCEPT WRK-ARQ-PROD                  LINE 18 COLUMN 20.
           IF WRK-NOME NOT EQUAL SPACES
              MOVE WRK-NOME TO FIL-NOME
           END-IF.
           IF WRK-LOGRADOURO NOT EQUAL SPACES
              MOVE WRK-LOGRADOURO TO FIL-END-LOGRADOURO
           END-IF.
           IF WRK-NUMERO NOT EQUAL SPACES
              MOVE WRK-NUMERO TO FIL-END-NUMERO
           END-IF.
           IF WRK-CIDADE NOT EQUAL SPACES
              MOVE WRK-CIDADE TO FIL-END-CIDADE
           END-IF.
           IF WRK-UF NOT EQUAL SPACES
              MOVE WRK-UF TO FIL-END-UF
           END-IF.
           IF WRK-CEP GREATER ZEROS
              MOVE WRK-CEP TO FIL-END-CEP
           END-IF.
           IF WRK-MATRIZ EQUAL "S" OR "N"
              MOVE WRK-MATRIZ TO FIL-MATRIZ
           END-IF.
           IF WRK-DIAS GREATER ZEROS
              MOVE WRK-DIAS TO FIL-DIAS-ALERTA
           END-IF.
           IF WRK-ARQ-CRM NOT EQUAL SPACES
              MOVE WRK-ARQ-CRM TO FIL-ARQ-CRM
           END-IF.
           IF WRK-ARQ-PROD NOT EQUAL SPACES
              MOVE WRK-ARQ-PROD TO FIL-ARQ-PROD
           END-IF.
           IF FIL-MATRIZ EQUAL "S"
              PERFORM PROCURAR-MATRIZ
           END-IF.
           EVALUATE TRUE
              WHEN FIL-NOME EQUAL SPACES
                 DISPLAY "NOME E OBRIGATORIO"      LINE 20 COLUMN 01
              WHEN FIL-MATRIZ EQUAL "S"
                   AND WRK-MATRIZ-ATUAL NOT EQUAL SPACES
                 DISPLAY "A MATRIZ JA E A FILIAL " LINE 20 COLUMN 01
                 DISPLAY WRK-MATRIZ-ATUAL          LINE 20 COLUMN 24
              WHEN OTHER
                 DISPLAY "CONFIRMA (S/N)? "        LINE 19 COLUMN 01
                    ACCEPT WRK-CONFIRMA            LINE 19 COLUMN 25
                 IF WRK-CONFIRMA EQUAL "S"
                    PERFORM REGRAVAR-FILIAL
                    DISPLAY "FILIAL GRAVADA"       LINE 20 COLUMN 01
                 END-IF
           END-EVALUATE.

      *    SO PODE HAVER UMA MATRIZ - PROCURA OUTRA QUE NAO A DA TELA.
      *    A LEITURA SEQUENCIAL ESTRAGA A AREA DO REGISTRO, QUE E
      *    GUARDADA E DEVOLVIDA
       PROCURAR-MATRIZ SECTION.
           MOVE SPACES TO WRK-MATRIZ-ATUAL.
           MOVE FIL-REGISTRO TO WRK-FIL-GUARDADO.
           MOVE LOW-VALUES TO FIL-CODIGO.
           START ARQFILIAL KEY IS GREATER FIL-CODIGO.
           PERFORM UNTIL ARQFILIAL-FS NOT EQUAL ZEROS
              READ ARQFILIAL NEXT RECORD
              IF ARQFILIAL-FS EQUAL ZEROS
                 AND FIL-MATRIZ EQUAL "S"
                 AND FIL-CODIGO NOT EQUAL WRK-CODIGO
                 MOVE FIL-CODIGO TO WRK-MATRIZ-ATUAL
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQFILIAL-FS.
           MOVE WRK-FIL-GUARDADO TO FIL-REGISTRO.

       REGRAVAR-FILIAL SECTION.
           MOVE WRK-OPERADOR TO FIL-OPERADOR.
           ACCEPT FIL-DATA-ALTERACAO FROM DATE YYYYMMDD.
           WRITE FIL-REGISTRO.
           IF ARQFILIAL-FS EQUAL 22
              REWRITE FIL-REGISTRO
           END-IF.

       TROCAR-SITUACAO SECTION.
           IF FIL-ATIVA EQUAL "S"
              DISPLAY "DESATIVAR - ARQUIVOS DELA SERAO RECUSADOS"
                                                    LINE 18 COLUMN 01
              MOVE "N" TO FIL-ATIVA
           ELSE
              DISPLAY "REATIVAR A FILIAL"          LINE 18 COLUMN 01
              MOVE "S" TO FIL-ATIVA
           END-IF.
           DISPLAY "CONFIRMA (S/N)? "              LINE 19 COLUMN 01.
              ACCEPT WRK-CONFIRMA                  LINE 19 COLUMN 25.
           IF WRK-CONFIRMA EQUAL "S"
              PERFORM REGRAVAR-FILIAL
              DISPLAY "SITUACAO GRAVADA"           LINE 20 COLUMN 01
           END-IF.

      *    A FILIAL QUE REINSTALOU RECOMECA DO 1 - SEM O ACERTO, TODO
      *    ARQUIVO DELA SERIA RECUSADO COMO REPETIDO
       ACERTAR-SEQUENCIA SECTION.
           MOVE FIL-REC-SEQ-CRM  TO WRK-SEQ-CRM.
           MOVE FIL-REC-SEQ-PROD TO WRK-SEQ-PROD.
           DISPLAY "ULTIMA SEQ. RECEBIDA CRM "     LINE 14 COLUMN 01.
              ACCEPT WRK-SEQ-CRM                   LINE 14 COLUMN 30.
           DISPLAY "ULTIMA SEQ. RECEBIDA PROD"     LINE 15 COLUMN 01.
              ACCEPT WRK-SEQ-PROD                  LINE 15 COLUMN 30.
           DISPLAY "CONFIRMA (S/N)? "              LINE 19 COLUMN 01.
              ACCEPT WRK-CONFIRMA                  LINE 19 COLUMN 25.
           IF WRK-CONFIRMA EQUAL "S"
              MOVE WRK-SEQ-CRM  TO FIL-REC-SEQ-CRM
              MOVE WRK-SEQ-PROD TO FIL-REC-SEQ-PROD
              PERFORM REGRAVAR-FILIAL
              DISPLAY "SEQUENCIAS GRAVADAS"        LINE 20 COLUMN 01
           END-IF.

       LISTAR-FILIAIS SECTION.
           DISPLAY "CODIGO     NOME                           M A"
                   " SEQ.CRM ULT.CRM  SEQ.PRD"     LINE 05 COLUMN 01.
           MOVE 06 TO WRK-LINHA.
           MOVE LOW-VALUES TO FIL-CODIGO.
           START ARQFILIAL KEY IS GREATER FIL-CODIGO.
           PERFORM UNTIL ARQFILIAL-FS NOT EQUAL ZEROS
              READ ARQFILIAL NEXT RECORD
              IF ARQFILIAL-FS EQUAL ZEROS
                 DISPLAY FIL-CODIGO                LINE WRK-LINHA
                                                   COLUMN 01
                 DISPLAY FIL-NOME                  LINE WRK-LINHA
                                                   COLUMN 12
                 DISPLAY FIL-MATRIZ                LINE WRK-LINHA
                                                   COLUMN 43
                 DISPLAY FIL-ATIVA                 LINE WRK-LINHA
                                                   COLUMN 45
                 DISPLAY FIL-REC-SEQ-CRM           LINE WRK-LINHA
                                                   COLUMN 47
                 DISPLAY FIL-REC-DATA-CRM          LINE WRK-LINHA
                                                   COLUMN 55
                 DISPLAY FIL-REC-SEQ-PROD          LINE WRK-LINHA
                                                   COLUMN 64
                 ADD 1 TO WRK-LINHA
                 IF WRK-LINHA GREATER 19
                    PERFORM PAUSAR
                    MOVE 06 TO WRK-LINHA
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQFILIAL-FS.

       PAUSAR SECTION.
           DISPLAY "VOLTANDO..."                   LINE 21 COLUMN 01.
           ACCEPT WRK-SEGURATELA                   LINE 22 COLUMN 01.
