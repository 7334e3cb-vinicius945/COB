       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPOMMANUT.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: MANUTENCAO DO CADASTRO DE CUPONS DE DESCONTO
      *(ARQCUPOM.DAT) - ATE AGORA O CUPOM IMPRESSO DO MARKETING VIRAVA
      *PRECO EDITADO NA MAO NO BALCAO. INCLUI/ALTERA O CUPOM (CAMPANHA,
      *PERCENTUAL OU VALOR FIXO, JANELA, TICKET MINIMO, LIMITE DE USOS
      *NO TOTAL E POR CLIENTE, CATEGORIA DO ARQPRODCAT), SUSPENDE OU
      *REATIVA E LISTA OS CUPONS COM OS USOS JA FEITOS. QUEM APLICA E
      *O CUPOMVALIDA, CHAMADO PELO VENDAENTRADA E PELO PROGCOBPEDIDO
      *********************************
       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQCUPOM ASSIGN TO "DADOS/ARQCUPOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCUPOM-FS
           RECORD KEY IS CUPOM-CODIGO.

           SELECT ARQPRODCAT ASSIGN TO "DADOS/ARQPRODCAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS ARQPRODCAT-FS
           RECORD KEY IS CATPROD-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCUPOM.
       COPY "#CUPOM".

       FD ARQPRODCAT.
       COPY "#PRODCAT".

       WORKING-STORAGE    SECTION.
       01 ARQCUPOM-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPRODCAT-FS      PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-CUPOM-OK       PIC X(01) VALUES "N".
       01 WRK-USOS-ANTES     PIC 9(05) VALUES ZEROS.
       01 WRK-SITUACAO       PIC X(08) VALUES SPACES.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQCUPOM.
           IF ARQCUPOM-FS EQUAL 35
              OPEN OUTPUT ARQCUPOM
              CLOSE ARQCUPOM
              OPEN I-O ARQCUPOM
           END-IF.
           DISPLAY "CUPONS DE DESCONTO".
           DISPLAY "(I)NCLUIR/ALTERAR (S)USPENDER/REATIVAR (L)ISTAR? ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "I"
                 PERFORM INCLUIR-CUPOM
              WHEN "S"
                 PERFORM SUSPENDER-CUPOM
              WHEN "L"
                 PERFORM LISTAR-CUPONS
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQCUPOM.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

      *    CODIGO JA CADASTRADO E ALTERADO NO LUGAR, PRESERVANDO OS
      *    USOS JA FEITOS
       INCLUIR-CUPOM SECTION.
           DISPLAY "CODIGO DO CUPOM: ".
           ACCEPT CUPOM-CODIGO.
           MOVE ZEROS TO WRK-USOS-ANTES.
           READ ARQCUPOM.
           IF ARQCUPOM-FS EQUAL ZEROS
              MOVE CUPOM-USOS TO WRK-USOS-ANTES
              DISPLAY "CUPOM JA CADASTRADO (" CUPOM-USOS
                      " USOS) - SERA ALTERADO"
           END-IF.
           DISPLAY "CAMPANHA: ".
           ACCEPT CUPOM-CAMPANHA.
           DISPLAY "TIPO (P PERCENTUAL / V VALOR FIXO): ".
           ACCEPT CUPOM-TIPO.
           MOVE ZEROS TO CUPOM-PERCENTUAL CUPOM-VALOR.
           IF CUPOM-TIPO EQUAL "P"
              DISPLAY "PERCENTUAL DE DESCONTO: "
              ACCEPT CUPOM-PERCENTUAL
           ELSE
              MOVE "V" TO CUPOM-TIPO
              DISPLAY "VALOR DO DESCONTO: "
              ACCEPT CUPOM-VALOR
           END-IF.
           DISPLAY "INICIO (AAAAMMDD): ".
           ACCEPT CUPOM-INICIO.
           DISPLAY "FIM (AAAAMMDD): ".
           ACCEPT CUPOM-FIM.
           DISPLAY "TICKET MINIMO (0 = SEM MINIMO): ".
           ACCEPT CUPOM-MINIMO.
           DISPLAY "MAXIMO DE USOS NO TOTAL (0 = SEM LIMITE): ".
           ACCEPT CUPOM-MAX-USOS.
           DISPLAY "MAXIMO DE USOS POR CLIENTE (0 = SEM LIMITE): ".
           ACCEPT CUPOM-MAX-CLIENTE.
           DISPLAY "CATEGORIA DO ARQPRODCAT (BRANCO = TICKET TODO): ".
           ACCEPT CUPOM-CATEGORIA.
           PERFORM VALIDAR-CUPOM.
           IF WRK-CUPOM-OK EQUAL "S"
              DISPLAY "GRAVAR O CUPOM (S/N)? "
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA EQUAL "S"
                 MOVE WRK-USOS-ANTES TO CUPOM-USOS
                 MOVE "A"            TO CUPOM-SITUACAO
                 MOVE WRK-OPERADOR   TO CUPOM-OPERADOR
                 MOVE WRK-DATA-HOJE  TO CUPOM-DATA-GRAVACAO
                 WRITE CUPOM-REGISTRO
                 IF ARQCUPOM-FS EQUAL 22
                    REWRITE CUPOM-REGISTRO
                 END-IF
                 DISPLAY "CUPOM GRAVADO"
              END-IF
           END-IF.

       VALIDAR-CUPOM SECTION.
           MOVE "S" TO WRK-CUPOM-OK.
           EVALUATE TRUE
              WHEN CUPOM-CODIGO EQUAL SPACES
                 DISPLAY "CODIGO EM BRANCO - NAO GRAVADO"
                 MOVE "N" TO WRK-CUPOM-OK
              WHEN CUPOM-TIPO EQUAL "P"
               AND (CUPOM-PERCENTUAL EQUAL ZEROS
                OR CUPOM-PERCENTUAL GREATER 90)
                 DISPLAY "PERCENTUAL FORA DE 0-90 - NAO GRAVADO"
                 MOVE "N" TO WRK-CUPOM-OK
              WHEN CUPOM-TIPO EQUAL "V"
               AND CUPOM-VALOR EQUAL ZEROS
                 DISPLAY "VALOR ZERO - NAO GRAVADO"
                 MOVE "N" TO WRK-CUPOM-OK
              WHEN CUPOM-FIM LESS CUPOM-INICIO
                 DISPLAY "FIM ANTERIOR AO INICIO - NAO GRAVADO"
                 MOVE "N" TO WRK-CUPOM-OK
              WHEN CUPOM-CATEGORIA NOT EQUAL SPACES
                 PERFORM VALIDAR-CATEGORIA
           END-EVALUATE.

       VALIDAR-CATEGORIA SECTION.
           OPEN INPUT ARQPRODCAT.
           IF ARQPRODCAT-FS NOT EQUAL ZEROS
              DISPLAY "TABELA DE CATEGORIAS INDISPONIVEL - NAO GRAVADO"
              MOVE "N" TO WRK-CUPOM-OK
           ELSE
              MOVE CUPOM-CATEGORIA TO CATPROD-CODIGO
              READ ARQPRODCAT
              IF ARQPRODCAT-FS NOT EQUAL ZEROS
                 DISPLAY "CATEGORIA NAO CADASTRADA - NAO GRAVADO"
                 MOVE "N" TO WRK-CUPOM-OK
              ELSE
                 DISPLAY "CATEGORIA " CATPROD-DESCRICAO
              END-IF
              CLOSE ARQPRODCAT
           END-IF.
           MOVE ZEROS TO ARQPRODCAT-FS.

       SUSPENDER-CUPOM SECTION.
           DISPLAY "CODIGO DO CUPOM: ".
           ACCEPT CUPOM-CODIGO.
           READ ARQCUPOM.
           IF ARQCUPOM-FS NOT EQUAL ZEROS
              DISPLAY "CUPOM NAO ENCONTRADO"
              MOVE ZEROS TO ARQCUPOM-FS
           ELSE
              IF CUPOM-SITUACAO EQUAL "A"
                 DISPLAY "CUPOM ATIVO - SUSPENDER (S/N)? "
              ELSE
                 DISPLAY "CUPOM SUSPENSO - REATIVAR (S/N)? "
              END-IF
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA EQUAL "S"
                 IF CUPOM-SITUACAO EQUAL "A"
                    MOVE "S" TO CUPOM-SITUACAO
                 ELSE
                    MOVE "A" TO CUPOM-SITUACAO
                 END-IF
                 MOVE WRK-OPERADOR  TO CUPOM-OPERADOR
                 MOVE WRK-DATA-HOJE TO CUPOM-DATA-GRAVACAO
                 REWRITE CUPOM-REGISTRO
                 DISPLAY "SITUACAO ALTERADA"
              END-IF
           END-IF.

       LISTAR-CUPONS SECTION.
           MOVE LOW-VALUES TO CUPOM-CODIGO.
           START ARQCUPOM KEY IS GREATER CUPOM-CODIGO.
           PERFORM UNTIL ARQCUPOM-FS NOT EQUAL ZEROS
              READ ARQCUPOM NEXT RECORD
              IF ARQCUPOM-FS EQUAL ZEROS
                 PERFORM EXIBIR-CUPOM
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQCUPOM-FS.

       EXIBIR-CUPOM SECTION.
           EVALUATE TRUE
              WHEN CUPOM-SITUACAO NOT EQUAL "A"
                 MOVE "SUSPENSO" TO WRK-SITUACAO
              WHEN CUPOM-FIM LESS WRK-DATA-HOJE
                 MOVE "VENCIDO " TO WRK-SITUACAO
              WHEN CUPOM-INICIO GREATER WRK-DATA-HOJE
                 MOVE "FUTURO  " TO WRK-SITUACAO
              WHEN OTHER
                 MOVE "ATIVO   " TO WRK-SITUACAO
           END-EVALUATE.
           IF CUPOM-TIPO EQUAL "P"
              DISPLAY CUPOM-CODIGO " " CUPOM-CAMPANHA " " WRK-SITUACAO
                      " " CUPOM-PERCENTUAL " PCT DE " CUPOM-INICIO
                      " A " CUPOM-FIM
           ELSE
              DISPLAY CUPOM-CODIGO " " CUPOM-CAMPANHA " " WRK-SITUACAO
                      " VALOR " CUPOM-VALOR " DE " CUPOM-INICIO
                      " A " CUPOM-FIM
           END-IF.
           DISPLAY "   MINIMO " CUPOM-MINIMO " USOS " CUPOM-USOS
                   "/" CUPOM-MAX-USOS " POR CLIENTE "
                   CUPOM-MAX-CLIENTE " CATEGORIA " CUPOM-CATEGORIA.
