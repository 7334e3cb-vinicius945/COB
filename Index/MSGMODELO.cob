       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGMODELO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: MANUTENCAO DOS MODELOS DE MENSAGEM (ARQMSGMODELO.DAT)
      *- INCLUI, ALTERA, SUSPENDE E EXCLUI UM MODELO COM FINALIDADE
      *(MARKETING/SERVICO), CANAIS PERMITIDOS, ASSUNTO E TEXTO COM &1
      *A &4 NO LUGAR DOS PARAMETROS. DAQUI TAMBEM SE CONSULTA UMA
      *MENSAGEM DA FILA PELO NUMERO E SE DISPARA FORA DE HORA A
      *ENTREGA DAS PENDENTES AO GATEWAY (MSGEXPORTA) E A LEITURA DO
      *RETORNO DE ENTREGA (MSGRETORNO). SO NIVEL "A": PEDE O SIGN-ON
      *PELO VALIDALOGIN ANTES DO MENU. NA CONSULTA DA FILA O DESTINO
      *PASSA PELO MASCARA E OS PARAMETROS DE MENSAGEM DE SERVICO
      *(SENHA PROVISORIA, PEDIDO, COBRANCA) NAO APARECEM
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQMSGMODELO ASSIGN TO "DADOS/ARQMSGMODELO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQMSGMODELO-FS
           RECORD KEY IS MOD-CODIGO.

           SELECT ARQMSGFILA ASSIGN TO "DADOS/ARQMSGFILA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQMSGFILA-FS
           RECORD KEY IS MSG-NUMERO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQMSGMODELO.
       COPY "#MSG-MODELO".

       FD ARQMSGFILA.
       COPY "#MSG-FILA".

       WORKING-STORAGE    SECTION.
       01 ARQMSGMODELO-FS    PIC 9(02) VALUES ZEROS.
       01 ARQMSGFILA-FS      PIC 9(02) VALUES ZEROS.

      *---------------------Variaveis de apoio

       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-OPCAO      PIC X(01) VALUES SPACES.
       01 WRK-ACAO       PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-CODIGO     PIC X(08) VALUES SPACES.
       01 WRK-NUMERO     PIC 9(08) VALUES ZEROS.
       01 WRK-PRIORIDADE-MAX PIC 9(01) VALUES 9.

       01 WRK-DESCRICAO  PIC X(30)  VALUES SPACES.
       01 WRK-FINALIDADE PIC X(01)  VALUES SPACES.
       01 WRK-CANAIS     PIC X(01)  VALUES SPACES.
       01 WRK-ASSUNTO    PIC X(40)  VALUES SPACES.
       01 WRK-TEXTO-1    PIC X(80)  VALUES SPACES.
       01 WRK-TEXTO-2    PIC X(80)  VALUES SPACES.
       01 WRK-ATIVO      PIC X(01)  VALUES SPACES.

       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "MSGMODELO".

       COPY "#SIGILO-MASC".

      *----------SO PARA CRIAR A TABELA COM OS MODELOS PADRAO
       01 WRK-MSG.
           05 WRK-MSG-ACAO       PIC X(01) VALUE "P".
           05 WRK-MSG-DEST-TIPO  PIC X(01) VALUE SPACES.
           05 WRK-MSG-CLIENTE-ID PIC 9(06) VALUE ZEROS.
           05 WRK-MSG-USUARIO    PIC X(10) VALUE SPACES.
           05 WRK-MSG-CANAL      PIC X(01) VALUE SPACES.
           05 WRK-MSG-DESTINO    PIC X(40) VALUE SPACES.
           05 WRK-MSG-MODELO     PIC X(08) VALUE SPACES.
           05 WRK-MSG-PARM       PIC X(20) OCCURS 4 TIMES.
           05 WRK-MSG-PRIORIDADE PIC 9(01) VALUE ZERO.
           05 WRK-MSG-PROGRAMA   PIC X(12) VALUE "MSGMODELO".
           05 WRK-MSG-OPERADOR   PIC X(10) VALUE SPACES.
           05 WRK-MSG-RETORNO    PIC X(01) VALUE SPACES.
           05 WRK-MSG-NUMERO     PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM AUTENTICAR.
           IF WRK-LOGIN-OK NOT EQUAL "S"
              OR WRK-LOGIN-NIVEL NOT EQUAL "A"
              DISPLAY "ACESSO RESTRITO AO NIVEL A" LINE 20 COLUMN 01
              PERFORM PAUSAR
              GOBACK
           END-IF.
           MOVE WRK-USUARIO TO WRK-OPERADOR.
           CALL "MSGENFILA" USING WRK-MSG.
           DISPLAY "MENSAGENS DE SAIDA (E-MAIL/SMS)" LINE 01 COLUMN 01.
           DISPLAY "-------------------------------" LINE 02 COLUMN 01.
           DISPLAY "(M)ODELOS  (F)ILA  (X) ENTREGAR AO GATEWAY"
                                                    LINE 03 COLUMN 01.
           DISPLAY "(R)ETORNO DO GATEWAY ? "        LINE 04 COLUMN 01.
              ACCEPT WRK-OPCAO                     LINE 04 COLUMN 25.

           EVALUATE WRK-OPCAO
              WHEN "F"
                 PERFORM CONSULTAR-FILA
              WHEN "X"
                 DISPLAY "SO ATE A PRIORIDADE (1-9) "
                                                    LINE 06 COLUMN 01
                    ACCEPT WRK-PRIORIDADE-MAX      LINE 06 COLUMN 30
                 IF WRK-PRIORIDADE-MAX EQUAL ZERO
                    MOVE 9 TO WRK-PRIORIDADE-MAX
                 END-IF
                 CALL "MSGEXPORTA" USING WRK-PRIORIDADE-MAX
                                         WRK-OPERADOR
              WHEN "R"
                 CALL "MSGRETORNO" USING WRK-OPERADOR
              WHEN OTHER
                 PERFORM MANTER-MODELOS
           END-EVALUATE.
           PERFORM PAUSAR.

           GOBACK.


      *    MODELO DECIDE SE A FILA CONFERE O CONSENTIMENTO (FINALIDADE
      *    M/S) E A FILA GUARDA DESTINO E PARAMETROS - SO O NIVEL A
       AUTENTICAR SECTION.
           DISPLAY "MENSAGENS DE SAIDA - SIGN-ON"  LINE 01 COLUMN 01.
           DISPLAY "USUARIO: "                     LINE 02 COLUMN 01.
              ACCEPT WRK-USUARIO                   LINE 02 COLUMN 20.
           DISPLAY "SENHA: "                       LINE 03 COLUMN 01.
              ACCEPT WRK-SENHA                     LINE 03 COLUMN 20.
           CALL "VALIDALOGIN" USING WRK-LOGIN.
           MOVE SPACES TO WRK-SENHA.

       MANTER-MODELOS SECTION.
           OPEN I-O ARQMSGMODELO.
           IF ARQMSGMODELO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA "              LINE 20 COLUMN 01
              DISPLAY ARQMSGMODELO-FS               LINE 20 COLUMN 16
           ELSE
              PERFORM PROCESSAR
              CLOSE ARQMSGMODELO
           END-IF.

       PROCESSAR SECTION.
           DISPLAY "CODIGO DO MODELO "             LINE 06 COLUMN 01.
              ACCEPT WRK-CODIGO                    LINE 06 COLUMN 25.
           IF WRK-CODIGO EQUAL SPACES
              DISPLAY "CODIGO OBRIGATORIO"         LINE 20 COLUMN 01
           ELSE
              MOVE WRK-CODIGO TO MOD-CODIGO
              READ ARQMSGMODELO
              IF ARQMSGMODELO-FS EQUAL 00
                 PERFORM MOSTRAR-MODELO
                 DISPLAY "(A)LTERAR OU (E)XCLUIR O MODELO ? "
                                                    LINE 13 COLUMN 01
                    ACCEPT WRK-ACAO                LINE 13 COLUMN 36
                 IF WRK-ACAO EQUAL "E"
                    PERFORM EXCLUIR-MODELO
                 ELSE
                    PERFORM GRAVAR-MODELO
                 END-IF
              ELSE
                 DISPLAY "MODELO NOVO - INCLUINDO" LINE 07 COLUMN 01
                 MOVE SPACES TO MOD-DESCRICAO MOD-FINALIDADE
                                MOD-CANAIS MOD-ASSUNTO MOD-TEXTO
                 MOVE "S"    TO MOD-ATIVO
                 PERFORM GRAVAR-MODELO
              END-IF
           END-IF.

       MOSTRAR-MODELO SECTION.
           DISPLAY "DESCRICAO  "                   LINE 07 COLUMN 01.
           DISPLAY MOD-DESCRICAO                   LINE 07 COLUMN 15.
           DISPLAY "FINALIDADE "                   LINE 08 COLUMN 01.
           DISPLAY MOD-FINALIDADE                  LINE 08 COLUMN 15.
           DISPLAY "CANAIS     "                   LINE 08 COLUMN 20.
           DISPLAY MOD-CANAIS                      LINE 08 COLUMN 32.
           DISPLAY "ATIVO      "                   LINE 08 COLUMN 40.
           DISPLAY MOD-ATIVO                       LINE 08 COLUMN 52.
           DISPLAY "ASSUNTO    "                   LINE 09 COLUMN 01.
           DISPLAY MOD-ASSUNTO                     LINE 09 COLUMN 15.
           DISPLAY MOD-TEXTO(1:80)                 LINE 10 COLUMN 01.
           DISPLAY MOD-TEXTO(81:80)                LINE 11 COLUMN 01.
           DISPLAY "GRAVADO EM "                   LINE 12 COLUMN 01.
           DISPLAY MOD-DATA                        LINE 12 COLUMN 15.
           DISPLAY MOD-OPERADOR                    LINE 12 COLUMN 25.

      *    NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR ATUAL. O TEXTO
      *    E DIGITADO EM DUAS METADES DE 80 (A SEGUNDA EM BRANCO NAO
      *    APAGA A QUE JA EXISTE)
       GRAVAR-MODELO SECTION.
           MOVE SPACES TO WRK-DESCRICAO WRK-FINALIDADE WRK-CANAIS
                          WRK-ASSUNTO WRK-TEXTO-1 WRK-TEXTO-2
                          WRK-ATIVO.
           DISPLAY "DESCRICAO       "              LINE 14 COLUMN 01.
              ACCEPT WRK-DESCRICAO                 LINE 14 COLUMN 20.
           DISPLAY "FINALIDADE (M/S)"              LINE 15 COLUMN 01.
              ACCEPT WRK-FINALIDADE                LINE 15 COLUMN 20.
           DISPLAY "CANAIS (E/S/A)  "              LINE 15 COLUMN 25.
              ACCEPT WRK-CANAIS                    LINE 15 COLUMN 42.
           DISPLAY "ATIVO (S/N)     "              LINE 15 COLUMN 46.
              ACCEPT WRK-ATIVO                     LINE 15 COLUMN 63.
           DISPLAY "ASSUNTO         "              LINE 16 COLUMN 01.
              ACCEPT WRK-ASSUNTO                   LINE 16 COLUMN 20.
           DISPLAY "TEXTO (1-80)    "              LINE 17 COLUMN 01.
              ACCEPT WRK-TEXTO-1                   LINE 17 COLUMN 20.
           DISPLAY "TEXTO (81-160)  "              LINE 18 COLUMN 01.
              ACCEPT WRK-TEXTO-2                   LINE 18 COLUMN 20.
           IF WRK-DESCRICAO NOT EQUAL SPACES
              MOVE WRK-DESCRICAO TO MOD-DESCRICAO
           END-IF.
           IF WRK-FINALIDADE EQUAL "M" OR "S"
              MOVE WRK-FINALIDADE TO MOD-FINALIDADE
           END-IF.
           IF WRK-CANAIS EQUAL "E" OR "S" OR "A"
              MOVE WRK-CANAIS TO MOD-CANAIS
           END-IF.
           IF WRK-ATIVO EQUAL "S" OR "N"
              MOVE WRK-ATIVO TO MOD-ATIVO
           END-IF.
           IF WRK-ASSUNTO NOT EQUAL SPACES
              MOVE WRK-ASSUNTO TO MOD-ASSUNTO
           END-IF.
           IF WRK-TEXTO-1 NOT EQUAL SPACES
              MOVE WRK-TEXTO-1 TO MOD-TEXTO(1:80)
           END-IF.
           IF WRK-TEXTO-2 NOT EQUAL SPACES
              MOVE WRK-TEXTO-2 TO MOD-TEXTO(81:80)
           END-IF.
           IF MOD-FINALIDADE EQUAL SPACES OR MOD-CANAIS EQUAL SPACES
              OR MOD-TEXTO EQUAL SPACES
              DISPLAY "FINALIDADE, CANAIS E TEXTO SAO OBRIGATORIOS"
                                                    LINE 20 COLUMN 01
           ELSE
              DISPLAY "CONFIRMA (S/N)? "           LINE 19 COLUMN 01
                 ACCEPT WRK-CONFIRMA               LINE 19 COLUMN 25
              IF WRK-CONFIRMA EQUAL "S"
                 MOVE WRK-CODIGO   TO MOD-CODIGO
                 ACCEPT MOD-DATA FROM DATE YYYYMMDD
                 MOVE WRK-OPERADOR TO MOD-OPERADOR
                 WRITE MOD-REGISTRO
                 IF ARQMSGMODELO-FS EQUAL 22
                    REWRITE MOD-REGISTRO
                 END-IF
                 DISPLAY "MODELO GRAVADO"          LINE 20 COLUMN 01
              END-IF
           END-IF.

      *    MENSAGENS JA NA FILA GUARDAM O CODIGO - EXCLUIR UM MODELO
      *    EM USO DEIXA AS PENDENTES SEM TEXTO; O CAMINHO E SUSPENDER
       EXCLUIR-MODELO SECTION.
           DISPLAY "PREFIRA SUSPENDER (ATIVO N) SE HA PENDENTES"
                                                    LINE 18 COLUMN 01.
           DISPLAY "CONFIRMA EXCLUSAO (S/N)? "     LINE 19 COLUMN 01.
              ACCEPT WRK-CONFIRMA                  LINE 19 COLUMN 30.
           IF WRK-CONFIRMA EQUAL "S"
              DELETE ARQMSGMODELO RECORD
              DISPLAY "MODELO EXCLUIDO"            LINE 20 COLUMN 01
           END-IF.

       CONSULTAR-FILA SECTION.
           DISPLAY "NUMERO DA MENSAGEM "           LINE 06 COLUMN 01.
              ACCEPT WRK-NUMERO                    LINE 06 COLUMN 25.
           OPEN INPUT ARQMSGFILA.
           IF ARQMSGFILA-FS NOT EQUAL ZEROS
              DISPLAY "FILA VAZIA"                 LINE 20 COLUMN 01
           ELSE
              MOVE WRK-NUMERO TO MSG-NUMERO
              READ ARQMSGFILA
              IF ARQMSGFILA-FS NOT EQUAL ZEROS
                 DISPLAY "MENSAGEM NAO ENCONTRADA" LINE 20 COLUMN 01
              ELSE
                 PERFORM MOSTRAR-MENSAGEM
              END-IF
              CLOSE ARQMSGFILA
           END-IF.

       MOSTRAR-MENSAGEM SECTION.
           DISPLAY "DESTINATARIO "                 LINE 07 COLUMN 01.
           DISPLAY MSG-DEST-TIPO                   LINE 07 COLUMN 15.
           IF MSG-DEST-TIPO EQUAL "U"
              DISPLAY MSG-USUARIO                  LINE 07 COLUMN 17
           ELSE
              DISPLAY MSG-CLIENTE-ID               LINE 07 COLUMN 17
           END-IF.
           DISPLAY "CANAL/DESTINO"                 LINE 08 COLUMN 01.
           DISPLAY MSG-CANAL                       LINE 08 COLUMN 15.
           PERFORM MASCARAR-DESTINO.
           DISPLAY MSC-CAMPO                       LINE 08 COLUMN 17.
           DISPLAY "MODELO       "                 LINE 09 COLUMN 01.
           DISPLAY MSG-MODELO                      LINE 09 COLUMN 15.
           DISPLAY "PRIORIDADE "                   LINE 09 COLUMN 25.
           DISPLAY MSG-PRIORIDADE                  LINE 09 COLUMN 37.
           DISPLAY "PARAMETROS   "                 LINE 10 COLUMN 01.
           IF MSG-FINALIDADE EQUAL "S" OR MSG-MODELO EQUAL "SENHARST"
              DISPLAY "(NAO MOSTRADOS - MENSAGEM DE SERVICO)"
                                                    LINE 10 COLUMN 15
           ELSE
              DISPLAY MSG-PARM(1)                  LINE 10 COLUMN 15
              DISPLAY MSG-PARM(2)                  LINE 10 COLUMN 37
              DISPLAY MSG-PARM(3)                  LINE 11 COLUMN 15
              DISPLAY MSG-PARM(4)                  LINE 11 COLUMN 37
           END-IF.
           DISPLAY "INCLUIDA     "                 LINE 12 COLUMN 01.
           DISPLAY MSG-DATA-INCLUSAO               LINE 12 COLUMN 15.
           DISPLAY MSG-PROGRAMA                    LINE 12 COLUMN 25.
           DISPLAY MSG-OPERADOR                    LINE 12 COLUMN 40.
           DISPLAY "SITUACAO     "                 LINE 13 COLUMN 01.
           DISPLAY MSG-SITUACAO                    LINE 13 COLUMN 15.
           DISPLAY "LOTE "                         LINE 13 COLUMN 20.
           DISPLAY MSG-LOTE                        LINE 13 COLUMN 25.
           DISPLAY "TENTATIVAS "                   LINE 13 COLUMN 35.
           DISPLAY MSG-TENTATIVAS                  LINE 13 COLUMN 47.
           DISPLAY "RETORNO      "                 LINE 14 COLUMN 01.
           DISPLAY MSG-DATA-RETORNO                LINE 14 COLUMN 15.
           DISPLAY MSG-MOTIVO                      LINE 14 COLUMN 25.

      *    O DESTINO E CONTATO DO CLIENTE OU DO USUARIO - VOLTA DO
      *    MASCARA COMO VEIO OU MASCARADO, CONFORME O NIVEL
       MASCARAR-DESTINO SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE WRK-OPERADOR    TO MSC-USUARIO.
           MOVE WRK-LOGIN-NIVEL TO MSC-NIVEL.
           MOVE "MSGMODELO"     TO MSC-PROGRAMA.
           MOVE 1               TO MSC-GRUPO.
           IF MSG-CANAL EQUAL "S"
              MOVE "T"          TO MSC-FORMATO
              MOVE "CELULAR"    TO MSC-CAMPO-NOME
           ELSE
              MOVE "E"          TO MSC-FORMATO
              MOVE "EMAIL"      TO MSC-CAMPO-NOME
           END-IF.
           MOVE "C"             TO MSC-TIPO-CHAVE.
           MOVE MSG-CLIENTE-ID  TO MSC-CHAVE.
           MOVE MSG-DESTINO     TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.

       PAUSAR SECTION.
           DISPLAY "VOLTANDO..."                   LINE 21 COLUMN 01.
           ACCEPT WRK-SEGURATELA                   LINE 22 COLUMN 01.
