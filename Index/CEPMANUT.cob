       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPMANUT.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: MANUTENCAO DA TABELA DE CEP (ARQCEP.DAT) - INCLUI,
      *ALTERA E EXCLUI UM CEP COM LOGRADOURO, BAIRRO, CIDADE, UF E A
      *NOSSA ZONA DE ENTREGA (N/S/L/O DO CALCULAFRETE). DAQUI TAMBEM
      *SE DISPARA A CARGA DO ARQUIVO DOS CORREIOS (CEPCARGA) E A
      *CONFERENCIA DOS CLIENTES CONTRA A TABELA (CEPVERIFICA), COM OU
      *SEM A CORRECAO EM MASSA DOS DIVERGENTES
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQCEP ASSIGN TO "DADOS/ARQCEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCEP-FS
           RECORD KEY IS CEP-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCEP.
       COPY "#CEP".

       WORKING-STORAGE    SECTION.
       01 ARQCEP-FS          PIC 9(02) VALUES ZEROS.

      *---------------------Variaveis de apoio

       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-OPCAO      PIC X(01) VALUES SPACES.
       01 WRK-ACAO       PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-CEP-DIGITADO PIC X(08) VALUES SPACES.
       01 WRK-ZONA-VALIDA  PIC X(01) VALUES SPACES.

       01 WRK-LOGRADOURO PIC X(30) VALUES SPACES.
       01 WRK-BAIRRO     PIC X(20) VALUES SPACES.
       01 WRK-CIDADE     PIC X(20) VALUES SPACES.
       01 WRK-UF         PIC X(02) VALUES SPACES.
       01 WRK-ZONA       PIC X(02) VALUES SPACES.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           DISPLAY "TABELA DE CEP"                 LINE 01 COLUMN 01.
           DISPLAY "-------------"                 LINE 02 COLUMN 01.
           DISPLAY "(M)ANTER CEP  (C)ARGA CORREIOS  (V)ERIFICAR OU"
                                                    LINE 03 COLUMN 01.
           DISPLAY "(R) CORRIGIR CLIENTES ? "      LINE 04 COLUMN 01.
              ACCEPT WRK-OPCAO                     LINE 04 COLUMN 26.

           EVALUATE WRK-OPCAO
              WHEN "C"
                 CALL "CEPCARGA" USING WRK-OPERADOR
              WHEN "V"
                 MOVE "N" TO WRK-CONFIRMA
                 CALL "CEPVERIFICA" USING WRK-CONFIRMA WRK-OPERADOR
              WHEN "R"
                 DISPLAY "GRAVA CIDADE/UF/ZONA DA TABELA EM TODOS OS"
                                                    LINE 06 COLUMN 01
                 DISPLAY "CLIENTES DIVERGENTES. CONFIRMA (S/N)? "
                                                    LINE 07 COLUMN 01
                    ACCEPT WRK-CONFIRMA            LINE 07 COLUMN 40
                 IF WRK-CONFIRMA EQUAL "S"
                    CALL "CEPVERIFICA" USING WRK-CONFIRMA WRK-OPERADOR
                 END-IF
              WHEN OTHER
                 PERFORM MANTER-TABELA
           END-EVALUATE.
           PERFORM PAUSAR.

           GOBACK.


       MANTER-TABELA SECTION.
           OPEN I-O ARQCEP.
           IF ARQCEP-FS EQUAL 35
              OPEN OUTPUT ARQCEP
              CLOSE ARQCEP
              OPEN I-O ARQCEP
           END-IF.
           IF ARQCEP-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA "              LINE 20 COLUMN 01
              DISPLAY ARQCEP-FS                     LINE 20 COLUMN 16
           ELSE
              PERFORM PROCESSAR
              CLOSE ARQCEP
           END-IF.

       PROCESSAR SECTION.
           DISPLAY "CEP (8 DIGITOS) "              LINE 06 COLUMN 01.
              ACCEPT WRK-CEP-DIGITADO              LINE 06 COLUMN 25.
           IF WRK-CEP-DIGITADO IS NOT NUMERIC
              OR WRK-CEP-DIGITADO EQUAL "00000000"
              DISPLAY "CEP INVALIDO (SOMENTE 8 DIGITOS)"
                                                    LINE 20 COLUMN 01
           ELSE
              MOVE WRK-CEP-DIGITADO TO CEP-NUMERO
              READ ARQCEP
              IF ARQCEP-FS EQUAL 00
                 PERFORM MOSTRAR-CEP
                 DISPLAY "(A)LTERAR OU (E)XCLUIR O CEP ? "
                                                    LINE 13 COLUMN 01
                    ACCEPT WRK-ACAO                LINE 13 COLUMN 35
                 IF WRK-ACAO EQUAL "E"
                    PERFORM EXCLUIR-CEP
                 ELSE
                    PERFORM GRAVAR-CEP
                 END-IF
              ELSE
                 DISPLAY "CEP NOVO - INCLUINDO"    LINE 07 COLUMN 01
                 MOVE SPACES TO CEP-LOGRADOURO CEP-BAIRRO
                                CEP-CIDADE CEP-UF CEP-ZONA
                 PERFORM GRAVAR-CEP
              END-IF
           END-IF.

       MOSTRAR-CEP SECTION.
           DISPLAY "LOGRADOURO "                   LINE 07 COLUMN 01.
           DISPLAY CEP-LOGRADOURO                  LINE 07 COLUMN 15.
           DISPLAY "BAIRRO     "                   LINE 08 COLUMN 01.
           DISPLAY CEP-BAIRRO                      LINE 08 COLUMN 15.
           DISPLAY "CIDADE/UF  "                   LINE 09 COLUMN 01.
           DISPLAY CEP-CIDADE                      LINE 09 COLUMN 15.
           DISPLAY CEP-UF                          LINE 09 COLUMN 37.
           DISPLAY "ZONA       "                   LINE 10 COLUMN 01.
           DISPLAY CEP-ZONA                        LINE 10 COLUMN 15.
           DISPLAY "ORIGEM     "                   LINE 11 COLUMN 01.
           DISPLAY CEP-ORIGEM                      LINE 11 COLUMN 15.
           DISPLAY CEP-DATA                        LINE 11 COLUMN 20.
           DISPLAY CEP-OPERADOR                    LINE 11 COLUMN 30.

      *    NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR ATUAL. A ZONA
      *    SO ACEITA N/S/L/O (AS REGIOES DA TABELA DE FRETE) OU BRANCO
       GRAVAR-CEP SECTION.
           MOVE SPACES TO WRK-LOGRADOURO WRK-BAIRRO WRK-CIDADE
                          WRK-UF WRK-ZONA.
           DISPLAY "NOVO LOGRADOURO "              LINE 14 COLUMN 01.
              ACCEPT WRK-LOGRADOURO                LINE 14 COLUMN 20.
           DISPLAY "NOVO BAIRRO     "              LINE 15 COLUMN 01.
              ACCEPT WRK-BAIRRO                    LINE 15 COLUMN 20.
           DISPLAY "NOVA CIDADE     "              LINE 16 COLUMN 01.
              ACCEPT WRK-CIDADE                    LINE 16 COLUMN 20.
           DISPLAY "NOVA UF         "              LINE 17 COLUMN 01.
              ACCEPT WRK-UF                        LINE 17 COLUMN 20.
           MOVE "N" TO WRK-ZONA-VALIDA.
           PERFORM UNTIL WRK-ZONA-VALIDA EQUAL "S"
              DISPLAY "ZONA (N/S/L/O)  "           LINE 18 COLUMN 01
                 ACCEPT WRK-ZONA                   LINE 18 COLUMN 20
              IF WRK-ZONA EQUAL SPACES OR "N" OR "S" OR "L" OR "O"
                 MOVE "S" TO WRK-ZONA-VALIDA
              ELSE
                 DISPLAY "ZONA INVALIDA (N/S/L/O)" LINE 20 COLUMN 01
              END-IF
           END-PERFORM.
           IF WRK-LOGRADOURO NOT EQUAL SPACES
              MOVE WRK-LOGRADOURO TO CEP-LOGRADOURO
           END-IF.
           IF WRK-BAIRRO NOT EQUAL SPACES
              MOVE WRK-BAIRRO     TO CEP-BAIRRO
           END-IF.
           IF WRK-CIDADE NOT EQUAL SPACES
              MOVE WRK-CIDADE     TO CEP-CIDADE
           END-IF.
           IF WRK-UF NOT EQUAL SPACES
              MOVE WRK-UF         TO CEP-UF
           END-IF.
           IF WRK-ZONA NOT EQUAL SPACES
              MOVE WRK-ZONA       TO CEP-ZONA
           END-IF.
           IF CEP-CIDADE EQUAL SPACES OR CEP-UF EQUAL SPACES
              DISPLAY "CIDADE E UF SAO OBRIGATORIAS - NAO GRAVADO"
                                                    LINE 20 COLUMN 01
           ELSE
              DISPLAY "CONFIRMA (S/N)? "           LINE 19 COLUMN 01
                 ACCEPT WRK-CONFIRMA               LINE 19 COLUMN 25
              IF WRK-CONFIRMA EQUAL "S"
                 MOVE WRK-CEP-DIGITADO TO CEP-NUMERO
                 MOVE "M"              TO CEP-ORIGEM
                 ACCEPT CEP-DATA FROM DATE YYYYMMDD
                 MOVE WRK-OPERADOR     TO CEP-OPERADOR
                 WRITE CEP-REGISTRO
                 IF ARQCEP-FS EQUAL 22
                    REWRITE CEP-REGISTRO
                 END-IF
                 DISPLAY "CEP GRAVADO"             LINE 20 COLUMN 01
              END-IF
           END-IF.

       EXCLUIR-CEP SECTION.
           DISPLAY "CONFIRMA EXCLUSAO (S/N)? "     LINE 19 COLUMN 01.
              ACCEPT WRK-CONFIRMA                  LINE 19 COLUMN 30.
           IF WRK-CONFIRMA EQUAL "S"
              DELETE ARQCEP RECORD
              DISPLAY "CEP EXCLUIDO"               LINE 20 COLUMN 01
           END-IF.

       PAUSAR SECTION.
           DISPLAY "VOLTANDO..."                   LINE 21 COLUMN 01.
           ACCEPT WRK-SEGURATELA                   LINE 22 COLUMN 01.
