      *RETORNOS DE DETRATOR DO #FEEDFILA), CONSULTA OS CONTATOS DE UM
      *CLIENTE DO MAIS RECENTE PARA O MAIS ANTIGO E MONTA A LISTA DE
      *TRABALHO DA MANHA COM OS RETORNOS PROMETIDOS PARA HOJE, QUE
      *ATE AGORA VIVIAM EM PAPEIZINHOS COLADOS NO MONITOR. O TELEFONE
      *DA LISTA SAI MASCARADO (MODULO MASCARA) PARA O NIVEL DO
      *OPERADOR QUE NAO ESTA LIBERADO NA TABELA ARQSIGILO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.

       01 WRK-CLIENTE-ID     PIC 9(06) VALUES ZEROS.
       01 WRK-CLIENTE-OK     PIC X(01) VALUES "N".
       01 WRK-PROXIMO-SEQ    PIC 9(04) VALUES ZEROS.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.

       01 WRK-TOT-RETORNOS   PIC 9(04) VALUES ZEROS.

       01 WRK-NIVEL          PIC X(01) VALUES SPACES.
       COPY "#SIGILO-MASC".

       LINKAGE SECTION.
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
              MOVE LNK-NIVEL TO WRK-NIVEL
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARQUIVOS.
           IF ARQCONTATO-FS EQUAL ZEROS
           MOVE CONTATO-CLIENTE-ID TO ARQCRM-ID.
           READ ARQCRM.
           IF ARQCRM-FS EQUAL ZEROS
              MOVE "M"             TO MSC-ACAO
              MOVE WRK-OPERADOR    TO MSC-USUARIO
              MOVE WRK-NIVEL       TO MSC-NIVEL
              MOVE "CONTATOREG"    TO MSC-PROGRAMA
              MOVE 1               TO MSC-GRUPO
              MOVE "T"             TO MSC-FORMATO
              MOVE "TELEFONE"      TO MSC-CAMPO-NOME
              MOVE "C"             TO MSC-TIPO-CHAVE
              MOVE ARQCRM-ID       TO MSC-CHAVE
              MOVE ARQCRM-TELEFONE TO MSC-CAMPO
              CALL "MASCARA" USING MSC-PARAMETROS
              DISPLAY CONTATO-CLIENTE-ID " " ARQCRM-NOME " "
                      MSC-CAMPO(1:14) " - " CONTATO-ASSUNTO
           ELSE
              DISPLAY CONTATO-CLIENTE-ID " (SEM CADASTRO) - "
                      CONTATO-ASSUNTO
