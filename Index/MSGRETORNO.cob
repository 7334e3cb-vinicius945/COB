       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGRETORNO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: LEITURA DO ARQUIVO DE SITUACAO DE ENTREGA DEVOLVIDO
      *PELO GATEWAY DE E-MAIL/SMS (MSG_GATEWAY_RETORNO.TXT). CADA
      *LINHA TRAZ O LOTE E O NUMERO DA MENSAGEM E A SITUACAO: "E"
      *ENVIADA, "F" FALHOU, "B" DEVOLVIDA (BOUNCE). SO VALE PARA A
      *MENSAGEM AINDA "X" NAQUELE MESMO LOTE - LER O MESMO ARQUIVO DE
      *NOVO NAO MUDA NADA. FALHA VOLTA PARA A FILA ("P") ATE A
      *TERCEIRA TENTATIVA. OS E-MAILS DEVOLVIDOS DE CLIENTES SAEM NO
      *SPOOL ("MSG DEVOLVIDAS") PARA O BALCAO CORRIGIR O ARQCRM-EMAIL
      *NO ALTERA, JUNTO COM AS FALHAS DEFINITIVAS
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMSGFILA ASSIGN TO "DADOS/ARQMSGFILA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQMSGFILA-FS
           RECORD KEY IS MSG-NUMERO.

           SELECT ARQRETORNO ASSIGN TO
                  "DADOS/MSG_GATEWAY_RETORNO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQRETORNO-FS.

           SELECT ARQCRM  ASSIGN TO "DADOS/ARQCRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-NOME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
               WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD ARQMSGFILA.
       COPY "#MSG-FILA".

      *    LAYOUT FIXO DO RETORNO DO GATEWAY
       FD ARQRETORNO.
       01 RET-REGISTRO.
           05 RET-LOTE           PIC 9(06).
           05 RET-NUMERO         PIC 9(08).
           05 RET-SITUACAO       PIC X(01).
           05 RET-DATA           PIC 9(08).
           05 RET-MOTIVO         PIC X(30).

       FD ARQCRM.
       COPY "#CRM".

       WORKING-STORAGE SECTION.
       01 ARQMSGFILA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQRETORNO-FS      PIC 9(02) VALUES ZEROS.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-MAX-TENTATIVAS PIC 9(02) VALUES 03.

       01 WRK-QTD-LIDAS      PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-ENVIADAS   PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-DEVOLVIDAS PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-FALHAS     PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-REFILA     PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-IGNORADAS  PIC 9(06) VALUES ZEROS.

      *----------LISTA PARA O BALCAO NO SPOOL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "MSG DEVOLVIDAS".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "MSGRETORNO".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.
       01 WRK-SPOOL-ABERTO   PIC X(01) VALUES "N".
       01 WRK-NOME-CLIENTE   PIC X(25) VALUES SPACES.
       01 WRK-ROTULO         PIC X(10) VALUES SPACES.

       LINKAGE SECTION.
       01 LNK-OPERADOR       PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
       0001-PRINCIPAL SECTION.
           DISPLAY "MSGRETORNO - INICIO".
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
                 MOVE LNK-OPERADOR TO WRK-SPL-OPERADOR
              END-IF
           END-IF.
           OPEN INPUT ARQRETORNO.
           IF ARQRETORNO-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQUIVO DE RETORNO DO GATEWAY"
              DISPLAY "MSGRETORNO - FIM"
              GOBACK
           END-IF.
           OPEN I-O ARQMSGFILA.
           IF ARQMSGFILA-FS NOT EQUAL ZEROS
              DISPLAY "FILA DE MENSAGENS INEXISTENTE (STATUS "
                       ARQMSGFILA-FS ")"
              CLOSE ARQRETORNO
              MOVE 8 TO RETURN-CODE
              DISPLAY "MSGRETORNO - FIM"
              GOBACK
           END-IF.
           OPEN INPUT ARQCRM.
           PERFORM UNTIL ARQRETORNO-FS NOT EQUAL ZEROS
              READ ARQRETORNO
                 AT END MOVE 10 TO ARQRETORNO-FS
                 NOT AT END
                    ADD 1 TO WRK-QTD-LIDAS
                    PERFORM TRATAR-RETORNO
              END-READ
           END-PERFORM.
           CLOSE ARQRETORNO ARQMSGFILA ARQCRM.
           DISPLAY "LINHAS DE RETORNO.....: " WRK-QTD-LIDAS.
           DISPLAY "ENVIADAS..............: " WRK-QTD-ENVIADAS.
           DISPLAY "DEVOLVIDAS (BOUNCE)...: " WRK-QTD-DEVOLVIDAS.
           DISPLAY "FALHA DEFINITIVA......: " WRK-QTD-FALHAS.
           DISPLAY "DE VOLTA A FILA.......: " WRK-QTD-REFILA.
           DISPLAY "IGNORADAS (JA LIDAS)..: " WRK-QTD-IGNORADAS.
           DISPLAY "MSGRETORNO - FIM".
           GOBACK.

       TRATAR-RETORNO SECTION.
           MOVE RET-NUMERO TO MSG-NUMERO.
           READ ARQMSGFILA.
           IF ARQMSGFILA-FS NOT EQUAL ZEROS
              OR MSG-SITUACAO NOT EQUAL "X"
              OR MSG-LOTE NOT EQUAL RET-LOTE
              MOVE ZEROS TO ARQMSGFILA-FS
              ADD 1 TO WRK-QTD-IGNORADAS
           ELSE
              MOVE RET-DATA   TO MSG-DATA-RETORNO
              MOVE RET-MOTIVO TO MSG-MOTIVO
              EVALUATE RET-SITUACAO
                 WHEN "E"
                    MOVE "E" TO MSG-SITUACAO
                    ADD 1 TO WRK-QTD-ENVIADAS
                 WHEN "B"
                    MOVE "B" TO MSG-SITUACAO
                    ADD 1 TO WRK-QTD-DEVOLVIDAS
                    MOVE "DEVOLVIDA" TO WRK-ROTULO
                    PERFORM LISTAR-MENSAGEM
      *          O AVISO DE SENHA JA SAIU DA FILA SEM A SENHA (O
      *          MSGEXPORTA APAGA) - NAO HA O QUE REENVIAR; O
      *          ADMINISTRADOR RESETA DE NOVO
                 WHEN OTHER
                    IF MSG-TENTATIVAS LESS WRK-MAX-TENTATIVAS
                       AND MSG-MODELO NOT EQUAL "SENHARST"
                       MOVE "P" TO MSG-SITUACAO
                       ADD 1 TO WRK-QTD-REFILA
                    ELSE
                       MOVE "F" TO MSG-SITUACAO
                       ADD 1 TO WRK-QTD-FALHAS
                       MOVE "FALHOU" TO WRK-ROTULO
                       PERFORM LISTAR-MENSAGEM
                    END-IF
              END-EVALUATE
              REWRITE MSG-REGISTRO
           END-IF.

      *    O QUE O BALCAO PRECISA PARA ACHAR E CORRIGIR O CADASTRO: O
      *    CLIENTE, O ENDERECO QUE VOLTOU E O MOTIVO DO GATEWAY
       LISTAR-MENSAGEM SECTION.
           IF WRK-SPOOL-ABERTO NOT EQUAL "S"
              MOVE "A" TO WRK-SPL-ACAO
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE "L" TO WRK-SPL-ACAO
              MOVE "MENSAGENS DEVOLVIDAS/FALHAS - CORRIGIR O CADASTRO"
                TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE "S" TO WRK-SPOOL-ABERTO
           END-IF.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF MSG-DEST-TIPO EQUAL "C"
              MOVE MSG-CLIENTE-ID TO ARQCRM-ID
              READ ARQCRM
              IF ARQCRM-FS EQUAL ZEROS
                 MOVE ARQCRM-NOME TO WRK-NOME-CLIENTE
              END-IF
              MOVE ZEROS TO ARQCRM-FS
           ELSE
              MOVE MSG-USUARIO TO WRK-NOME-CLIENTE
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-ROTULO       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  MSG-DEST-TIPO    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  MSG-CLIENTE-ID   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-NOME-CLIENTE DELIMITED BY SIZE
                  " MSG "          DELIMITED BY SIZE
                  MSG-NUMERO       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  MSG-MODELO       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "     "          DELIMITED BY SIZE
                  MSG-CANAL        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  MSG-DESTINO      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  MSG-MOTIVO       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
