       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGEXPORTA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: ENTREGA DAS MENSAGENS PENDENTES DA FILA
      *(ARQMSGFILA.DAT) AO GATEWAY EXTERNO DE E-MAIL/SMS. MONTA O
      *TEXTO FINAL DE CADA MENSAGEM A PARTIR DO MODELO (&1 A &4
      *TROCADOS PELOS PARAMETROS) E ACRESCENTA UM LOTE NO ARQUIVO DE
      *ENVIO (MSG_GATEWAY_ENVIO.TXT): HEADER, UM DETALHE POR MENSAGEM
      *EM ORDEM DE PRIORIDADE E TRAILER COM AS QUANTIDADES. A
      *MENSAGEM ENTREGUE FICA "X" COM O NUMERO DO LOTE ATE O
      *MSGRETORNO LER A SITUACAO DEVOLVIDA PELO GATEWAY. RODA TODA
      *NOITE NO BATCHNOTURNO E SOB DEMANDA PELO MSGMODELO; O
      *ENTREGAPAINEL CHAMA SO PARA A PRIORIDADE 1 (SAIU PARA ENTREGA)
      *E O USUADMIN PARA O AVISO DE SENHA PROVISORIA (SENHARST), CUJOS
      *PARAMETROS SAO APAGADOS DA FILA ASSIM QUE O TEXTO VAI PARA O
      *ARQUIVO DE ENVIO - A SENHA NAO FICA GRAVADA NA FILA
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMSGFILA ASSIGN TO "DADOS/ARQMSGFILA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQMSGFILA-FS
           RECORD KEY IS MSG-NUMERO.

           SELECT ARQMSGMODELO ASSIGN TO "DADOS/ARQMSGMODELO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQMSGMODELO-FS
           RECORD KEY IS MOD-CODIGO.

           SELECT ARQLOTECTRL ASSIGN TO "DADOS/MSGLOTECTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQLOTECTRL-FS.

           SELECT ARQGATEWAY ASSIGN TO "DADOS/MSG_GATEWAY_ENVIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQGATEWAY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQMSGFILA.
       COPY "#MSG-FILA".

       FD ARQMSGMODELO.
       COPY "#MSG-MODELO".

       FD ARQLOTECTRL
           RECORDING MODE IS F.
       01 LOTECTRL-REGISTRO.
           05 LOTECTRL-ULTIMO-LOTE PIC 9(06).

      *    LAYOUT FIXO COMBINADO COM O GATEWAY: "H" HEADER DO LOTE,
      *    "D" UMA MENSAGEM, "T" TRAILER COM AS QUANTIDADES DO LOTE
       FD ARQGATEWAY.
       01 GTWH-REGISTRO.
           05 GTWH-TIPO          PIC X(01).
           05 GTWH-LOTE          PIC 9(06).
           05 GTWH-DATA          PIC 9(08).
           05 GTWH-HORA          PIC 9(08).
           05 GTWH-OPERADOR      PIC X(10).
           05 FILLER             PIC X(304).
       01 GTWD-REGISTRO.
           05 GTWD-TIPO          PIC X(01).
           05 GTWD-LOTE          PIC 9(06).
           05 GTWD-NUMERO        PIC 9(08).
           05 GTWD-CANAL         PIC X(01).
           05 GTWD-DESTINO       PIC X(40).
           05 GTWD-PRIORIDADE    PIC 9(01).
           05 GTWD-ASSUNTO       PIC X(40).
           05 GTWD-TEXTO         PIC X(240).
       01 GTWT-REGISTRO.
           05 GTWT-TIPO          PIC X(01).
           05 GTWT-LOTE          PIC 9(06).
           05 GTWT-QTD-TOTAL     PIC 9(06).
           05 GTWT-QTD-EMAIL     PIC 9(06).
           05 GTWT-QTD-SMS       PIC 9(06).
           05 FILLER             PIC X(312).

       WORKING-STORAGE SECTION.
       01 ARQMSGFILA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQMSGMODELO-FS    PIC 9(02) VALUES ZEROS.
       01 ARQLOTECTRL-FS     PIC 9(02) VALUES ZEROS.
       01 ARQGATEWAY-FS      PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-LOTE           PIC 9(06) VALUES ZEROS.
       01 WRK-LOTE-ABERTO    PIC X(01) VALUES "N".
       01 WRK-PRIORIDADE     PIC 9(01) VALUES ZERO.
       01 WRK-PRIORIDADE-MAX PIC 9(01) VALUES 9.
       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".

       01 WRK-QTD-TOTAL      PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-EMAIL      PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-SMS        PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-SEM-MODELO PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-SUSPENSAS  PIC 9(06) VALUES ZEROS.

      *----------MONTAGEM DO TEXTO: CADA &N DO MODELO VIRA O
      *----------PARAMETRO N DA MENSAGEM SEM OS BRANCOS DAS PONTAS
       01 WRK-TEXTO          PIC X(240) VALUES SPACES.
       01 WRK-POS-MODELO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-POS-TEXTO      PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-PARM-IDX       PIC 9(01) VALUES ZERO.
       01 WRK-PARM-TAM       PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-PARM-INI       PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAM-MODELO     PIC 9(03) USAGE COMP VALUE ZERO.

       LINKAGE SECTION.
       01 LNK-PRIORIDADE-MAX PIC 9(01).
       01 LNK-OPERADOR       PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-PRIORIDADE-MAX
                                OPTIONAL LNK-OPERADOR.
       0001-PRINCIPAL SECTION.
           DISPLAY "MSGEXPORTA - INICIO".
           IF ADDRESS OF LNK-PRIORIDADE-MAX NOT EQUAL NULL
              IF LNK-PRIORIDADE-MAX GREATER ZERO
                 MOVE LNK-PRIORIDADE-MAX TO WRK-PRIORIDADE-MAX
              END-IF
           END-IF.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQMSGFILA.
           IF ARQMSGFILA-FS NOT EQUAL ZEROS
              DISPLAY "FILA DE MENSAGENS VAZIA (STATUS "
                       ARQMSGFILA-FS ")"
              DISPLAY "MSGEXPORTA - FIM"
              GOBACK
           END-IF.
           OPEN INPUT ARQMSGMODELO.
           IF ARQMSGMODELO-FS NOT EQUAL ZEROS
              DISPLAY "SEM TABELA DE MODELOS (STATUS "
                       ARQMSGMODELO-FS ") - NADA ENTREGUE"
              CLOSE ARQMSGFILA
              MOVE 8 TO RETURN-CODE
              DISPLAY "MSGEXPORTA - FIM"
              GOBACK
           END-IF.
      *    UMA VARREDURA POR PRIORIDADE - O GATEWAY DESPACHA NA ORDEM
      *    DO ARQUIVO, ENTAO A URGENTE SAI NA FRENTE
           PERFORM VARYING WRK-PRIORIDADE FROM 1 BY 1
                   UNTIL WRK-PRIORIDADE GREATER WRK-PRIORIDADE-MAX
              PERFORM VARRER-PRIORIDADE
           END-PERFORM.
           IF WRK-LOTE-ABERTO EQUAL "S"
              PERFORM GRAVAR-TRAILER
              CLOSE ARQGATEWAY
           END-IF.
           CLOSE ARQMSGFILA ARQMSGMODELO.
           DISPLAY "LOTE..................: " WRK-LOTE.
           DISPLAY "MENSAGENS ENTREGUES...: " WRK-QTD-TOTAL.
           DISPLAY "  E-MAIL..............: " WRK-QTD-EMAIL.
           DISPLAY "  SMS.................: " WRK-QTD-SMS.
           DISPLAY "RETIDAS (MODELO SUSP.): " WRK-QTD-SUSPENSAS.
           DISPLAY "FALHA (SEM MODELO)....: " WRK-QTD-SEM-MODELO.
           IF WRK-QTD-SEM-MODELO GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "MSGEXPORTA - FIM".
           GOBACK.

       VARRER-PRIORIDADE SECTION.
           MOVE ZEROS TO MSG-NUMERO.
           START ARQMSGFILA KEY IS GREATER MSG-NUMERO.
           PERFORM UNTIL ARQMSGFILA-FS NOT EQUAL ZEROS
              READ ARQMSGFILA NEXT RECORD
              IF ARQMSGFILA-FS EQUAL ZEROS
                 AND MSG-SITUACAO EQUAL "P"
                 AND MSG-PRIORIDADE EQUAL WRK-PRIORIDADE
                 PERFORM TRATAR-MENSAGEM
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQMSGFILA-FS.

      *    MODELO EXCLUIDO DEPOIS DA INCLUSAO: A MENSAGEM NAO TEM
      *    TEXTO E MORRE COMO FALHA; MODELO SUSPENSO SEGURA A
      *    MENSAGEM NA FILA ATE SER REATIVADO
       TRATAR-MENSAGEM SECTION.
           MOVE MSG-MODELO TO MOD-CODIGO.
           READ ARQMSGMODELO.
           IF ARQMSGMODELO-FS NOT EQUAL ZEROS
              MOVE ZEROS TO ARQMSGMODELO-FS
              MOVE "F"           TO MSG-SITUACAO
              MOVE WRK-DATA-HOJE TO MSG-DATA-RETORNO
              MOVE "MODELO INEXISTENTE" TO MSG-MOTIVO
              IF MSG-MODELO EQUAL "SENHARST"
                 MOVE SPACES TO MSG-PARAMETROS
              END-IF
              REWRITE MSG-REGISTRO
              ADD 1 TO WRK-QTD-SEM-MODELO
           ELSE
              IF MOD-ATIVO NOT EQUAL "S"
                 ADD 1 TO WRK-QTD-SUSPENSAS
      *          SENHA PROVISORIA NAO ESPERA NA FILA O MODELO VOLTAR
                 IF MSG-MODELO EQUAL "SENHARST"
                    MOVE "F"           TO MSG-SITUACAO
                    MOVE WRK-DATA-HOJE TO MSG-DATA-RETORNO
                    MOVE "MODELO SUSPENSO" TO MSG-MOTIVO
                    MOVE SPACES        TO MSG-PARAMETROS
                    REWRITE MSG-REGISTRO
                 END-IF
              ELSE
                 PERFORM MONTAR-TEXTO
                 PERFORM GRAVAR-DETALHE
              END-IF
           END-IF.

       MONTAR-TEXTO SECTION.
           MOVE SPACES TO WRK-TEXTO.
           MOVE 1 TO WRK-POS-TEXTO.
           MOVE 160 TO WRK-TAM-MODELO.
           PERFORM UNTIL WRK-TAM-MODELO EQUAL ZERO
                      OR MOD-TEXTO(WRK-TAM-MODELO:1) NOT EQUAL SPACE
              SUBTRACT 1 FROM WRK-TAM-MODELO
           END-PERFORM.
           MOVE 1 TO WRK-POS-MODELO.
           PERFORM UNTIL WRK-POS-MODELO GREATER WRK-TAM-MODELO
                      OR WRK-POS-TEXTO GREATER 240
              IF MOD-TEXTO(WRK-POS-MODELO:1) EQUAL "&"
                 AND WRK-POS-MODELO LESS 160
                 AND MOD-TEXTO(WRK-POS-MODELO + 1:1) IS NUMERIC
                 MOVE MOD-TEXTO(WRK-POS-MODELO + 1:1) TO WRK-PARM-IDX
                 PERFORM COPIAR-PARAMETRO
                 ADD 2 TO WRK-POS-MODELO
              ELSE
                 MOVE MOD-TEXTO(WRK-POS-MODELO:1)
                   TO WRK-TEXTO(WRK-POS-TEXTO:1)
                 ADD 1 TO WRK-POS-TEXTO
                 ADD 1 TO WRK-POS-MODELO
              END-IF
           END-PERFORM.

       COPIAR-PARAMETRO SECTION.
           IF WRK-PARM-IDX GREATER ZERO
              AND WRK-PARM-IDX NOT GREATER 4
              MOVE 20 TO WRK-PARM-TAM
              PERFORM UNTIL WRK-PARM-TAM EQUAL ZERO
                 OR MSG-PARM(WRK-PARM-IDX)(WRK-PARM-TAM:1)
                    NOT EQUAL SPACE
                 SUBTRACT 1 FROM WRK-PARM-TAM
              END-PERFORM
              MOVE 1 TO WRK-PARM-INI
              PERFORM UNTIL WRK-PARM-INI GREATER WRK-PARM-TAM
                 OR MSG-PARM(WRK-PARM-IDX)(WRK-PARM-INI:1)
                    NOT EQUAL SPACE
                 ADD 1 TO WRK-PARM-INI
              END-PERFORM
              IF WRK-PARM-TAM GREATER ZERO
                 COMPUTE WRK-PARM-TAM = WRK-PARM-TAM - WRK-PARM-INI + 1
              END-IF
              IF WRK-PARM-TAM GREATER ZERO
                 AND WRK-POS-TEXTO + WRK-PARM-TAM NOT GREATER 241
                 MOVE MSG-PARM(WRK-PARM-IDX)(WRK-PARM-INI:WRK-PARM-TAM)
                   TO WRK-TEXTO(WRK-POS-TEXTO:WRK-PARM-TAM)
                 ADD WRK-PARM-TAM TO WRK-POS-TEXTO
              END-IF
           END-IF.

       GRAVAR-DETALHE SECTION.
           IF WRK-LOTE-ABERTO NOT EQUAL "S"
              PERFORM ABRIR-LOTE
           END-IF.
           MOVE SPACES          TO GTWD-REGISTRO.
           MOVE "D"             TO GTWD-TIPO.
           MOVE WRK-LOTE        TO GTWD-LOTE.
           MOVE MSG-NUMERO      TO GTWD-NUMERO.
           MOVE MSG-CANAL       TO GTWD-CANAL.
           MOVE MSG-DESTINO     TO GTWD-DESTINO.
           MOVE MSG-PRIORIDADE  TO GTWD-PRIORIDADE.
           MOVE MOD-ASSUNTO     TO GTWD-ASSUNTO.
           MOVE WRK-TEXTO       TO GTWD-TEXTO.
           WRITE GTWD-REGISTRO.
           ADD 1 TO WRK-QTD-TOTAL.
           IF MSG-CANAL EQUAL "S"
              ADD 1 TO WRK-QTD-SMS
           ELSE
              ADD 1 TO WRK-QTD-EMAIL
           END-IF.
           MOVE "X"             TO MSG-SITUACAO.
           MOVE WRK-LOTE        TO MSG-LOTE.
           MOVE WRK-DATA-HOJE   TO MSG-DATA-EXPORTA.
           ADD 1                TO MSG-TENTATIVAS.
      *    A SENHA PROVISORIA SO EXISTE NO TEXTO ENTREGUE AO GATEWAY
           IF MSG-MODELO EQUAL "SENHARST"
              MOVE SPACES       TO MSG-PARAMETROS
           END-IF.
           REWRITE MSG-REGISTRO.

      *    O ARQUIVO DE ENVIO ACUMULA LOTES ATE O GATEWAY RECOLHER -
      *    O LOTE SO E NUMERADO QUANDO HA O QUE ENTREGAR
       ABRIR-LOTE SECTION.
           OPEN INPUT ARQLOTECTRL.
           IF ARQLOTECTRL-FS EQUAL 00
              READ ARQLOTECTRL
              MOVE LOTECTRL-ULTIMO-LOTE TO WRK-LOTE
              CLOSE ARQLOTECTRL
           ELSE
              MOVE ZEROS TO WRK-LOTE
           END-IF.
           ADD 1 TO WRK-LOTE.
           OPEN OUTPUT ARQLOTECTRL.
           MOVE WRK-LOTE TO LOTECTRL-ULTIMO-LOTE.
           WRITE LOTECTRL-REGISTRO.
           CLOSE ARQLOTECTRL.
           OPEN EXTEND ARQGATEWAY.
           IF ARQGATEWAY-FS EQUAL 05 OR ARQGATEWAY-FS EQUAL 35
              OPEN OUTPUT ARQGATEWAY
           END-IF.
           MOVE SPACES        TO GTWH-REGISTRO.
           MOVE "H"           TO GTWH-TIPO.
           MOVE WRK-LOTE      TO GTWH-LOTE.
           MOVE WRK-DATA-HOJE TO GTWH-DATA.
           ACCEPT GTWH-HORA FROM TIME.
           MOVE WRK-OPERADOR  TO GTWH-OPERADOR.
           WRITE GTWH-REGISTRO.
           MOVE "S" TO WRK-LOTE-ABERTO.

       GRAVAR-TRAILER SECTION.
           MOVE SPACES        TO GTWT-REGISTRO.
           MOVE "T"           TO GTWT-TIPO.
           MOVE WRK-LOTE      TO GTWT-LOTE.
           MOVE WRK-QTD-TOTAL TO GTWT-QTD-TOTAL.
           MOVE WRK-QTD-EMAIL TO GTWT-QTD-EMAIL.
           MOVE WRK-QTD-SMS   TO GTWT-QTD-SMS.
           WRITE GTWT-REGISTRO.
