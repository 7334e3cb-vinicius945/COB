       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGENFILA.
      *---------------------------------------------------------------
      * Porta unica da fila de mensagens de saida (ARQMSGFILA.DAT).
      * Qualquer programa que precise avisar um cliente ou um usuario
      * por e-mail ou SMS chama este modulo em vez de imprimir o aviso
      * no papel. Acoes:
      *   "E" enfileira uma mensagem: confere o modelo, resolve o
      *       canal e o destino (do ARQCRM para cliente; informado
      *       pelo chamador para usuario) e, se o modelo e de
      *       marketing, exige cliente ativo com ARQCRM-CONSENTIMENTO
      *       "S" e ARQCRM-CONSENT-CANAL igual ao canal da mensagem
      *   "P" so prepara a tabela de modelos com os modelos padrao
      *       se ela ainda nao existe (o MSGMODELO chama ao abrir)
      * Canal em branco: o modulo escolhe - o canal do consentimento
      * se o cliente tem o dado, senao e-mail, senao SMS.
      * LNK-RETORNO: "S" enfileirada (numero em LNK-NUMERO) / "N"
      * modelo inexistente, suspenso ou canal nao permitido / "C" sem
      * consentimento para marketing / "D" sem endereco no canal /
      * "I" cliente nao cadastrado ou excluido
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
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

           SELECT ARQMSGCTRL ASSIGN TO "DADOS/MSGCTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQMSGCTRL-FS.

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

       FD ARQMSGMODELO.
       COPY "#MSG-MODELO".

       FD ARQMSGCTRL
           RECORDING MODE IS F.
       01 MSGCTRL-REGISTRO.
           05 MSGCTRL-ULTIMO-NUMERO PIC 9(08).

       FD ARQCRM.
       COPY "#CRM".

       WORKING-STORAGE    SECTION.
       01 ARQMSGFILA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQMSGMODELO-FS    PIC 9(02) VALUES ZEROS.
       01 ARQMSGCTRL-FS      PIC 9(02) VALUES ZEROS.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.

       01 WRK-NUMERO         PIC 9(08) VALUES ZEROS.
       01 WRK-CANAL          PIC X(01) VALUES SPACES.
       01 WRK-DESTINO        PIC X(40) VALUES SPACES.
       01 WRK-FINALIDADE     PIC X(01) VALUES SPACES.
       01 WRK-CANAIS         PIC X(01) VALUES SPACES.
      *    CANAL DO CONSENTIMENTO EQUIVALENTE AO DA MENSAGEM ("E"
      *    E-MAIL / "T" TELEFONE, QUE COBRE O SMS)
       01 WRK-CANAL-CONSENT  PIC X(01) VALUES SPACES.
       01 WRK-IDX            PIC 9(01) USAGE COMP VALUE ZERO.

       LINKAGE            SECTION.
       01 LNK-MSG.
           05 LNK-ACAO           PIC X(01).
           05 LNK-DEST-TIPO      PIC X(01).
           05 LNK-CLIENTE-ID     PIC 9(06).
           05 LNK-USUARIO        PIC X(10).
           05 LNK-CANAL          PIC X(01).
           05 LNK-DESTINO        PIC X(40).
           05 LNK-MODELO         PIC X(08).
           05 LNK-PARM           PIC X(20) OCCURS 4 TIMES.
           05 LNK-PRIORIDADE     PIC 9(01).
           05 LNK-PROGRAMA       PIC X(12).
           05 LNK-OPERADOR       PIC X(10).
           05 LNK-RETORNO        PIC X(01).
           05 LNK-NUMERO         PIC 9(08).

       PROCEDURE DIVISION USING LNK-MSG.
           MOVE ZEROS TO LNK-NUMERO.
           PERFORM ABRIR-MODELOS.
           IF LNK-ACAO EQUAL "P"
              MOVE "S" TO LNK-RETORNO
              CLOSE ARQMSGMODELO
              GOBACK
           END-IF.
           MOVE "N" TO LNK-RETORNO.
           PERFORM CONFERIR-MODELO.
           CLOSE ARQMSGMODELO.
           IF LNK-RETORNO EQUAL "S"
              IF LNK-DEST-TIPO EQUAL "U"
                 PERFORM RESOLVER-USUARIO
              ELSE
                 PERFORM RESOLVER-CLIENTE
              END-IF
           END-IF.
           IF LNK-RETORNO EQUAL "S"
              PERFORM GRAVAR-MENSAGEM
           END-IF.
           GOBACK.

       ABRIR-MODELOS SECTION.
           OPEN INPUT ARQMSGMODELO.
           IF ARQMSGMODELO-FS EQUAL 35
              PERFORM CRIAR-MODELOS-PADRAO
              OPEN INPUT ARQMSGMODELO
           END-IF.

      *    MODELO ATIVO E CANAL PERMITIDO POR ELE. SE O CHAMADOR NAO
      *    DISSE O CANAL E O MODELO SO TEM UM, FICA ESSE
       CONFERIR-MODELO SECTION.
           MOVE LNK-CANAL TO WRK-CANAL.
           MOVE LNK-MODELO TO MOD-CODIGO.
           READ ARQMSGMODELO.
           IF ARQMSGMODELO-FS EQUAL ZEROS
              AND MOD-ATIVO EQUAL "S"
              MOVE MOD-FINALIDADE TO WRK-FINALIDADE
              MOVE MOD-CANAIS     TO WRK-CANAIS
              IF WRK-CANAL EQUAL SPACES
                 AND MOD-CANAIS NOT EQUAL "A"
                 MOVE MOD-CANAIS TO WRK-CANAL
              END-IF
              IF WRK-CANAL EQUAL SPACES
                 OR MOD-CANAIS EQUAL "A"
                 OR WRK-CANAL EQUAL MOD-CANAIS
                 MOVE "S" TO LNK-RETORNO
              END-IF
           END-IF.
           MOVE ZEROS TO ARQMSGMODELO-FS.

      *    USUARIO NAO TEM E-MAIL NEM CELULAR NO ARQUSU - O CHAMADOR
      *    INFORMA O DESTINO (EX.: O USUADMIN PERGUNTA NO RESET)
       RESOLVER-USUARIO SECTION.
           MOVE LNK-DESTINO TO WRK-DESTINO.
           IF WRK-CANAL EQUAL SPACES
              IF WRK-DESTINO(1:1) IS NUMERIC
                 OR WRK-DESTINO(1:1) EQUAL "("
                 MOVE "S" TO WRK-CANAL
              ELSE
                 MOVE "E" TO WRK-CANAL
              END-IF
           END-IF.
           IF WRK-DESTINO EQUAL SPACES
              MOVE "D" TO LNK-RETORNO
           END-IF.

       RESOLVER-CLIENTE SECTION.
           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              MOVE "I" TO LNK-RETORNO
           ELSE
              MOVE LNK-CLIENTE-ID TO ARQCRM-ID
              READ ARQCRM
              IF ARQCRM-FS NOT EQUAL ZEROS
                 OR ARQCRM-EXCLUIDO EQUAL "S"
                 MOVE "I" TO LNK-RETORNO
              ELSE
                 PERFORM ESCOLHER-CANAL
                 IF WRK-FINALIDADE EQUAL "M"
                    PERFORM CONFERIR-CONSENTIMENTO
                 END-IF
              END-IF
              CLOSE ARQCRM
           END-IF.
           MOVE ZEROS TO ARQCRM-FS.

       ESCOLHER-CANAL SECTION.
           IF WRK-CANAL EQUAL SPACES
              EVALUATE TRUE
                 WHEN ARQCRM-CONSENT-CANAL EQUAL "T"
                      AND ARQCRM-TELEFONE NOT EQUAL SPACES
                      AND WRK-CANAIS NOT EQUAL "E"
                    MOVE "S" TO WRK-CANAL
                 WHEN ARQCRM-EMAIL NOT EQUAL SPACES
                      AND WRK-CANAIS NOT EQUAL "S"
                    MOVE "E" TO WRK-CANAL
                 WHEN OTHER
                    MOVE "S" TO WRK-CANAL
              END-EVALUATE
           END-IF.
           IF WRK-CANAL EQUAL "S"
              MOVE ARQCRM-TELEFONE TO WRK-DESTINO
              MOVE "T"             TO WRK-CANAL-CONSENT
           ELSE
              MOVE ARQCRM-EMAIL    TO WRK-DESTINO
              MOVE "E"             TO WRK-CANAL-CONSENT
           END-IF.
           IF WRK-DESTINO EQUAL SPACES
              MOVE "D" TO LNK-RETORNO
           END-IF.

      *    MARKETING SO PARA CLIENTE ATIVO QUE AUTORIZOU O CONTATO E
      *    NAQUELE CANAL - O MESMO CRITERIO DO EXTRATO DE CAMPANHA
       CONFERIR-CONSENTIMENTO SECTION.
           IF ARQCRM-STATUS NOT EQUAL 0
              OR ARQCRM-CONSENTIMENTO NOT EQUAL "S"
              OR ARQCRM-CONSENT-CANAL NOT EQUAL WRK-CANAL-CONSENT
              MOVE "C" TO LNK-RETORNO
           END-IF.

       GRAVAR-MENSAGEM SECTION.
           PERFORM PROXIMO-NUMERO.
           OPEN I-O ARQMSGFILA.
           IF ARQMSGFILA-FS EQUAL 35
              OPEN OUTPUT ARQMSGFILA
              CLOSE ARQMSGFILA
              OPEN I-O ARQMSGFILA
           END-IF.
           IF ARQMSGFILA-FS NOT EQUAL ZEROS
              MOVE "D" TO LNK-RETORNO
           ELSE
              INITIALIZE MSG-REGISTRO
              MOVE WRK-NUMERO       TO MSG-NUMERO
              IF LNK-DEST-TIPO EQUAL "U"
                 MOVE "U"            TO MSG-DEST-TIPO
              ELSE
                 MOVE "C"            TO MSG-DEST-TIPO
              END-IF
              MOVE LNK-CLIENTE-ID   TO MSG-CLIENTE-ID
              MOVE LNK-USUARIO      TO MSG-USUARIO
              MOVE WRK-CANAL        TO MSG-CANAL
              MOVE WRK-DESTINO      TO MSG-DESTINO
              MOVE LNK-MODELO       TO MSG-MODELO
              MOVE WRK-FINALIDADE   TO MSG-FINALIDADE
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER 4
                 MOVE LNK-PARM(WRK-IDX) TO MSG-PARM(WRK-IDX)
              END-PERFORM
              MOVE LNK-PRIORIDADE   TO MSG-PRIORIDADE
              IF MSG-PRIORIDADE EQUAL ZERO
                 MOVE 5 TO MSG-PRIORIDADE
              END-IF
              MOVE "P"              TO MSG-SITUACAO
              ACCEPT MSG-DATA-INCLUSAO FROM DATE YYYYMMDD
              ACCEPT MSG-HORA-INCLUSAO FROM TIME
              MOVE LNK-PROGRAMA     TO MSG-PROGRAMA
              MOVE LNK-OPERADOR     TO MSG-OPERADOR
              WRITE MSG-REGISTRO
              CLOSE ARQMSGFILA
              MOVE WRK-NUMERO TO LNK-NUMERO
              MOVE WRK-CANAL  TO LNK-CANAL
           END-IF.

       PROXIMO-NUMERO SECTION.
           OPEN INPUT ARQMSGCTRL.
           IF ARQMSGCTRL-FS EQUAL 00
              READ ARQMSGCTRL
              MOVE MSGCTRL-ULTIMO-NUMERO TO WRK-NUMERO
              CLOSE ARQMSGCTRL
           ELSE
              MOVE ZERO TO WRK-NUMERO
           END-IF.
           ADD 1 TO WRK-NUMERO.
           OPEN OUTPUT ARQMSGCTRL.
           MOVE WRK-NUMERO TO MSGCTRL-ULTIMO-NUMERO.
           WRITE MSGCTRL-REGISTRO.
           CLOSE ARQMSGCTRL.

      *    OS AVISOS QUE HOJE SAEM NO PAPEL - O MARKETING E O
      *    ADMINISTRADOR AJUSTAM OS TEXTOS DEPOIS PELO MSGMODELO
       CRIAR-MODELOS-PADRAO SECTION.
           OPEN OUTPUT ARQMSGMODELO.
           ACCEPT MOD-DATA FROM DATE YYYYMMDD.
           MOVE "SISTEMA" TO MOD-OPERADOR.
           MOVE "S"       TO MOD-ATIVO.

           MOVE "ANIVER"  TO MOD-CODIGO.
           MOVE "CAMPANHA DE ANIVERSARIANTES" TO MOD-DESCRICAO.
           MOVE "M"       TO MOD-FINALIDADE.
           MOVE "A"       TO MOD-CANAIS.
           MOVE "FELIZ ANIVERSARIO!" TO MOD-ASSUNTO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "PARABENS, &1! NESTE MES SUA PIZZA TEM PRESENTE."
                         DELIMITED BY SIZE
                  " APRESENTE O CODIGO &2 NO PEDIDO."
                         DELIMITED BY SIZE
             INTO MOD-TEXTO
           END-STRING.
           WRITE MOD-REGISTRO.

           MOVE "COBRAN1" TO MOD-CODIGO.
           MOVE "COBRANCA EMPRESTIMO - LEMBRETE" TO MOD-DESCRICAO.
           MOVE "S"       TO MOD-FINALIDADE.
           MOVE "A"       TO MOD-CANAIS.
           MOVE "PARCELA EM ABERTO" TO MOD-ASSUNTO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&1, HA PARCELA EM ABERTO NO CONTRATO &2 (R$ &3)."
                         DELIMITED BY SIZE
                  " CASO JA TENHA PAGO, DESCONSIDERE."
                         DELIMITED BY SIZE
             INTO MOD-TEXTO
           END-STRING.
           WRITE MOD-REGISTRO.

           MOVE "COBRAN2" TO MOD-CODIGO.
           MOVE "COBRANCA EMPRESTIMO - FIRME" TO MOD-DESCRICAO.
           MOVE "PARCELAS EM ATRASO" TO MOD-ASSUNTO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&1, AS PARCELAS DO CONTRATO &2 SEGUEM EM ABERTO"
                         DELIMITED BY SIZE
                  " (R$ &3). INCIDEM JUROS DE MORA. REGULARIZE."
                         DELIMITED BY SIZE
             INTO MOD-TEXTO
           END-STRING.
           WRITE MOD-REGISTRO.

           MOVE "COBRAN3" TO MOD-CODIGO.
           MOVE "COBRANCA EMPRESTIMO - FINAL" TO MOD-DESCRICAO.
           MOVE "AVISO FINAL DE COBRANCA" TO MOD-ASSUNTO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "AVISO FINAL: &1, SEM O PAGAMENTO EM 10 DIAS O"
                         DELIMITED BY SIZE
                  " CONTRATO &2 (R$ &3) VAI PARA COBRANCA JUDICIAL."
                         DELIMITED BY SIZE
             INTO MOD-TEXTO
           END-STRING.
           WRITE MOD-REGISTRO.

           MOVE "SAIUENTR" TO MOD-CODIGO.
           MOVE "PEDIDO SAIU PARA ENTREGA" TO MOD-DESCRICAO.
           MOVE "SEU PEDIDO ESTA A CAMINHO" TO MOD-ASSUNTO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "SEU PEDIDO &1 SAIU PARA ENTREGA AS &2."
                         DELIMITED BY SIZE
                  " BOM APETITE!" DELIMITED BY SIZE
             INTO MOD-TEXTO
           END-STRING.
           WRITE MOD-REGISTRO.

           MOVE "EXTFIADO" TO MOD-CODIGO.
           MOVE "EXTRATO MENSAL DO FIADO" TO MOD-DESCRICAO.
           MOVE "E"        TO MOD-CANAIS.
           MOVE "SEU EXTRATO DO FIADO" TO MOD-ASSUNTO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "&1, SEU EXTRATO DO FIADO DE &2 SEGUE ANEXO"
                         DELIMITED BY SIZE
                  " (DOCUMENTO &4). SALDO EM ABERTO R$ &3."
                         DELIMITED BY SIZE
             INTO MOD-TEXTO
           END-STRING.
           WRITE MOD-REGISTRO.

           MOVE "SENHARST" TO MOD-CODIGO.
           MOVE "RESET DE SENHA DE USUARIO" TO MOD-DESCRICAO.
           MOVE "A"        TO MOD-CANAIS.
           MOVE "SENHA PROVISORIA" TO MOD-ASSUNTO.
           MOVE SPACES TO MOD-TEXTO.
           STRING "USUARIO &1: SUA SENHA PROVISORIA E &2. A TROCA"
                         DELIMITED BY SIZE
                  " SERA PEDIDA NO PROXIMO ACESSO." DELIMITED BY SIZE
             INTO MOD-TEXTO
           END-STRING.
           WRITE MOD-REGISTRO.
           CLOSE ARQMSGMODELO.
