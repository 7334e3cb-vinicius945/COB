       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPLEITURA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: LANCAMENTO DAS LEITURAS DE TEMPERATURA DAS GELADEIRAS
      *E FREEZERS (CADEIA FRIA) - DUAS POR DIA, MANHA E NOITE. ACEITA
      *A LEITURA EM CELSIUS OU FAHRENHEIT (TERMOMETRO ANTIGO) E GRAVA
      *SEMPRE EM CELSIUS NO ARQTEMPERATURA.DAT, CONVERTENDO PELO
      *CONVERSOR, COM O OPERADOR E A HORA. LEITURA FORA DA FAIXA DO
      *EQUIPAMENTO (ARQEQUIPFRIO.DAT) DISPARA O ALARME: LISTA NA TELA
      *E NO SPOOL OS LOTES DE PERECIVEIS COM SALDO GUARDADOS NELE
      *(ARQPRODLOTE.DAT, PELO DEPOSITO DO EQUIPAMENTO) E SO GRAVA COM
      *A ACAO CORRETIVA DESCRITA
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQEQUIP ASSIGN TO "DADOS/ARQEQUIPFRIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQEQUIP-FS
           RECORD KEY IS EQP-CHAVE.

           SELECT ARQTEMP ASSIGN TO "DADOS/ARQTEMPERATURA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQTEMP-FS
           RECORD KEY IS TMP-CHAVE.

           SELECT ARQLOTE ASSIGN TO "DADOS/ARQPRODLOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLOTE-FS
           RECORD KEY IS LOTE-CHAVE.

           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD ARQEQUIP.
       COPY "#EQUIP-FRIO".

       FD ARQTEMP.
       COPY "#TEMP-LEITURA".

       FD ARQLOTE.
       COPY "#PROD-LOTE".

       FD ARQPROD.
       COPY "#PROD".

       WORKING-STORAGE    SECTION.
       01 ARQEQUIP-FS        PIC 9(02) VALUES ZEROS.
       01 ARQTEMP-FS         PIC 9(02) VALUES ZEROS.
       01 ARQLOTE-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-ABERTO         PIC X(01) VALUES "N".
       01 WRK-CODIGO         PIC X(05) VALUES SPACES.
       01 WRK-ESCALA         PIC X(01) VALUES SPACES.
       01 WRK-VALOR-LIDO     PIC S9(04)V9 VALUES ZEROS.
       01 WRK-CELSIUS        PIC S9(04)V9 VALUES ZEROS.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-HORA-AGORA     PIC 9(08) VALUES ZEROS.
       01 WRK-HORA-LEITURA   PIC 9(04) VALUES ZEROS.
       01 WRK-FORA-FAIXA     PIC X(01) VALUES "N".
       01 WRK-ACAO           PIC X(60) VALUES SPACES.
       01 WRK-TOT-LOTES      PIC 9(04) VALUES ZEROS.
       01 WRK-TEMP-ED        PIC -ZZZ9.9.
       01 WRK-MIN-ED         PIC -ZZ9.9.
       01 WRK-MAX-ED         PIC -ZZ9.9.

      *----------CONVERSAO FAHRENHEIT -> CELSIUS (CONVERSOR)
       01 WRK-CONVERSAO.
           05 WRK-CNV-FAHRENHEIT PIC S9(04)V9 VALUE ZEROS.
           05 WRK-CNV-MODO       PIC X(01) VALUE "S".
           05 WRK-CNV-CELSIUS    PIC S9(04)V9 VALUE ZEROS.
           05 WRK-CNV-KELVIN     PIC 9(04)V9 VALUE ZEROS.

       01 WRK-LINHA-LOTE.
           05 WRK-LLT-CODIGO      PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-DESCRICAO   PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-NUMERO      PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-VALIDADE    PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LLT-SALDO       PIC ZZZZZ9.

      *----------ENTRADA NO SPOOL (ALARME DE TEMPERATURA)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "ALARME TEMPERATURA".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "TEMPLEITURA".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           MOVE WRK-OPERADOR TO WRK-SPL-OPERADOR.
           DISPLAY "LEITURA DE TEMPERATURA - GELADEIRAS E FREEZERS".
           PERFORM ABRIR-ARQUIVOS.
           IF WRK-ABERTO EQUAL "S"
              MOVE "X" TO WRK-CODIGO
              PERFORM UNTIL WRK-CODIGO EQUAL SPACES
                 DISPLAY "EQUIPAMENTO (BRANCO = SAIR): "
                 ACCEPT WRK-CODIGO
                 IF WRK-CODIGO NOT EQUAL SPACES
                    PERFORM LANCAR-LEITURA
                 END-IF
              END-PERFORM
              PERFORM FINALIZAR
           END-IF.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

       ABRIR-ARQUIVOS SECTION.
           MOVE "N" TO WRK-ABERTO.
           OPEN INPUT ARQEQUIP.
           IF ARQEQUIP-FS NOT EQUAL ZEROS
              DISPLAY "SEM EQUIPAMENTOS CADASTRADOS (ARQEQUIPFRIO.DAT"
                      " STATUS " ARQEQUIP-FS ") - USE O EQUIPFRIO"
           ELSE
              OPEN I-O ARQTEMP
              IF ARQTEMP-FS EQUAL 35
                 OPEN OUTPUT ARQTEMP
                 CLOSE ARQTEMP
                 OPEN I-O ARQTEMP
              END-IF
              IF ARQTEMP-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO ABERTURA ARQTEMPERATURA.DAT STATUS "
                         ARQTEMP-FS
                 CLOSE ARQEQUIP
              ELSE
                 MOVE "S" TO WRK-ABERTO
              END-IF
           END-IF.

       LANCAR-LEITURA SECTION.
           MOVE WRK-CODIGO TO EQP-CODIGO.
           READ ARQEQUIP.
           IF ARQEQUIP-FS NOT EQUAL ZEROS
              DISPLAY "EQUIPAMENTO NAO CADASTRADO"
              MOVE ZEROS TO ARQEQUIP-FS
           ELSE
              IF EQP-ATIVO NOT EQUAL "S"
                 DISPLAY "EQUIPAMENTO DESATIVADO - LEITURA RECUSADA"
              ELSE
                 MOVE EQP-MIN-C TO WRK-MIN-ED
                 MOVE EQP-MAX-C TO WRK-MAX-ED
                 DISPLAY EQP-DESCRICAO " - " EQP-LOCAL
                         " - FAIXA " WRK-MIN-ED " A " WRK-MAX-ED " C"
                 PERFORM INFORMAR-TEMPERATURA
              END-IF
           END-IF.

      *    O TERMOMETRO PODE ESTAR EM QUALQUER ESCALA - O QUE VALE PARA
      *    A FAIXA E O LIVRO E SEMPRE O CELSIUS
       INFORMAR-TEMPERATURA SECTION.
           DISPLAY "ESCALA DO TERMOMETRO (C)ELSIUS (F)AHRENHEIT: ".
           ACCEPT WRK-ESCALA.
           IF WRK-ESCALA NOT EQUAL "C" AND WRK-ESCALA NOT EQUAL "F"
              DISPLAY "ESCALA INVALIDA - USE C OU F"
           ELSE
              DISPLAY "TEMPERATURA LIDA: "
              ACCEPT WRK-VALOR-LIDO
              IF WRK-ESCALA EQUAL "F"
                 MOVE WRK-VALOR-LIDO TO WRK-CNV-FAHRENHEIT
                 MOVE "S"            TO WRK-CNV-MODO
                 CALL "CONVERSOR" USING WRK-CONVERSAO
                 MOVE WRK-CNV-CELSIUS TO WRK-CELSIUS
                 MOVE WRK-CELSIUS     TO WRK-TEMP-ED
                 DISPLAY "EM CELSIUS: " WRK-TEMP-ED
              ELSE
                 MOVE WRK-VALOR-LIDO TO WRK-CELSIUS
              END-IF
              ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD
              ACCEPT WRK-HORA-AGORA FROM TIME
              DISPLAY "HORA DA LEITURA (HHMM, 0 = AGORA): "
              ACCEPT WRK-HORA-LEITURA
              IF WRK-HORA-LEITURA IS NOT NUMERIC
                 OR WRK-HORA-LEITURA EQUAL ZEROS
                 MOVE WRK-HORA-AGORA(1:4) TO WRK-HORA-LEITURA
              END-IF
              IF WRK-HORA-LEITURA(1:2) GREATER "23"
                 OR WRK-HORA-LEITURA(3:2) GREATER "59"
                 DISPLAY "HORA INVALIDA"
              ELSE
                 PERFORM CONFERIR-FAIXA
              END-IF
           END-IF.

      *    FORA DA FAIXA: ALARME, LOTES EXPOSTOS E ACAO CORRETIVA
      *    OBRIGATORIA - SEM A ACAO A LEITURA NAO E GRAVADA
       CONFERIR-FAIXA SECTION.
           MOVE "N"    TO WRK-FORA-FAIXA.
           MOVE SPACES TO WRK-ACAO.
           IF WRK-CELSIUS LESS EQP-MIN-C
              OR WRK-CELSIUS GREATER EQP-MAX-C
              MOVE "S" TO WRK-FORA-FAIXA
              MOVE WRK-CELSIUS TO WRK-TEMP-ED
              DISPLAY "*** ALARME: " WRK-TEMP-ED " C FORA DA FAIXA "
                      WRK-MIN-ED " A " WRK-MAX-ED " ***"
              PERFORM LISTAR-LOTES-EXPOSTOS
              DISPLAY "ACAO CORRETIVA (OBRIGATORIA): "
              ACCEPT WRK-ACAO
              IF WRK-ACAO EQUAL SPACES
                 DISPLAY "SEM ACAO CORRETIVA A LEITURA NAO E GRAVADA"
              ELSE
                 PERFORM GRAVAR-LEITURA
              END-IF
           ELSE
              PERFORM GRAVAR-LEITURA
           END-IF.

       GRAVAR-LEITURA SECTION.
           MOVE EQP-CODIGO       TO TMP-EQUIP.
           MOVE WRK-DATA-HOJE    TO TMP-DATA.
           MOVE WRK-HORA-LEITURA TO TMP-HORA.
           IF WRK-HORA-LEITURA LESS 1200
              MOVE "M" TO TMP-TURNO
           ELSE
              MOVE "N" TO TMP-TURNO
           END-IF.
           MOVE WRK-ESCALA       TO TMP-ESCALA.
           MOVE WRK-VALOR-LIDO   TO TMP-VALOR-LIDO.
           MOVE WRK-CELSIUS      TO TMP-CELSIUS.
           MOVE EQP-MIN-C        TO TMP-MIN-C.
           MOVE EQP-MAX-C        TO TMP-MAX-C.
           MOVE WRK-FORA-FAIXA   TO TMP-FORA-FAIXA.
           MOVE WRK-ACAO         TO TMP-ACAO.
           MOVE WRK-OPERADOR     TO TMP-OPERADOR.
           MOVE WRK-DATA-HOJE    TO TMP-DATA-GRAVACAO.
           MOVE WRK-HORA-AGORA   TO TMP-HORA-GRAVACAO.
           WRITE TMP-REGISTRO.
           EVALUATE ARQTEMP-FS
              WHEN ZEROS
                 DISPLAY "LEITURA GRAVADA - TURNO " TMP-TURNO
                 IF WRK-FORA-FAIXA EQUAL "S"
                    PERFORM GRAVAR-ACAO-SPOOL
                 END-IF
              WHEN 22
                 DISPLAY "JA EXISTE LEITURA DESTE EQUIPAMENTO NESTA"
                         " HORA"
                 MOVE ZEROS TO ARQTEMP-FS
              WHEN OTHER
                 DISPLAY "ERRO GRAVACAO ARQTEMPERATURA.DAT STATUS "
                         ARQTEMP-FS
           END-EVALUATE.

      *    OS LOTES FICAM NO DEPOSITO DO EQUIPAMENTO - O ARQUIVO E
      *    ORDENADO POR PRODUTO, ENTAO A VARREDURA E COMPLETA. A LISTA
      *    VAI TAMBEM PARA O SPOOL, PARA A COZINHA DECIDIR O DESCARTE
       LISTAR-LOTES-EXPOSTOS SECTION.
           MOVE ZEROS TO WRK-TOT-LOTES.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ALARME " DELIMITED BY SIZE
                  EQP-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EQP-DESCRICAO DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WRK-HORA-LEITURA DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WRK-TEMP-ED DELIMITED BY SIZE
                  " C" DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FAIXA " DELIMITED BY SIZE
                  WRK-MIN-ED DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WRK-MAX-ED DELIMITED BY SIZE
                  " C - LOTES GUARDADOS NO DEPOSITO " DELIMITED BY SIZE
                  EQP-DEPOSITO DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE "PROD DESCRICAO                 LOTE         VALIDADE"
             TO WRK-SPL-LINHA.
           MOVE " SALDO" TO WRK-SPL-LINHA(54:6).
           PERFORM GRAVAR-SPOOL.
           OPEN INPUT ARQLOTE.
           IF ARQLOTE-FS EQUAL ZEROS
              OPEN INPUT ARQPROD
              MOVE LOW-VALUES TO LOTE-CHAVE
              START ARQLOTE KEY IS GREATER OR EQUAL LOTE-CHAVE
              PERFORM UNTIL ARQLOTE-FS NOT EQUAL ZEROS
                 READ ARQLOTE NEXT RECORD
                 IF ARQLOTE-FS EQUAL ZEROS
                    AND LOTE-DEPOSITO EQUAL EQP-DEPOSITO
                    AND LOTE-SALDO GREATER ZEROS
                    PERFORM IMPRIMIR-LOTE
                 END-IF
              END-PERFORM
              IF ARQPROD-FS EQUAL ZEROS OR ARQPROD-FS EQUAL 23
                 CLOSE ARQPROD
              END-IF
              CLOSE ARQLOTE
           END-IF.
           MOVE ZEROS TO ARQLOTE-FS ARQPROD-FS.
           IF WRK-TOT-LOTES EQUAL ZEROS
              MOVE "  NENHUM LOTE DE PERECIVEL COM SALDO NO EQUIPAMENTO"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-IF.

       IMPRIMIR-LOTE SECTION.
           ADD 1 TO WRK-TOT-LOTES.
           MOVE LOTE-CODIGO TO ARQPROD-CODIGO.
           READ ARQPROD.
           IF ARQPROD-FS EQUAL ZEROS
              MOVE ARQPROD-DESCRICAO TO WRK-LLT-DESCRICAO
           ELSE
              MOVE "FORA DO MESTRE" TO WRK-LLT-DESCRICAO
              MOVE ZEROS TO ARQPROD-FS
           END-IF.
           MOVE LOTE-CODIGO   TO WRK-LLT-CODIGO.
           MOVE LOTE-NUMERO   TO WRK-LLT-NUMERO.
           MOVE LOTE-VALIDADE TO WRK-LLT-VALIDADE.
           MOVE LOTE-SALDO    TO WRK-LLT-SALDO.
           MOVE WRK-LINHA-LOTE TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.

      *    A ACAO CORRETIVA FECHA O ALARME NO SPOOL
       GRAVAR-ACAO-SPOOL SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ACAO CORRETIVA (" DELIMITED BY SIZE
                  WRK-OPERADOR DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  WRK-ACAO DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.

       FINALIZAR SECTION.
           CLOSE ARQEQUIP.
           CLOSE ARQTEMP.
