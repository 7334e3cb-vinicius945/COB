       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCMANUAL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: DIGITACAO DE LANCAMENTO CONTABIL MANUAL - PROVISAO,
      *RECLASSIFICACAO OU ACERTO DO QUE CAIU NA TRANSITORIA 9999.
      *O LANCAMENTO TEM VARIAS PARTIDAS, CADA UMA NUMA CONTA DO
      *ARQPLANO.TXT, E SO E ACEITO FECHADO (DEBITOS = CREDITOS) E
      *DATADO EM MES ABERTO (MODULO PERIODO). GRAVA PENDENTE NO
      *ARQLANCMAN.DAT / ARQLANCMANITEM.DAT COM O NOME DE QUEM DIGITOU
      *(LOGIN PELO VALIDALOGIN) - NADA VAI PARA O DIARIO ATE UM
      *SEGUNDO USUARIO, NIVEL A, APROVAR NO LANCAPROVA. PODE PEDIR
      *ESTORNO AUTOMATICO NO PRIMEIRO DIA DO MES SEGUINTE
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLANCMAN ASSIGN TO "DADOS/ARQLANCMAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLANCMAN-FS
           RECORD KEY IS LMC-NUMERO.

           SELECT ARQLANCMANITEM ASSIGN TO "DADOS/ARQLANCMANITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLANCMANITEM-FS
           RECORD KEY IS LMI-CHAVE.

           SELECT ARQLANCMANCTRL ASSIGN TO "DADOS/LANCMANCTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQLANCMANCTRL-FS.

           SELECT ARQPLANO ASSIGN TO "DADOS/ARQPLANO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQPLANO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQLANCMAN.
       COPY "#LANCMAN".

       FD ARQLANCMANITEM.
       COPY "#LANCMAN-ITEM".

       FD ARQLANCMANCTRL
           RECORDING MODE IS F.
       01 LMCTRL-REGISTRO.
           05 LMCTRL-ULTIMO-NUMERO PIC 9(06).

       FD ARQPLANO.
       01 PLN-REGISTRO.
           05 PLN-CONTA          PIC 9(04).
           05 PLN-NOME           PIC X(25).
           05 PLN-GRUPO          PIC X(01).

       WORKING-STORAGE SECTION.
       01 ARQLANCMAN-FS      PIC 9(02) VALUES ZEROS.
       01 ARQLANCMANITEM-FS  PIC 9(02) VALUES ZEROS.
       01 ARQLANCMANCTRL-FS  PIC 9(02) VALUES ZEROS.
       01 ARQPLANO-FS        PIC 9(02) VALUES ZEROS.

       77 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       77 WRK-OPCAO          PIC X(01) VALUES SPACES.
       77 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       77 WRK-DATA           PIC 9(08) VALUES ZEROS.
       77 WRK-HISTORICO      PIC X(30) VALUES SPACES.
       77 WRK-ESTORNA        PIC X(01) VALUES "N".
       77 WRK-NUMERO         PIC 9(06) VALUES ZEROS.
       77 WRK-CONTA          PIC 9(04) VALUES ZEROS.
       77 WRK-DC             PIC X(01) VALUES SPACES.
       77 WRK-VALOR          PIC 9(11)V99 VALUES ZEROS.
       77 WRK-TOT-DEBITO     PIC 9(11)V99 VALUES ZEROS.
       77 WRK-TOT-CREDITO    PIC 9(11)V99 VALUES ZEROS.
       77 WRK-FIM-DIGITACAO  PIC X(01) VALUES "N".
       77 WRK-FECHADO        PIC X(01) VALUES "N".

      *----------CONTAS VALIDAS (ARQPLANO.TXT)
       01 WRK-QTD-PLANO      PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-PLANO.
           05 WRK-PLN-ITEM OCCURS 100 TIMES.
               10 WRK-PLN-CONTA   PIC 9(04).
               10 WRK-PLN-NOME    PIC X(25).
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

      *----------PARTIDAS DIGITADAS
       01 WRK-QTD-LINHAS     PIC 9(02) VALUES ZEROS.
       01 WRK-TAB-LINHAS.
           05 WRK-LIN-ITEM OCCURS 20 TIMES.
               10 WRK-LIN-CONTA   PIC 9(04).
               10 WRK-LIN-DC      PIC X(01).
               10 WRK-LIN-VALOR   PIC 9(11)V99.
       01 WRK-LIN-IDX        PIC 9(02) VALUES ZEROS.

       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-PER-SITUACAO  PIC X(01) VALUE SPACE.

      *----------LOGIN DE QUEM DIGITA - O APROVADOR TEM QUE SER OUTRO
       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "LANCMANUAL".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "LANCAMENTO CONTABIL MANUAL".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "USUARIO: ".
           ACCEPT WRK-USUARIO.
           DISPLAY "SENHA: ".
           ACCEPT WRK-SENHA.
           CALL "VALIDALOGIN" USING WRK-LOGIN.
           IF WRK-LOGIN-OK NOT EQUAL "S"
              DISPLAY "LOGIN RECUSADO"
              STOP RUN
           END-IF.
           PERFORM CARREGAR-PLANO.
           IF WRK-QTD-PLANO EQUAL ZERO
              DISPLAY "SEM ARQPLANO.TXT - RODE O CONTABILPOSTA ANTES"
              STOP RUN
           END-IF.
           DISPLAY "DATA DO LANCAMENTO (AAAAMMDD): ".
           ACCEPT WRK-DATA.
           IF WRK-DATA NOT NUMERIC
              OR WRK-DATA(5:2) LESS "01" OR WRK-DATA(5:2) GREATER "12"
              OR WRK-DATA(7:2) LESS "01" OR WRK-DATA(7:2) GREATER "31"
              DISPLAY "DATA INVALIDA"
              STOP RUN
           END-IF.
           MOVE WRK-DATA TO WRK-PER-DATA.
           CALL "PERIODO" USING WRK-PERIODO.
           IF WRK-PER-SITUACAO EQUAL "F"
              DISPLAY "PERIODO FECHADO - LANCAMENTO NAO PERMITIDO"
              STOP RUN
           END-IF.
           DISPLAY "HISTORICO: ".
           ACCEPT WRK-HISTORICO.
           DISPLAY "ESTORNAR NO PRIMEIRO DIA DO MES SEGUINTE (S/N)? ".
           ACCEPT WRK-ESTORNA.
           IF WRK-ESTORNA NOT EQUAL "S"
              MOVE "N" TO WRK-ESTORNA
           END-IF.
           MOVE ZEROS TO WRK-QTD-LINHAS WRK-TOT-DEBITO WRK-TOT-CREDITO.
           MOVE "N" TO WRK-FECHADO.
           PERFORM UNTIL WRK-FECHADO EQUAL "S"
              PERFORM DIGITAR-PARTIDAS
              IF WRK-QTD-LINHAS LESS 2
                 OR WRK-TOT-DEBITO NOT EQUAL WRK-TOT-CREDITO
                 DISPLAY "LANCAMENTO NAO FECHA - DEBITOS "
                         WRK-TOT-DEBITO " CREDITOS " WRK-TOT-CREDITO
                 DISPLAY "(C)ONTINUAR DIGITANDO OU (D)ESCARTAR? "
                 ACCEPT WRK-OPCAO
                 IF WRK-OPCAO NOT EQUAL "C"
                    DISPLAY "LANCAMENTO DESCARTADO"
                    STOP RUN
                 END-IF
              ELSE
                 MOVE "S" TO WRK-FECHADO
              END-IF
           END-PERFORM.
           DISPLAY "CONFIRMA O LANCAMENTO DE " WRK-TOT-DEBITO
                   " EM " WRK-QTD-LINHAS " PARTIDAS (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              PERFORM GRAVAR-LANCAMENTO
              DISPLAY "LANCAMENTO " WRK-NUMERO
                      " PENDENTE DE APROVACAO (LANCAPROVA)"
           ELSE
              DISPLAY "LANCAMENTO DESCARTADO"
           END-IF.
           STOP RUN.

       CARREGAR-PLANO SECTION.
           MOVE ZERO TO WRK-QTD-PLANO.
           OPEN INPUT ARQPLANO.
           IF ARQPLANO-FS EQUAL ZEROS
              PERFORM UNTIL ARQPLANO-FS NOT EQUAL ZEROS
                 READ ARQPLANO
                 IF ARQPLANO-FS EQUAL ZEROS
                    AND WRK-QTD-PLANO LESS 100
                    ADD 1 TO WRK-QTD-PLANO
                    MOVE PLN-CONTA TO WRK-PLN-CONTA(WRK-QTD-PLANO)
                    MOVE PLN-NOME  TO WRK-PLN-NOME(WRK-QTD-PLANO)
                 END-IF
              END-PERFORM
              CLOSE ARQPLANO
           END-IF.
           MOVE ZEROS TO ARQPLANO-FS.

      *    CONTA ZERO ENCERRA A DIGITACAO; A CADA PARTIDA MOSTRA OS
      *    TOTAIS PARA O CONTADOR VER QUANTO FALTA PARA FECHAR
       DIGITAR-PARTIDAS SECTION.
           MOVE "N" TO WRK-FIM-DIGITACAO.
           PERFORM UNTIL WRK-FIM-DIGITACAO EQUAL "S"
              IF WRK-QTD-LINHAS NOT LESS 20
                 DISPLAY "LIMITE DE 20 PARTIDAS"
                 MOVE "S" TO WRK-FIM-DIGITACAO
              ELSE
                 DISPLAY "CONTA (0 ENCERRA): "
                 ACCEPT WRK-CONTA
                 IF WRK-CONTA EQUAL ZEROS
                    MOVE "S" TO WRK-FIM-DIGITACAO
                 ELSE
                    PERFORM DIGITAR-PARTIDA
                 END-IF
              END-IF
           END-PERFORM.

       DIGITAR-PARTIDA SECTION.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-PLANO
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-PLN-CONTA(WRK-IDX) EQUAL WRK-CONTA
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZERO
              DISPLAY "CONTA " WRK-CONTA " NAO EXISTE NO PLANO"
           ELSE
              DISPLAY WRK-PLN-NOME(WRK-IDX-ACHADO)
              DISPLAY "(D)EBITO OU (C)REDITO? "
              ACCEPT WRK-DC
              DISPLAY "VALOR: "
              ACCEPT WRK-VALOR
              IF (WRK-DC NOT EQUAL "D" AND WRK-DC NOT EQUAL "C")
                 OR WRK-VALOR EQUAL ZEROS
                 DISPLAY "PARTIDA INVALIDA - NAO ACEITA"
              ELSE
                 ADD 1 TO WRK-QTD-LINHAS
                 MOVE WRK-CONTA TO WRK-LIN-CONTA(WRK-QTD-LINHAS)
                 MOVE WRK-DC    TO WRK-LIN-DC(WRK-QTD-LINHAS)
                 MOVE WRK-VALOR TO WRK-LIN-VALOR(WRK-QTD-LINHAS)
                 IF WRK-DC EQUAL "D"
                    ADD WRK-VALOR TO WRK-TOT-DEBITO
                 ELSE
                    ADD WRK-VALOR TO WRK-TOT-CREDITO
                 END-IF
                 DISPLAY "DEBITOS " WRK-TOT-DEBITO
                         " CREDITOS " WRK-TOT-CREDITO
              END-IF
           END-IF.

       GRAVAR-LANCAMENTO SECTION.
           OPEN INPUT ARQLANCMANCTRL.
           IF ARQLANCMANCTRL-FS EQUAL 00
              READ ARQLANCMANCTRL
              MOVE LMCTRL-ULTIMO-NUMERO TO WRK-NUMERO
              CLOSE ARQLANCMANCTRL
           ELSE
              MOVE ZERO TO WRK-NUMERO
           END-IF.
           ADD 1 TO WRK-NUMERO.
           OPEN OUTPUT ARQLANCMANCTRL.
           MOVE WRK-NUMERO TO LMCTRL-ULTIMO-NUMERO.
           WRITE LMCTRL-REGISTRO.
           CLOSE ARQLANCMANCTRL.

           OPEN I-O ARQLANCMAN.
           IF ARQLANCMAN-FS EQUAL 35
              OPEN OUTPUT ARQLANCMAN
              CLOSE ARQLANCMAN
              OPEN I-O ARQLANCMAN
           END-IF.
           OPEN I-O ARQLANCMANITEM.
           IF ARQLANCMANITEM-FS EQUAL 35
              OPEN OUTPUT ARQLANCMANITEM
              CLOSE ARQLANCMANITEM
              OPEN I-O ARQLANCMANITEM
           END-IF.
           MOVE WRK-NUMERO      TO LMC-NUMERO.
           MOVE WRK-DATA        TO LMC-DATA.
           MOVE WRK-HISTORICO   TO LMC-HISTORICO.
           MOVE WRK-ESTORNA     TO LMC-ESTORNA.
           MOVE ZEROS           TO LMC-DATA-ESTORNO.
           MOVE WRK-QTD-LINHAS  TO LMC-QTD-LINHAS.
           MOVE WRK-TOT-DEBITO  TO LMC-TOT-DEBITO.
           MOVE WRK-TOT-CREDITO TO LMC-TOT-CREDITO.
           MOVE "P"             TO LMC-SITUACAO.
           MOVE WRK-USUARIO     TO LMC-SOLICITANTE.
           MOVE WRK-DATA-HOJE   TO LMC-DATA-SOLIC.
           MOVE SPACES          TO LMC-APROVADOR.
           MOVE ZEROS           TO LMC-DATA-DECISAO.
           WRITE LMC-REGISTRO.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX GREATER WRK-QTD-LINHAS
              MOVE WRK-NUMERO                 TO LMI-NUMERO
              MOVE WRK-LIN-IDX                TO LMI-LINHA
              MOVE WRK-LIN-CONTA(WRK-LIN-IDX) TO LMI-CONTA
              MOVE WRK-LIN-DC(WRK-LIN-IDX)    TO LMI-DC
              MOVE WRK-LIN-VALOR(WRK-LIN-IDX) TO LMI-VALOR
              WRITE LMI-REGISTRO
           END-PERFORM.
           CLOSE ARQLANCMAN.
           CLOSE ARQLANCMANITEM.
