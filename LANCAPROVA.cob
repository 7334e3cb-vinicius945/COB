       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCAPROVA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: APROVACAO DOS LANCAMENTOS CONTABEIS MANUAIS DIGITADOS
      *NO LANCMANUAL - SO NIVEL "A" E NUNCA QUEM DIGITOU. PERCORRE OS
      *PENDENTES DO ARQLANCMAN.DAT MOSTRANDO AS PARTIDAS; APROVADO, O
      *LANCAMENTO VAI PARA O DIARIO (ARQLANCAMENTO.DAT) COM EVENTO
      *"MAN"+NUMERO E, SE PEDIU ESTORNO, AS PARTIDAS INVERTIDAS NO
      *PRIMEIRO DIA DO MES SEGUINTE COM EVENTO "MANEST"+NUMERO. O MES
      *DO LANCAMENTO E O DO ESTORNO TEM QUE ESTAR ABERTOS (PERIODO)
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

           SELECT ARQLANCAMENTO ASSIGN TO "DADOS/ARQLANCAMENTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQLANCAMENTO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQLANCMAN.
       COPY "#LANCMAN".

       FD ARQLANCMANITEM.
       COPY "#LANCMAN-ITEM".

      *    MESMO LAYOUT GRAVADO PELO CONTABILPOSTA
       FD ARQLANCAMENTO
           RECORDING MODE IS F.
       01 LAN-REGISTRO.
           05 LAN-DATA           PIC 9(08).
           05 LAN-EVENTO         PIC X(12).
           05 LAN-CONTA          PIC 9(04).
           05 LAN-DC             PIC X(01).
           05 LAN-VALOR          PIC 9(11)V99.
           05 LAN-HISTORICO      PIC X(30).

       WORKING-STORAGE SECTION.
       01 ARQLANCMAN-FS      PIC 9(02) VALUES ZEROS.
       01 ARQLANCMANITEM-FS  PIC 9(02) VALUES ZEROS.
       01 ARQLANCAMENTO-FS   PIC 9(02) VALUES ZEROS.

       77 WRK-OPCAO          PIC X(01) VALUES SPACES.
       77 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       77 WRK-FIM            PIC X(01) VALUES "N".
       77 WRK-FIM-ITENS      PIC X(01) VALUES "N".
       77 WRK-QTD-PENDENTES  PIC 9(04) VALUES ZEROS.
       77 WRK-QTD-APROVADOS  PIC 9(04) VALUES ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(04) VALUES ZEROS.
       77 WRK-PODE-APROVAR   PIC X(01) VALUES "S".

      *----------PRIMEIRO DIA DO MES SEGUINTE AO LANCAMENTO
       01 WRK-DATA-ESTORNO.
           05 WRK-EST-ANO        PIC 9(04) VALUES ZEROS.
           05 WRK-EST-MES        PIC 9(02) VALUES ZEROS.
           05 WRK-EST-DIA        PIC 9(02) VALUES ZEROS.

       01 WRK-EVENTO.
           05 WRK-EVT-PREFIXO    PIC X(06) VALUES SPACES.
           05 WRK-EVT-NUMERO     PIC 9(06) VALUES ZEROS.
       01 WRK-HIST-ESTORNO.
           05 FILLER             PIC X(20)
                                 VALUE "ESTORNO LANC MANUAL ".
           05 WRK-HES-NUMERO     PIC 9(06) VALUES ZEROS.
           05 FILLER             PIC X(04) VALUES SPACES.

       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-PER-SITUACAO  PIC X(01) VALUE SPACE.

       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "LANCAPROVA".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "APROVACAO DE LANCAMENTOS MANUAIS".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "USUARIO: ".
           ACCEPT WRK-USUARIO.
           DISPLAY "SENHA: ".
           ACCEPT WRK-SENHA.
           CALL "VALIDALOGIN" USING WRK-LOGIN.
           IF WRK-LOGIN-OK NOT EQUAL "S"
              OR WRK-LOGIN-NIVEL NOT EQUAL "A"
              DISPLAY "ACESSO RESTRITO AO NIVEL A"
              STOP RUN
           END-IF.
           OPEN I-O ARQLANCMAN.
           IF ARQLANCMAN-FS NOT EQUAL ZEROS
              DISPLAY "NENHUM LANCAMENTO MANUAL DIGITADO"
              STOP RUN
           END-IF.
           OPEN INPUT ARQLANCMANITEM.
           MOVE ZEROS TO LMC-NUMERO.
           START ARQLANCMAN KEY IS NOT LESS LMC-NUMERO
              INVALID KEY MOVE "S" TO WRK-FIM
           END-START.
           PERFORM UNTIL WRK-FIM EQUAL "S"
              READ ARQLANCMAN NEXT
                 AT END MOVE "S" TO WRK-FIM
                 NOT AT END
                    IF LMC-SITUACAO EQUAL "P"
                       ADD 1 TO WRK-QTD-PENDENTES
                       PERFORM DECIDIR-LANCAMENTO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQLANCMAN.
           CLOSE ARQLANCMANITEM.
           DISPLAY "PENDENTES " WRK-QTD-PENDENTES
                   " APROVADOS " WRK-QTD-APROVADOS
                   " REJEITADOS " WRK-QTD-REJEITADOS.
           STOP RUN.

       DECIDIR-LANCAMENTO SECTION.
           DISPLAY "----------------------------------------".
           DISPLAY "LANCAMENTO " LMC-NUMERO " DATA " LMC-DATA
                   " DIGITADO POR " LMC-SOLICITANTE.
           DISPLAY "HISTORICO: " LMC-HISTORICO.
           IF LMC-ESTORNA EQUAL "S"
              DISPLAY "COM ESTORNO NO INICIO DO MES SEGUINTE"
           END-IF.
           PERFORM MOSTRAR-PARTIDAS.
           DISPLAY "TOTAL " LMC-TOT-DEBITO.
           DISPLAY "(A)PROVAR, (R)EJEITAR OU ENTER PARA PULAR: ".
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "A"
                 PERFORM APROVAR-LANCAMENTO
              WHEN "R"
                 MOVE "R"           TO LMC-SITUACAO
                 MOVE WRK-USUARIO   TO LMC-APROVADOR
                 MOVE WRK-DATA-HOJE TO LMC-DATA-DECISAO
                 REWRITE LMC-REGISTRO
                 ADD 1 TO WRK-QTD-REJEITADOS
                 DISPLAY "LANCAMENTO REJEITADO"
              WHEN OTHER
                 DISPLAY "LANCAMENTO MANTIDO PENDENTE"
           END-EVALUATE.

       MOSTRAR-PARTIDAS SECTION.
           MOVE LMC-NUMERO TO LMI-NUMERO.
           MOVE ZEROS      TO LMI-LINHA.
           MOVE "N"        TO WRK-FIM-ITENS.
           START ARQLANCMANITEM KEY IS NOT LESS LMI-CHAVE
              INVALID KEY MOVE "S" TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
              READ ARQLANCMANITEM NEXT
                 AT END MOVE "S" TO WRK-FIM-ITENS
                 NOT AT END
                    IF LMI-NUMERO NOT EQUAL LMC-NUMERO
                       MOVE "S" TO WRK-FIM-ITENS
                    ELSE
                       DISPLAY "  " LMI-LINHA " CONTA " LMI-CONTA
                               " " LMI-DC " " LMI-VALOR
                    END-IF
              END-READ
           END-PERFORM.

       APROVAR-LANCAMENTO SECTION.
           MOVE "S" TO WRK-PODE-APROVAR.
           IF LMC-SOLICITANTE EQUAL WRK-USUARIO
              DISPLAY "QUEM DIGITOU NAO PODE APROVAR"
              MOVE "N" TO WRK-PODE-APROVAR
           END-IF.
           MOVE LMC-DATA TO WRK-PER-DATA.
           CALL "PERIODO" USING WRK-PERIODO.
           IF WRK-PER-SITUACAO EQUAL "F"
              DISPLAY "PERIODO DO LANCAMENTO JA FECHADO"
              MOVE "N" TO WRK-PODE-APROVAR
           END-IF.
           IF LMC-ESTORNA EQUAL "S"
              MOVE LMC-DATA(1:4) TO WRK-EST-ANO
              MOVE LMC-DATA(5:2) TO WRK-EST-MES
              MOVE 01            TO WRK-EST-DIA
              IF WRK-EST-MES EQUAL 12
                 MOVE 01 TO WRK-EST-MES
                 ADD 1 TO WRK-EST-ANO
              ELSE
                 ADD 1 TO WRK-EST-MES
              END-IF
              MOVE WRK-DATA-ESTORNO TO WRK-PER-DATA
              CALL "PERIODO" USING WRK-PERIODO
              IF WRK-PER-SITUACAO EQUAL "F"
                 DISPLAY "PERIODO DO ESTORNO JA FECHADO"
                 MOVE "N" TO WRK-PODE-APROVAR
              END-IF
           END-IF.
           IF WRK-PODE-APROVAR EQUAL "S"
              PERFORM POSTAR-DIARIO
              MOVE "A"           TO LMC-SITUACAO
              MOVE WRK-USUARIO   TO LMC-APROVADOR
              MOVE WRK-DATA-HOJE TO LMC-DATA-DECISAO
              IF LMC-ESTORNA EQUAL "S"
                 MOVE WRK-DATA-ESTORNO TO LMC-DATA-ESTORNO
              END-IF
              REWRITE LMC-REGISTRO
              ADD 1 TO WRK-QTD-APROVADOS
              DISPLAY "LANCAMENTO APROVADO E POSTADO NO DIARIO"
           ELSE
              DISPLAY "LANCAMENTO MANTIDO PENDENTE"
           END-IF.

       POSTAR-DIARIO SECTION.
           OPEN EXTEND ARQLANCAMENTO.
           IF ARQLANCAMENTO-FS EQUAL 05 OR ARQLANCAMENTO-FS EQUAL 35
              OPEN OUTPUT ARQLANCAMENTO
           END-IF.
           MOVE LMC-NUMERO TO LMI-NUMERO.
           MOVE ZEROS      TO LMI-LINHA.
           MOVE "N"        TO WRK-FIM-ITENS.
           START ARQLANCMANITEM KEY IS NOT LESS LMI-CHAVE
              INVALID KEY MOVE "S" TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
              READ ARQLANCMANITEM NEXT
                 AT END MOVE "S" TO WRK-FIM-ITENS
                 NOT AT END
                    IF LMI-NUMERO NOT EQUAL LMC-NUMERO
                       MOVE "S" TO WRK-FIM-ITENS
                    ELSE
                       PERFORM GRAVAR-PARTIDA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQLANCAMENTO.

       GRAVAR-PARTIDA SECTION.
           MOVE "MAN"         TO WRK-EVT-PREFIXO.
           MOVE LMC-NUMERO    TO WRK-EVT-NUMERO.
           MOVE LMC-DATA      TO LAN-DATA.
           MOVE SPACES        TO LAN-EVENTO.
           STRING WRK-EVT-PREFIXO DELIMITED BY SPACE
                  WRK-EVT-NUMERO  DELIMITED BY SIZE
             INTO LAN-EVENTO
           END-STRING.
           MOVE LMI-CONTA     TO LAN-CONTA.
           MOVE LMI-DC        TO LAN-DC.
           MOVE LMI-VALOR     TO LAN-VALOR.
           MOVE LMC-HISTORICO TO LAN-HISTORICO.
           WRITE LAN-REGISTRO.
           IF LMC-ESTORNA EQUAL "S"
              MOVE "MANEST"         TO WRK-EVT-PREFIXO
              MOVE WRK-EVENTO       TO LAN-EVENTO
              MOVE WRK-DATA-ESTORNO TO LAN-DATA
              IF LMI-DC EQUAL "D"
                 MOVE "C" TO LAN-DC
              ELSE
                 MOVE "D" TO LAN-DC
              END-IF
              MOVE LMC-NUMERO       TO WRK-HES-NUMERO
              MOVE WRK-HIST-ESTORNO TO LAN-HISTORICO
              WRITE LAN-REGISTRO
           END-IF.
