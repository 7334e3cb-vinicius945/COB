       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOCONCILIA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CONCILIACAO BANCARIA DO MES - CASA AS LINHAS DO
      *EXTRATO IMPORTADO (ARQBANCOEXTR.DAT) COM OS LANCAMENTOS DO
      *LIVRO DE BANCO (ARQBANCO.DAT) AINDA ABERTOS ATE O FIM DO MES.
      *PRIMEIRA PASSADA: MESMO C/D, VALOR, DATA E DOCUMENTO; SEGUNDA
      *PASSADA: MESMO C/D, VALOR E DOCUMENTO (NAO BRANCO), COM O BANCO
      *COMPENSANDO NO DIA DO LIVRO OU DEPOIS. O PAR FICA MARCADO NOS
      *DOIS ARQUIVOS. O RELATORIO NO SPOOL ("CONCILIA BCO AAAAMM")
      *LISTA OS CONCILIADOS DO MES, O QUE SO ESTA NO LIVRO, O QUE SO
      *ESTA NO BANCO E A PROVA DO SALDO AJUSTADO (SALDO DO EXTRATO NO
      *FIM DO MES, DO ARQBANCOSALDO.DAT, CONTRA O SALDO DO LIVRO). NO
      *FIM, OS DEBITOS QUE SO ESTAO NO BANCO PODEM SER LANCADOS UM A
      *UM COMO TARIFA BANCARIA: ENTRAM NO LIVRO JA CONCILIADOS E VAO
      *AO DIARIO PELO CONTABILPOSTA NO DIA DE NEGOCIO. SO NIVEL "A"
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBANCO ASSIGN TO "DADOS/ARQBANCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQBANCO-FS
           RECORD KEY IS BCO-NUMERO.

           SELECT ARQBANCOEXTR ASSIGN TO "DADOS/ARQBANCOEXTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQBANCOEXTR-FS
           RECORD KEY IS EXT-CHAVE.

           SELECT ARQBANCOSALDO ASSIGN TO "DADOS/ARQBANCOSALDO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQBANCOSALDO-FS.

           SELECT ARQBANCOCTRL ASSIGN TO "DADOS/BANCOCTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQBANCOCTRL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQBANCO.
       COPY "#BANCO".

       FD ARQBANCOEXTR.
       COPY "#BANCO-EXTR".

      *    MESMO LAYOUT GRAVADO PELO BANCOEXTRATO
       FD ARQBANCOSALDO
           RECORDING MODE IS F.
       01 SLD-REGISTRO.
           05 SLD-DATA           PIC 9(08).
           05 SLD-VALOR          PIC S9(11)V99.
           05 SLD-DATA-IMPORTACAO PIC 9(08).

      *    MESMO CONTROLE DO BANCOREGISTRA
       FD ARQBANCOCTRL
           RECORDING MODE IS F.
       01 BCT-REGISTRO.
           05 BCT-ULT-NUMERO     PIC 9(07).
           05 BCT-ULT-DIA        PIC 9(08).
           05 BCT-ULT-REMESSA    PIC 9(08).

       WORKING-STORAGE SECTION.
       01 ARQBANCO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQBANCOEXTR-FS    PIC 9(02) VALUES ZEROS.
       01 ARQBANCOSALDO-FS   PIC 9(02) VALUES ZEROS.
       01 ARQBANCOCTRL-FS    PIC 9(02) VALUES ZEROS.

       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-LANC      PIC 9(08) VALUES ZEROS.
       01 WRK-NUMERO         PIC 9(07) VALUES ZEROS.

      *----------MES CONCILIADO (FIM = AAAAMM31 PARA COMPARAR DATAS)
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
       01 WRK-FIM-MES        PIC 9(08) VALUES ZEROS.

      *----------LANCAMENTOS DO LIVRO EM ABERTO ATE O FIM DO MES
       01 WRK-QTD-LIVRO      PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-TAB-LIVRO.
           05 WRK-LIV-ITEM OCCURS 999 TIMES.
               10 WRK-LIV-NUMERO    PIC 9(07).
               10 WRK-LIV-DATA      PIC 9(08).
               10 WRK-LIV-DC        PIC X(01).
               10 WRK-LIV-VALOR     PIC 9(09)V99.
               10 WRK-LIV-DOCUMENTO PIC X(15).
               10 WRK-LIV-USADO     PIC X(01).
       01 WRK-IDX            PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-PASSADA        PIC 9(01) VALUES ZERO.

       01 WRK-QTD-CONCILIADOS PIC 9(05) VALUES ZEROS.
       01 WRK-QTD-NOVOS      PIC 9(05) VALUES ZEROS.
       01 WRK-QTD-SO-LIVRO   PIC 9(05) VALUES ZEROS.
       01 WRK-QTD-SO-BANCO   PIC 9(05) VALUES ZEROS.
       01 WRK-QTD-TARIFAS    PIC 9(05) VALUES ZEROS.

      *----------PROVA DO SALDO AJUSTADO
       01 WRK-SALDO-BANCO    PIC S9(11)V99 VALUES ZEROS.
       01 WRK-DATA-SALDO     PIC 9(08) VALUES ZEROS.
       01 WRK-SALDO-LIVRO    PIC S9(11)V99 VALUES ZEROS.
       01 WRK-LIV-CRED-PEND  PIC 9(11)V99 VALUES ZEROS.
       01 WRK-LIV-DEB-PEND   PIC 9(11)V99 VALUES ZEROS.
       01 WRK-EXT-CRED-PEND  PIC 9(11)V99 VALUES ZEROS.
       01 WRK-EXT-DEB-PEND   PIC 9(11)V99 VALUES ZEROS.
       01 WRK-AJUSTADO-BANCO PIC S9(11)V99 VALUES ZEROS.
       01 WRK-AJUSTADO-LIVRO PIC S9(11)V99 VALUES ZEROS.
       01 WRK-DIFERENCA      PIC S9(11)V99 VALUES ZEROS.
       01 WRK-TOT-TARIFAS    PIC 9(11)V99 VALUES ZEROS.

       01 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-SALDO-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-ROTULO         PIC X(40) VALUES SPACES.
       01 WRK-PROVA-VALOR    PIC S9(11)V99 VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-PER-SITUACAO  PIC X(01) VALUE SPACE.

       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "BANCOCONC".

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "BANCOCONCIL".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE SPACES.
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "USUARIO: ".
           ACCEPT WRK-USUARIO.
           DISPLAY "SENHA: ".
           ACCEPT WRK-SENHA.
           CALL "VALIDALOGIN" USING WRK-LOGIN.
           IF WRK-LOGIN-OK NOT EQUAL "S"
              OR WRK-LOGIN-NIVEL NOT EQUAL "A"
              DISPLAY "ACESSO RESTRITO AO NIVEL A"
              GOBACK
           END-IF.
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-LANC
           ELSE
              MOVE WRK-DATA-HOJE TO WRK-DATA-LANC
           END-IF.
           DISPLAY "CONCILIACAO BANCARIA".
           DISPLAY "MES (AAAAMM, ZERO = " WRK-DATA-LANC(1:6) "): ".
           ACCEPT WRK-ANOMES.
           IF WRK-ANOMES EQUAL ZEROS
              MOVE WRK-DATA-LANC(1:6) TO WRK-ANOMES
           END-IF.
           COMPUTE WRK-FIM-MES = WRK-ANOMES * 100 + 31.
           OPEN I-O ARQBANCO.
           IF ARQBANCO-FS NOT EQUAL ZEROS
              DISPLAY "SEM LIVRO DE BANCO (ARQBANCO.DAT STATUS "
                      ARQBANCO-FS ")"
              GOBACK
           END-IF.
           OPEN I-O ARQBANCOEXTR.
           IF ARQBANCOEXTR-FS NOT EQUAL ZEROS
              DISPLAY "SEM EXTRATO IMPORTADO (ARQBANCOEXTR.DAT STATUS "
                      ARQBANCOEXTR-FS ")"
              CLOSE ARQBANCO
              GOBACK
           END-IF.
           PERFORM CARREGAR-LIVRO.
           MOVE 1 TO WRK-PASSADA.
           PERFORM CONCILIAR-PASSADA.
           MOVE 2 TO WRK-PASSADA.
           PERFORM CONCILIAR-PASSADA.
           DISPLAY "PARES CONCILIADOS AGORA: " WRK-QTD-NOVOS.
           MOVE WRK-USUARIO TO WRK-SPL-OPERADOR.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "CONCILIA BCO " DELIMITED BY SIZE
                  WRK-ANOMES      DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CONCILIACAO BANCARIA DO MES " DELIMITED BY SIZE
                  WRK-ANOMES                     DELIMITED BY SIZE
                  " - EMITIDA EM "               DELIMITED BY SIZE
                  WRK-DATA-HOJE                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM IMPRIMIR-CONCILIADOS.
           PERFORM IMPRIMIR-SO-LIVRO.
           PERFORM IMPRIMIR-SO-BANCO.
           PERFORM APURAR-SALDOS.
           PERFORM IMPRIMIR-PROVA.
           PERFORM LANCAR-TARIFAS.
           CLOSE ARQBANCO ARQBANCOEXTR.
           DISPLAY "RELATORIO NO SPOOL: " WRK-SPL-NOME.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

       CARREGAR-LIVRO SECTION.
           MOVE ZERO TO WRK-QTD-LIVRO.
           MOVE ZEROS TO BCO-NUMERO.
           START ARQBANCO KEY IS NOT LESS BCO-NUMERO
              INVALID KEY MOVE 10 TO ARQBANCO-FS
           END-START.
           PERFORM UNTIL ARQBANCO-FS NOT EQUAL ZEROS
              READ ARQBANCO NEXT RECORD
              IF ARQBANCO-FS EQUAL ZEROS
                 AND BCO-CONCILIADO NOT EQUAL "S"
                 AND BCO-DATA NOT GREATER WRK-FIM-MES
                 IF WRK-QTD-LIVRO LESS 999
                    ADD 1 TO WRK-QTD-LIVRO
                    MOVE BCO-NUMERO    TO WRK-LIV-NUMERO(WRK-QTD-LIVRO)
                    MOVE BCO-DATA      TO WRK-LIV-DATA(WRK-QTD-LIVRO)
                    MOVE BCO-DC        TO WRK-LIV-DC(WRK-QTD-LIVRO)
                    MOVE BCO-VALOR     TO WRK-LIV-VALOR(WRK-QTD-LIVRO)
                    MOVE BCO-DOCUMENTO
                      TO WRK-LIV-DOCUMENTO(WRK-QTD-LIVRO)
                    MOVE "N"           TO WRK-LIV-USADO(WRK-QTD-LIVRO)
                 ELSE
                    DISPLAY "AVISO: MAIS DE 999 LANCAMENTOS EM ABERTO -"
                            " O RESTANTE FICA PARA A PROXIMA RODADA"
                    MOVE 10 TO ARQBANCO-FS
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQBANCO-FS.

       CONCILIAR-PASSADA SECTION.
           MOVE ZEROS TO EXT-CHAVE.
           START ARQBANCOEXTR KEY IS NOT LESS EXT-CHAVE
              INVALID KEY MOVE 10 TO ARQBANCOEXTR-FS
           END-START.
           PERFORM UNTIL ARQBANCOEXTR-FS NOT EQUAL ZEROS
              READ ARQBANCOEXTR NEXT RECORD
              IF ARQBANCOEXTR-FS EQUAL ZEROS
                 AND EXT-CONCILIADO NOT EQUAL "S"
                 AND EXT-DATA NOT GREATER WRK-FIM-MES
                 PERFORM PROCURAR-NO-LIVRO
                 IF WRK-IDX-ACHADO GREATER ZERO
                    PERFORM MARCAR-PAR
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQBANCOEXTR-FS.

       PROCURAR-NO-LIVRO SECTION.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-LIVRO
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-LIV-USADO(WRK-IDX) EQUAL "N"
                 AND WRK-LIV-DC(WRK-IDX) EQUAL EXT-DC
                 AND WRK-LIV-VALOR(WRK-IDX) EQUAL EXT-VALOR
                 AND WRK-LIV-DOCUMENTO(WRK-IDX) EQUAL EXT-DOCUMENTO
                 IF WRK-PASSADA EQUAL 1
                    IF WRK-LIV-DATA(WRK-IDX) EQUAL EXT-DATA
                       MOVE WRK-IDX TO WRK-IDX-ACHADO
                    END-IF
                 ELSE
                    IF WRK-LIV-DATA(WRK-IDX) NOT GREATER EXT-DATA
                       AND EXT-DOCUMENTO NOT EQUAL SPACES
                       MOVE WRK-IDX TO WRK-IDX-ACHADO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       MARCAR-PAR SECTION.
           MOVE WRK-LIV-NUMERO(WRK-IDX-ACHADO) TO BCO-NUMERO.
           READ ARQBANCO.
           IF ARQBANCO-FS EQUAL ZEROS
              MOVE "S"      TO BCO-CONCILIADO
              MOVE EXT-CHAVE TO BCO-EXT-CHAVE
              REWRITE BCO-REGISTRO
              MOVE "S"        TO EXT-CONCILIADO
              MOVE BCO-NUMERO TO EXT-BCO-NUMERO
              MOVE BCO-DATA   TO EXT-BCO-DATA
              REWRITE EXT-REGISTRO
              MOVE "S" TO WRK-LIV-USADO(WRK-IDX-ACHADO)
              ADD 1 TO WRK-QTD-NOVOS
           END-IF.
           MOVE ZEROS TO ARQBANCO-FS.

      *    CONCILIADO NO MES: LINHA DO EXTRATO DO MES CASADA COM
      *    LANCAMENTO DO LIVRO ATE O FIM DO MES
       IMPRIMIR-CONCILIADOS SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "CONCILIADOS NO MES" TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "DATA     SEQ  D  DOCUMENTO                VALOR"
             TO WRK-SPL-LINHA.
           MOVE " LANCTO  DT LIVRO" TO WRK-SPL-LINHA(48:17).
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE ZEROS TO EXT-CHAVE.
           MOVE WRK-ANOMES TO EXT-DATA(1:6).
           START ARQBANCOEXTR KEY IS NOT LESS EXT-CHAVE
              INVALID KEY MOVE 10 TO ARQBANCOEXTR-FS
           END-START.
           PERFORM UNTIL ARQBANCOEXTR-FS NOT EQUAL ZEROS
              READ ARQBANCOEXTR NEXT RECORD
              IF ARQBANCOEXTR-FS EQUAL ZEROS
                 IF EXT-DATA GREATER WRK-FIM-MES
                    MOVE 10 TO ARQBANCOEXTR-FS
                 ELSE
                    IF EXT-CONCILIADO EQUAL "S"
                       AND EXT-BCO-DATA NOT GREATER WRK-FIM-MES
                       ADD 1 TO WRK-QTD-CONCILIADOS
                       MOVE EXT-VALOR TO WRK-VALOR-ED
                       MOVE SPACES TO WRK-SPL-LINHA
                       STRING EXT-DATA       DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              EXT-SEQ        DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              EXT-DC         DELIMITED BY SIZE
                              "  "           DELIMITED BY SIZE
                              EXT-DOCUMENTO  DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              WRK-VALOR-ED   DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              EXT-BCO-NUMERO DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              EXT-BCO-DATA   DELIMITED BY SIZE
                         INTO WRK-SPL-LINHA
                       END-STRING
                       CALL "SPOOLGRAVA" USING WRK-SPOOL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQBANCOEXTR-FS.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "QUANTIDADE CONCILIADA: " DELIMITED BY SIZE
                  WRK-QTD-CONCILIADOS       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    SO NO LIVRO: LANCADO ATE O FIM DO MES E AINDA NAO VISTO NO
      *    BANCO - OU VISTO SO NUM EXTRATO DO MES SEGUINTE
       IMPRIMIR-SO-LIVRO SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "SO NO LIVRO (NAO COMPENSADOS NO BANCO)"
             TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "LANCTO  DATA     OD DOCUMENTO                VALOR"
             TO WRK-SPL-LINHA.
           MOVE " HISTORICO" TO WRK-SPL-LINHA(51:10).
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE ZEROS TO BCO-NUMERO.
           START ARQBANCO KEY IS NOT LESS BCO-NUMERO
              INVALID KEY MOVE 10 TO ARQBANCO-FS
           END-START.
           PERFORM UNTIL ARQBANCO-FS NOT EQUAL ZEROS
              READ ARQBANCO NEXT RECORD
              IF ARQBANCO-FS EQUAL ZEROS
                 AND BCO-DATA NOT GREATER WRK-FIM-MES
                 AND (BCO-CONCILIADO NOT EQUAL "S"
                      OR BCO-EXT-DATA GREATER WRK-FIM-MES)
                 ADD 1 TO WRK-QTD-SO-LIVRO
                 IF BCO-DC EQUAL "C"
                    ADD BCO-VALOR TO WRK-LIV-CRED-PEND
                 ELSE
                    ADD BCO-VALOR TO WRK-LIV-DEB-PEND
                 END-IF
                 MOVE BCO-VALOR TO WRK-VALOR-ED
                 MOVE SPACES TO WRK-SPL-LINHA
                 STRING BCO-NUMERO    DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        BCO-DATA      DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        BCO-ORIGEM    DELIMITED BY SIZE
                        BCO-DC        DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        BCO-DOCUMENTO DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        WRK-VALOR-ED  DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        BCO-HISTORICO DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQBANCO-FS.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "QUANTIDADE SO NO LIVRO: " DELIMITED BY SIZE
                  WRK-QTD-SO-LIVRO           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    SO NO BANCO: NO EXTRATO ATE O FIM DO MES SEM LANCAMENTO NO
      *    LIVRO ATE ESSA DATA
       IMPRIMIR-SO-BANCO SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "SO NO BANCO (SEM LANCAMENTO NO LIVRO)"
             TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "DATA     SEQ  D  DOCUMENTO                VALOR"
             TO WRK-SPL-LINHA.
           MOVE " HISTORICO" TO WRK-SPL-LINHA(48:10).
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE ZEROS TO EXT-CHAVE.
           START ARQBANCOEXTR KEY IS NOT LESS EXT-CHAVE
              INVALID KEY MOVE 10 TO ARQBANCOEXTR-FS
           END-START.
           PERFORM UNTIL ARQBANCOEXTR-FS NOT EQUAL ZEROS
              READ ARQBANCOEXTR NEXT RECORD
              IF ARQBANCOEXTR-FS EQUAL ZEROS
                 IF EXT-DATA GREATER WRK-FIM-MES
                    MOVE 10 TO ARQBANCOEXTR-FS
                 ELSE
                    IF EXT-CONCILIADO NOT EQUAL "S"
                       OR EXT-BCO-DATA GREATER WRK-FIM-MES
                       PERFORM IMPRIMIR-LINHA-BANCO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQBANCOEXTR-FS.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "QUANTIDADE SO NO BANCO: " DELIMITED BY SIZE
                  WRK-QTD-SO-BANCO           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       IMPRIMIR-LINHA-BANCO SECTION.
           ADD 1 TO WRK-QTD-SO-BANCO.
           IF EXT-DC EQUAL "C"
              ADD EXT-VALOR TO WRK-EXT-CRED-PEND
           ELSE
              ADD EXT-VALOR TO WRK-EXT-DEB-PEND
           END-IF.
           MOVE EXT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING EXT-DATA      DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EXT-SEQ       DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EXT-DC        DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  EXT-DOCUMENTO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EXT-HISTORICO DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    SALDO DO LIVRO = TUDO O QUE ENTROU ATE O FIM DO MES; SALDO DO
      *    BANCO = ULTIMO RODAPE DE EXTRATO COM DATA ATE O FIM DO MES
       APURAR-SALDOS SECTION.
           MOVE ZEROS TO WRK-SALDO-LIVRO.
           MOVE ZEROS TO BCO-NUMERO.
           START ARQBANCO KEY IS NOT LESS BCO-NUMERO
              INVALID KEY MOVE 10 TO ARQBANCO-FS
           END-START.
           PERFORM UNTIL ARQBANCO-FS NOT EQUAL ZEROS
              READ ARQBANCO NEXT RECORD
              IF ARQBANCO-FS EQUAL ZEROS
                 AND BCO-DATA NOT GREATER WRK-FIM-MES
                 IF BCO-DC EQUAL "C"
                    ADD BCO-VALOR TO WRK-SALDO-LIVRO
                 ELSE
                    SUBTRACT BCO-VALOR FROM WRK-SALDO-LIVRO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQBANCO-FS.
           MOVE ZEROS TO WRK-SALDO-BANCO WRK-DATA-SALDO.
           OPEN INPUT ARQBANCOSALDO.
           IF ARQBANCOSALDO-FS EQUAL ZEROS
              PERFORM UNTIL ARQBANCOSALDO-FS NOT EQUAL ZEROS
                 READ ARQBANCOSALDO
                 IF ARQBANCOSALDO-FS EQUAL ZEROS
                    AND SLD-DATA NOT GREATER WRK-FIM-MES
                    AND SLD-DATA NOT LESS WRK-DATA-SALDO
                    MOVE SLD-DATA  TO WRK-DATA-SALDO
                    MOVE SLD-VALOR TO WRK-SALDO-BANCO
                 END-IF
              END-PERFORM
              CLOSE ARQBANCOSALDO
           END-IF.
           MOVE ZEROS TO ARQBANCOSALDO-FS.
           COMPUTE WRK-AJUSTADO-BANCO = WRK-SALDO-BANCO
                 + WRK-LIV-CRED-PEND - WRK-LIV-DEB-PEND.
           COMPUTE WRK-AJUSTADO-LIVRO = WRK-SALDO-LIVRO
                 + WRK-EXT-CRED-PEND - WRK-EXT-DEB-PEND.
           COMPUTE WRK-DIFERENCA = WRK-AJUSTADO-BANCO
                 - WRK-AJUSTADO-LIVRO.

       IMPRIMIR-PROVA SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "PROVA DO SALDO AJUSTADO" TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF WRK-DATA-SALDO EQUAL ZEROS
              MOVE "AVISO: NENHUM SALDO DE EXTRATO ATE O FIM DO MES"
                TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           MOVE SPACES TO WRK-ROTULO.
           STRING "SALDO DO EXTRATO EM " DELIMITED BY SIZE
                  WRK-DATA-SALDO         DELIMITED BY SIZE
             INTO WRK-ROTULO
           END-STRING.
           MOVE WRK-SALDO-BANCO TO WRK-PROVA-VALOR.
           PERFORM IMPRIMIR-LINHA-PROVA.
           MOVE "(+) CREDITOS SO NO LIVRO" TO WRK-ROTULO.
           MOVE WRK-LIV-CRED-PEND TO WRK-PROVA-VALOR.
           PERFORM IMPRIMIR-LINHA-PROVA.
           MOVE "(-) DEBITOS SO NO LIVRO" TO WRK-ROTULO.
           MOVE WRK-LIV-DEB-PEND TO WRK-PROVA-VALOR.
           PERFORM IMPRIMIR-LINHA-PROVA.
           MOVE "(=) SALDO DO BANCO AJUSTADO" TO WRK-ROTULO.
           MOVE WRK-AJUSTADO-BANCO TO WRK-PROVA-VALOR.
           PERFORM IMPRIMIR-LINHA-PROVA.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "SALDO DO LIVRO NO FIM DO MES" TO WRK-ROTULO.
           MOVE WRK-SALDO-LIVRO TO WRK-PROVA-VALOR.
           PERFORM IMPRIMIR-LINHA-PROVA.
           MOVE "(+) CREDITOS SO NO BANCO" TO WRK-ROTULO.
           MOVE WRK-EXT-CRED-PEND TO WRK-PROVA-VALOR.
           PERFORM IMPRIMIR-LINHA-PROVA.
           MOVE "(-) DEBITOS SO NO BANCO" TO WRK-ROTULO.
           MOVE WRK-EXT-DEB-PEND TO WRK-PROVA-VALOR.
           PERFORM IMPRIMIR-LINHA-PROVA.
           MOVE "(=) SALDO DO LIVRO AJUSTADO" TO WRK-ROTULO.
           MOVE WRK-AJUSTADO-LIVRO TO WRK-PROVA-VALOR.
           PERFORM IMPRIMIR-LINHA-PROVA.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "DIFERENCA (BANCO AJUSTADO - LIVRO AJUSTADO)"
             TO WRK-ROTULO.
           MOVE WRK-DIFERENCA TO WRK-PROVA-VALOR.
           PERFORM IMPRIMIR-LINHA-PROVA.
           IF WRK-DIFERENCA EQUAL ZEROS
              MOVE "CONCILIACAO FECHADA" TO WRK-SPL-LINHA
           ELSE
              MOVE "CONCILIACAO COM DIFERENCA - VERIFICAR"
                TO WRK-SPL-LINHA
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.

       IMPRIMIR-LINHA-PROVA SECTION.
           MOVE WRK-PROVA-VALOR TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           MOVE WRK-ROTULO   TO WRK-SPL-LINHA(1:40).
           MOVE WRK-SALDO-ED TO WRK-SPL-LINHA(46:18).
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.

      *    TARIFA QUE SO APARECEU NO EXTRATO: ENTRA NO LIVRO DATADA DO
      *    DIA DO BANCO, JA CASADA COM A LINHA, E VAI AO DIARIO NA
      *    POSTAGEM DO DIA DE NEGOCIO
       LANCAR-TARIFAS SECTION.
           IF WRK-EXT-DEB-PEND GREATER ZEROS
              MOVE WRK-DATA-LANC TO WRK-PER-DATA
              CALL "PERIODO" USING WRK-PERIODO
              IF WRK-PER-SITUACAO EQUAL "F"
                 DISPLAY "PERIODO DO DIA DE NEGOCIO FECHADO - DEBITOS"
                         " SO NO BANCO NAO PODEM IR AO DIARIO"
              ELSE
                 DISPLAY "LANCAR DEBITOS SO NO BANCO COMO TARIFA"
                         " (S/N)? "
                 ACCEPT WRK-OPCAO
                 IF WRK-OPCAO EQUAL "S"
                    PERFORM PERCORRER-DEBITOS
                 END-IF
              END-IF
           END-IF.
           IF WRK-QTD-TARIFAS GREATER ZEROS
              MOVE WRK-TOT-TARIFAS TO WRK-VALOR-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "TARIFAS LANCADAS NA CONCILIACAO: " DELIMITED BY
                     SIZE
                     WRK-QTD-TARIFAS  DELIMITED BY SIZE
                     " TOTAL "        DELIMITED BY SIZE
                     WRK-VALOR-ED     DELIMITED BY SIZE
                     " NO DIARIO DE " DELIMITED BY SIZE
                     WRK-DATA-LANC    DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              DISPLAY WRK-SPL-LINHA
           END-IF.

       PERCORRER-DEBITOS SECTION.
           MOVE ZEROS TO EXT-CHAVE.
           START ARQBANCOEXTR KEY IS NOT LESS EXT-CHAVE
              INVALID KEY MOVE 10 TO ARQBANCOEXTR-FS
           END-START.
           PERFORM UNTIL ARQBANCOEXTR-FS NOT EQUAL ZEROS
              READ ARQBANCOEXTR NEXT RECORD
              IF ARQBANCOEXTR-FS EQUAL ZEROS
                 IF EXT-DATA GREATER WRK-FIM-MES
                    MOVE 10 TO ARQBANCOEXTR-FS
                 ELSE
                    IF EXT-CONCILIADO NOT EQUAL "S"
                       AND EXT-DC EQUAL "D"
                       MOVE EXT-VALOR TO WRK-VALOR-ED
                       DISPLAY EXT-DATA " " EXT-DOCUMENTO " "
                               WRK-VALOR-ED " " EXT-HISTORICO
                       DISPLAY "LANCAR COMO TARIFA (S/N, F=FIM)? "
                       ACCEPT WRK-OPCAO
                       EVALUATE WRK-OPCAO
                          WHEN "S"
                             PERFORM GRAVAR-TARIFA
                          WHEN "F"
                             MOVE 10 TO ARQBANCOEXTR-FS
                       END-EVALUATE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQBANCOEXTR-FS.

       GRAVAR-TARIFA SECTION.
           PERFORM PROXIMO-NUMERO.
           INITIALIZE BCO-REGISTRO.
           MOVE WRK-NUMERO    TO BCO-NUMERO.
           MOVE EXT-DATA      TO BCO-DATA.
           MOVE "T"           TO BCO-ORIGEM.
           MOVE "D"           TO BCO-DC.
           MOVE EXT-VALOR     TO BCO-VALOR.
           MOVE EXT-DOCUMENTO TO BCO-DOCUMENTO.
           MOVE EXT-HISTORICO TO BCO-HISTORICO.
           MOVE WRK-DATA-LANC TO BCO-DATA-LANC.
           MOVE WRK-USUARIO   TO BCO-OPERADOR.
           MOVE "S"           TO BCO-CONCILIADO.
           MOVE EXT-CHAVE     TO BCO-EXT-CHAVE.
           WRITE BCO-REGISTRO.
           IF ARQBANCO-FS EQUAL ZEROS
              MOVE "S"        TO EXT-CONCILIADO
              MOVE BCO-NUMERO TO EXT-BCO-NUMERO
              MOVE BCO-DATA   TO EXT-BCO-DATA
              REWRITE EXT-REGISTRO
              ADD 1 TO WRK-QTD-TARIFAS
              ADD EXT-VALOR TO WRK-TOT-TARIFAS
              DISPLAY "TARIFA LANCADA NO LIVRO - LANCAMENTO " WRK-NUMERO
           ELSE
              DISPLAY "ERRO GRAVACAO ARQBANCO.DAT STATUS " ARQBANCO-FS
              MOVE ZEROS TO ARQBANCO-FS
           END-IF.

       PROXIMO-NUMERO SECTION.
           OPEN INPUT ARQBANCOCTRL.
           IF ARQBANCOCTRL-FS EQUAL 00
              READ ARQBANCOCTRL
              IF ARQBANCOCTRL-FS NOT EQUAL 00
                 INITIALIZE BCT-REGISTRO
              END-IF
              CLOSE ARQBANCOCTRL
           ELSE
              INITIALIZE BCT-REGISTRO
           END-IF.
           ADD 1 TO BCT-ULT-NUMERO.
           MOVE BCT-ULT-NUMERO TO WRK-NUMERO.
           OPEN OUTPUT ARQBANCOCTRL.
           WRITE BCT-REGISTRO.
           CLOSE ARQBANCOCTRL.
