      *    ULTIMO ARQCRM-ID EXIBIDO COM SUCESSO. ZERO = SEM RESTART
      *    PENDENTE, NA MESMA IDEIA DO CKPTCLI DO CLIENTES.COB
       01 CKPT-RELAT-REGISTRO.
           05 CKPT-RELAT-ID      PIC 9(06).

       WORKING-STORAGE    SECTION.
       COPY "#CRM-WRK2".
       01 WRK-TENTATIVAS-ABERTURA       PIC 9(02) VALUE ZEROS.
       01 WRK-LIMITE-TENTATIVAS-ABERTURA PIC 9(02) VALUE 5.
       01 WRK-SEG-ESPERA                PIC 9(02) VALUE 2.
       01 WRK-CKPT-ID                   PIC 9(06) VALUE ZEROS.
       01 WRK-RESTART                   PIC X(01) VALUE "N".
       01 WRK-CKPT-INTERVALO            PIC 9(02) VALUE 10.


       01 WRK-SEGURATELA      PIC X(01) VALUES SPACES.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-LINHA           PIC 9(02) VALUE 1.
           05 FILLER                     PIC X(01).
           05 FILLER                     PIC X(25) VALUE "FIDELIZACAO".

       01 WRK-CSV-ID          PIC Z(06).
       01 WRK-CSV-STATUS      PIC 9(01).

       01 WRK-ORDEM           PIC X(01) VALUE "I".
       01 WRK-FAIXA-INI-ID    PIC 9(06) VALUE 0.
       01 WRK-FAIXA-FIM-ID    PIC 9(06) VALUE 999999.
       01 WRK-FAIXA-INI-NOME  PIC X(25) VALUE SPACES.
       01 WRK-FAIXA-FIM-NOME  PIC X(25) VALUE ALL "Z".

       01 WRK-SO-CONSENTIMENTO PIC X(01) VALUE "N".
       01 WRK-TOT-SUPRIMIDOS   PIC 9(05) VALUE ZEROS.

      *---------------------Quem pediu o relatorio - e-mail e telefone
      *---------------------saem mascarados (tela, spool, CSV e arquivo
      *---------------------da matriz) para o nivel nao liberado na
      *---------------------tabela ARQSIGILO; o lote noturno e o nivel L
       01 WRK-OPERADOR        PIC X(10) VALUE "SISTEMA".
       01 WRK-NIVEL           PIC X(01) VALUE SPACES.
       01 WRK-MASC-EMAIL      PIC X(30) VALUE SPACES.
       01 WRK-MASC-TELEFONE   PIC X(14) VALUE SPACES.
       COPY "#SIGILO-MASC".

       LINKAGE SECTION.
       01 LNK-MODO-BATCH      PIC X(01).
       01 LNK-OPERADOR        PIC X(10).
       01 LNK-NIVEL           PIC X(01).

       PROCEDURE DIVISION USING OPTIONAL LNK-MODO-BATCH
                                OPTIONAL LNK-OPERADOR
                                OPTIONAL LNK-NIVEL.
           PERFORM INICIAR.
           PERFORM PROCESSAR UNTIL ARQCRM-FS EQUAL 10.
           PERFORM FINALIZAR.
           ELSE
              MOVE LNK-MODO-BATCH TO WRK-MODO-BATCH
           END-IF.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           IF ADDRESS OF LNK-NIVEL NOT EQUAL NULL
              MOVE LNK-NIVEL TO WRK-NIVEL
           END-IF.
           IF WRK-MODO-BATCH EQUAL "S" AND WRK-NIVEL EQUAL SPACES
              MOVE "LOTE" TO WRK-OPERADOR
              MOVE "L"    TO WRK-NIVEL
           END-IF.

           PERFORM VERIFICAR-VERSAO.
           IF WRK-VERSAO-INCOMPATIVEL EQUAL "S"
                    MOVE ALL "Z" TO WRK-FAIXA-FIM-NOME
                 END-IF
              ELSE
                 DISPLAY "ID INICIAL (000000=DESDE O COMECO) "
                                                      LINE 04 COLUMN 01
                    ACCEPT WRK-FAIXA-INI-ID           LINE 04 COLUMN 40
                 DISPLAY "ID FINAL (999999=ATE O FIM) "
                                                      LINE 05 COLUMN 01
                    ACCEPT WRK-FAIXA-FIM-ID           LINE 05 COLUMN 40
              END-IF
           IF WRK-EXIBE EQUAL "S"
              MOVE    ARQCRM-ID       TO WRK-ARQCRM-ID
              MOVE    ARQCRM-NOME     TO WRK-ARQCRM-NOME
              PERFORM MASCARAR-CONTATO
              MOVE    WRK-MASC-EMAIL    TO WRK-ARQCRM-EMAIL
              MOVE    WRK-MASC-TELEFONE TO WRK-ARQCRM-TELEFONE
              MOVE    ARQCRM-STATUS   TO WRK-ARQCRM-STATUS
              PERFORM CALCULAR-FIDELIZACAO
              DISPLAY WRK-ARQCRM-REGISTRO    LINE WRK-LINHA COLUMN 01
              ADD 1 TO WRK-TOTLIDOS.
              

      *    UMA PASSAGEM PELO MASCARA POR CLIENTE LISTADO - A MESMA
      *    VERSAO DO CAMPO VAI PARA A TELA, O SPOOL, O CSV E A MATRIZ
       MASCARAR-CONTATO SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE WRK-OPERADOR    TO MSC-USUARIO.
           MOVE WRK-NIVEL       TO MSC-NIVEL.
           MOVE "RELAT"         TO MSC-PROGRAMA.
           MOVE 1               TO MSC-GRUPO.
           MOVE "C"             TO MSC-TIPO-CHAVE.
           MOVE ARQCRM-ID       TO MSC-CHAVE.
           MOVE "E"             TO MSC-FORMATO.
           MOVE "EMAIL"         TO MSC-CAMPO-NOME.
           MOVE ARQCRM-EMAIL    TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO       TO WRK-MASC-EMAIL.
           MOVE "T"             TO MSC-FORMATO.
           MOVE "TELEFONE"      TO MSC-CAMPO-NOME.
           MOVE ARQCRM-TELEFONE TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO       TO WRK-MASC-TELEFONE.

       GRAVAR-CSV SECTION.
           MOVE ARQCRM-ID     TO WRK-CSV-ID.
           MOVE ARQCRM-STATUS TO WRK-CSV-STATUS.
              ","                  DELIMITED BY SIZE
              ARQCRM-NOME          DELIMITED BY SIZE
              ","                  DELIMITED BY SIZE
              WRK-MASC-EMAIL       DELIMITED BY SIZE
              ","                  DELIMITED BY SIZE
              WRK-MASC-TELEFONE    DELIMITED BY SIZE
              ","                  DELIMITED BY SIZE
              WRK-CSV-STATUS       DELIMITED BY SIZE
              INTO ARQCSV-LINHA
       GRAVAR-MAINFRAME SECTION.
           MOVE ARQCRM-ID        TO RMF-ID.
           MOVE ARQCRM-NOME      TO RMF-NOME.
           MOVE WRK-MASC-EMAIL   TO RMF-EMAIL.
           MOVE WRK-MASC-TELEFONE TO RMF-TELEFONE.
           MOVE ARQCRM-STATUS    TO RMF-STATUS.
           EVALUATE WRK-ARQCRM-FIDELIZACAO
              WHEN "Cliente novo"
