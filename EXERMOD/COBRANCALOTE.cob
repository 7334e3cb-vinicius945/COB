      *JUROS DE MORA NO SEGUNDO, AVISO FINAL NO TERCEIRO - GUARDANDO
      *NO ARQCOBRANCA.DAT O ULTIMO ESTAGIO ENVIADO POR CONTRATO PARA
      *NAO REPETIR A MESMA CARTA. CONTRATO QUE JA RECEBEU O AVISO
      *FINAL E SEGUE DEVENDO SAI NA LISTA DE TRABALHO DO SUPERVISOR.
      *CADA CARTA TAMBEM VAI PARA A FILA DE E-MAIL/SMS (MSGENFILA,
      *MODELOS COBRAN1 A COBRAN3) - E AVISO DE SERVICO, SAI MESMO SEM
      *CONSENTIMENTO DE MARKETING
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WRK-SUP-LINHA      PIC X(90) VALUE SPACES.
       01 WRK-SUP-ABERTA     PIC X(01) VALUES "N".

      *----------AVISO DA CARTA NA FILA DE E-MAIL/SMS
       01 WRK-MSG.
           05 WRK-MSG-ACAO       PIC X(01) VALUE "E".
           05 WRK-MSG-DEST-TIPO  PIC X(01) VALUE "C".
           05 WRK-MSG-CLIENTE-ID PIC 9(06) VALUE ZEROS.
           05 WRK-MSG-USUARIO    PIC X(10) VALUE SPACES.
           05 WRK-MSG-CANAL      PIC X(01) VALUE SPACES.
           05 WRK-MSG-DESTINO    PIC X(40) VALUE SPACES.
           05 WRK-MSG-MODELO     PIC X(08) VALUE SPACES.
           05 WRK-MSG-PARM       PIC X(20) OCCURS 4 TIMES.
           05 WRK-MSG-PRIORIDADE PIC 9(01) VALUE 3.
           05 WRK-MSG-PROGRAMA   PIC X(12) VALUE "COBRANCALOTE".
           05 WRK-MSG-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-MSG-RETORNO    PIC X(01) VALUE SPACES.
           05 WRK-MSG-NUMERO     PIC 9(08) VALUE ZEROS.
       01 WRK-VALOR-MSG      PIC ZZZZZZ9.99.
       01 WRK-TOT-AVISOS     PIC 9(04) VALUES ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "COBRANCALOTE - INICIO".
           CLOSE ARQCOBRANCA.
           DISPLAY "CARTAS GERADAS.......: " WRK-TOT-CARTAS.
           DISPLAY "NO AVISO FINAL.......: " WRK-TOT-FINAIS.
           DISPLAY "AVISOS NA FILA.......: " WRK-TOT-AVISOS.
           DISPLAY "COBRANCALOTE - FIM".
           GOBACK.

                 CALL "SPOOLGRAVA" USING WRK-SPOOL
                 PERFORM LISTAR-AVALISTAS
           END-EVALUATE.
           PERFORM ENFILEIRAR-AVISO.

      *    O MESMO ESTAGIO DA CARTA, PELO CANAL QUE O CLIENTE TIVER
       ENFILEIRAR-AVISO SECTION.
           MOVE EMP-CLIENTE-ID   TO WRK-MSG-CLIENTE-ID.
           MOVE SPACES           TO WRK-MSG-CANAL WRK-MSG-MODELO
                                    WRK-MSG-PARM(1) WRK-MSG-PARM(2)
                                    WRK-MSG-PARM(3) WRK-MSG-PARM(4).
           STRING "COBRAN"           DELIMITED BY SIZE
                  WRK-ESTAGIO-DEVIDO DELIMITED BY SIZE
             INTO WRK-MSG-MODELO
           END-STRING.
           MOVE EMP-CLIENTE-ID   TO ARQCRM-ID.
           READ ARQCRM.
           IF ARQCRM-FS EQUAL ZEROS
              MOVE ARQCRM-NOME   TO WRK-MSG-PARM(1)
           ELSE
              MOVE ZEROS TO ARQCRM-FS
           END-IF.
           MOVE EMP-NUMERO       TO WRK-MSG-PARM(2).
           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-MSG.
           MOVE WRK-VALOR-MSG    TO WRK-MSG-PARM(3).
           CALL "MSGENFILA" USING WRK-MSG.
           IF WRK-MSG-RETORNO EQUAL "S"
              ADD 1 TO WRK-TOT-AVISOS
           END-IF.

      *    NO AVISO FINAL OS AVALISTAS DO CONTRATO SAO LEMBRADOS NA
      *    PROPRIA CARTA - E A COBRANCA SABE A QUEM MAIS PROCURAR
