      *OBJETIVO: BAIXA DE TITULO FIADO - RECEBE TOTAL OU PARCIALMENTE
      *UM DOCUMENTO DO CONTAS A RECEBER (ARQRECEBER.DAT), REDUZINDO O
      *SALDO E QUITANDO QUANDO CHEGA A ZERO. CADA RECEBIMENTO E
      *JORNALADO NO ARQRECEBIMENTO.DAT COM DATA, VALOR E OPERADOR.
      *TITULO NEGATIVADO NO BIRO QUE FICA QUITADO E MARCADO PARA A
      *EXCLUSAO NA PROXIMA REMESSA DO NEGATIVACAO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQRECJORNAL-FS.

           SELECT ARQNEG ASSIGN TO "DADOS/ARQNEGATIVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQNEG-FS
           RECORD KEY IS NEG-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQRECEBER.
           05 RECJOR-VALOR      PIC 9(07)V99.
           05 RECJOR-OPERADOR   PIC X(10).

       FD ARQNEG.
       COPY "#NEGATIVA".

       WORKING-STORAGE SECTION.
       01 ARQRECEBER-FS      PIC 9(02) VALUES ZEROS.
       01 ARQRECJORNAL-FS    PIC 9(02) VALUES ZEROS.
       01 ARQNEG-FS          PIC 9(02) VALUES ZEROS.

       77 WRK-OPERADOR       PIC X(10) VALUES SPACES.
       77 WRK-DOCUMENTO      PIC 9(06) VALUES ZEROS.
                    END-IF
                    REWRITE REC-REGISTRO
                    PERFORM GRAVAR-JORNAL
                    IF REC-SITUACAO EQUAL "Q"
                       PERFORM MARCAR-NEGATIVACAO
                    END-IF
                 END-IF
           END-EVALUATE.
           CLOSE ARQRECEBER.
           MOVE WRK-OPERADOR  TO RECJOR-OPERADOR.
           WRITE RECJOR-REGISTRO.
           CLOSE ARQRECJORNAL.

      *    DEBITO NEGATIVADO QUITADO: MARCA "Q" PARA O NEGATIVACAO
      *    MANDAR A EXCLUSAO AO BIRO NA PROXIMA REMESSA
       MARCAR-NEGATIVACAO SECTION.
           OPEN I-O ARQNEG.
           IF ARQNEG-FS EQUAL ZEROS
              MOVE "F"             TO NEG-ORIGEM
              MOVE WRK-DOCUMENTO   TO NEG-DOCUMENTO
              MOVE ZEROS           TO NEG-SEQ
              READ ARQNEG
              IF ARQNEG-FS EQUAL ZEROS
                 AND NEG-SITUACAO EQUAL "N"
                 MOVE "Q"           TO NEG-SITUACAO
                 MOVE WRK-DATA-HOJE  TO NEG-DATA-QUITACAO
                 REWRITE NEG-REGISTRO
                 DISPLAY "DEBITO NEGATIVADO - EXCLUSAO NO BIRO SAI NA"
                         " PROXIMA REMESSA"
              END-IF
              CLOSE ARQNEG
           END-IF.
           MOVE ZEROS TO ARQNEG-FS.
