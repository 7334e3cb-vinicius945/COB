       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOATIVO.
      *---------------------------------------------------------------
      * Responde qual o turno de caixa aberto do operador informado
      * (ARQTURNO.DAT, aberto e fechado pelo PROGCOBCAIXA). Devolve:
      *   "A" turno aberto - LNK-TUR-NUMERO traz o numero dele
      *   "F" o operador nao tem turno aberto - recusar o movimento
      *   "N" sem controle de turno implantado (sem ARQTURNO.DAT)
      * Chamado por quem poe dinheiro na gaveta (VENDAENTRADA,
      * PROGCOBPEDIDO, ENCOMENDAQUIT, CAIXAMOV, ENTREGAACERTO) para
      * marcar o movimento com o turno, no mesmo espirito do modulo
      * PERIODO
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTURNO ASSIGN TO "DADOS/ARQTURNO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQTURNO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQTURNO
           RECORDING MODE IS F.
       COPY "#TURNO".

       WORKING-STORAGE SECTION.
       01 ARQTURNO-FS        PIC 9(02) VALUES ZEROS.

       LINKAGE SECTION.
       01 LNK-TURNO.
           05 LNK-TUR-OPERADOR  PIC X(10).
           05 LNK-TUR-SITUACAO  PIC X(01).
           05 LNK-TUR-NUMERO    PIC 9(06).

       PROCEDURE DIVISION USING LNK-TURNO.
           MOVE "N"   TO LNK-TUR-SITUACAO.
           MOVE ZEROS TO LNK-TUR-NUMERO.
           OPEN INPUT ARQTURNO.
           IF ARQTURNO-FS EQUAL ZEROS
              MOVE "F" TO LNK-TUR-SITUACAO
              PERFORM UNTIL ARQTURNO-FS NOT EQUAL ZEROS
                 READ ARQTURNO
                    AT END MOVE 10 TO ARQTURNO-FS
                    NOT AT END
                       IF TUR-OPERADOR EQUAL LNK-TUR-OPERADOR
                          AND TUR-SITUACAO EQUAL "A"
                          MOVE "A"        TO LNK-TUR-SITUACAO
                          MOVE TUR-NUMERO TO LNK-TUR-NUMERO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQTURNO
           END-IF.
           GOBACK.
