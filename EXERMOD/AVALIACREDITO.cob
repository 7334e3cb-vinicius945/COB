      *FOLGADO), AS NEGATIVAS ANTERIORES NO CREDDEC.TXT (REINCIDENTE
      *E NEGADO AUTOMATICAMENTE) E O LIMITE JA APROVADO NO
      *ARQCREDLIM.DAT (PEDIDO ACIMA DO LIMITE CAI PARA ANALISE
      *MANUAL). CADA APROVACAO ATUALIZA O LIMITE DO CLIENTE. CLIENTE
      *NEGATIVADO NO BIRO (ARQNEGATIVA.DAT) APARECE NA TELA
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS ARQPARC-FS
           RECORD KEY IS PARC-CHAVE.

           SELECT ARQNEG ASSIGN TO "DADOS/ARQNEGATIVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNEG-FS
           RECORD KEY IS NEG-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCRED
           05 CRED-DECISAO     PIC X(15).
           05 CRED-DATA        PIC 9(08).
           05 CRED-HORA        PIC 9(08).
           05 CRED-CLIENTE-ID  PIC 9(06).
      *    QUADRO DA DECISAO: LIMITE APROVADO, EXPOSICAO (PARCELAS EM
      *    ABERTO DOS CONTRATOS ATIVOS) E O DISPONIVEL NA HORA
           05 CRED-LIMITE      PIC 9(06)V99.
       FD ARQPARC.
       COPY "#PARCELA".

       FD ARQNEG.
       COPY "#NEGATIVA".

       WORKING-STORAGE SECTION.
       77 PERCENTUAL  PIC 9(3) VALUES ZEROS.
       01 ARQCRED-FS    PIC 9(02) VALUES ZEROS.
       01 ARQRISCO-FS   PIC 9(02) VALUES ZEROS.
       01 ARQRISCOPARM-FS PIC 9(02) VALUES ZEROS.
       01 ARQRISCOLOG-FS PIC 9(02) VALUES ZEROS.
       01 ARQNEG-FS     PIC 9(02) VALUES ZEROS.

      *----------TAXA PROPOSTA PELA BANDA DE RISCO DO CLIENTE
       01 WRK-BANDA-CLIENTE   PIC X(01) VALUES "B".
       01 WRK-DISPONIVEL      PIC S9(08)V99 VALUES ZEROS.
       01 WRK-FIM-CONTRATO    PIC X(01) VALUES "N".

      *    DEBITOS DO CLIENTE NEGATIVADOS NO BIRO ("N" OU "Q" AINDA
      *    SEM A EXCLUSAO ENVIADA)
       01 WRK-NEG-QTDE        PIC 9(03) VALUES ZEROS.
       01 WRK-NEG-TOTAL       PIC 9(08)V99 VALUES ZEROS.

       01 WRK-CONTRATO.
           05 WRK-CON-CLIENTE-ID   PIC 9(06).
           05 WRK-CON-PRINCIPAL    PIC 9(06)V99.
           05 WRK-CON-PRAZO-MESES  PIC 9(03).
           05 WRK-CON-TAXA-JUROS   PIC 9(02)V99.
           05 WRK-CON-NUMERO       PIC 9(06).
           05 WRK-CON-SISTEMA      PIC X(01).

       LINKAGE SECTION.
       01 LNK-EMPRESTIMO.
           05 RENDA PIC 9(04)V99 VALUES ZEROS.
           05 VALOR PIC 9(04)V99 VALUES ZEROS.
           05 CLIENTE-ID PIC 9(06) VALUES ZEROS.
           05 PRAZO-MESES PIC 9(03) VALUES ZEROS.
           05 TAXA-JUROS  PIC 9(02)V99 VALUES ZEROS.

              DISPLAY "Exposicao atual..: " WRK-EXPOSICAO
              DISPLAY "Disponivel.......: " WRK-DISPONIVEL
           END-IF.
           PERFORM CONSULTAR-NEGATIVACAO.
           IF WRK-NEG-QTDE GREATER ZEROS
              DISPLAY "CLIENTE NEGATIVADO - " WRK-NEG-QTDE
                      " debito(s) no biro, total " WRK-NEG-TOTAL
           END-IF.

           EVALUATE TRUE
              WHEN WRK-NEGADAS-ANTES GREATER OR EQUAL 2
              END-IF
           END-IF.

       CONSULTAR-NEGATIVACAO SECTION.
           MOVE ZEROS TO WRK-NEG-QTDE WRK-NEG-TOTAL.
           OPEN INPUT ARQNEG.
           IF ARQNEG-FS EQUAL ZEROS
              PERFORM UNTIL ARQNEG-FS NOT EQUAL ZEROS
                 READ ARQNEG NEXT RECORD
                 IF ARQNEG-FS EQUAL ZEROS
                    AND NEG-CLIENTE-ID EQUAL CLIENTE-ID
                    AND NEG-SITUACAO NOT EQUAL "E"
                    ADD 1         TO WRK-NEG-QTDE
                    ADD NEG-VALOR TO WRK-NEG-TOTAL
                 END-IF
              END-PERFORM
              CLOSE ARQNEG
           END-IF.
           MOVE ZEROS TO ARQNEG-FS.

       LER-LIMITE-APROVADO SECTION.
           MOVE "N" TO WRK-TEM-LIMITE.
           OPEN INPUT ARQCREDLIM.
              DISPLAY "Taxa elevada ao piso de " WRK-TAXA-PISO "%"
           END-IF.
           MOVE ZEROS TO WRK-CON-NUMERO.
           MOVE SPACES TO WRK-CON-SISTEMA.
           CALL "EMPRESTIMOGERA" USING WRK-CONTRATO.

       PROPOR-TAXA-BANDA SECTION.
