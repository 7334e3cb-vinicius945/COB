      *CONTRA O CATALOGO E, SO SE TUDO CONFERIR E O OPERADOR
      *CONFIRMAR, REGRAVA ARQCRM.DAT, ARQCRM_AUDIT.DAT,
      *ARQCRM_STATUS_HIST.DAT E ARQUSU.DAT POR CIMA DOS ATUAIS -
      *CHEGA DE COPIAR ARQUIVO NA MAO NA PASTA DADOS.
      *ANTES DE REGRAVAR, A TRILHA ATUAL (AUDITORIA E HISTORICO DE
      *STATUS) E SALVA EM ARQCRM_AUDIT_RECUP.DAT/ARQCRM_HIST_RECUP.DAT
      *PARA O RECUPERACRM REAPLICAR O QUE FOI DIGITADO DEPOIS DO BACKUP
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WRK-ESP-USU        PIC 9(05) VALUES ZEROS.
       01 WRK-QTD-LIDA       PIC 9(05) VALUES ZEROS.
       01 WRK-VERIFICA-OK    PIC X(01) VALUES "S".
       01 WRK-QTD-SALVA-AUDIT PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-SALVA-HIST  PIC 9(06) VALUES ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
                          " (S/N)? "
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL "S"
                    PERFORM SALVAR-TRILHA
                    PERFORM RESTAURAR-TUDO
                    DISPLAY "GERACAO " WRK-GERACAO-ED " RESTAURADA"
                    PERFORM OFERECER-RECUPERACAO
                 END-IF
              ELSE
                 DISPLAY "CONTAGENS NAO CONFEREM - RESTAURACAO"
              DISPLAY "ARQUIVO DE BACKUP AUSENTE: " WRK-NOME-BKP
           END-IF.

      *    A TRILHA OFICIAL VAI SER TROCADA PELA DA GERACAO - A ATUAL
      *    TEM TUDO O QUE FOI FEITO DEPOIS DO BACKUP E VAI PARA O LADO
       SALVAR-TRILHA SECTION.
           MOVE ZEROS TO WRK-QTD-SALVA-AUDIT WRK-QTD-SALVA-HIST.
           MOVE "DADOS/ARQCRM_AUDIT_RECUP.DAT" TO WRK-NOME-BKP.
           OPEN OUTPUT ARQBKP.
           OPEN INPUT ARQAUDIT.
           PERFORM UNTIL ARQAUDIT-FS NOT EQUAL ZEROS
              READ ARQAUDIT
              IF ARQAUDIT-FS EQUAL ZEROS
                 MOVE SPACES TO BKP-REGISTRO
                 MOVE AUDCRM-REGISTRO TO BKP-REGISTRO
                 WRITE BKP-REGISTRO
                 ADD 1 TO WRK-QTD-SALVA-AUDIT
              END-IF
           END-PERFORM.
           CLOSE ARQAUDIT.
           CLOSE ARQBKP.

           MOVE "DADOS/ARQCRM_HIST_RECUP.DAT" TO WRK-NOME-BKP.
           OPEN OUTPUT ARQBKP.
           OPEN INPUT ARQHIST.
           PERFORM UNTIL ARQHIST-FS NOT EQUAL ZEROS
              READ ARQHIST
              IF ARQHIST-FS EQUAL ZEROS
                 MOVE SPACES TO BKP-REGISTRO
                 MOVE HISTCRM-REGISTRO TO BKP-REGISTRO
                 WRITE BKP-REGISTRO
                 ADD 1 TO WRK-QTD-SALVA-HIST
              END-IF
           END-PERFORM.
           CLOSE ARQHIST.
           CLOSE ARQBKP.
           DISPLAY "TRILHA SALVA: AUDITORIA " WRK-QTD-SALVA-AUDIT
                   " HISTORICO " WRK-QTD-SALVA-HIST.

       OFERECER-RECUPERACAO SECTION.
           DISPLAY "REAPLICAR AS TRANSACOES FEITAS DEPOIS DO BACKUP"
                    " (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              CALL "RECUPERACRM" USING WRK-GERACAO-ED
           END-IF.

       RESTAURAR-TUDO SECTION.
           PERFORM MONTAR-NOME-CRM.
           OPEN INPUT ARQBKP.
