      *PROPOSTA SIM-NUMERO VIRA CONTRATO VIVO NO ARQINVEST.DAT
      *(NUMERADO PELO INVCTRL.DAT), COM PRINCIPAL, TAXA, PLANO DE
      *APORTE E DATA DE INICIO - O INVESTMENSAL POSTA OS MESES DALI
      *EM DIANTE. PROPOSTA INDEXADA VIRA CONTRATO POS-FIXADO (INDICE,
      *PERCENTUAL E SPREAD); O INDICE TEM QUE EXISTIR NA TABELA DO
      *INDICEMANUT. A INV-TAXA GUARDA A TAXA DA PREMISSA, SO PARA
      *PROJECAO - OS JUROS SAEM DA TAXA PUBLICADA DE CADA MES
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS ARQINVEST-FS
           RECORD KEY IS INV-NUMERO.

           SELECT ARQINDICE ASSIGN TO "DADOS/ARQINDICE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQINDICE-FS
           RECORD KEY IS IDX-CHAVE.

           SELECT ARQINVCTRL ASSIGN TO "DADOS/INVCTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQINVCTRL-FS.
       FD ARQINVEST.
       COPY "#INVEST".

       FD ARQINDICE.
       COPY "#INDICE".

       FD ARQINVCTRL
           RECORDING MODE IS F.
       01 INVCTRL-REGISTRO.
       01 ARQSIMULA-FS       PIC 9(02) VALUES ZEROS.
       01 ARQINVEST-FS       PIC 9(02) VALUES ZEROS.
       01 ARQINVCTRL-FS      PIC 9(02) VALUES ZEROS.
       01 ARQINDICE-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-PROPOSTA       PIC 9(06) VALUES ZEROS.
       01 WRK-NUMERO         PIC 9(06) VALUES ZEROS.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-INDEXADA       PIC X(01) VALUES "N".
       01 WRK-INDICE-OK      PIC X(01) VALUES "S".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
                   " MESES " SIM-MESES
                   " JUROS " SIM-JUROS "%"
                   " APORTE " SIM-APORTE.
           MOVE "N" TO WRK-INDEXADA.
           MOVE "S" TO WRK-INDICE-OK.
           IF SIM-INDICE NOT EQUAL SPACES
              AND SIM-PCT-INDICE NUMERIC
              AND SIM-PCT-INDICE GREATER ZEROS
              AND SIM-SPREAD NUMERIC
              MOVE "S" TO WRK-INDEXADA
              DISPLAY "POS-FIXADO: " SIM-PCT-INDICE "% DO "
                      SIM-INDICE " + " SIM-SPREAD "% AO MES"
              PERFORM VALIDAR-INDICE
           END-IF.
           MOVE SPACES TO WRK-CONFIRMA.
           IF WRK-INDICE-OK EQUAL "S"
              DISPLAY "CONVERTER EM CONTRATO VIVO (S/N)? "
              ACCEPT WRK-CONFIRMA
           END-IF.
           IF WRK-CONFIRMA EQUAL "S"
              PERFORM PROXIMO-NUMERO
              PERFORM GRAVAR-CONTRATO
           CLOSE ARQSIMULA.
           STOP RUN.

      *    BASTA O INDICE TER ALGUMA TAXA PUBLICADA - A DO MES EM
      *    CURSO SAI DEPOIS E O INVESTMENSAL ESPERA POR ELA
       VALIDAR-INDICE SECTION.
           MOVE "N" TO WRK-INDICE-OK.
           OPEN INPUT ARQINDICE.
           IF ARQINDICE-FS EQUAL ZEROS
              MOVE SIM-INDICE TO IDX-CODIGO
              MOVE ZEROS      TO IDX-ANOMES
              START ARQINDICE KEY IS NOT LESS IDX-CHAVE
              IF ARQINDICE-FS EQUAL ZEROS
                 READ ARQINDICE NEXT RECORD
                 IF ARQINDICE-FS EQUAL ZEROS
                    AND IDX-CODIGO EQUAL SIM-INDICE
                    MOVE "S" TO WRK-INDICE-OK
                 END-IF
              END-IF
              CLOSE ARQINDICE
           END-IF.
           MOVE ZEROS TO ARQINDICE-FS.
           IF WRK-INDICE-OK NOT EQUAL "S"
              DISPLAY "INDICE " SIM-INDICE " SEM TAXA NA TABELA -"
                      " CADASTRE NO INDICEMANUT ANTES DO ACEITE"
           END-IF.

       PROXIMO-NUMERO SECTION.
           OPEN INPUT ARQINVCTRL.
           IF ARQINVCTRL-FS EQUAL 00
           MOVE SIM-CAPITAL    TO INV-SALDO.
           MOVE WRK-PROPOSTA   TO INV-PROPOSTA.
           MOVE WRK-DATA-HOJE(1:6) TO INV-ULT-ANOMES.
           IF WRK-INDEXADA EQUAL "S"
              MOVE SIM-INDICE     TO INV-INDICE
              MOVE SIM-PCT-INDICE TO INV-PCT-INDICE
              MOVE SIM-SPREAD     TO INV-SPREAD
           ELSE
              MOVE SPACES TO INV-INDICE
              MOVE ZEROS  TO INV-PCT-INDICE INV-SPREAD
           END-IF.
           WRITE INV-REGISTRO.
           CLOSE ARQINVEST.
