      *EXTRATO MENSAL DO CONTRATO NO SPOOL COM ABERTURA, CREDITOS,
      *JUROS E FECHAMENTO. NO FIM SAI A LISTA DE VENCIMENTOS DO MES
      *QUE VEM (CONTRATOS CHEGANDO AO PRAZO). RODA NO LOTE DE FIM DE
      *MES SEM OPERADOR. CONTRATO POS-FIXADO (INV-INDICE) POSTA CADA
      *MES PENDENTE COM A TAXA PUBLICADA DO INDICE NO ARQINDICE.DAT;
      *MES SEM TAXA PUBLICADA FICA RETIDO (NADA DE CHUTE) E SAI NA
      *LISTA DE RETIDOS - A RODADA SEGUINTE POSTA O ATRASADO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS ARQPOS-FS
           RECORD KEY IS POS-CHAVE.

           SELECT ARQINDICE ASSIGN TO "DADOS/ARQINDICE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQINDICE-FS
           RECORD KEY IS IDX-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQINVEST.
       FD ARQPOS.
       COPY "#INVEST-POS".

       FD ARQINDICE.
       COPY "#INDICE".

       WORKING-STORAGE SECTION.
       01 ARQINVEST-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPOS-FS          PIC 9(02) VALUES ZEROS.
       01 ARQRESGATE-FS      PIC 9(02) VALUES ZEROS.
       01 ARQINDICE-FS       PIC 9(02) VALUES ZEROS.
       01 WRK-RESGATES-MES   PIC 9(09)V99 VALUES ZEROS.
      *    RESGATES DATADOS DEPOIS DO MES POSTADO (POSTAGEM ATRASADA
      *    DO POS-FIXADO): VOLTAM NA BASE DOS JUROS DAQUELE MES
       01 WRK-RESGATES-DEPOIS PIC 9(09)V99 VALUES ZEROS.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
       01 WRK-ANO            PIC 9(04) VALUES ZEROS.
       01 WRK-MES            PIC 9(02) VALUES ZEROS.
       01 WRK-ANOMES-FIM     PIC 9(06) VALUES ZEROS.
       01 WRK-ANOMES-POSTAR  PIC 9(06) VALUES ZEROS.
       01 WRK-ANO-POSTAR     PIC 9(04) VALUES ZEROS.
       01 WRK-MES-POSTAR     PIC 9(02) VALUES ZEROS.
       01 WRK-TAXA-MES       PIC 9(03)V9999 VALUES ZEROS.
       01 WRK-TAXA-ED        PIC ZZ9,9999.
       01 WRK-PCT-ED         PIC ZZ9,99.
       01 WRK-SPREAD-ED      PIC Z9,99.
       01 WRK-RETIDO         PIC X(01) VALUES "N".
       01 WRK-TOT-RETIDOS    PIC 9(04) VALUES ZEROS.

       01 WRK-ABERTURA       PIC 9(09)V99 VALUES ZEROS.
       01 WRK-JUROS          PIC 9(07)V99 VALUES ZEROS.
           05 WRK-VEN-LINHA      PIC X(90) VALUE SPACES.
       01 WRK-VENC-ABERTA    PIC X(01) VALUES "N".

      *----------POS-FIXADOS RETIDOS POR FALTA DE TAXA PUBLICADA
       01 WRK-SPOOL-RET.
           05 WRK-RET-ACAO       PIC X(01) VALUE "A".
           05 WRK-RET-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-RET-NOME       PIC X(20) VALUE "INVEST RETIDOS".
           05 WRK-RET-PROGRAMA   PIC X(12) VALUE "INVESTMENSAL".
           05 WRK-RET-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-RET-LINHA      PIC X(90) VALUE SPACES.
       01 WRK-RET-ABERTA     PIC X(01) VALUES "N".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "INVESTMENSAL - INICIO".
              CLOSE ARQPOS
              OPEN I-O ARQPOS
           END-IF.
           OPEN INPUT ARQINDICE.
           MOVE ZEROS TO INV-NUMERO.
           START ARQINVEST KEY IS GREATER INV-NUMERO.
           PERFORM UNTIL ARQINVEST-FS NOT EQUAL ZEROS
              IF ARQINVEST-FS EQUAL ZEROS
                 AND INV-SITUACAO EQUAL "A"
                 IF INV-ULT-ANOMES LESS WRK-ANOMES
                    IF INV-INDICE NOT EQUAL SPACES
                       AND INV-PCT-INDICE NUMERIC
                       AND INV-SPREAD NUMERIC
                       PERFORM POSTAR-INDEXADO
                    ELSE
                       MOVE WRK-ANOMES TO WRK-ANOMES-POSTAR
                       MOVE INV-TAXA   TO WRK-TAXA-MES
                       PERFORM POSTAR-MES
                    END-IF
                 END-IF
                 PERFORM AVALIAR-VENCIMENTO
              END-IF
           END-PERFORM.
           CLOSE ARQPOS.
           CLOSE ARQINVEST.
           IF ARQINDICE-FS NOT EQUAL 35
              CLOSE ARQINDICE
           END-IF.
           DISPLAY "CONTRATOS POSTADOS: " WRK-TOT-POSTADOS.
           IF WRK-TOT-RETIDOS GREATER ZEROS
              DISPLAY "POS-FIXADOS RETIDOS SEM TAXA DO MES: "
                      WRK-TOT-RETIDOS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "INVESTMENSAL - FIM".
           GOBACK.

      *    POS-FIXADO: CADA MES PENDENTE ATE O MES CORRENTE, EM
      *    ORDEM, COM A TAXA PUBLICADA DAQUELE MES; PARA NO PRIMEIRO
      *    MES SEM TAXA E O CONTRATO FICA RETIDO DALI EM DIANTE
       POSTAR-INDEXADO SECTION.
           MOVE "N" TO WRK-RETIDO.
           PERFORM UNTIL INV-ULT-ANOMES NOT LESS WRK-ANOMES
                      OR WRK-RETIDO EQUAL "S"
              MOVE INV-ULT-ANOMES(1:4) TO WRK-ANO-POSTAR
              MOVE INV-ULT-ANOMES(5:2) TO WRK-MES-POSTAR
              IF WRK-MES-POSTAR EQUAL 12
                 MOVE 01 TO WRK-MES-POSTAR
                 ADD 1 TO WRK-ANO-POSTAR
              ELSE
                 ADD 1 TO WRK-MES-POSTAR
              END-IF
              COMPUTE WRK-ANOMES-POSTAR =
                      WRK-ANO-POSTAR * 100 + WRK-MES-POSTAR
              MOVE INV-INDICE        TO IDX-CODIGO
              MOVE WRK-ANOMES-POSTAR TO IDX-ANOMES
              IF ARQINDICE-FS NOT EQUAL 35
                 READ ARQINDICE
              END-IF
              IF ARQINDICE-FS NOT EQUAL ZEROS
                 MOVE "S" TO WRK-RETIDO
                 PERFORM LISTAR-RETIDO
              ELSE
                 COMPUTE WRK-TAXA-MES =
                         IDX-TAXA * INV-PCT-INDICE / 100 + INV-SPREAD
                 PERFORM POSTAR-MES
              END-IF
           END-PERFORM.

      *    APORTE PROGRAMADO ENTRA ANTES DOS JUROS, COMO NO CALCULO
      *    MENSAL DO PROGCOBINVEST
       POSTAR-MES SECTION.
      *    ABERTURA IMPRESSA REPOE O VALOR PARA O EXTRATO FECHAR
      *    (ABERTURA + APORTES + JUROS - RESGATES = SALDO DE FECHO)
           PERFORM SOMAR-RESGATES-MES.
           COMPUTE WRK-ABERTURA = INV-SALDO + WRK-RESGATES-MES
                                + WRK-RESGATES-DEPOIS.
           ADD INV-APORTE TO INV-SALDO.
           COMPUTE WRK-JUROS = ((INV-SALDO + WRK-RESGATES-DEPOIS)
                             * WRK-TAXA-MES) / 100.
           ADD WRK-JUROS TO INV-SALDO.
           MOVE WRK-ANOMES-POSTAR TO INV-ULT-ANOMES.
           REWRITE INV-REGISTRO.
           MOVE INV-NUMERO    TO POS-NUMERO.
           MOVE WRK-ANOMES-POSTAR TO POS-ANOMES.
           MOVE WRK-ABERTURA  TO POS-SALDO-ABERTURA.
           MOVE INV-APORTE    TO POS-APORTES.
           MOVE WRK-JUROS     TO POS-JUROS.
           MOVE WRK-RESGATES-MES TO POS-RESGATES.
           COMPUTE POS-SALDO-FECHO = INV-SALDO + WRK-RESGATES-DEPOIS.
           MOVE WRK-TAXA-MES  TO POS-TAXA.
           WRITE POS-REGISTRO.
           IF ARQPOS-FS EQUAL 22
              REWRITE POS-REGISTRO
      *    OS RESGATES JA BAIXARAM O SALDO NA HORA (INVESTRESGATA) -
      *    AQUI SO APARECEM NO EXTRATO DO MES
       SOMAR-RESGATES-MES SECTION.
           MOVE ZEROS TO WRK-RESGATES-MES WRK-RESGATES-DEPOIS.
           OPEN INPUT ARQRESGATE.
           IF ARQRESGATE-FS EQUAL ZEROS
              PERFORM UNTIL ARQRESGATE-FS NOT EQUAL ZEROS
                    AT END MOVE 10 TO ARQRESGATE-FS
                    NOT AT END
                       IF RES-NUMERO EQUAL INV-NUMERO
                          AND RES-DATA(1:6) EQUAL WRK-ANOMES-POSTAR
                          ADD RES-BRUTO TO WRK-RESGATES-MES
                       END-IF
                       IF RES-NUMERO EQUAL INV-NUMERO
                          AND RES-DATA(1:6) GREATER WRK-ANOMES-POSTAR
                          ADD RES-BRUTO TO WRK-RESGATES-DEPOIS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQRESGATE
                  " CLIENTE "            DELIMITED BY SIZE
                  INV-CLIENTE-ID         DELIMITED BY SIZE
                  " MES "                DELIMITED BY SIZE
                  WRK-ANOMES-POSTAR      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-TAXA-MES TO WRK-TAXA-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           IF INV-INDICE NOT EQUAL SPACES
              AND INV-PCT-INDICE NUMERIC
              AND INV-SPREAD NUMERIC
              MOVE INV-PCT-INDICE TO WRK-PCT-ED
              MOVE INV-SPREAD     TO WRK-SPREAD-ED
              STRING "TAXA DO MES " DELIMITED BY SIZE
                     WRK-TAXA-ED    DELIMITED BY SIZE
                     "% (" DELIMITED BY SIZE
                     WRK-PCT-ED     DELIMITED BY SIZE
                     "% DO "        DELIMITED BY SIZE
                     INV-INDICE     DELIMITED BY SPACE
                     " + "          DELIMITED BY SIZE
                     WRK-SPREAD-ED  DELIMITED BY SIZE
                     ")"            DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           ELSE
              STRING "TAXA DO MES " DELIMITED BY SIZE
                     WRK-TAXA-ED    DELIMITED BY SIZE
                     "% (PREFIXADA)" DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "SALDO ABERTURA " DELIMITED BY SIZE
                  POS-SALDO-ABERTURA DELIMITED BY SIZE
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    SEM A TAXA DO MES NAO SE POSTA NADA - O CONTRATO FICA NO
      *    ULTIMO MES POSTADO ATE O INDICEMANUT PUBLICAR A TAXA
       LISTAR-RETIDO SECTION.
           ADD 1 TO WRK-TOT-RETIDOS.
           IF WRK-RET-ABERTA NOT EQUAL "S"
              MOVE "A" TO WRK-RET-ACAO
              CALL "SPOOLGRAVA" USING WRK-SPOOL-RET
              MOVE "L" TO WRK-RET-ACAO
              MOVE "POS-FIXADOS RETIDOS - TAXA DO INDICE NAO PUBLICADA:"
                TO WRK-RET-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL-RET
              MOVE "S" TO WRK-RET-ABERTA
           END-IF.
           MOVE SPACES TO WRK-RET-LINHA.
           STRING "CONTRATO "       DELIMITED BY SIZE
                  INV-NUMERO        DELIMITED BY SIZE
                  " CLIENTE "       DELIMITED BY SIZE
                  INV-CLIENTE-ID    DELIMITED BY SIZE
                  " INDICE "        DELIMITED BY SIZE
                  INV-INDICE        DELIMITED BY SIZE
                  " MES "           DELIMITED BY SIZE
                  WRK-ANOMES-POSTAR DELIMITED BY SIZE
                  " POSTADO ATE "   DELIMITED BY SIZE
                  INV-ULT-ANOMES    DELIMITED BY SIZE
             INTO WRK-RET-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL-RET.
           DISPLAY WRK-RET-LINHA.

      *    CONTRATO CUJO PRAZO TERMINA NO MES QUE VEM ENTRA NA LISTA
      *    DE VENCIMENTOS QUE SAI JUNTO COM A RODADA
       AVALIAR-VENCIMENTO SECTION.
