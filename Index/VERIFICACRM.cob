      *IDS QUE NAO EXISTEM MAIS (DESCONTANDO OS ARQUIVADOS PELO
      *ARQUIVACRM). GRAVA O ARQUIVO DE EXCECOES, UM VEREDITO
      *LIMPO/SUJO EM VERIFICA_STATUS.DAT E DEVOLVE RC 8 QUANDO SUJO,
      *PARA O BATCH NOTURNO TESTAR ANTES DE PROSSEGUIR. BASE COM A
      *CONVERSAO DA CHAVE DO CLIENTE PELA METADE (ARQCRM_CONVERSAO.DAT
      *COM ARQUIVO PENDENTE) OU AINDA NA CHAVE DE 4 DIGITOS NEM CHEGA A
      *SER VARRIDA: VEREDITO SUJO E RC 12
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQVEREDITO-FS.

           SELECT ARQCTRL ASSIGN TO "DADOS/ARQCRM_CTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCTRL-FS.

           SELECT ARQCONV ASSIGN TO "DADOS/ARQCRM_CONVERSAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCONV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCRM.
      *    MESMO LAYOUT GRAVADO PELO ARQUIVACRM
       FD ARQARQUIVO.
       01 ARQARQUIVO-REGISTRO.
           05 ARQARQUIVO-ID            PIC 9(06).
           05 ARQARQUIVO-NOME          PIC X(25).
           05 ARQARQUIVO-EMAIL         PIC X(30).
           05 ARQARQUIVO-TELEFONE      PIC X(14).
           05 VEREDITO-DATA      PIC 9(08).
           05 VEREDITO-EXCECOES  PIC 9(05).

       FD ARQCTRL.
       COPY "#CRM-CTRL".

       FD ARQCONV
           RECORDING MODE IS F.
       COPY "#CRM-CONVERSAO".

       WORKING-STORAGE SECTION.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQARQUIVO-FS      PIC 9(02) VALUES ZEROS.
       01 ARQEXCECAO-FS      PIC 9(02) VALUES ZEROS.
       01 ARQVEREDITO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCONV-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA PIC 9(02) VALUES 07.
       01 WRK-BASE-RECUSADA  PIC X(01) VALUES "N".

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-TOT-EXCECOES   PIC 9(05) VALUES ZEROS.
      *----------IDS ARQUIVADOS (AUDITORIA DELES NAO E ORFA)
       01 WRK-QTD-ARQUIVADOS PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-TAB-ARQUIVADOS.
           05 WRK-ARQV-ID PIC 9(06) OCCURS 1000 TIMES.
       01 WRK-IDX            PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-ID-ARQUIVADO   PIC X(01) VALUES "N".

       0001-PRINCIPAL SECTION.
           DISPLAY "VERIFICACRM - INICIO".
           PERFORM INICIAR.
           PERFORM CONFERIR-CONVERSAO.
           IF WRK-BASE-RECUSADA EQUAL "S"
              CLOSE ARQEXCECAO
              OPEN OUTPUT ARQVEREDITO
              MOVE "S"              TO VEREDITO-SITUACAO
              MOVE WRK-DATA-HOJE    TO VEREDITO-DATA
              MOVE WRK-TOT-EXCECOES TO VEREDITO-EXCECOES
              WRITE VEREDITO-REGISTRO
              CLOSE ARQVEREDITO
              DISPLAY "VEREDITO: BASE RECUSADA - CONVERSAO DA CHAVE"
                      " PENDENTE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM CARREGAR-ARQUIVADOS.
           PERFORM VERIFICAR-MESTRE.
           PERFORM VERIFICAR-AUDITORIA.
           MOVE WRK-DATA-HOJE(5:4) TO WRK-MESDIA-ATUAL.
           OPEN OUTPUT ARQEXCECAO.

      *    CONVERSAO DA CHAVE DO CLIENTE: ARQUIVO AINDA PENDENTE NO
      *    CONTROLE DO CONVERTECRM QUER DIZER BASE COM LAYOUTS
      *    MISTURADOS - QUALQUER LEITURA AQUI SAIRIA ERRADA. SEM O
      *    CONTROLE, VALE O CARIMBO DO ARQCRM_CTRL.DAT
       CONFERIR-CONVERSAO SECTION.
           MOVE "N" TO WRK-BASE-RECUSADA.
           OPEN INPUT ARQCONV.
           IF ARQCONV-FS EQUAL ZEROS
              PERFORM UNTIL ARQCONV-FS NOT EQUAL ZEROS
                 READ ARQCONV
                 IF ARQCONV-FS EQUAL ZEROS
                    AND CONV-ETAPA NOT EQUAL "C"
                    AND CONV-ETAPA NOT EQUAL "A"
                    DISPLAY "BASE MEIO CONVERTIDA - PENDENTE: "
                            CONV-ARQUIVO
                    MOVE "BASE MEIO CONVERTIDA (CONVERTECRM)"
                      TO WRK-MOTIVO
                    MOVE ZEROS TO ARQCRM-ID
                    PERFORM GRAVAR-EXCECAO
                    MOVE "S" TO WRK-BASE-RECUSADA
                 END-IF
              END-PERFORM
              CLOSE ARQCONV
           END-IF.
           OPEN INPUT ARQCTRL.
           IF ARQCTRL-FS EQUAL ZEROS
              READ ARQCTRL
              CLOSE ARQCTRL
              IF CTLCRM-VERSAO LESS THAN WRK-VERSAO-ESPERADA
                 DISPLAY "CHAVE DO CLIENTE AINDA EM 4 DIGITOS - EXECUTE"
                         " O CONVERTECRM"
                 MOVE "CHAVE EM 4 DIGITOS - EXECUTE CONVERTECRM"
                   TO WRK-MOTIVO
                 MOVE ZEROS TO ARQCRM-ID
                 PERFORM GRAVAR-EXCECAO
                 MOVE "S" TO WRK-BASE-RECUSADA
              END-IF
           END-IF.

       CARREGAR-ARQUIVADOS SECTION.
           OPEN INPUT ARQARQUIVO.
           IF ARQARQUIVO-FS EQUAL ZEROS
