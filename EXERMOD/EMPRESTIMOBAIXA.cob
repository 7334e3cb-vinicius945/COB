       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESTIMOBAIXA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: BAIXA PARA PERDA DE EMPRESTIMOS INCOBRAVEIS. SO ENTRA
      *COM SUPERVISOR NIVEL "A". PERCORRE OS CONTRATOS ATIVOS, APURA
      *O PIOR ATRASO EM DIAS UTEIS E O SALDO EM ABERTO (MESMA CONTA
      *DO EMPRESTIMOPROV) E PROPOE A BAIXA DOS QUE PASSARAM DO LIMITE
      *DO ARQPARM.DAT (PARM-EMP-DIAS-BAIXA, JA DENTRO DO ULTIMO BALDE
      *DO AGING). CADA BAIXA CONFIRMADA PASSA O CONTRATO PARA "P" COM
      *A DATA E O SALDO BAIXADO, E VAI PARA O DIARIO ARQEMPBAIXA.DAT
      *COM A BANDA DE RISCO DO CLIENTE E A PROVISAO CONSUMIDA (ULTIMA
      *PROVISAO DO CONTRATO NO ARQPROVISAO.DAT, LIMITADA AO SALDO) -
      *O CONTABILPOSTA LANCA A BAIXA CONTRA A PROVISAO E O RESTO COMO
      *PERDA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEMP ASSIGN TO "DADOS/ARQEMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQEMP-FS
           RECORD KEY IS EMP-NUMERO.

           SELECT ARQPARC ASSIGN TO "DADOS/ARQPARCELA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPARC-FS
           RECORD KEY IS PARC-CHAVE.

           SELECT ARQRISCO ASSIGN TO "DADOS/ARQRISCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQRISCO-FS
           RECORD KEY IS RISCO-CLIENTE-ID.

           SELECT ARQPROVISAO ASSIGN TO "DADOS/ARQPROVISAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPROVISAO-FS.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

           SELECT ARQBXA ASSIGN TO "DADOS/ARQEMPBAIXA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQBXA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQEMP.
       COPY "#EMPRESTIMO".

       FD ARQPARC.
       COPY "#PARCELA".

       FD ARQRISCO.
       COPY "#RISCO".

      *    MESMO LAYOUT GRAVADO PELO EMPRESTIMOPROV
       FD ARQPROVISAO
           RECORDING MODE IS F.
       01 PROV-REGISTRO.
           05 PROV-ANOMES      PIC 9(06).
           05 PROV-CONTRATO    PIC 9(06).
           05 PROV-FAIXA       PIC 9(01).
           05 PROV-SALDO       PIC 9(08)V99.
           05 PROV-VALOR       PIC 9(08)V99.

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       FD ARQBXA
           RECORDING MODE IS F.
       COPY "#EMP-BAIXA".

       WORKING-STORAGE SECTION.
       01 ARQEMP-FS          PIC 9(02) VALUES ZEROS.
       01 ARQPARC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQRISCO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPROVISAO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQBXA-FS          PIC 9(02) VALUES ZEROS.

      *    LIMITE PADRAO QUANDO O ARQPARM.DAT NAO TRAZ O CAMPO
       01 WRK-DIAS-BAIXA     PIC 9(03) VALUES 180.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-HOJE      PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-VENC      PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-CORRIDOS  PIC 9(07) VALUES ZEROS.
       01 WRK-DATA-VARRIDA   PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-ATRASO    PIC S9(05) VALUES ZEROS.
       01 WRK-PIOR-ATRASO    PIC S9(05) VALUES ZEROS.
       01 WRK-SALDO-ABERTO   PIC 9(08)V99 VALUES ZEROS.
       01 WRK-FIM-CONTRATO   PIC X(01) VALUES "N".

       01 WRK-BANDA          PIC X(01) VALUES SPACES.
       01 WRK-PROVISAO       PIC 9(08)V99 VALUES ZEROS.
       01 WRK-ANOMES-PROV    PIC 9(06) VALUES ZEROS.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-ENCERRAR       PIC X(01) VALUES "N".
       01 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99.

       01 WRK-PROPOSTOS      PIC 9(05) VALUES ZEROS.
       01 WRK-BAIXADOS       PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-BAIXADO    PIC 9(10)V99 VALUES ZEROS.
       01 WRK-TOT-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.

      *----------CONSULTA AO CALENDARIO DE DIAS UTEIS
       01 WRK-DIAUTIL.
           05 WRK-DU-DATA         PIC 9(08) VALUE ZEROS.
           05 WRK-DU-EH-UTIL      PIC X(01) VALUE SPACE.
           05 WRK-DU-PROXIMO-UTIL PIC 9(08) VALUE ZEROS.

      *----------SUPERVISOR QUE CONFIRMA AS BAIXAS
       01 WRK-LOGIN-SUP.
           05 WRK-SUP-USUARIO PIC X(10) VALUES SPACES.
           05 WRK-SUP-SENHA   PIC X(06) VALUES SPACES.
           05 WRK-SUP-OK      PIC X(01) VALUES SPACES.
           05 WRK-SUP-NIVEL   PIC X(01) VALUES SPACES.
           05 WRK-SUP-SETOR   PIC X(10) VALUES SPACES.
           05 WRK-SUP-ORIGEM  PIC X(10) VALUES "EMPRESTBXA".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "BAIXA PARA PERDA DE EMPRESTIMOS".
           DISPLAY "SUPERVISOR NIVEL A - USUARIO: ".
           ACCEPT WRK-SUP-USUARIO.
           DISPLAY "SENHA: ".
           ACCEPT WRK-SUP-SENHA.
           CALL "VALIDALOGIN" USING WRK-LOGIN-SUP.
           IF WRK-SUP-OK NOT EQUAL "S"
              OR WRK-SUP-NIVEL NOT EQUAL "A"
              DISPLAY "BAIXA PARA PERDA SO COM SUPERVISOR NIVEL A"
              STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM LER-PARAMETROS.
           DISPLAY "PROPOE CONTRATOS COM ATRASO ACIMA DE "
                   WRK-DIAS-BAIXA " DIAS UTEIS".
           OPEN I-O ARQEMP.
           IF ARQEMP-FS NOT EQUAL ZEROS
              DISPLAY "SEM CONTRATOS (STATUS " ARQEMP-FS ")"
              STOP RUN
           END-IF.
           OPEN INPUT ARQPARC.
           MOVE ZEROS TO EMP-NUMERO.
           START ARQEMP KEY IS GREATER EMP-NUMERO.
           PERFORM UNTIL ARQEMP-FS NOT EQUAL ZEROS
                      OR WRK-ENCERRAR EQUAL "S"
              READ ARQEMP NEXT RECORD
              IF ARQEMP-FS EQUAL ZEROS
                 AND EMP-SITUACAO EQUAL "A"
                 PERFORM APURAR-PIOR-ATRASO
                 IF WRK-SALDO-ABERTO GREATER ZEROS
                    AND WRK-PIOR-ATRASO GREATER WRK-DIAS-BAIXA
                    PERFORM PROPOR-BAIXA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ARQEMP.
           CLOSE ARQPARC.
           MOVE WRK-TOT-BAIXADO TO WRK-TOT-ED.
           DISPLAY "CONTRATOS PROPOSTOS: " WRK-PROPOSTOS.
           DISPLAY "CONTRATOS BAIXADOS.: " WRK-BAIXADOS.
           DISPLAY "SALDO BAIXADO......: " WRK-TOT-ED.
           STOP RUN.

      *    ARQPARM.DAT GRAVADO ANTES DO CAMPO TRAZ LIXO NO FIM DO
      *    REGISTRO - SO VALE O QUE FOR NUMERICO E MAIOR QUE ZERO
       LER-PARAMETROS SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 AND PARM-EMP-DIAS-BAIXA NUMERIC
                 AND PARM-EMP-DIAS-BAIXA GREATER ZEROS
                 MOVE PARM-EMP-DIAS-BAIXA TO WRK-DIAS-BAIXA
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

       PROPOR-BAIXA SECTION.
           ADD 1 TO WRK-PROPOSTOS.
           PERFORM BUSCAR-BANDA.
           PERFORM BUSCAR-PROVISAO.
           DISPLAY " ".
           DISPLAY "CONTRATO " EMP-NUMERO " CLIENTE " EMP-CLIENTE-ID
                   " BANDA " WRK-BANDA.
           DISPLAY "PIOR ATRASO " WRK-PIOR-ATRASO " DIAS UTEIS".
           MOVE WRK-SALDO-ABERTO TO WRK-VALOR-ED.
           DISPLAY "SALDO EM ABERTO...: " WRK-VALOR-ED.
           MOVE WRK-PROVISAO TO WRK-VALOR-ED.
           DISPLAY "PROVISAO CONSUMIDA: " WRK-VALOR-ED.
           DISPLAY "BAIXAR PARA PERDA (S/N, F = ENCERRAR)? ".
           ACCEPT WRK-CONFIRMA.
           EVALUATE WRK-CONFIRMA
              WHEN "S"
                 PERFORM EFETIVAR-BAIXA
              WHEN "F"
                 MOVE "S" TO WRK-ENCERRAR
              WHEN OTHER
                 DISPLAY "CONTRATO MANTIDO ATIVO"
           END-EVALUATE.

       EFETIVAR-BAIXA SECTION.
           MOVE "P"              TO EMP-SITUACAO.
           MOVE WRK-DATA-HOJE    TO EMP-DATA-BAIXA.
           MOVE WRK-SALDO-ABERTO TO EMP-SALDO-BAIXADO.
           REWRITE EMP-REGISTRO.
           IF ARQEMP-FS NOT EQUAL ZEROS
              DISPLAY "ERRO REGRAVACAO CONTRATO " EMP-NUMERO
                      " STATUS " ARQEMP-FS
           ELSE
              PERFORM GRAVAR-DIARIO
              ADD 1 TO WRK-BAIXADOS
              ADD WRK-SALDO-ABERTO TO WRK-TOT-BAIXADO
              DISPLAY "CONTRATO BAIXADO PARA PERDA"
           END-IF.

       GRAVAR-DIARIO SECTION.
           OPEN EXTEND ARQBXA.
           IF ARQBXA-FS EQUAL 05 OR ARQBXA-FS EQUAL 35
              OPEN OUTPUT ARQBXA
           END-IF.
           INITIALIZE BXA-REGISTRO.
           MOVE "B"              TO BXA-TIPO.
           MOVE WRK-DATA-HOJE    TO BXA-DATA.
           MOVE EMP-NUMERO       TO BXA-CONTRATO.
           MOVE EMP-CLIENTE-ID   TO BXA-CLIENTE-ID.
           MOVE WRK-BANDA        TO BXA-BANDA.
           MOVE WRK-SALDO-ABERTO TO BXA-VALOR.
           MOVE WRK-PROVISAO     TO BXA-PROVISAO.
           MOVE WRK-PIOR-ATRASO  TO BXA-DIAS-ATRASO.
           MOVE WRK-SUP-USUARIO  TO BXA-USUARIO.
           WRITE BXA-REGISTRO.
           IF ARQBXA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO GRAVACAO ARQEMPBAIXA.DAT " ARQBXA-FS
           END-IF.
           CLOSE ARQBXA.
           MOVE ZEROS TO ARQBXA-FS.

      *    CLIENTE AINDA NAO CLASSIFICADO PELO RISCOCLASS FICA "B"
       BUSCAR-BANDA SECTION.
           MOVE "B" TO WRK-BANDA.
           OPEN INPUT ARQRISCO.
           IF ARQRISCO-FS EQUAL ZEROS
              MOVE EMP-CLIENTE-ID TO RISCO-CLIENTE-ID
              READ ARQRISCO
              IF ARQRISCO-FS EQUAL ZEROS
                 MOVE RISCO-BANDA TO WRK-BANDA
              END-IF
              CLOSE ARQRISCO
           END-IF.
           MOVE ZEROS TO ARQRISCO-FS.

      *    VALE A PROVISAO DO MES MAIS RECENTE APURADO PARA O CONTRATO
       BUSCAR-PROVISAO SECTION.
           MOVE ZEROS TO WRK-PROVISAO WRK-ANOMES-PROV.
           OPEN INPUT ARQPROVISAO.
           IF ARQPROVISAO-FS EQUAL ZEROS
              PERFORM UNTIL ARQPROVISAO-FS NOT EQUAL ZEROS
                 READ ARQPROVISAO
                 IF ARQPROVISAO-FS EQUAL ZEROS
                    AND PROV-CONTRATO EQUAL EMP-NUMERO
                    AND PROV-ANOMES NOT LESS WRK-ANOMES-PROV
                    MOVE PROV-ANOMES TO WRK-ANOMES-PROV
                    MOVE PROV-VALOR  TO WRK-PROVISAO
                 END-IF
              END-PERFORM
              CLOSE ARQPROVISAO
           END-IF.
           MOVE ZEROS TO ARQPROVISAO-FS.
           IF WRK-PROVISAO GREATER WRK-SALDO-ABERTO
              MOVE WRK-SALDO-ABERTO TO WRK-PROVISAO
           END-IF.

       APURAR-PIOR-ATRASO SECTION.
           MOVE ZEROS TO WRK-PIOR-ATRASO WRK-SALDO-ABERTO.
           MOVE "N" TO WRK-FIM-CONTRATO.
           MOVE EMP-NUMERO TO PARC-NUMERO.
           MOVE ZEROS      TO PARC-SEQ.
           START ARQPARC KEY IS GREATER OR EQUAL PARC-CHAVE.
           PERFORM UNTIL ARQPARC-FS NOT EQUAL ZEROS
                      OR WRK-FIM-CONTRATO EQUAL "S"
              READ ARQPARC NEXT RECORD
              IF ARQPARC-FS EQUAL ZEROS
                 IF PARC-NUMERO NOT EQUAL EMP-NUMERO
                    MOVE "S" TO WRK-FIM-CONTRATO
                 ELSE
                    IF PARC-PAGA EQUAL "N"
                       ADD PARC-VALOR TO WRK-SALDO-ABERTO
                       PERFORM CONTAR-ATRASO-UTIL
                       IF WRK-DIAS-ATRASO GREATER WRK-PIOR-ATRASO
                          MOVE WRK-DIAS-ATRASO TO WRK-PIOR-ATRASO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPARC-FS.

       CONTAR-ATRASO-UTIL SECTION.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           COMPUTE WRK-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO).
           IF WRK-DIAS-HOJE GREATER WRK-DIAS-VENC
              COMPUTE WRK-DIAS-CORRIDOS = WRK-DIAS-VENC + 1
              PERFORM UNTIL WRK-DIAS-CORRIDOS GREATER WRK-DIAS-HOJE
                 COMPUTE WRK-DATA-VARRIDA =
                         FUNCTION DATE-OF-INTEGER(WRK-DIAS-CORRIDOS)
                 MOVE WRK-DATA-VARRIDA TO WRK-DU-DATA
                 CALL "DIAUTIL" USING WRK-DIAUTIL
                 IF WRK-DU-EH-UTIL EQUAL "S"
                    ADD 1 TO WRK-DIAS-ATRASO
                 END-IF
                 ADD 1 TO WRK-DIAS-CORRIDOS
              END-PERFORM
           END-IF.
