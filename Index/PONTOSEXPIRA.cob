       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTOSEXPIRA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: STEP NOTURNO DE VENCIMENTO DOS PONTOS DE FIDELIDADE -
      *PERCORRE O EXTRATO (ARQPONTOS.DAT) E, PARA CADA GANHO ("G") OU
      *DEVOLUCAO DE RESGATE ("D") COM VALIDADE ANTERIOR AO DIA DE
      *NEGOCIO (DATAMOV, OU HOJE SEM O CONTROLE), ZERA O QUE AINDA
      *ESTAVA A VENCER. NO FIM GRAVA UM MOVIMENTO "X" POR CLIENTE COM
      *O TOTAL VENCIDO, VALORIZADO PELO VALOR DO PONTO DO ARQPARM.DAT
      *(O CONTABILPOSTA BAIXA ESSE VALOR DO PASSIVO DE PONTOS)
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPONTOS ASSIGN TO "DADOS/ARQPONTOS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPONTOS-FS.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPONTOS
           RECORDING MODE IS F.
       COPY "#CRM-PONTOS".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       WORKING-STORAGE SECTION.
       01 ARQPONTOS-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ATUAL     PIC 9(08) VALUES ZEROS.
       01 WRK-VALOR-PONTO    PIC 9(01)V99 VALUES ZEROS.
       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".

      *----------PONTOS VENCIDOS NA NOITE, POR ARQCRM-ID (SO OS
      *----------CLIENTES QUE TIVERAM ALGUM GANHO VENCIDO)
       01 WRK-QTD-VENCIDOS   PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-TAB-VENCIDOS.
           05 WRK-VEN-ITEM OCCURS 5000 TIMES.
               10 WRK-VEN-CLIENTE-ID  PIC 9(06).
               10 WRK-VENCIDOS        PIC 9(07).
       01 WRK-IDX            PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(04) USAGE COMP VALUE ZERO.

       01 WRK-TOT-LIDOS      PIC 9(07) VALUES ZEROS.
       01 WRK-TOT-GANHOS     PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-ADIADOS    PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-CLIENTES   PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-PONTOS     PIC 9(09) VALUES ZEROS.
       01 WRK-TOT-VALOR      PIC 9(09)V99 VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "PONTOSEXPIRA - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ATUAL
           ELSE
              ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           END-IF.
           PERFORM CARREGAR-PARAMETROS.
           PERFORM VENCER-GANHOS.
           IF WRK-TOT-GANHOS GREATER ZEROS
              PERFORM GRAVAR-VENCIMENTOS
           END-IF.
           DISPLAY "MOVIMENTOS LIDOS...: " WRK-TOT-LIDOS.
           DISPLAY "GANHOS VENCIDOS....: " WRK-TOT-GANHOS.
           IF WRK-TOT-ADIADOS GREATER ZEROS
              DISPLAY "ADIADOS (TABELA)...: " WRK-TOT-ADIADOS
           END-IF.
           DISPLAY "CLIENTES ATINGIDOS.: " WRK-TOT-CLIENTES.
           DISPLAY "PONTOS VENCIDOS....: " WRK-TOT-PONTOS.
           DISPLAY "VALOR VENCIDO......: " WRK-TOT-VALOR.
           DISPLAY "PONTOSEXPIRA - FIM".
           GOBACK.

      *    SO O VALOR DO PONTO INTERESSA AQUI; A VALIDADE DE CADA
      *    GANHO JA FOI GRAVADA PELO PONTOSMOV
       CARREGAR-PARAMETROS SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 AND PARM-PTS-VALOR-PONTO IS NUMERIC
                 MOVE PARM-PTS-VALOR-PONTO TO WRK-VALOR-PONTO
              END-IF
              CLOSE ARQPARM
           END-IF.

      *    GANHO SEM VALIDADE (ZERO) NUNCA VENCE; O QUE O RESGATE E O
      *    ESTORNO JA CONSUMIRAM NAO ESTA MAIS EM PTS-A-VENCER. CLIENTE
      *    QUE NAO COUBE NA TABELA FICA COM O GANHO INTACTO PARA A
      *    PROXIMA NOITE - ZERAR SEM GRAVAR O "X" SUMIRIA COM OS PONTOS
       VENCER-GANHOS SECTION.
           OPEN I-O ARQPONTOS.
           IF ARQPONTOS-FS NOT EQUAL ZEROS
              DISPLAY "SEM EXTRATO DE PONTOS - NADA A VENCER"
           ELSE
              PERFORM UNTIL ARQPONTOS-FS NOT EQUAL ZEROS
                 READ ARQPONTOS
                 IF ARQPONTOS-FS EQUAL ZEROS
                    ADD 1 TO WRK-TOT-LIDOS
                    IF (PTS-TIPO EQUAL "G" OR PTS-TIPO EQUAL "D")
                       AND PTS-VALIDADE GREATER ZEROS
                       AND PTS-VALIDADE LESS WRK-DATA-ATUAL
                       AND PTS-A-VENCER GREATER ZEROS
                       AND PTS-CLIENTE-ID GREATER ZEROS
                       PERFORM LOCALIZAR-CLIENTE
                       IF WRK-IDX-ACHADO GREATER ZERO
                          ADD PTS-A-VENCER
                           TO WRK-VENCIDOS(WRK-IDX-ACHADO)
                          ADD 1 TO WRK-TOT-GANHOS
                          MOVE ZEROS TO PTS-A-VENCER
                          REWRITE PTS-REGISTRO
                       ELSE
                          ADD 1 TO WRK-TOT-ADIADOS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQPONTOS
           END-IF.

       GRAVAR-VENCIMENTOS SECTION.
           OPEN EXTEND ARQPONTOS.
           IF ARQPONTOS-FS EQUAL 05
              OPEN OUTPUT ARQPONTOS
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-VENCIDOS
              IF WRK-VENCIDOS(WRK-IDX) GREATER ZEROS
                 PERFORM GRAVAR-UM-VENCIMENTO
              END-IF
           END-PERFORM.
           CLOSE ARQPONTOS.

       LOCALIZAR-CLIENTE SECTION.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-VENCIDOS
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-VEN-CLIENTE-ID(WRK-IDX) EQUAL PTS-CLIENTE-ID
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZERO
              AND WRK-QTD-VENCIDOS LESS 5000
              ADD 1 TO WRK-QTD-VENCIDOS
              MOVE PTS-CLIENTE-ID
                TO WRK-VEN-CLIENTE-ID(WRK-QTD-VENCIDOS)
              MOVE ZEROS TO WRK-VENCIDOS(WRK-QTD-VENCIDOS)
              MOVE WRK-QTD-VENCIDOS TO WRK-IDX-ACHADO
           END-IF.

       GRAVAR-UM-VENCIMENTO SECTION.
           INITIALIZE PTS-REGISTRO.
           MOVE WRK-VEN-CLIENTE-ID(WRK-IDX) TO PTS-CLIENTE-ID.
           MOVE WRK-DATA-ATUAL        TO PTS-DATA.
           ACCEPT PTS-HORA FROM TIME.
           MOVE "X"                   TO PTS-TIPO.
           MOVE WRK-VENCIDOS(WRK-IDX) TO PTS-PONTOS.
           COMPUTE PTS-VALOR = PTS-PONTOS * WRK-VALOR-PONTO.
           MOVE "N"                   TO PTS-ORIGEM.
           MOVE WRK-OPERADOR          TO PTS-OPERADOR.
           WRITE PTS-REGISTRO.
           ADD 1          TO WRK-TOT-CLIENTES.
           ADD PTS-PONTOS TO WRK-TOT-PONTOS.
           ADD PTS-VALOR  TO WRK-TOT-VALOR.
           DISPLAY "CLIENTE " PTS-CLIENTE-ID " VENCEU "
                   PTS-PONTOS " PONTOS".
