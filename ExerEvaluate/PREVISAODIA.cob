       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAODIA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: PREVISAO DE DEMANDA DO DIA SEGUINTE PARA O PREPARO DA
      *MASSA - TIRA A MEDIA DO QUE SAIU NO MESMO DIA DA SEMANA NAS
      *ULTIMAS N SEMANAS (PARM-PREV-SEMANAS DO ARQPARM.DAT, 4 SEM O
      *PARAMETRO) POR MASSA/TAMANHO DE PIZZA (PEDIDOS.TXT, MEIO A MEIO
      *CONTA MEIA PARA CADA MASSA) E POR PRODUTO (ADICIONAIS DOS
      *PEDIDOS E ITENS DO VENDAS.TXT). FERIADO DO ARQCALENDARIO.TXT
      *FICA FORA DA MEDIA DO DIA DA SEMANA; QUANDO O DIA PREVISTO E
      *FERIADO A MEDIA E A DOS FERIADOS DO ULTIMO ANO (SEM NENHUM, A
      *DO DIA DA SEMANA). SOMA AS ENCOMENDAS JA AGENDADAS PARA O DIA,
      *EXPLODE A PREVISAO PELA RECEITA (ARQRECEITA.TXT) E COMPARA A
      *NECESSIDADE COM O ARQPROD-ESTOQUE. A FOLHA DE PREPARO (BOLAS DE
      *MASSA POR TAMANHO, PIZZAS, PRODUTOS E INGREDIENTES EM FALTA)
      *SAI NO SPOOL E A PREVISAO FICA NO ARQPREVISAO.DAT PARA O
      *PREVISAOREAL CONFERIR. INGREDIENTE EM FALTA TERMINA COM RC 4.
      *STEP DO BATCHNOTURNO, DEPOIS DO RECEITALOTE.
      *PEDIDOS E VENDAS DO ULTIMO ANO VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRECEITA ASSIGN TO "DADOS/ARQRECEITA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQRECEITA-FS.

           SELECT ARQCALEND ASSIGN TO "DADOS/ARQCALENDARIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQCALEND-FS.

           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQPREVISAO ASSIGN TO "DADOS/ARQPREVISAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPREVISAO-FS
           RECORD KEY IS PRV-CHAVE.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO RECEITAMANUT
       FD ARQRECEITA.
       01 RCT-REGISTRO.
           05 RCT-MASSA      PIC X(15).
           05 RCT-TAMANHO    PIC X(02).
           05 RCT-PRODUTO    PIC 9(04).
           05 RCT-QTD        PIC 9(03).

      *    UM FERIADO POR LINHA - MESMO LAYOUT GRAVADO PELO CALENDARIO
       FD ARQCALEND.
       01 CALEND-REGISTRO.
           05 CALEND-DATA        PIC 9(08).
           05 CALEND-DESCRICAO   PIC X(30).

       FD ARQPROD.
       COPY "#PROD".

       FD ARQPREVISAO.
       COPY "#PREVISAO".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
       COPY "#MOVACESSO".

       01 ARQRECEITA-FS      PIC 9(02) VALUES ZEROS.
       01 ARQCALEND-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPREVISAO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.

      *----------DIA DE NEGOCIO, DIA PREVISTO E DIA DA SEMANA DELE
       01 WRK-DATA-BASE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-ALVO      PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-TESTE     PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-CORRIDOS  PIC 9(07) VALUES ZEROS.
       01 WRK-SEMANAS-CORR   PIC 9(07) VALUES ZEROS.
       01 WRK-DIA-SEMANA     PIC 9(01) VALUES ZEROS.
       01 WRK-DATA-TESTE     PIC 9(08) VALUES ZEROS.
       01 WRK-ALVO-FERIADO   PIC X(01) VALUES "N".
       01 WRK-EH-FERIADO     PIC X(01) VALUES "N".
      *    SEMANAS DE HISTORICO - SEM PARAMETRO, 4 (NO MAXIMO 26)
       01 WRK-SEMANAS        PIC 9(02) VALUES 4.
       01 WRK-SEMANA-IDX     PIC 9(02) VALUES ZEROS.
      *    "S" DIA DA SEMANA / "F" FERIADOS / "M" FERIADO SEM HISTORICO
       01 WRK-BASE           PIC X(01) VALUES "S".

       01 WRK-NOMES-DIAS.
           05 FILLER         PIC X(07) VALUE "SEGUNDA".
           05 FILLER         PIC X(07) VALUE "TERCA".
           05 FILLER         PIC X(07) VALUE "QUARTA".
           05 FILLER         PIC X(07) VALUE "QUINTA".
           05 FILLER         PIC X(07) VALUE "SEXTA".
           05 FILLER         PIC X(07) VALUE "SABADO".
           05 FILLER         PIC X(07) VALUE "DOMINGO".
       01 WRK-TAB-NOMES-DIAS REDEFINES WRK-NOMES-DIAS.
           05 WRK-NOME-DIA   PIC X(07) OCCURS 7 TIMES.

      *----------FERIADOS EM MEMORIA (ARQCALENDARIO.TXT)
       01 WRK-QTD-FERIADOS   PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-FERIADOS.
           05 WRK-FERIADO-DATA PIC 9(08) OCCURS 200 TIMES.
       01 WRK-FER-IDX        PIC 9(03) USAGE COMP VALUE ZERO.

      *----------DIAS DA AMOSTRA - SO CONTA NA MEDIA O DIA QUE TEVE
      *----------MOVIMENTO (LOJA FECHADA NAO PUXA A MEDIA PARA BAIXO)
       01 WRK-QTD-AMOSTRA    PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-AMOSTRA.
           05 WRK-AMO-ITEM OCCURS 60 TIMES.
               10 WRK-AMO-DATA     PIC 9(08).
               10 WRK-AMO-USADO    PIC X(01).
       01 WRK-AMO-IDX        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-AMO-ACHADO     PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-DIAS-AMOSTRA   PIC 9(02) VALUES ZEROS.
       01 WRK-DATA-REGISTRO  PIC 9(08) VALUES ZEROS.

      *----------ACUMULACAO: "H" HISTORICO / "E" ENCOMENDA DO DIA
       01 WRK-ACM-ORIGEM     PIC X(01) VALUES SPACES.
       01 WRK-ACM-MASSA      PIC X(15) VALUES SPACES.
       01 WRK-ACM-TAMANHO    PIC X(02) VALUES SPACES.
       01 WRK-ACM-FRACAO     PIC 9V9 VALUES ZEROS.
       01 WRK-ACM-PRODUTO    PIC 9(04) VALUES ZEROS.
       01 WRK-ACM-QTD        PIC 9(07)V9 VALUES ZEROS.

      *----------PIZZAS POR MASSA/TAMANHO
       01 WRK-QTD-PIZZAS     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-PIZZAS.
           05 WRK-PIZ-ITEM OCCURS 100 TIMES.
               10 WRK-PIZ-MASSA      PIC X(15).
               10 WRK-PIZ-TAMANHO    PIC X(02).
               10 WRK-PIZ-HISTORICO  PIC 9(06)V9.
               10 WRK-PIZ-ENCOMENDA  PIC 9(05)V9.
               10 WRK-PIZ-MEDIA      PIC 9(05)V9.
               10 WRK-PIZ-PREVISTO   PIC 9(05).
       01 WRK-PIZ-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-PIZ-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

      *----------PRODUTOS (ADICIONAIS E BALCAO)
       01 WRK-QTD-ITENS      PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-ITENS.
           05 WRK-ITM-ITEM OCCURS 200 TIMES.
               10 WRK-ITM-PRODUTO    PIC 9(04).
               10 WRK-ITM-HISTORICO  PIC 9(07)V9.
               10 WRK-ITM-ENCOMENDA  PIC 9(05)V9.
               10 WRK-ITM-MEDIA      PIC 9(05)V9.
               10 WRK-ITM-PREVISTO   PIC 9(05).
       01 WRK-ITM-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-ITM-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

      *----------BOLAS DE MASSA POR TAMANHO
       01 WRK-QTD-TAMANHOS   PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-TAMANHOS.
           05 WRK-TAM-ITEM OCCURS 10 TIMES.
               10 WRK-TAM-TAMANHO    PIC X(02).
               10 WRK-TAM-QTD        PIC 9(06)V9.
       01 WRK-TAM-IDX        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAM-ACHADO     PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TOT-BOLAS      PIC 9(06) VALUES ZEROS.

      *----------RECEITAS EM MEMORIA E NECESSIDADE POR INGREDIENTE
       01 WRK-QTD-RECEITAS   PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-RECEITAS.
           05 WRK-RCT-ITEM OCCURS 200 TIMES.
               10 WRK-RCT-MASSA   PIC X(15).
               10 WRK-RCT-TAMANHO PIC X(02).
               10 WRK-RCT-PRODUTO PIC 9(04).
               10 WRK-RCT-QTD     PIC 9(03).
       01 WRK-RCT-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TEM-RECEITA    PIC X(01) VALUES "N".
       01 WRK-QTD-PIZZA      PIC 9(06)V9 VALUES ZEROS.
       01 WRK-QTD-INGRED     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-INGRED.
           05 WRK-ING-ITEM OCCURS 200 TIMES.
               10 WRK-ING-PRODUTO PIC 9(04).
               10 WRK-ING-QTD     PIC 9(07)V9.
       01 WRK-ING-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-ING-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-QTD-NECESSARIA PIC 9(07) VALUES ZEROS.

       01 WRK-TOT-FALTAS     PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-SEM-RECEITA PIC 9(03) VALUES ZEROS.
       01 WRK-PROD-ABERTO    PIC X(01) VALUES "N".
       01 WRK-FIM-DIA        PIC X(01) VALUES "N".

       01 WRK-LINHA-PIZZA.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LPZ-MASSA       PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LPZ-TAMANHO     PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LPZ-MEDIA       PIC ZZZZ9.9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LPZ-ENCOMENDA   PIC ZZZZ9.9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LPZ-PREVISTO    PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LPZ-AVISO       PIC X(12).

       01 WRK-LINHA-ITEM.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LIT-PRODUTO     PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-DESCRICAO   PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-MEDIA       PIC ZZZZ9.9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-ENCOMENDA   PIC ZZZZ9.9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIT-PREVISTO    PIC ZZZZ9.

       01 WRK-LINHA-INGRED.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LIN-PRODUTO     PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-DESCRICAO   PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-NECESSARIO  PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-ESTOQUE     PIC ZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-LIN-FALTA       PIC X(05).

       01 WRK-LINHA-TAMANHO.
           05 FILLER              PIC X(11) VALUE "  TAMANHO ".
           05 WRK-LTM-TAMANHO     PIC X(02).
           05 FILLER              PIC X(03) VALUE ": ".
           05 WRK-LTM-QTD         PIC ZZZZZ9.
           05 FILLER              PIC X(06) VALUE " BOLAS".

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL (FOLHA DE PREPARO)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "FOLHA DE PREPARO".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "PREVISAODIA".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "PREVISAODIA - INICIO".
           MOVE ZERO TO WRK-QTD-PIZZAS WRK-QTD-ITENS WRK-QTD-TAMANHOS
                        WRK-QTD-INGRED.
           MOVE ZEROS TO WRK-TOT-FALTAS WRK-TOT-SEM-RECEITA
                         WRK-TOT-BOLAS.
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-BASE
           ELSE
              ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WRK-DIAS-ALVO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE) + 1.
           COMPUTE WRK-DATA-ALVO =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-ALVO).
           COMPUTE WRK-DIAS-CORRIDOS = WRK-DIAS-ALVO - 1.
           DIVIDE 7 INTO WRK-DIAS-CORRIDOS GIVING WRK-SEMANAS-CORR
                  REMAINDER WRK-DIA-SEMANA.
           IF WRK-DIA-SEMANA EQUAL ZEROS
              MOVE 7 TO WRK-DIA-SEMANA
           END-IF.
           PERFORM LER-PARAMETROS.
           PERFORM CARREGAR-FERIADOS.
           PERFORM MONTAR-AMOSTRA.
           PERFORM LER-PEDIDOS.
           PERFORM LER-VENDAS.
           MOVE ZEROS TO WRK-DIAS-AMOSTRA.
           PERFORM VARYING WRK-AMO-IDX FROM 1 BY 1
                   UNTIL WRK-AMO-IDX GREATER WRK-QTD-AMOSTRA
              IF WRK-AMO-USADO(WRK-AMO-IDX) EQUAL "S"
                 ADD 1 TO WRK-DIAS-AMOSTRA
              END-IF
           END-PERFORM.
           PERFORM CARREGAR-RECEITAS.
           PERFORM CALCULAR-PREVISAO.
           PERFORM GRAVAR-PREVISAO.
           PERFORM IMPRIMIR-FOLHA.
           DISPLAY "PREVISAO PARA " WRK-DATA-ALVO " - DIAS NA MEDIA: "
                   WRK-DIAS-AMOSTRA " - BOLAS DE MASSA: " WRK-TOT-BOLAS.
           IF WRK-TOT-FALTAS GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PREVISAODIA - FIM".
           GOBACK.

       LER-PARAMETROS SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 AND PARM-PREV-SEMANAS IS NUMERIC
                 AND PARM-PREV-SEMANAS GREATER ZEROS
                 MOVE PARM-PREV-SEMANAS TO WRK-SEMANAS
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.
           IF WRK-SEMANAS GREATER 26
              MOVE 26 TO WRK-SEMANAS
           END-IF.

       CARREGAR-FERIADOS SECTION.
           MOVE ZERO TO WRK-QTD-FERIADOS.
           OPEN INPUT ARQCALEND.
           IF ARQCALEND-FS EQUAL ZEROS
              PERFORM UNTIL ARQCALEND-FS NOT EQUAL ZEROS
                 READ ARQCALEND
                 IF ARQCALEND-FS EQUAL ZEROS
                    AND CALEND-DATA IS NUMERIC
                    AND WRK-QTD-FERIADOS LESS 200
                    ADD 1 TO WRK-QTD-FERIADOS
                    MOVE CALEND-DATA
                      TO WRK-FERIADO-DATA(WRK-QTD-FERIADOS)
                 END-IF
              END-PERFORM
              CLOSE ARQCALEND
           END-IF.
           MOVE ZEROS TO ARQCALEND-FS.
           MOVE WRK-DATA-ALVO TO WRK-DATA-TESTE.
           PERFORM TESTAR-FERIADO.
           MOVE WRK-EH-FERIADO TO WRK-ALVO-FERIADO.

       TESTAR-FERIADO SECTION.
           MOVE "N" TO WRK-EH-FERIADO.
           PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                   UNTIL WRK-FER-IDX GREATER WRK-QTD-FERIADOS
                      OR WRK-EH-FERIADO EQUAL "S"
              IF WRK-FERIADO-DATA(WRK-FER-IDX) EQUAL WRK-DATA-TESTE
                 MOVE "S" TO WRK-EH-FERIADO
              END-IF
           END-PERFORM.

      *    DIA PREVISTO FERIADO: A AMOSTRA SAO OS FERIADOS DO ULTIMO
      *    ANO. DIA COMUM (OU FERIADO SEM NENHUM ANTERIOR): O MESMO DIA
      *    DA SEMANA NAS ULTIMAS N SEMANAS, TIRANDO OS FERIADOS
       MONTAR-AMOSTRA SECTION.
           MOVE ZERO TO WRK-QTD-AMOSTRA.
           IF WRK-ALVO-FERIADO EQUAL "S"
              MOVE "F" TO WRK-BASE
              PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                      UNTIL WRK-FER-IDX GREATER WRK-QTD-FERIADOS
                 COMPUTE WRK-DIAS-TESTE = FUNCTION INTEGER-OF-DATE
                         (WRK-FERIADO-DATA(WRK-FER-IDX))
                 IF WRK-DIAS-TESTE LESS WRK-DIAS-ALVO
                    AND WRK-DIAS-TESTE NOT LESS WRK-DIAS-ALVO - 365
                    AND WRK-QTD-AMOSTRA LESS 60
                    ADD 1 TO WRK-QTD-AMOSTRA
                    MOVE WRK-FERIADO-DATA(WRK-FER-IDX)
                      TO WRK-AMO-DATA(WRK-QTD-AMOSTRA)
                    MOVE "N" TO WRK-AMO-USADO(WRK-QTD-AMOSTRA)
                 END-IF
              END-PERFORM
              IF WRK-QTD-AMOSTRA EQUAL ZERO
                 MOVE "M" TO WRK-BASE
              END-IF
           ELSE
              MOVE "S" TO WRK-BASE
           END-IF.
           IF WRK-BASE NOT EQUAL "F"
              PERFORM VARYING WRK-SEMANA-IDX FROM 1 BY 1
                      UNTIL WRK-SEMANA-IDX GREATER WRK-SEMANAS
                 COMPUTE WRK-DIAS-TESTE =
                         WRK-DIAS-ALVO - (7 * WRK-SEMANA-IDX)
                 COMPUTE WRK-DATA-TESTE =
                         FUNCTION DATE-OF-INTEGER(WRK-DIAS-TESTE)
                 PERFORM TESTAR-FERIADO
                 IF WRK-EH-FERIADO EQUAL "N"
                    ADD 1 TO WRK-QTD-AMOSTRA
                    MOVE WRK-DATA-TESTE
                      TO WRK-AMO-DATA(WRK-QTD-AMOSTRA)
                    MOVE "N" TO WRK-AMO-USADO(WRK-QTD-AMOSTRA)
                 END-IF
              END-PERFORM
           END-IF.

       PROCURAR-AMOSTRA SECTION.
           MOVE ZERO TO WRK-AMO-ACHADO.
           PERFORM VARYING WRK-AMO-IDX FROM 1 BY 1
                   UNTIL WRK-AMO-IDX GREATER WRK-QTD-AMOSTRA
                      OR WRK-AMO-ACHADO GREATER ZERO
              IF WRK-AMO-DATA(WRK-AMO-IDX) EQUAL WRK-DATA-REGISTRO
                 MOVE WRK-AMO-IDX TO WRK-AMO-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-AMO-ACHADO GREATER ZERO
              MOVE "S" TO WRK-AMO-USADO(WRK-AMO-ACHADO)
           END-IF.

      *    PEDIDO CANCELADO ("X") NAO CONTA. ENCOMENDA FICA FORA DA
      *    MEDIA (E DEMANDA AGENDADA, NAO DE BALCAO) E SO ENTRA COMO
      *    ENCOMENDA DO PROPRIO DIA PREVISTO
       LER-PEDIDOS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = FUNCTION DATE-OF-INTEGER
                                  (WRK-DIAS-ALVO - 365).
           MOVE WRK-DATA-ALVO TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           ELSE
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    IF PED-SITUACAO NOT EQUAL "X"
                       PERFORM CLASSIFICAR-PEDIDO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

       CLASSIFICAR-PEDIDO SECTION.
           MOVE SPACES TO WRK-ACM-ORIGEM.
           IF PED-ENCOMENDA EQUAL "S"
              IF PED-DATA EQUAL WRK-DATA-ALVO
                 MOVE "E" TO WRK-ACM-ORIGEM
              END-IF
           ELSE
              MOVE PED-DATA TO WRK-DATA-REGISTRO
              PERFORM PROCURAR-AMOSTRA
              IF WRK-AMO-ACHADO GREATER ZERO
                 MOVE "H" TO WRK-ACM-ORIGEM
              END-IF
           END-IF.
           IF WRK-ACM-ORIGEM NOT EQUAL SPACES
              PERFORM ACUMULAR-PEDIDO
           END-IF.

      *    PIZZA PELA LINHA (OU REGISTRO ANTIGO DE UMA PIZZA SO), MEIA
      *    PARA CADA MASSA NA MEIO A MEIO; ADICIONAL PELA QUANTIDADE
       ACUMULAR-PEDIDO SECTION.
           IF PED-TIPO-REG NOT EQUAL "C"
              AND PED-ITEM-TIPO NOT EQUAL "A"
              MOVE PED-TAMANHO TO WRK-ACM-TAMANHO
              IF PED-MASSA-2 EQUAL SPACES
                 MOVE 1         TO WRK-ACM-FRACAO
                 MOVE PED-MASSA TO WRK-ACM-MASSA
                 PERFORM ACUMULAR-PIZZA
              ELSE
                 MOVE 0.5         TO WRK-ACM-FRACAO
                 MOVE PED-MASSA   TO WRK-ACM-MASSA
                 PERFORM ACUMULAR-PIZZA
                 MOVE PED-MASSA-2 TO WRK-ACM-MASSA
                 PERFORM ACUMULAR-PIZZA
              END-IF
           END-IF.
           IF PED-TIPO-REG EQUAL "I"
              AND PED-ITEM-TIPO EQUAL "A"
              MOVE PED-PRODUTO    TO WRK-ACM-PRODUTO
              MOVE PED-QUANTIDADE TO WRK-ACM-QTD
              PERFORM ACUMULAR-ITEM
           END-IF.

       LER-VENDAS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "V"          TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = FUNCTION DATE-OF-INTEGER
                                  (WRK-DIAS-ALVO - 365).
           MOVE WRK-DATA-ALVO TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "SEM VENDAS.TXT (STATUS " MVA-STATUS ")"
           ELSE
              MOVE "H" TO WRK-ACM-ORIGEM
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                    MOVE VEN-DATA TO WRK-DATA-REGISTRO
                    PERFORM PROCURAR-AMOSTRA
                    IF WRK-AMO-ACHADO GREATER ZERO
                       AND VEN-TIPO-REG NOT EQUAL "C"
                       MOVE VEN-PRODUTO    TO WRK-ACM-PRODUTO
                       MOVE VEN-QUANTIDADE TO WRK-ACM-QTD
                       PERFORM ACUMULAR-ITEM
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

       ACUMULAR-PIZZA SECTION.
           MOVE ZERO TO WRK-PIZ-ACHADO.
           PERFORM VARYING WRK-PIZ-IDX FROM 1 BY 1
                   UNTIL WRK-PIZ-IDX GREATER WRK-QTD-PIZZAS
                      OR WRK-PIZ-ACHADO GREATER ZERO
              IF WRK-PIZ-MASSA(WRK-PIZ-IDX) EQUAL WRK-ACM-MASSA
                 AND WRK-PIZ-TAMANHO(WRK-PIZ-IDX) EQUAL WRK-ACM-TAMANHO
                 MOVE WRK-PIZ-IDX TO WRK-PIZ-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-PIZ-ACHADO EQUAL ZERO
              AND WRK-QTD-PIZZAS LESS 100
              ADD 1 TO WRK-QTD-PIZZAS
              MOVE WRK-ACM-MASSA   TO WRK-PIZ-MASSA(WRK-QTD-PIZZAS)
              MOVE WRK-ACM-TAMANHO TO WRK-PIZ-TAMANHO(WRK-QTD-PIZZAS)
              MOVE ZEROS TO WRK-PIZ-HISTORICO(WRK-QTD-PIZZAS)
                            WRK-PIZ-ENCOMENDA(WRK-QTD-PIZZAS)
              MOVE WRK-QTD-PIZZAS TO WRK-PIZ-ACHADO
           END-IF.
           IF WRK-PIZ-ACHADO GREATER ZERO
              IF WRK-ACM-ORIGEM EQUAL "E"
                 ADD WRK-ACM-FRACAO
                  TO WRK-PIZ-ENCOMENDA(WRK-PIZ-ACHADO)
              ELSE
                 ADD WRK-ACM-FRACAO
                  TO WRK-PIZ-HISTORICO(WRK-PIZ-ACHADO)
              END-IF
           END-IF.

       ACUMULAR-ITEM SECTION.
           MOVE ZERO TO WRK-ITM-ACHADO.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX GREATER WRK-QTD-ITENS
                      OR WRK-ITM-ACHADO GREATER ZERO
              IF WRK-ITM-PRODUTO(WRK-ITM-IDX) EQUAL WRK-ACM-PRODUTO
                 MOVE WRK-ITM-IDX TO WRK-ITM-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-ITM-ACHADO EQUAL ZERO
              AND WRK-QTD-ITENS LESS 200
              ADD 1 TO WRK-QTD-ITENS
              MOVE WRK-ACM-PRODUTO TO WRK-ITM-PRODUTO(WRK-QTD-ITENS)
              MOVE ZEROS TO WRK-ITM-HISTORICO(WRK-QTD-ITENS)
                            WRK-ITM-ENCOMENDA(WRK-QTD-ITENS)
              MOVE WRK-QTD-ITENS TO WRK-ITM-ACHADO
           END-IF.
           IF WRK-ITM-ACHADO GREATER ZERO
              IF WRK-ACM-ORIGEM EQUAL "E"
                 ADD WRK-ACM-QTD TO WRK-ITM-ENCOMENDA(WRK-ITM-ACHADO)
              ELSE
                 ADD WRK-ACM-QTD TO WRK-ITM-HISTORICO(WRK-ITM-ACHADO)
              END-IF
           END-IF.

       CARREGAR-RECEITAS SECTION.
           MOVE ZERO TO WRK-QTD-RECEITAS.
           OPEN INPUT ARQRECEITA.
           IF ARQRECEITA-FS EQUAL ZEROS
              PERFORM UNTIL ARQRECEITA-FS NOT EQUAL ZEROS
                 READ ARQRECEITA
                 IF ARQRECEITA-FS EQUAL ZEROS
                    AND WRK-QTD-RECEITAS LESS 200
                    ADD 1 TO WRK-QTD-RECEITAS
                    MOVE RCT-MASSA
                      TO WRK-RCT-MASSA(WRK-QTD-RECEITAS)
                    MOVE RCT-TAMANHO
                      TO WRK-RCT-TAMANHO(WRK-QTD-RECEITAS)
                    MOVE RCT-PRODUTO
                      TO WRK-RCT-PRODUTO(WRK-QTD-RECEITAS)
                    MOVE RCT-QTD
                      TO WRK-RCT-QTD(WRK-QTD-RECEITAS)
                 END-IF
              END-PERFORM
              CLOSE ARQRECEITA
           ELSE
              DISPLAY "SEM ARQRECEITA.TXT (STATUS " ARQRECEITA-FS ")"
           END-IF.

      *    PREVISAO = MEDIA DOS DIAS DA AMOSTRA QUE TIVERAM MOVIMENTO +
      *    ENCOMENDAS DO DIA. A PIZZA EXPLODE PELA RECEITA E SOMA NA
      *    BOLA DE MASSA DO TAMANHO; O PRODUTO E A PROPRIA NECESSIDADE
       CALCULAR-PREVISAO SECTION.
           PERFORM VARYING WRK-PIZ-IDX FROM 1 BY 1
                   UNTIL WRK-PIZ-IDX GREATER WRK-QTD-PIZZAS
              MOVE ZEROS TO WRK-PIZ-MEDIA(WRK-PIZ-IDX)
              IF WRK-DIAS-AMOSTRA GREATER ZEROS
                 COMPUTE WRK-PIZ-MEDIA(WRK-PIZ-IDX) ROUNDED =
                         WRK-PIZ-HISTORICO(WRK-PIZ-IDX)
                       / WRK-DIAS-AMOSTRA
              END-IF
              COMPUTE WRK-QTD-PIZZA = WRK-PIZ-MEDIA(WRK-PIZ-IDX)
                                    + WRK-PIZ-ENCOMENDA(WRK-PIZ-IDX)
              COMPUTE WRK-PIZ-PREVISTO(WRK-PIZ-IDX) ROUNDED =
                      WRK-QTD-PIZZA
              PERFORM SOMAR-BOLAS
              PERFORM EXPLODIR-PIZZA
           END-PERFORM.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX GREATER WRK-QTD-ITENS
              MOVE ZEROS TO WRK-ITM-MEDIA(WRK-ITM-IDX)
              IF WRK-DIAS-AMOSTRA GREATER ZEROS
                 COMPUTE WRK-ITM-MEDIA(WRK-ITM-IDX) ROUNDED =
                         WRK-ITM-HISTORICO(WRK-ITM-IDX)
                       / WRK-DIAS-AMOSTRA
              END-IF
              COMPUTE WRK-ITM-PREVISTO(WRK-ITM-IDX) ROUNDED =
                      WRK-ITM-MEDIA(WRK-ITM-IDX)
                    + WRK-ITM-ENCOMENDA(WRK-ITM-IDX)
              MOVE WRK-ITM-PRODUTO(WRK-ITM-IDX) TO WRK-ACM-PRODUTO
              COMPUTE WRK-ACM-QTD = WRK-ITM-MEDIA(WRK-ITM-IDX)
                                  + WRK-ITM-ENCOMENDA(WRK-ITM-IDX)
              PERFORM ACUMULAR-INGREDIENTE
           END-PERFORM.

       SOMAR-BOLAS SECTION.
           MOVE ZERO TO WRK-TAM-ACHADO.
           PERFORM VARYING WRK-TAM-IDX FROM 1 BY 1
                   UNTIL WRK-TAM-IDX GREATER WRK-QTD-TAMANHOS
                      OR WRK-TAM-ACHADO GREATER ZERO
              IF WRK-TAM-TAMANHO(WRK-TAM-IDX) EQUAL
                 WRK-PIZ-TAMANHO(WRK-PIZ-IDX)
                 MOVE WRK-TAM-IDX TO WRK-TAM-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-TAM-ACHADO EQUAL ZERO
              AND WRK-QTD-TAMANHOS LESS 10
              ADD 1 TO WRK-QTD-TAMANHOS
              MOVE WRK-PIZ-TAMANHO(WRK-PIZ-IDX)
                TO WRK-TAM-TAMANHO(WRK-QTD-TAMANHOS)
              MOVE ZEROS TO WRK-TAM-QTD(WRK-QTD-TAMANHOS)
              MOVE WRK-QTD-TAMANHOS TO WRK-TAM-ACHADO
           END-IF.
           IF WRK-TAM-ACHADO GREATER ZERO
              ADD WRK-QTD-PIZZA TO WRK-TAM-QTD(WRK-TAM-ACHADO)
           END-IF.

       EXPLODIR-PIZZA SECTION.
           MOVE "N" TO WRK-TEM-RECEITA.
           PERFORM VARYING WRK-RCT-IDX FROM 1 BY 1
                   UNTIL WRK-RCT-IDX GREATER WRK-QTD-RECEITAS
              IF WRK-RCT-MASSA(WRK-RCT-IDX) EQUAL
                 WRK-PIZ-MASSA(WRK-PIZ-IDX)
                 AND WRK-RCT-TAMANHO(WRK-RCT-IDX) EQUAL
                     WRK-PIZ-TAMANHO(WRK-PIZ-IDX)
                 MOVE "S" TO WRK-TEM-RECEITA
                 MOVE WRK-RCT-PRODUTO(WRK-RCT-IDX) TO WRK-ACM-PRODUTO
                 COMPUTE WRK-ACM-QTD =
                         WRK-RCT-QTD(WRK-RCT-IDX) * WRK-QTD-PIZZA
                 PERFORM ACUMULAR-INGREDIENTE
              END-IF
           END-PERFORM.
           IF WRK-TEM-RECEITA NOT EQUAL "S"
              AND WRK-QTD-PIZZA GREATER ZEROS
              ADD 1 TO WRK-TOT-SEM-RECEITA
           END-IF.

       ACUMULAR-INGREDIENTE SECTION.
           MOVE ZERO TO WRK-ING-ACHADO.
           PERFORM VARYING WRK-ING-IDX FROM 1 BY 1
                   UNTIL WRK-ING-IDX GREATER WRK-QTD-INGRED
                      OR WRK-ING-ACHADO GREATER ZERO
              IF WRK-ING-PRODUTO(WRK-ING-IDX) EQUAL WRK-ACM-PRODUTO
                 MOVE WRK-ING-IDX TO WRK-ING-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-ING-ACHADO EQUAL ZERO
              AND WRK-QTD-INGRED LESS 200
              ADD 1 TO WRK-QTD-INGRED
              MOVE WRK-ACM-PRODUTO TO WRK-ING-PRODUTO(WRK-QTD-INGRED)
              MOVE ZEROS TO WRK-ING-QTD(WRK-QTD-INGRED)
              MOVE WRK-QTD-INGRED TO WRK-ING-ACHADO
           END-IF.
           IF WRK-ING-ACHADO GREATER ZERO
              ADD WRK-ACM-QTD TO WRK-ING-QTD(WRK-ING-ACHADO)
           END-IF.

      *    A PREVISAO DO DIA E REGRAVADA INTEIRA A CADA EXECUCAO - O
      *    QUE SOBROU DE UMA RODADA ANTERIOR PARA A MESMA DATA SAI
       GRAVAR-PREVISAO SECTION.
           OPEN I-O ARQPREVISAO.
           IF ARQPREVISAO-FS EQUAL 35
              OPEN OUTPUT ARQPREVISAO
              CLOSE ARQPREVISAO
              OPEN I-O ARQPREVISAO
           END-IF.
           IF ARQPREVISAO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQPREVISAO.DAT STATUS "
                      ARQPREVISAO-FS
           ELSE
              MOVE LOW-VALUES    TO PRV-CHAVE
              MOVE WRK-DATA-ALVO TO PRV-DATA
              START ARQPREVISAO KEY IS GREATER OR EQUAL PRV-CHAVE
              MOVE "N" TO WRK-FIM-DIA
              PERFORM UNTIL ARQPREVISAO-FS NOT EQUAL ZEROS
                         OR WRK-FIM-DIA EQUAL "S"
                 READ ARQPREVISAO NEXT RECORD
                 IF ARQPREVISAO-FS EQUAL ZEROS
                    IF PRV-DATA NOT EQUAL WRK-DATA-ALVO
                       MOVE "S" TO WRK-FIM-DIA
                    ELSE
                       DELETE ARQPREVISAO RECORD
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQPREVISAO-FS
              PERFORM VARYING WRK-PIZ-IDX FROM 1 BY 1
                      UNTIL WRK-PIZ-IDX GREATER WRK-QTD-PIZZAS
                 MOVE WRK-DATA-ALVO TO PRV-DATA
                 MOVE "P"           TO PRV-TIPO
                 MOVE WRK-PIZ-MASSA(WRK-PIZ-IDX)     TO PRV-MASSA
                 MOVE WRK-PIZ-TAMANHO(WRK-PIZ-IDX)   TO PRV-TAMANHO
                 MOVE ZEROS                          TO PRV-PRODUTO
                 MOVE WRK-PIZ-MEDIA(WRK-PIZ-IDX)     TO PRV-MEDIA
                 MOVE WRK-PIZ-ENCOMENDA(WRK-PIZ-IDX) TO PRV-ENCOMENDA
                 MOVE WRK-PIZ-PREVISTO(WRK-PIZ-IDX)  TO PRV-PREVISTO
                 PERFORM GRAVAR-REGISTRO-PREVISAO
              END-PERFORM
              PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                      UNTIL WRK-ITM-IDX GREATER WRK-QTD-ITENS
                 MOVE WRK-DATA-ALVO TO PRV-DATA
                 MOVE "A"           TO PRV-TIPO
                 MOVE SPACES        TO PRV-MASSA PRV-TAMANHO
                 MOVE WRK-ITM-PRODUTO(WRK-ITM-IDX)   TO PRV-PRODUTO
                 MOVE WRK-ITM-MEDIA(WRK-ITM-IDX)     TO PRV-MEDIA
                 MOVE WRK-ITM-ENCOMENDA(WRK-ITM-IDX) TO PRV-ENCOMENDA
                 MOVE WRK-ITM-PREVISTO(WRK-ITM-IDX)  TO PRV-PREVISTO
                 PERFORM GRAVAR-REGISTRO-PREVISAO
              END-PERFORM
              CLOSE ARQPREVISAO
           END-IF.

       GRAVAR-REGISTRO-PREVISAO SECTION.
           MOVE WRK-DIAS-AMOSTRA TO PRV-DIAS-AMOSTRA.
           MOVE WRK-BASE         TO PRV-BASE.
           MOVE WRK-DATA-BASE    TO PRV-DATA-GERACAO.
           WRITE PRV-REGISTRO.

      *    FOLHA DE PREPARO DA COZINHA: BOLAS DE MASSA POR TAMANHO
      *    PRIMEIRO (A DECISAO DA MANHA), DEPOIS O DETALHE
       IMPRIMIR-FOLHA SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FOLHA DE PREPARO PARA " DELIMITED BY SIZE
                  WRK-DATA-ALVO            DELIMITED BY SIZE
                  " ("                     DELIMITED BY SIZE
                  WRK-NOME-DIA(WRK-DIA-SEMANA) DELIMITED BY SPACE
                  ")"                      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           IF WRK-ALVO-FERIADO EQUAL "S"
              MOVE "FERIADO" TO WRK-SPL-LINHA(45:7)
           END-IF.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           EVALUATE WRK-BASE
              WHEN "F"
                 STRING "MEDIA DE "              DELIMITED BY SIZE
                        WRK-DIAS-AMOSTRA         DELIMITED BY SIZE
                        " FERIADOS DO ULTIMO ANO" DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
              WHEN "M"
                 STRING "FERIADO SEM HISTORICO - MEDIA DE "
                                                 DELIMITED BY SIZE
                        WRK-DIAS-AMOSTRA         DELIMITED BY SIZE
                        " DIAS DA SEMANA"        DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
              WHEN OTHER
                 STRING "MEDIA DE "              DELIMITED BY SIZE
                        WRK-DIAS-AMOSTRA         DELIMITED BY SIZE
                        " DIAS (ULTIMAS "        DELIMITED BY SIZE
                        WRK-SEMANAS              DELIMITED BY SIZE
                        " SEMANAS, SEM FERIADOS) + ENCOMENDAS"
                                                 DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
           END-EVALUATE.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "BOLAS DE MASSA A PREPARAR" TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           PERFORM VARYING WRK-TAM-IDX FROM 1 BY 1
                   UNTIL WRK-TAM-IDX GREATER WRK-QTD-TAMANHOS
              MOVE WRK-TAM-TAMANHO(WRK-TAM-IDX) TO WRK-LTM-TAMANHO
              COMPUTE WRK-LTM-QTD ROUNDED = WRK-TAM-QTD(WRK-TAM-IDX)
              COMPUTE WRK-TOT-BOLAS ROUNDED =
                      WRK-TOT-BOLAS + WRK-TAM-QTD(WRK-TAM-IDX)
              MOVE WRK-LINHA-TAMANHO TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-PERFORM.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "  TOTAL.....: "  DELIMITED BY SIZE
                  WRK-TOT-BOLAS     DELIMITED BY SIZE
                  " BOLAS"          DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "  MASSA           TM   MEDIA  ENCOM. PREV."
             TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           PERFORM VARYING WRK-PIZ-IDX FROM 1 BY 1
                   UNTIL WRK-PIZ-IDX GREATER WRK-QTD-PIZZAS
              MOVE WRK-PIZ-MASSA(WRK-PIZ-IDX)     TO WRK-LPZ-MASSA
              MOVE WRK-PIZ-TAMANHO(WRK-PIZ-IDX)   TO WRK-LPZ-TAMANHO
              MOVE WRK-PIZ-MEDIA(WRK-PIZ-IDX)     TO WRK-LPZ-MEDIA
              MOVE WRK-PIZ-ENCOMENDA(WRK-PIZ-IDX) TO WRK-LPZ-ENCOMENDA
              MOVE WRK-PIZ-PREVISTO(WRK-PIZ-IDX)  TO WRK-LPZ-PREVISTO
              MOVE SPACES TO WRK-LPZ-AVISO
              PERFORM VERIFICAR-RECEITA
              MOVE WRK-LINHA-PIZZA TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-PERFORM.
           OPEN INPUT ARQPROD.
           IF ARQPROD-FS EQUAL ZEROS
              MOVE "S" TO WRK-PROD-ABERTO
           ELSE
              MOVE "N" TO WRK-PROD-ABERTO
              DISPLAY "SEM ARQPROD.DAT (STATUS " ARQPROD-FS ")"
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "  PROD DESCRICAO             MEDIA  ENCOM. PREV."
             TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX GREATER WRK-QTD-ITENS
              MOVE WRK-ITM-PRODUTO(WRK-ITM-IDX) TO WRK-LIT-PRODUTO
                                                   ARQPROD-CODIGO
              PERFORM LER-DESCRICAO
              MOVE ARQPROD-DESCRICAO TO WRK-LIT-DESCRICAO
              MOVE WRK-ITM-MEDIA(WRK-ITM-IDX)     TO WRK-LIT-MEDIA
              MOVE WRK-ITM-ENCOMENDA(WRK-ITM-IDX) TO WRK-LIT-ENCOMENDA
              MOVE WRK-ITM-PREVISTO(WRK-ITM-IDX)  TO WRK-LIT-PREVISTO
              MOVE WRK-LINHA-ITEM TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-PERFORM.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE "  INGREDIENTES E PRODUTOS   NECESSARIO ESTOQUE"
             TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           PERFORM VARYING WRK-ING-IDX FROM 1 BY 1
                   UNTIL WRK-ING-IDX GREATER WRK-QTD-INGRED
              PERFORM IMPRIMIR-INGREDIENTE
           END-PERFORM.
           IF WRK-PROD-ABERTO EQUAL "S"
              CLOSE ARQPROD
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "EM FALTA: "          DELIMITED BY SIZE
                  WRK-TOT-FALTAS        DELIMITED BY SIZE
                  " - PIZZAS SEM RECEITA: " DELIMITED BY SIZE
                  WRK-TOT-SEM-RECEITA   DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       VERIFICAR-RECEITA SECTION.
           MOVE "N" TO WRK-TEM-RECEITA.
           PERFORM VARYING WRK-RCT-IDX FROM 1 BY 1
                   UNTIL WRK-RCT-IDX GREATER WRK-QTD-RECEITAS
                      OR WRK-TEM-RECEITA EQUAL "S"
              IF WRK-RCT-MASSA(WRK-RCT-IDX) EQUAL
                 WRK-PIZ-MASSA(WRK-PIZ-IDX)
                 AND WRK-RCT-TAMANHO(WRK-RCT-IDX) EQUAL
                     WRK-PIZ-TAMANHO(WRK-PIZ-IDX)
                 MOVE "S" TO WRK-TEM-RECEITA
              END-IF
           END-PERFORM.
           IF WRK-TEM-RECEITA NOT EQUAL "S"
              MOVE "SEM RECEITA" TO WRK-LPZ-AVISO
           END-IF.

       LER-DESCRICAO SECTION.
           MOVE 23 TO ARQPROD-FS.
           IF WRK-PROD-ABERTO EQUAL "S"
              READ ARQPROD
           END-IF.
           IF ARQPROD-FS NOT EQUAL ZEROS
              MOVE "FORA DO MESTRE" TO ARQPROD-DESCRICAO
              MOVE ZEROS TO ARQPROD-ESTOQUE
              MOVE ZEROS TO ARQPROD-FS
           END-IF.

      *    NECESSIDADE DA PREVISAO CONTRA O SALDO DO MESTRE - O QUE
      *    NAO COBRE SAI MARCADO PARA A COMPRA DA MANHA
       IMPRIMIR-INGREDIENTE SECTION.
           COMPUTE WRK-QTD-NECESSARIA ROUNDED =
                   WRK-ING-QTD(WRK-ING-IDX).
           MOVE WRK-ING-PRODUTO(WRK-ING-IDX) TO WRK-LIN-PRODUTO
                                                ARQPROD-CODIGO.
           PERFORM LER-DESCRICAO.
           MOVE ARQPROD-DESCRICAO  TO WRK-LIN-DESCRICAO.
           MOVE WRK-QTD-NECESSARIA TO WRK-LIN-NECESSARIO.
           MOVE ARQPROD-ESTOQUE    TO WRK-LIN-ESTOQUE.
           MOVE SPACES             TO WRK-LIN-FALTA.
           IF WRK-QTD-NECESSARIA GREATER ARQPROD-ESTOQUE
              ADD 1 TO WRK-TOT-FALTAS
              MOVE "FALTA" TO WRK-LIN-FALTA
           END-IF.
           MOVE WRK-LINHA-INGRED TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
