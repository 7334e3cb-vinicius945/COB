       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: DEMONSTRACOES DO MES A PARTIR DO DIARIO - DRE DO MES
      *E ACUMULADA NO ANO E BALANCO PATRIMONIAL NO FIM DO MES, CADA UM
      *COM A COLUNA DO MESMO PERIODO DO ANO ANTERIOR. AS CONTAS DO
      *PLANO (ARQPLANO.TXT) SAO AGRUPADAS PELO GRUPO DA CONTA (PLN-
      *GRUPO; EM BRANCO, PELA FAIXA DO CODIGO): RECEITA BRUTA,
      *DEDUCOES, CUSTO DAS VENDAS, DESPESAS OPERACIONAIS, RESULTADO
      *FINANCEIRO, ATIVO, PASSIVO E PATRIMONIO LIQUIDO. O RESULTADO
      *DO ANO ENTRA NO PATRIMONIO COMO RESULTADO DO EXERCICIO E, VIRADO
      *O ANO, COMO LUCROS/PREJUIZOS ACUMULADOS - SEM LANCAMENTO DE
      *ENCERRAMENTO NO DIARIO. SO RODA PARA MES JA FECHADO PELO
      *MESFECHA (MODULO PERIODO). SAIDAS: SPOOL E CSV
      *(DADOS/DEMONSTRATIVOS.CSV)
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLANCAMENTO ASSIGN TO "DADOS/ARQLANCAMENTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQLANCAMENTO-FS.

           SELECT ARQPLANO ASSIGN TO "DADOS/ARQPLANO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQPLANO-FS.

           SELECT ARQDEMCSV ASSIGN TO "DADOS/DEMONSTRATIVOS.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQDEMCSV-FS.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO CONTABILPOSTA
       FD ARQLANCAMENTO
           RECORDING MODE IS F.
       01 LAN-REGISTRO.
           05 LAN-DATA           PIC 9(08).
           05 LAN-EVENTO         PIC X(12).
           05 LAN-CONTA          PIC 9(04).
           05 LAN-DC             PIC X(01).
           05 LAN-VALOR          PIC 9(11)V99.
           05 LAN-HISTORICO      PIC X(30).

       FD ARQPLANO.
       01 PLN-REGISTRO.
           05 PLN-CONTA          PIC 9(04).
           05 PLN-NOME           PIC X(25).
      *    R RECEITA BRUTA / D DEDUCOES / C CUSTO DAS VENDAS /
      *    O DESPESAS OPERACIONAIS / F RESULTADO FINANCEIRO /
      *    A ATIVO / P PASSIVO / L PATRIMONIO LIQUIDO / T TRANSITORIA
           05 PLN-GRUPO          PIC X(01).

       FD ARQDEMCSV.
       01 ARQDEMCSV-LINHA    PIC X(132).

       WORKING-STORAGE SECTION.
       01 ARQLANCAMENTO-FS   PIC 9(02) VALUES ZEROS.
       01 ARQPLANO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQDEMCSV-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.

      *----------MES PEDIDO E O MESMO MES DO ANO ANTERIOR
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
       01 WRK-ANOMES-INI     PIC 9(06) VALUES ZEROS.
       01 WRK-ANOMES-ANT     PIC 9(06) VALUES ZEROS.
       01 WRK-ANOMES-INI-ANT PIC 9(06) VALUES ZEROS.
       01 WRK-ANOMES-LAN     PIC 9(06) VALUES ZEROS.

       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-PER-SITUACAO  PIC X(01) VALUE SPACE.

      *----------GRUPOS DAS DEMONSTRACOES (1-5 DRE, 6-9 BALANCO)
       01 WRK-GRUPOS.
           05 FILLER PIC X(27) VALUE "RRECEITA BRUTA".
           05 FILLER PIC X(27) VALUE "D(-) DEDUCOES DA RECEITA".
           05 FILLER PIC X(27) VALUE "C(-) CUSTO DAS VENDAS".
           05 FILLER PIC X(27) VALUE "O(-) DESPESAS OPERACIONAIS".
           05 FILLER PIC X(27) VALUE "F(+/-) RESULTADO FINANCEIRO".
           05 FILLER PIC X(27) VALUE "AATIVO".
           05 FILLER PIC X(27) VALUE "PPASSIVO".
           05 FILLER PIC X(27) VALUE "LPATRIMONIO LIQUIDO".
           05 FILLER PIC X(27) VALUE "TCONTAS TRANSITORIAS".
       01 WRK-TAB-GRUPOS REDEFINES WRK-GRUPOS.
           05 WRK-GRP-ITEM OCCURS 9 TIMES.
               10 WRK-GRP-CODIGO    PIC X(01).
               10 WRK-GRP-NOME      PIC X(26).

      *----------COLUNAS (SALDO DEVEDOR POSITIVO): 1 MES, 2 ANO ATE O
      *----------MES, 3 MES ANO ANTERIOR, 4 ANO ANTERIOR ATE O MES,
      *----------5 SALDO NO FIM DO MES, 6 SALDO UM ANO ANTES
       01 WRK-TAB-TOT-GRUPOS.
           05 WRK-TGR-ITEM OCCURS 9 TIMES.
               10 WRK-TGR-VALOR     PIC S9(13)V99 OCCURS 6 TIMES.
       01 WRK-GRP-IDX        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-GRP-ACHADO     PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-COL            PIC 9(02) USAGE COMP VALUE ZERO.

      *----------CONTAS DO PLANO E DO DIARIO
       01 WRK-QTD-CONTAS     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CONTAS.
           05 WRK-CTA-ITEM OCCURS 100 TIMES.
               10 WRK-CTA-CONTA     PIC 9(04).
               10 WRK-CTA-NOME      PIC X(25).
               10 WRK-CTA-GRUPO     PIC X(01).
               10 WRK-CTA-VALOR     PIC S9(13)V99 OCCURS 6 TIMES.
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-CONTA-TESTE    PIC 9(04) VALUES ZEROS.
       01 WRK-GRUPO-TESTE    PIC X(01) VALUES SPACES.
       01 WRK-VALOR-DC       PIC S9(13)V99 VALUES ZEROS.
       01 WRK-LAN-FORA       PIC 9(05) VALUES ZEROS.

      *----------VALORES DA LINHA EM IMPRESSAO (CREDOR POSITIVO NA DRE)
       01 WRK-TAB-VAL.
           05 WRK-VAL        PIC S9(13)V99 OCCURS 4 TIMES.
       01 WRK-TAB-SUBTOTAL.
           05 WRK-SUB        PIC S9(13)V99 OCCURS 4 TIMES.
       01 WRK-DESCRICAO      PIC X(30) VALUES SPACES.
       01 WRK-CSV-CONTA      PIC 9(04) VALUES ZEROS.
       01 WRK-CSV-TIPO       PIC X(03) VALUES SPACES.

      *----------BALANCO: 1 FIM DO MES, 2 UM ANO ANTES
       01 WRK-TAB-BALANCO.
           05 WRK-BAL-ATIVO      PIC S9(13)V99 OCCURS 2 TIMES.
           05 WRK-BAL-PASSIVO    PIC S9(13)V99 OCCURS 2 TIMES.
           05 WRK-BAL-PL         PIC S9(13)V99 OCCURS 2 TIMES.
           05 WRK-BAL-ACUMULADO  PIC S9(13)V99 OCCURS 2 TIMES.
           05 WRK-BAL-EXERCICIO  PIC S9(13)V99 OCCURS 2 TIMES.
       01 WRK-BAL-IDX        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-COL-SALDO      PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-COL-ANO        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-SINAL          PIC S9(01) VALUES ZEROS.

       01 WRK-LINHA-DRE.
           05 WRK-LDR-DESCRICAO   PIC X(26).
           05 WRK-LDR-COLUNA OCCURS 4 TIMES.
               10 FILLER          PIC X(01).
               10 WRK-LDR-VALOR   PIC -ZZZ,ZZZ,ZZ9.99.

       01 WRK-LINHA-BP.
           05 WRK-LBP-DESCRICAO   PIC X(40).
           05 WRK-LBP-COLUNA OCCURS 2 TIMES.
               10 FILLER          PIC X(01).
               10 WRK-LBP-VALOR   PIC -ZZZ,ZZZ,ZZ9.99.

       01 WRK-TAB-CSV-VALOR.
           05 WRK-CSV-VALOR  PIC -9(13).99 OCCURS 4 TIMES.

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "DRE E BALANCO".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "DEMONSTRA".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "DEMONSTRA - DRE E BALANCO PATRIMONIAL".
           DISPLAY "MES (AAAAMM): ".
           ACCEPT WRK-ANOMES.
           IF WRK-ANOMES NOT NUMERIC
              OR WRK-ANOMES(5:2) LESS "01"
              OR WRK-ANOMES(5:2) GREATER "12"
              DISPLAY "MES INVALIDO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    DEMONSTRACAO DE MES AINDA ABERTO MUDARIA DEPOIS DE ENTREGUE
      *    AO BANCO - SO SAI DEPOIS DO MESFECHA
           MOVE WRK-ANOMES TO WRK-PER-DATA(1:6).
           MOVE "01"       TO WRK-PER-DATA(7:2).
           CALL "PERIODO" USING WRK-PERIODO.
           IF WRK-PER-SITUACAO NOT EQUAL "F"
              DISPLAY "MES " WRK-ANOMES " NAO FECHADO PELO MESFECHA"
                      " - DEMONSTRACOES NAO EMITIDAS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WRK-ANOMES-INI = (WRK-ANOMES / 100) * 100 + 1.
           COMPUTE WRK-ANOMES-ANT = WRK-ANOMES - 100.
           COMPUTE WRK-ANOMES-INI-ANT = WRK-ANOMES-INI - 100.
           MOVE ZERO  TO WRK-QTD-CONTAS.
           MOVE ZEROS TO WRK-LAN-FORA.
           INITIALIZE WRK-TAB-TOT-GRUPOS.
           PERFORM CARREGAR-PLANO.
           PERFORM ACUMULAR-LANCAMENTOS.
           PERFORM TOTALIZAR-GRUPOS.
           OPEN OUTPUT ARQDEMCSV.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           PERFORM IMPRIMIR-DRE.
           PERFORM IMPRIMIR-BALANCO.
           IF WRK-LAN-FORA GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "LANCAMENTOS FORA (TABELA DE CONTAS CHEIA): "
                     WRK-LAN-FORA
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ARQDEMCSV.
           DISPLAY "CSV GRAVADO EM DADOS/DEMONSTRATIVOS.CSV".
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           STOP RUN.

      *    O PLANO DA A ORDEM DE IMPRESSAO E O GRUPO DE CADA CONTA
       CARREGAR-PLANO SECTION.
           OPEN INPUT ARQPLANO.
           IF ARQPLANO-FS EQUAL ZEROS
              PERFORM UNTIL ARQPLANO-FS NOT EQUAL ZEROS
                 READ ARQPLANO
                 IF ARQPLANO-FS EQUAL ZEROS
                    AND WRK-QTD-CONTAS LESS 100
                    ADD 1 TO WRK-QTD-CONTAS
                    MOVE PLN-CONTA TO WRK-CTA-CONTA(WRK-QTD-CONTAS)
                                      WRK-CONTA-TESTE
                    MOVE PLN-NOME  TO WRK-CTA-NOME(WRK-QTD-CONTAS)
                    MOVE PLN-GRUPO TO WRK-GRUPO-TESTE
                    PERFORM VALIDAR-GRUPO
                    MOVE WRK-GRUPO-TESTE
                      TO WRK-CTA-GRUPO(WRK-QTD-CONTAS)
                    INITIALIZE WRK-CTA-VALOR(WRK-QTD-CONTAS, 1)
                               WRK-CTA-VALOR(WRK-QTD-CONTAS, 2)
                               WRK-CTA-VALOR(WRK-QTD-CONTAS, 3)
                               WRK-CTA-VALOR(WRK-QTD-CONTAS, 4)
                               WRK-CTA-VALOR(WRK-QTD-CONTAS, 5)
                               WRK-CTA-VALOR(WRK-QTD-CONTAS, 6)
                 END-IF
              END-PERFORM
              CLOSE ARQPLANO
           ELSE
              DISPLAY "SEM ARQPLANO.TXT - CONTAS PELA FAIXA DO CODIGO"
           END-IF.
           MOVE ZEROS TO ARQPLANO-FS.

      *    GRUPO EM BRANCO (PLANO GRAVADO ANTES DA CLASSIFICACAO) OU
      *    INVALIDO: VALE A FAIXA DO CODIGO DA CONTA
       VALIDAR-GRUPO SECTION.
           MOVE ZERO TO WRK-GRP-ACHADO.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX GREATER 9
              IF WRK-GRP-CODIGO(WRK-GRP-IDX) EQUAL WRK-GRUPO-TESTE
                 MOVE WRK-GRP-IDX TO WRK-GRP-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-GRP-ACHADO EQUAL ZERO
              EVALUATE TRUE
                 WHEN WRK-CONTA-TESTE LESS 2000
                    MOVE "A" TO WRK-GRUPO-TESTE
                 WHEN WRK-CONTA-TESTE LESS 3000
                    MOVE "P" TO WRK-GRUPO-TESTE
                 WHEN WRK-CONTA-TESTE LESS 4000
                    MOVE "L" TO WRK-GRUPO-TESTE
                 WHEN WRK-CONTA-TESTE GREATER 4099
                      AND WRK-CONTA-TESTE LESS 4200
                    MOVE "D" TO WRK-GRUPO-TESTE
                 WHEN WRK-CONTA-TESTE LESS 5000
                    MOVE "R" TO WRK-GRUPO-TESTE
                 WHEN WRK-CONTA-TESTE GREATER 5099
                      AND WRK-CONTA-TESTE LESS 5200
                    MOVE "C" TO WRK-GRUPO-TESTE
                 WHEN WRK-CONTA-TESTE LESS 6000
                    MOVE "O" TO WRK-GRUPO-TESTE
                 WHEN WRK-CONTA-TESTE LESS 7000
                    MOVE "F" TO WRK-GRUPO-TESTE
                 WHEN OTHER
                    MOVE "T" TO WRK-GRUPO-TESTE
              END-EVALUATE
           END-IF.

       ACUMULAR-LANCAMENTOS SECTION.
           OPEN INPUT ARQLANCAMENTO.
           IF ARQLANCAMENTO-FS NOT EQUAL ZEROS
              DISPLAY "SEM DIARIO (STATUS " ARQLANCAMENTO-FS ")"
              MOVE ZEROS TO ARQLANCAMENTO-FS
           ELSE
              PERFORM UNTIL ARQLANCAMENTO-FS NOT EQUAL ZEROS
                 READ ARQLANCAMENTO
                    AT END MOVE 10 TO ARQLANCAMENTO-FS
                    NOT AT END
                       MOVE LAN-DATA(1:6) TO WRK-ANOMES-LAN
                       IF WRK-ANOMES-LAN NOT GREATER WRK-ANOMES
                          PERFORM ACUMULAR-CONTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQLANCAMENTO
           END-IF.

       ACUMULAR-CONTA SECTION.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CONTAS
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-CTA-CONTA(WRK-IDX) EQUAL LAN-CONTA
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZERO
              AND WRK-QTD-CONTAS LESS 100
              ADD 1 TO WRK-QTD-CONTAS
              MOVE LAN-CONTA TO WRK-CTA-CONTA(WRK-QTD-CONTAS)
                                WRK-CONTA-TESTE
              MOVE "(SEM NOME NO PLANO)" TO WRK-CTA-NOME(WRK-QTD-CONTAS)
              MOVE SPACES TO WRK-GRUPO-TESTE
              PERFORM VALIDAR-GRUPO
              MOVE WRK-GRUPO-TESTE TO WRK-CTA-GRUPO(WRK-QTD-CONTAS)
              INITIALIZE WRK-CTA-VALOR(WRK-QTD-CONTAS, 1)
                         WRK-CTA-VALOR(WRK-QTD-CONTAS, 2)
                         WRK-CTA-VALOR(WRK-QTD-CONTAS, 3)
                         WRK-CTA-VALOR(WRK-QTD-CONTAS, 4)
                         WRK-CTA-VALOR(WRK-QTD-CONTAS, 5)
                         WRK-CTA-VALOR(WRK-QTD-CONTAS, 6)
              MOVE WRK-QTD-CONTAS TO WRK-IDX-ACHADO
           END-IF.
           IF WRK-IDX-ACHADO EQUAL ZERO
              ADD 1 TO WRK-LAN-FORA
           ELSE
              IF LAN-DC EQUAL "D"
                 MOVE LAN-VALOR TO WRK-VALOR-DC
              ELSE
                 COMPUTE WRK-VALOR-DC = ZERO - LAN-VALOR
              END-IF
              PERFORM DISTRIBUIR-COLUNAS
           END-IF.

       DISTRIBUIR-COLUNAS SECTION.
           IF WRK-ANOMES-LAN EQUAL WRK-ANOMES
              ADD WRK-VALOR-DC TO WRK-CTA-VALOR(WRK-IDX-ACHADO, 1)
           END-IF.
           IF WRK-ANOMES-LAN NOT LESS WRK-ANOMES-INI
              ADD WRK-VALOR-DC TO WRK-CTA-VALOR(WRK-IDX-ACHADO, 2)
           END-IF.
           IF WRK-ANOMES-LAN EQUAL WRK-ANOMES-ANT
              ADD WRK-VALOR-DC TO WRK-CTA-VALOR(WRK-IDX-ACHADO, 3)
           END-IF.
           IF WRK-ANOMES-LAN NOT LESS WRK-ANOMES-INI-ANT
              AND WRK-ANOMES-LAN NOT GREATER WRK-ANOMES-ANT
              ADD WRK-VALOR-DC TO WRK-CTA-VALOR(WRK-IDX-ACHADO, 4)
           END-IF.
           ADD WRK-VALOR-DC TO WRK-CTA-VALOR(WRK-IDX-ACHADO, 5).
           IF WRK-ANOMES-LAN NOT GREATER WRK-ANOMES-ANT
              ADD WRK-VALOR-DC TO WRK-CTA-VALOR(WRK-IDX-ACHADO, 6)
           END-IF.

       TOTALIZAR-GRUPOS SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CONTAS
              MOVE WRK-CTA-GRUPO(WRK-IDX) TO WRK-GRUPO-TESTE
              PERFORM ACHAR-GRUPO
              PERFORM VARYING WRK-COL FROM 1 BY 1
                      UNTIL WRK-COL GREATER 6
                 ADD WRK-CTA-VALOR(WRK-IDX, WRK-COL)
                  TO WRK-TGR-VALOR(WRK-GRP-ACHADO, WRK-COL)
              END-PERFORM
           END-PERFORM.

       ACHAR-GRUPO SECTION.
           MOVE 9 TO WRK-GRP-ACHADO.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX GREATER 9
              IF WRK-GRP-CODIGO(WRK-GRP-IDX) EQUAL WRK-GRUPO-TESTE
                 MOVE WRK-GRP-IDX TO WRK-GRP-ACHADO
              END-IF
           END-PERFORM.

      *    DRE EM SINAL DE RESULTADO (CREDOR POSITIVO): RECEITA SOMA,
      *    DEDUCAO, CUSTO E DESPESA SAEM NEGATIVOS
       IMPRIMIR-DRE SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "DEMONSTRACAO DO RESULTADO - MES " DELIMITED BY SIZE
                  WRK-ANOMES                         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "                                     MES"
                  "    ACUMULADO ANO     MES ANO ANT."
                  "     ACUM. ANO ANT."
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO ARQDEMCSV-LINHA.
           STRING "DEMONSTRACAO,CONTA,DESCRICAO,MES,ACUMULADO ANO,"
                  "MES ANO ANTERIOR,ACUMULADO ANO ANTERIOR"
                  DELIMITED BY SIZE
             INTO ARQDEMCSV-LINHA
           END-STRING.
           WRITE ARQDEMCSV-LINHA.
           MOVE "DRE" TO WRK-CSV-TIPO.
           INITIALIZE WRK-TAB-SUBTOTAL.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX GREATER 5
              PERFORM IMPRIMIR-GRUPO-DRE
              EVALUATE WRK-GRP-IDX
                 WHEN 2
                    MOVE "= RECEITA LIQUIDA" TO WRK-DESCRICAO
                    PERFORM IMPRIMIR-SUBTOTAL
                 WHEN 3
                    MOVE "= LUCRO BRUTO" TO WRK-DESCRICAO
                    PERFORM IMPRIMIR-SUBTOTAL
                 WHEN 4
                    MOVE "= RESULTADO OPERACIONAL" TO WRK-DESCRICAO
                    PERFORM IMPRIMIR-SUBTOTAL
                 WHEN 5
                    MOVE "= RESULTADO LIQUIDO" TO WRK-DESCRICAO
                    PERFORM IMPRIMIR-SUBTOTAL
              END-EVALUATE
           END-PERFORM.

       IMPRIMIR-GRUPO-DRE SECTION.
           PERFORM VARYING WRK-COL FROM 1 BY 1
                   UNTIL WRK-COL GREATER 4
              COMPUTE WRK-VAL(WRK-COL) =
                      ZERO - WRK-TGR-VALOR(WRK-GRP-IDX, WRK-COL)
              ADD WRK-VAL(WRK-COL) TO WRK-SUB(WRK-COL)
           END-PERFORM.
           MOVE WRK-GRP-NOME(WRK-GRP-IDX) TO WRK-DESCRICAO.
           MOVE ZEROS TO WRK-CSV-CONTA.
           PERFORM GRAVAR-LINHA-DRE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CONTAS
              IF WRK-CTA-GRUPO(WRK-IDX) EQUAL
                 WRK-GRP-CODIGO(WRK-GRP-IDX)
                 PERFORM VARYING WRK-COL FROM 1 BY 1
                         UNTIL WRK-COL GREATER 4
                    COMPUTE WRK-VAL(WRK-COL) =
                            ZERO - WRK-CTA-VALOR(WRK-IDX, WRK-COL)
                 END-PERFORM
                 MOVE WRK-CTA-NOME(WRK-IDX) TO WRK-DESCRICAO
                 MOVE WRK-CTA-CONTA(WRK-IDX) TO WRK-CSV-CONTA
                 PERFORM GRAVAR-LINHA-DRE
              END-IF
           END-PERFORM.

       IMPRIMIR-SUBTOTAL SECTION.
           PERFORM VARYING WRK-COL FROM 1 BY 1
                   UNTIL WRK-COL GREATER 4
              MOVE WRK-SUB(WRK-COL) TO WRK-VAL(WRK-COL)
           END-PERFORM.
           MOVE ZEROS TO WRK-CSV-CONTA.
           PERFORM GRAVAR-LINHA-DRE.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-LINHA-DRE SECTION.
           MOVE SPACES TO WRK-LINHA-DRE.
      *    LINHA DE CONTA SAI RECUADA SOB O GRUPO
           IF WRK-CSV-CONTA GREATER ZEROS
              MOVE WRK-DESCRICAO TO WRK-LDR-DESCRICAO(3:24)
           ELSE
              MOVE WRK-DESCRICAO TO WRK-LDR-DESCRICAO
           END-IF.
           PERFORM VARYING WRK-COL FROM 1 BY 1
                   UNTIL WRK-COL GREATER 4
              MOVE WRK-VAL(WRK-COL) TO WRK-LDR-VALOR(WRK-COL)
                                       WRK-CSV-VALOR(WRK-COL)
           END-PERFORM.
           MOVE WRK-LINHA-DRE TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO ARQDEMCSV-LINHA.
           STRING WRK-CSV-TIPO       DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WRK-CSV-CONTA      DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WRK-DESCRICAO      DELIMITED BY "  "
                  ","                DELIMITED BY SIZE
                  WRK-CSV-VALOR(1)   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WRK-CSV-VALOR(2)   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WRK-CSV-VALOR(3)   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WRK-CSV-VALOR(4)   DELIMITED BY SIZE
             INTO ARQDEMCSV-LINHA
           END-STRING.
           WRITE ARQDEMCSV-LINHA.

      *    BALANCO NO FIM DO MES E UM ANO ANTES. O RESULTADO DAS CONTAS
      *    DE DRE DO ANO CORRENTE E O RESULTADO DO EXERCICIO; O DOS ANOS
      *    JA ENCERRADOS VAI PARA LUCROS/PREJUIZOS ACUMULADOS
       IMPRIMIR-BALANCO SECTION.
           INITIALIZE WRK-TAB-BALANCO.
           PERFORM VARYING WRK-BAL-IDX FROM 1 BY 1
                   UNTIL WRK-BAL-IDX GREATER 2
              IF WRK-BAL-IDX EQUAL 1
                 MOVE 5 TO WRK-COL-SALDO
                 MOVE 2 TO WRK-COL-ANO
              ELSE
                 MOVE 6 TO WRK-COL-SALDO
                 MOVE 4 TO WRK-COL-ANO
              END-IF
              COMPUTE WRK-BAL-ATIVO(WRK-BAL-IDX) =
                      WRK-TGR-VALOR(6, WRK-COL-SALDO)
                    + WRK-TGR-VALOR(9, WRK-COL-SALDO)
              COMPUTE WRK-BAL-PASSIVO(WRK-BAL-IDX) =
                      ZERO - WRK-TGR-VALOR(7, WRK-COL-SALDO)
              COMPUTE WRK-BAL-PL(WRK-BAL-IDX) =
                      ZERO - WRK-TGR-VALOR(8, WRK-COL-SALDO)
              PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                      UNTIL WRK-GRP-IDX GREATER 5
                 COMPUTE WRK-BAL-EXERCICIO(WRK-BAL-IDX) =
                         WRK-BAL-EXERCICIO(WRK-BAL-IDX)
                       - WRK-TGR-VALOR(WRK-GRP-IDX, WRK-COL-ANO)
                 COMPUTE WRK-BAL-ACUMULADO(WRK-BAL-IDX) =
                         WRK-BAL-ACUMULADO(WRK-BAL-IDX)
                       - WRK-TGR-VALOR(WRK-GRP-IDX, WRK-COL-SALDO)
                       + WRK-TGR-VALOR(WRK-GRP-IDX, WRK-COL-ANO)
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "BALANCO PATRIMONIAL EM " DELIMITED BY SIZE
                  WRK-ANOMES                DELIMITED BY SIZE
                  " (FIM DO MES)"           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "                                         "
                  "     FIM DO MES   UM ANO ANTES"
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO ARQDEMCSV-LINHA.
           WRITE ARQDEMCSV-LINHA.
           MOVE "DEMONSTRACAO,CONTA,DESCRICAO,SALDO,SALDO UM ANO ANTES"
             TO ARQDEMCSV-LINHA.
           WRITE ARQDEMCSV-LINHA.
           MOVE "BP" TO WRK-CSV-TIPO.

           MOVE WRK-BAL-ATIVO(1) TO WRK-VAL(1).
           MOVE WRK-BAL-ATIVO(2) TO WRK-VAL(2).
           MOVE "ATIVO" TO WRK-DESCRICAO.
           MOVE ZEROS TO WRK-CSV-CONTA.
           PERFORM GRAVAR-LINHA-BP.
           MOVE 1 TO WRK-SINAL.
           MOVE 6 TO WRK-GRP-IDX.
           PERFORM IMPRIMIR-CONTAS-BP.
           MOVE 9 TO WRK-GRP-IDX.
           PERFORM IMPRIMIR-CONTAS-BP.

           MOVE WRK-BAL-PASSIVO(1) TO WRK-VAL(1).
           MOVE WRK-BAL-PASSIVO(2) TO WRK-VAL(2).
           MOVE "PASSIVO" TO WRK-DESCRICAO.
           MOVE ZEROS TO WRK-CSV-CONTA.
           PERFORM GRAVAR-LINHA-BP.
           MOVE -1 TO WRK-SINAL.
           MOVE 7 TO WRK-GRP-IDX.
           PERFORM IMPRIMIR-CONTAS-BP.

           COMPUTE WRK-VAL(1) = WRK-BAL-PL(1) + WRK-BAL-ACUMULADO(1)
                              + WRK-BAL-EXERCICIO(1).
           COMPUTE WRK-VAL(2) = WRK-BAL-PL(2) + WRK-BAL-ACUMULADO(2)
                              + WRK-BAL-EXERCICIO(2).
           MOVE "PATRIMONIO LIQUIDO" TO WRK-DESCRICAO.
           MOVE ZEROS TO WRK-CSV-CONTA.
           PERFORM GRAVAR-LINHA-BP.
           MOVE 8 TO WRK-GRP-IDX.
           PERFORM IMPRIMIR-CONTAS-BP.
           MOVE WRK-BAL-ACUMULADO(1) TO WRK-VAL(1).
           MOVE WRK-BAL-ACUMULADO(2) TO WRK-VAL(2).
           MOVE "LUCROS/PREJUIZOS ACUMULADOS" TO WRK-DESCRICAO.
           PERFORM GRAVAR-LINHA-BP.
           MOVE WRK-BAL-EXERCICIO(1) TO WRK-VAL(1).
           MOVE WRK-BAL-EXERCICIO(2) TO WRK-VAL(2).
           MOVE "RESULTADO DO EXERCICIO" TO WRK-DESCRICAO.
           PERFORM GRAVAR-LINHA-BP.

           COMPUTE WRK-VAL(1) = WRK-BAL-PASSIVO(1) + WRK-BAL-PL(1)
                   + WRK-BAL-ACUMULADO(1) + WRK-BAL-EXERCICIO(1).
           COMPUTE WRK-VAL(2) = WRK-BAL-PASSIVO(2) + WRK-BAL-PL(2)
                   + WRK-BAL-ACUMULADO(2) + WRK-BAL-EXERCICIO(2).
           MOVE "TOTAL PASSIVO + PATRIMONIO" TO WRK-DESCRICAO.
           PERFORM GRAVAR-LINHA-BP.
           IF WRK-VAL(1) NOT EQUAL WRK-BAL-ATIVO(1)
              OR WRK-VAL(2) NOT EQUAL WRK-BAL-ATIVO(2)
              MOVE "ATENCAO: ATIVO DIFERENTE DE PASSIVO + PATRIMONIO"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WRK-TGR-VALOR(9, 5) NOT EQUAL ZEROS
              MOVE "ATENCAO: SALDO EM CONTA TRANSITORIA (SEM MAPA)"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
              IF RETURN-CODE LESS 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       IMPRIMIR-CONTAS-BP SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CONTAS
              IF WRK-CTA-GRUPO(WRK-IDX) EQUAL
                 WRK-GRP-CODIGO(WRK-GRP-IDX)
                 COMPUTE WRK-VAL(1) =
                         WRK-SINAL * WRK-CTA-VALOR(WRK-IDX, 5)
                 COMPUTE WRK-VAL(2) =
                         WRK-SINAL * WRK-CTA-VALOR(WRK-IDX, 6)
                 MOVE WRK-CTA-NOME(WRK-IDX) TO WRK-DESCRICAO
                 MOVE WRK-CTA-CONTA(WRK-IDX) TO WRK-CSV-CONTA
                 PERFORM GRAVAR-LINHA-BP
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-CSV-CONTA.

       GRAVAR-LINHA-BP SECTION.
           MOVE SPACES TO WRK-LINHA-BP.
           IF WRK-CSV-CONTA GREATER ZEROS
              MOVE WRK-DESCRICAO TO WRK-LBP-DESCRICAO(3:38)
           ELSE
              MOVE WRK-DESCRICAO TO WRK-LBP-DESCRICAO
           END-IF.
           MOVE WRK-VAL(1) TO WRK-LBP-VALOR(1) WRK-CSV-VALOR(1).
           MOVE WRK-VAL(2) TO WRK-LBP-VALOR(2) WRK-CSV-VALOR(2).
           MOVE WRK-LINHA-BP TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO ARQDEMCSV-LINHA.
           STRING WRK-CSV-TIPO       DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WRK-CSV-CONTA      DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WRK-DESCRICAO      DELIMITED BY "  "
                  ","                DELIMITED BY SIZE
                  WRK-CSV-VALOR(1)   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WRK-CSV-VALOR(2)   DELIMITED BY SIZE
             INTO ARQDEMCSV-LINHA
           END-STRING.
           WRITE ARQDEMCSV-LINHA.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
