       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTOSMOV.
      *---------------------------------------------------------------
      * Movimenta o extrato de pontos de fidelidade (ARQPONTOS.DAT)
      * para o VENDAENTRADA, o PROGCOBPEDIDO, o DEVOLUCAO e o
      * PEDCANCELA. Taxas, valor do ponto e validade vem do
      * ARQPARM.DAT; o nivel do cliente, do tempo de cadastro no
      * ARQCRM (mesmo corte de 2 anos do RELAT/PROGCOBPEDIDO).
      * LNK-PTS-ACAO:
      *   "S" devolve o saldo do cliente e o valor de um ponto
      *   "G" credita os pontos ganhos sobre LNK-PTS-VALOR (o que o
      *       cliente pagou sem ser em pontos); LNK-PTS-VALOR-DOC e o
      *       total do documento, base do estorno proporcional
      *   "R" debita os pontos equivalentes a LNK-PTS-VALOR (forma
      *       de pagamento "PTS"), se o saldo cobre
      *   "E" estorna o ganho de um documento - LNK-PTS-VALOR zero
      *       estorna tudo e devolve ao cliente o que ele resgatou
      *       no documento (cancelamento); com valor, estorna so a
      *       proporcao dele no documento (devolucao de uma linha)
      * LNK-PTS-RESULTADO = "S" quando deu certo; senao a mensagem
      * explica o motivo. O saldo volta sempre em LNK-PTS-SALDO
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQPONTOS ASSIGN TO "DADOS/ARQPONTOS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPONTOS-FS.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

           SELECT ARQCRM  ASSIGN TO "DADOS/ARQCRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-NOME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
               WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPONTOS
           RECORDING MODE IS F.
       COPY "#CRM-PONTOS".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       FD ARQCRM.
       COPY "#CRM".

       WORKING-STORAGE    SECTION.
       01 ARQPONTOS-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.

      *----------PARAMETROS DO PROGRAMA (ARQPARM.DAT)
       01 WRK-TAXA-NOVO      PIC 9(02)V99 VALUES ZEROS.
       01 WRK-TAXA-FIEL      PIC 9(02)V99 VALUES ZEROS.
       01 WRK-VALOR-PONTO    PIC 9(01)V99 VALUES ZEROS.
       01 WRK-MESES-VALIDADE PIC 9(02) VALUES ZEROS.

       01 WRK-TAXA           PIC 9(02)V99 VALUES ZEROS.
       01 WRK-PONTOS         PIC 9(07) VALUES ZEROS.
       01 WRK-SALDO          PIC S9(07) VALUES ZEROS.
       01 WRK-CONSUMIR       PIC 9(07) VALUES ZEROS.
       01 WRK-PARTE          PIC 9(07) VALUES ZEROS.
       01 WRK-ESTORNAR       PIC 9(07) VALUES ZEROS.
       01 WRK-TOT-ESTORNO    PIC 9(07) VALUES ZEROS.
       01 WRK-TOT-DEVOLVER   PIC 9(07) VALUES ZEROS.
       01 WRK-VALOR-DEVOLVER PIC 9(07)V99 VALUES ZEROS.
       01 WRK-TIPO-GRAVAR    PIC X(01) VALUES SPACES.
       01 WRK-VALOR-GRAVAR   PIC 9(07)V99 VALUES ZEROS.

      *----------NIVEL DO CLIENTE PELO TEMPO DE CADASTRO
       01 WRK-ANO-ATUAL      PIC 9(04) VALUES ZEROS.
       01 WRK-ANO-CADASTRO   PIC 9(04) VALUES ZEROS.
       01 WRK-TEMPO-CADASTRO PIC 9(04) VALUES ZEROS.

      *----------VENCIMENTO = DATA DO MOVIMENTO + MESES DE VALIDADE
       01 WRK-MESES-TOTAL    PIC 9(06) VALUES ZEROS.
       01 WRK-DATA-VALIDADE.
           05 WRK-VAL-ANO    PIC 9(04).
           05 WRK-VAL-MES    PIC 9(02).
           05 WRK-VAL-DIA    PIC 9(02).

       LINKAGE            SECTION.
       01 LNK-PONTOS.
           05 LNK-PTS-ACAO            PIC X(01).
           05 LNK-PTS-CLIENTE-ID      PIC 9(06).
           05 LNK-PTS-DATA            PIC 9(08).
           05 LNK-PTS-VALOR           PIC 9(06)V99.
           05 LNK-PTS-VALOR-DOC       PIC 9(06)V99.
           05 LNK-PTS-ORIGEM          PIC X(01).
           05 LNK-PTS-DOCUMENTO       PIC 9(06).
           05 LNK-PTS-OPERADOR        PIC X(10).
           05 LNK-PTS-PONTOS          PIC 9(07).
           05 LNK-PTS-DEVOLVIDOS      PIC 9(07).
           05 LNK-PTS-SALDO           PIC S9(07).
           05 LNK-PTS-VALOR-PONTO     PIC 9(01)V99.
           05 LNK-PTS-RESULTADO       PIC X(01).
           05 LNK-PTS-MENSAGEM        PIC X(40).

       PROCEDURE DIVISION USING LNK-PONTOS.
           MOVE "N"    TO LNK-PTS-RESULTADO.
           MOVE SPACES TO LNK-PTS-MENSAGEM.
           MOVE ZEROS  TO LNK-PTS-PONTOS LNK-PTS-DEVOLVIDOS
                          LNK-PTS-SALDO.
           PERFORM CARREGAR-PARAMETROS.
           MOVE WRK-VALOR-PONTO TO LNK-PTS-VALOR-PONTO.
           EVALUATE LNK-PTS-ACAO
              WHEN "S"
                 MOVE "S" TO LNK-PTS-RESULTADO
              WHEN "G"
                 PERFORM CREDITAR-GANHO
              WHEN "R"
                 PERFORM DEBITAR-RESGATE
              WHEN "E"
                 PERFORM ESTORNAR-DOCUMENTO
              WHEN OTHER
                 MOVE "ACAO INVALIDA" TO LNK-PTS-MENSAGEM
           END-EVALUATE.
           IF LNK-PTS-CLIENTE-ID GREATER ZEROS
              PERFORM APURAR-SALDO
              MOVE WRK-SALDO TO LNK-PTS-SALDO
           END-IF.
           GOBACK.

      *    SEM ARQPARM.DAT (OU GRAVADO ANTES DOS CAMPOS DE PONTOS) O
      *    PROGRAMA FICA PARADO: NAO GANHA, NAO RESGATA, NAO VENCE
       CARREGAR-PARAMETROS SECTION.
           MOVE ZEROS TO WRK-TAXA-NOVO WRK-TAXA-FIEL WRK-VALOR-PONTO
                         WRK-MESES-VALIDADE.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 AND PARM-PTS-TAXA-NOVO IS NUMERIC
                 AND PARM-PTS-TAXA-FIEL IS NUMERIC
                 AND PARM-PTS-VALOR-PONTO IS NUMERIC
                 AND PARM-PTS-MESES-VALIDADE IS NUMERIC
                 MOVE PARM-PTS-TAXA-NOVO      TO WRK-TAXA-NOVO
                 MOVE PARM-PTS-TAXA-FIEL      TO WRK-TAXA-FIEL
                 MOVE PARM-PTS-VALOR-PONTO    TO WRK-VALOR-PONTO
                 MOVE PARM-PTS-MESES-VALIDADE TO WRK-MESES-VALIDADE
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

      *    G E D SOMAM; R, E E X SUBTRAEM - O SALDO PODE FICAR
      *    NEGATIVO QUANDO O GANHO ESTORNADO JA TINHA SIDO GASTO
       APURAR-SALDO SECTION.
           MOVE ZEROS TO WRK-SALDO.
           OPEN INPUT ARQPONTOS.
           IF ARQPONTOS-FS EQUAL ZEROS
              PERFORM UNTIL ARQPONTOS-FS NOT EQUAL ZEROS
                 READ ARQPONTOS
                 IF ARQPONTOS-FS EQUAL ZEROS
                    AND PTS-CLIENTE-ID EQUAL LNK-PTS-CLIENTE-ID
                    EVALUATE PTS-TIPO
                       WHEN "G"
                       WHEN "D"
                          ADD PTS-PONTOS TO WRK-SALDO
                       WHEN "R"
                       WHEN "E"
                       WHEN "X"
                          SUBTRACT PTS-PONTOS FROM WRK-SALDO
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE ARQPONTOS
           END-IF.
           MOVE ZEROS TO ARQPONTOS-FS.

      *    "Cliente novo" ATE 1 ANO DE CADASTRO, "Cliente fidelizado"
      *    DAI EM DIANTE - CADA NIVEL COM A SUA TAXA DE PONTOS
       APURAR-TAXA SECTION.
           MOVE WRK-TAXA-NOVO TO WRK-TAXA.
           OPEN INPUT ARQCRM.
           IF ARQCRM-FS EQUAL ZEROS
              MOVE LNK-PTS-CLIENTE-ID TO ARQCRM-ID
              READ ARQCRM
              IF ARQCRM-FS EQUAL ZEROS
                 AND ARQCRM-DATA-CADASTRO GREATER ZEROS
                 MOVE LNK-PTS-DATA(1:4)         TO WRK-ANO-ATUAL
                 MOVE ARQCRM-DATA-CADASTRO(1:4) TO WRK-ANO-CADASTRO
                 IF WRK-ANO-ATUAL GREATER WRK-ANO-CADASTRO
                    COMPUTE WRK-TEMPO-CADASTRO =
                            WRK-ANO-ATUAL - WRK-ANO-CADASTRO
                    IF WRK-TEMPO-CADASTRO GREATER 1
                       MOVE WRK-TAXA-FIEL TO WRK-TAXA
                    END-IF
                 END-IF
              END-IF
              CLOSE ARQCRM
           END-IF.
           MOVE ZEROS TO ARQCRM-FS.

       CREDITAR-GANHO SECTION.
           IF LNK-PTS-CLIENTE-ID EQUAL ZEROS
              MOVE "DOCUMENTO SEM CLIENTE IDENTIFICADO"
                TO LNK-PTS-MENSAGEM
           ELSE
              PERFORM APURAR-TAXA
              COMPUTE WRK-PONTOS = LNK-PTS-VALOR * WRK-TAXA
              IF WRK-PONTOS EQUAL ZEROS
                 MOVE "VALOR NAO GERA PONTOS" TO LNK-PTS-MENSAGEM
              ELSE
                 MOVE "G" TO WRK-TIPO-GRAVAR
                 MOVE LNK-PTS-VALOR-DOC TO WRK-VALOR-GRAVAR
                 PERFORM GRAVAR-MOVIMENTO
                 MOVE WRK-PONTOS TO LNK-PTS-PONTOS
                 MOVE "S" TO LNK-PTS-RESULTADO
              END-IF
           END-IF.

      *    O VALOR PAGO EM PONTOS VIRA PONTOS ARREDONDANDO PARA CIMA
      *    (O CLIENTE NUNCA PAGA MENOS QUE O VALOR ABATIDO)
       DEBITAR-RESGATE SECTION.
           EVALUATE TRUE
              WHEN WRK-VALOR-PONTO EQUAL ZEROS
                 MOVE "RESGATE DE PONTOS DESLIGADO NO SETUP"
                   TO LNK-PTS-MENSAGEM
              WHEN LNK-PTS-CLIENTE-ID EQUAL ZEROS
                 MOVE "RESGATE EXIGE CLIENTE IDENTIFICADO"
                   TO LNK-PTS-MENSAGEM
              WHEN OTHER
                 COMPUTE WRK-PONTOS = LNK-PTS-VALOR / WRK-VALOR-PONTO
                 IF WRK-PONTOS * WRK-VALOR-PONTO LESS LNK-PTS-VALOR
                    ADD 1 TO WRK-PONTOS
                 END-IF
                 PERFORM APURAR-SALDO
                 IF WRK-SALDO LESS WRK-PONTOS
                    MOVE "SALDO DE PONTOS INSUFICIENTE"
                      TO LNK-PTS-MENSAGEM
                 ELSE
                    MOVE "R" TO WRK-TIPO-GRAVAR
                    MOVE LNK-PTS-VALOR TO WRK-VALOR-GRAVAR
                    PERFORM GRAVAR-MOVIMENTO
                    MOVE WRK-PONTOS TO WRK-CONSUMIR
                    PERFORM CONSUMIR-A-VENCER
                    MOVE WRK-PONTOS TO LNK-PTS-PONTOS
                    MOVE "S" TO LNK-PTS-RESULTADO
                 END-IF
           END-EVALUATE.

      *    MOVIMENTO NOVO NO FIM DO EXTRATO - G E D NASCEM COM TODOS
      *    OS PONTOS A VENCER E A DATA DE VENCIMENTO DO SETUP
       GRAVAR-MOVIMENTO SECTION.
           OPEN EXTEND ARQPONTOS.
           IF ARQPONTOS-FS EQUAL 05
              OPEN OUTPUT ARQPONTOS
           END-IF.
           INITIALIZE PTS-REGISTRO.
           MOVE LNK-PTS-CLIENTE-ID TO PTS-CLIENTE-ID.
           MOVE LNK-PTS-DATA       TO PTS-DATA.
           ACCEPT PTS-HORA FROM TIME.
           MOVE WRK-TIPO-GRAVAR    TO PTS-TIPO.
           MOVE WRK-PONTOS         TO PTS-PONTOS.
           MOVE WRK-VALOR-GRAVAR   TO PTS-VALOR.
           MOVE LNK-PTS-ORIGEM     TO PTS-ORIGEM.
           MOVE LNK-PTS-DOCUMENTO  TO PTS-DOCUMENTO.
           IF WRK-TIPO-GRAVAR EQUAL "G" OR WRK-TIPO-GRAVAR EQUAL "D"
              MOVE WRK-PONTOS TO PTS-A-VENCER
              PERFORM CALCULAR-VALIDADE
           END-IF.
           MOVE LNK-PTS-OPERADOR   TO PTS-OPERADOR.
           WRITE PTS-REGISTRO.
           CLOSE ARQPONTOS.
           MOVE ZEROS TO ARQPONTOS-FS.

      *    SOMA OS MESES NO ANO/MES E SEGURA O DIA NO FIM DO MES
      *    (31/01 + 1 MES VENCE EM 28/02)
       CALCULAR-VALIDADE SECTION.
           IF WRK-MESES-VALIDADE EQUAL ZEROS
              MOVE ZEROS TO PTS-VALIDADE
           ELSE
              MOVE LNK-PTS-DATA TO WRK-DATA-VALIDADE
              COMPUTE WRK-MESES-TOTAL = WRK-VAL-ANO * 12
                      + WRK-VAL-MES - 1 + WRK-MESES-VALIDADE
              DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-VAL-ANO
                     REMAINDER WRK-VAL-MES
              ADD 1 TO WRK-VAL-MES
              EVALUATE TRUE
                 WHEN WRK-VAL-MES EQUAL 2 AND WRK-VAL-DIA GREATER 28
                    MOVE 28 TO WRK-VAL-DIA
                 WHEN WRK-VAL-DIA GREATER 30
                  AND (WRK-VAL-MES EQUAL 4 OR WRK-VAL-MES EQUAL 6
                    OR WRK-VAL-MES EQUAL 9 OR WRK-VAL-MES EQUAL 11)
                    MOVE 30 TO WRK-VAL-DIA
              END-EVALUATE
              MOVE WRK-DATA-VALIDADE TO PTS-VALIDADE
           END-IF.

      *    TIRA WRK-CONSUMIR PONTOS DOS GANHOS MAIS ANTIGOS DO CLIENTE
      *    AINDA A VENCER (O EXTRATO ESTA EM ORDEM DE GRAVACAO), PARA
      *    O PONTOSEXPIRA SO VENCER O QUE SOBROU DE CADA GANHO
       CONSUMIR-A-VENCER SECTION.
           OPEN I-O ARQPONTOS.
           IF ARQPONTOS-FS EQUAL ZEROS
              PERFORM UNTIL ARQPONTOS-FS NOT EQUAL ZEROS
                         OR WRK-CONSUMIR EQUAL ZEROS
                 READ ARQPONTOS
                 IF ARQPONTOS-FS EQUAL ZEROS
                    AND PTS-CLIENTE-ID EQUAL LNK-PTS-CLIENTE-ID
                    AND (PTS-TIPO EQUAL "G" OR PTS-TIPO EQUAL "D")
                    AND PTS-A-VENCER GREATER ZEROS
                    IF PTS-A-VENCER GREATER WRK-CONSUMIR
                       MOVE WRK-CONSUMIR TO WRK-PARTE
                    ELSE
                       MOVE PTS-A-VENCER TO WRK-PARTE
                    END-IF
                    SUBTRACT WRK-PARTE FROM PTS-A-VENCER
                    SUBTRACT WRK-PARTE FROM WRK-CONSUMIR
                    REWRITE PTS-REGISTRO
                 END-IF
              END-PERFORM
              CLOSE ARQPONTOS
           END-IF.
           MOVE ZEROS TO ARQPONTOS-FS.

      *    MARCA NO PROPRIO EXTRATO (REWRITE NO LUGAR) O QUE FOI
      *    ESTORNADO DE CADA GANHO E O QUE VOLTOU DE CADA RESGATE DO
      *    DOCUMENTO; DEPOIS GRAVA O "E" E O "D" DO ESTORNO
       ESTORNAR-DOCUMENTO SECTION.
           MOVE ZEROS TO WRK-TOT-ESTORNO WRK-TOT-DEVOLVER
                         WRK-VALOR-DEVOLVER WRK-CONSUMIR.
           OPEN I-O ARQPONTOS.
           IF ARQPONTOS-FS NOT EQUAL ZEROS
              MOVE "SEM EXTRATO DE PONTOS" TO LNK-PTS-MENSAGEM
           ELSE
              PERFORM UNTIL ARQPONTOS-FS NOT EQUAL ZEROS
                 READ ARQPONTOS
                 IF ARQPONTOS-FS EQUAL ZEROS
                    AND PTS-ORIGEM EQUAL LNK-PTS-ORIGEM
                    AND PTS-DOCUMENTO EQUAL LNK-PTS-DOCUMENTO
                    AND PTS-ESTORNADOS LESS PTS-PONTOS
                    EVALUATE PTS-TIPO
                       WHEN "G"
                          PERFORM ESTORNAR-GANHO
                       WHEN "R"
                          IF LNK-PTS-VALOR EQUAL ZEROS
                             PERFORM DEVOLVER-RESGATE
                          END-IF
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE ARQPONTOS
              MOVE ZEROS TO ARQPONTOS-FS
              IF WRK-TOT-ESTORNO EQUAL ZEROS
                 AND WRK-TOT-DEVOLVER EQUAL ZEROS
                 MOVE "DOCUMENTO SEM PONTOS A ESTORNAR"
                   TO LNK-PTS-MENSAGEM
              ELSE
                 IF WRK-TOT-ESTORNO GREATER ZEROS
                    MOVE "E" TO WRK-TIPO-GRAVAR
                    MOVE WRK-TOT-ESTORNO TO WRK-PONTOS
                    MOVE LNK-PTS-VALOR   TO WRK-VALOR-GRAVAR
                    PERFORM GRAVAR-MOVIMENTO
                 END-IF
                 IF WRK-TOT-DEVOLVER GREATER ZEROS
                    MOVE "D" TO WRK-TIPO-GRAVAR
                    MOVE WRK-TOT-DEVOLVER   TO WRK-PONTOS
                    MOVE WRK-VALOR-DEVOLVER TO WRK-VALOR-GRAVAR
                    PERFORM GRAVAR-MOVIMENTO
                 END-IF
                 IF WRK-CONSUMIR GREATER ZEROS
                    PERFORM CONSUMIR-A-VENCER
                 END-IF
                 MOVE WRK-TOT-ESTORNO  TO LNK-PTS-PONTOS
                 MOVE WRK-TOT-DEVOLVER TO LNK-PTS-DEVOLVIDOS
                 MOVE "S" TO LNK-PTS-RESULTADO
              END-IF
           END-IF.

      *    ESTORNO INTEGRAL OU NA PROPORCAO DO VALOR DEVOLVIDO NO
      *    DOCUMENTO; SAI PRIMEIRO DO QUE O PROPRIO GANHO AINDA TEM A
      *    VENCER, O RESTO (JA GASTO) SAI DOS GANHOS MAIS ANTIGOS
       ESTORNAR-GANHO SECTION.
           MOVE PTS-CLIENTE-ID TO LNK-PTS-CLIENTE-ID.
           COMPUTE WRK-ESTORNAR = PTS-PONTOS - PTS-ESTORNADOS.
           IF LNK-PTS-VALOR GREATER ZEROS
              AND PTS-VALOR GREATER ZEROS
              COMPUTE WRK-PARTE =
                      (PTS-PONTOS * LNK-PTS-VALOR) / PTS-VALOR
              IF WRK-PARTE LESS WRK-ESTORNAR
                 MOVE WRK-PARTE TO WRK-ESTORNAR
              END-IF
           END-IF.
           IF WRK-ESTORNAR GREATER ZEROS
              ADD WRK-ESTORNAR TO PTS-ESTORNADOS
              ADD WRK-ESTORNAR TO WRK-TOT-ESTORNO
              IF PTS-A-VENCER LESS WRK-ESTORNAR
                 COMPUTE WRK-CONSUMIR = WRK-CONSUMIR
                         + WRK-ESTORNAR - PTS-A-VENCER
                 MOVE ZEROS TO PTS-A-VENCER
              ELSE
                 SUBTRACT WRK-ESTORNAR FROM PTS-A-VENCER
              END-IF
              REWRITE PTS-REGISTRO
           END-IF.

      *    O QUE FOI PAGO EM PONTOS NO DOCUMENTO CANCELADO VOLTA AO
      *    CLIENTE COMO UM "D", COM VALIDADE NOVA
       DEVOLVER-RESGATE SECTION.
           MOVE PTS-CLIENTE-ID TO LNK-PTS-CLIENTE-ID.
           COMPUTE WRK-PARTE = PTS-PONTOS - PTS-ESTORNADOS.
           ADD WRK-PARTE TO WRK-TOT-DEVOLVER.
           ADD PTS-VALOR TO WRK-VALOR-DEVOLVER.
           MOVE PTS-PONTOS TO PTS-ESTORNADOS.
           REWRITE PTS-REGISTRO.
