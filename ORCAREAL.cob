       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAREAL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: ORCADO X REALIZADO DO MES POR SETOR / CENTRO DE
      *CUSTO - PARA CADA LINHA DO ARQORCAMENTO.DAT (SETOR + CONTA)
      *MOSTRA ORCADO, REALIZADO, VARIACAO EM VALOR E EM PERCENTUAL,
      *NO MES E NO ACUMULADO DO ANO. O REALIZADO VEM:
      * - DAS CONTAS DE FOLHA (5001 SALARIOS+EXTRAS, 5002 COMISSOES)
      *   PELO ARQCUSTOSETOR.DAT GRAVADO PELO CUSTOSETOR, QUE JA TEM O
      *   VALOR POR SETOR (O DIARIO SO TEM O TOTAL DA EMPRESA NESSAS
      *   CONTAS E NAO ENTRA, PARA NAO CONTAR EM DOBRO);
      * - DAS DEMAIS CONTAS PELO DIARIO (ARQLANCAMENTO.DAT), QUE NAO
      *   TEM SETOR: O MOVIMENTO DA CONTA VAI PARA O SETOR QUE A
      *   ORCOU E, SE MAIS DE UM SETOR ORCOU A MESMA CONTA, E RATEADO
      *   NA PROPORCAO DO ORCADO DE CADA UM.
      *LINHA DE DESPESA COM REALIZADO ACIMA DO ORCADO MAIS A
      *TOLERANCIA (PARM-ORC-TOLERANCIA) SAI MARCADA "***" E O
      *PROGRAMA TERMINA COM RC 4. CADA SETOR SAI NUMA ENTRADA PROPRIA
      *DO SPOOL ("ORCADO <SETOR>") QUE O SPOOLDISTRIB ENTREGA NO
      *PACOTE DO GESTOR DO SETOR; UMA ENTRADA DE RESUMO TRAZ OS
      *TOTAIS POR SETOR E O REALIZADO SEM ORCAMENTO. FIM DE MES
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQORCAMENTO ASSIGN TO "DADOS/ARQORCAMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQORCAMENTO-FS
           RECORD KEY IS ORC-CHAVE.

           SELECT ARQCUSTO ASSIGN TO "DADOS/ARQCUSTOSETOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCUSTO-FS
           RECORD KEY IS CST-CHAVE.

           SELECT ARQSETOR ASSIGN TO "DADOS/ARQSETOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQSETOR-FS
           RECORD KEY IS SET-CODIGO.

           SELECT ARQLANCAMENTO ASSIGN TO "DADOS/ARQLANCAMENTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQLANCAMENTO-FS.

           SELECT ARQPLANO ASSIGN TO "DADOS/ARQPLANO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQPLANO-FS.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQORCAMENTO.
       COPY "#ORCAMENTO".

       FD ARQCUSTO.
       COPY "#CUSTOSETOR".

       FD ARQSETOR.
       COPY "#SETOR".

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
           05 PLN-GRUPO          PIC X(01).

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       WORKING-STORAGE SECTION.
       01 ARQORCAMENTO-FS    PIC 9(02) VALUES ZEROS.
       01 ARQCUSTO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQSETOR-FS        PIC 9(02) VALUES ZEROS.
       01 ARQLANCAMENTO-FS   PIC 9(02) VALUES ZEROS.
       01 ARQPLANO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
       01 WRK-ANO            PIC 9(04) VALUES ZEROS.
       77 WRK-TOLERANCIA     PIC 9(02)V99 VALUE 10,00.
      *    CONTAS DE FOLHA - REALIZADO POR SETOR VEM DO CUSTOSETOR
       77 WRK-CONTA-SALARIOS PIC 9(04) VALUE 5001.
       77 WRK-CONTA-COMISSAO PIC 9(04) VALUE 5002.

      *----------PLANO DE CONTAS (NOMES)
       01 WRK-QTD-PLANO      PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-PLANO.
           05 WRK-PLN-ITEM OCCURS 100 TIMES.
               10 WRK-PLN-CONTA   PIC 9(04).
               10 WRK-PLN-NOME    PIC X(25).

      *----------LINHAS DO ORCAMENTO (SETOR + CONTA), NA ORDEM DA
      *----------CHAVE DO ARQORCAMENTO - SETOR A SETOR
       01 WRK-QTD-LINHAS     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-LINHAS.
           05 WRK-LIN-ITEM OCCURS 300 TIMES.
               10 WRK-LIN-SETOR     PIC X(10).
               10 WRK-LIN-CONTA     PIC 9(04).
               10 WRK-LIN-ORC-MES   PIC 9(11)V99.
               10 WRK-LIN-ORC-ANO   PIC 9(12)V99.
               10 WRK-LIN-REAL-MES  PIC S9(11)V99.
               10 WRK-LIN-REAL-ANO  PIC S9(12)V99.
       01 WRK-LIN-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-LIN-ACHADA     PIC 9(03) USAGE COMP VALUE ZERO.

      *----------MOVIMENTO DO DIARIO POR CONTA E QUANTO FOI ORCADO
      *----------NELA SOMANDO TODOS OS SETORES (BASE DO RATEIO)
       01 WRK-QTD-CONTAS     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CONTAS.
           05 WRK-CTA-ITEM OCCURS 100 TIMES.
               10 WRK-CTA-CONTA     PIC 9(04).
               10 WRK-CTA-MES       PIC S9(12)V99.
               10 WRK-CTA-ANO       PIC S9(12)V99.
               10 WRK-CTA-ORC-MES   PIC 9(13)V99.
               10 WRK-CTA-ORC-ANO   PIC 9(13)V99.
               10 WRK-CTA-SETORES   PIC 9(03).
       01 WRK-CTA-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-CTA-ACHADA     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-CONTA-ALVO     PIC 9(04) VALUES ZEROS.
       01 WRK-SETOR-ALVO     PIC X(10) VALUES SPACES.
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.

       01 WRK-VALOR-SINAL    PIC S9(12)V99 VALUES ZEROS.
       01 WRK-FOLHA-VALOR    PIC 9(12)V99 VALUES ZEROS.
       01 WRK-SEM-ORC-MES    PIC S9(13)V99 VALUES ZEROS.
       01 WRK-SEM-ORC-ANO    PIC S9(13)V99 VALUES ZEROS.

      *----------TOTAIS DO SETOR CORRENTE E CONTROLE DE QUEBRA
       01 WRK-SETOR-ATUAL    PIC X(10) VALUES SPACES.
       01 WRK-SET-ORC-MES    PIC 9(13)V99 VALUES ZEROS.
       01 WRK-SET-ORC-ANO    PIC 9(13)V99 VALUES ZEROS.
       01 WRK-SET-REAL-MES   PIC S9(13)V99 VALUES ZEROS.
       01 WRK-SET-REAL-ANO   PIC S9(13)V99 VALUES ZEROS.
       01 WRK-SET-ESTOUROS   PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-ESTOUROS   PIC 9(04) VALUES ZEROS.
       01 WRK-QTD-SETORES    PIC 9(03) VALUES ZEROS.

      *----------RESUMO POR SETOR PARA A ENTRADA FINAL
       01 WRK-TAB-RESUMO.
           05 WRK-RES-ITEM OCCURS 50 TIMES.
               10 WRK-RES-SETOR     PIC X(10).
               10 WRK-RES-ORC-MES   PIC 9(13)V99.
               10 WRK-RES-REAL-MES  PIC S9(13)V99.
               10 WRK-RES-ORC-ANO   PIC 9(13)V99.
               10 WRK-RES-REAL-ANO  PIC S9(13)V99.
               10 WRK-RES-ESTOUROS  PIC 9(03).

      *----------UMA LINHA DE COMPARACAO (MES OU ANO)
       01 WRK-CMP-ORC        PIC 9(13)V99 VALUES ZEROS.
       01 WRK-CMP-REAL       PIC S9(13)V99 VALUES ZEROS.
       01 WRK-CMP-VAR        PIC S9(13)V99 VALUES ZEROS.
       01 WRK-CMP-LIMITE     PIC 9(13)V99 VALUES ZEROS.
       01 WRK-CMP-PCT        PIC S9(05)V9 VALUES ZEROS.
       01 WRK-CMP-PERIODO    PIC X(03) VALUES SPACES.
       01 WRK-CMP-CONTA      PIC 9(04) VALUES ZEROS.
       01 WRK-CMP-CONTA-TXT  PIC X(04) VALUES SPACES.
       01 WRK-CMP-NOME       PIC X(18) VALUES SPACES.
       01 WRK-CMP-DESPESA    PIC X(01) VALUES "S".
       01 WRK-CMP-ESTOURO    PIC X(03) VALUES SPACES.

       01 WRK-ED-ORC         PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-ED-REAL        PIC -ZZ.ZZZ.ZZ9,99.
       01 WRK-ED-VAR         PIC -ZZ.ZZZ.ZZ9,99.
       01 WRK-ED-PCT         PIC -ZZZ9,9.
       01 WRK-PCT-TXT        PIC X(07) VALUES SPACES.

      *----------RELATORIO NO SPOOL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "ORCAREAL".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "ORCAREAL - INICIO".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-ANOMES.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO.
           PERFORM CARREGAR-PARM.
           PERFORM CARREGAR-PLANO.
           PERFORM CARREGAR-ORCAMENTO.
           IF WRK-QTD-LINHAS EQUAL ZERO
              DISPLAY "NENHUM ORCAMENTO PARA " WRK-ANO
                      " (ORCAMANUT / ORCACARGA)"
           ELSE
              PERFORM ACUMULAR-DIARIO
              PERFORM RATEAR-DIARIO
              PERFORM ACUMULAR-FOLHA
              PERFORM IMPRIMIR-SETORES
              PERFORM IMPRIMIR-RESUMO
              IF WRK-TOT-ESTOUROS GREATER ZERO
                 DISPLAY "LINHAS ACIMA DO ORCADO: " WRK-TOT-ESTOUROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY "ORCAREAL - FIM".
           GOBACK.

       CARREGAR-PARM SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 AND PARM-ORC-TOLERANCIA IS NUMERIC
                 AND PARM-ORC-TOLERANCIA GREATER ZEROS
                 MOVE PARM-ORC-TOLERANCIA TO WRK-TOLERANCIA
              END-IF
              CLOSE ARQPARM
           END-IF.

       CARREGAR-PLANO SECTION.
           MOVE ZERO TO WRK-QTD-PLANO.
           OPEN INPUT ARQPLANO.
           IF ARQPLANO-FS EQUAL ZEROS
              PERFORM UNTIL ARQPLANO-FS NOT EQUAL ZEROS
                 READ ARQPLANO
                 IF ARQPLANO-FS EQUAL ZEROS
                    AND WRK-QTD-PLANO LESS 100
                    ADD 1 TO WRK-QTD-PLANO
                    MOVE PLN-CONTA TO WRK-PLN-CONTA(WRK-QTD-PLANO)
                    MOVE PLN-NOME  TO WRK-PLN-NOME(WRK-QTD-PLANO)
                 END-IF
              END-PERFORM
              CLOSE ARQPLANO
           END-IF.
           MOVE ZEROS TO ARQPLANO-FS.

      *    SO OS MESES DO ANO CORRENTE ATE O MES DO RELATORIO
       CARREGAR-ORCAMENTO SECTION.
           OPEN INPUT ARQORCAMENTO.
           IF ARQORCAMENTO-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQORCAMENTO.DAT (STATUS "
                       ARQORCAMENTO-FS ")"
           ELSE
              MOVE LOW-VALUES TO ORC-CHAVE
              START ARQORCAMENTO KEY IS GREATER ORC-CHAVE
                 INVALID KEY MOVE 10 TO ARQORCAMENTO-FS
              END-START
              PERFORM UNTIL ARQORCAMENTO-FS NOT EQUAL ZEROS
                 READ ARQORCAMENTO NEXT RECORD
                 IF ARQORCAMENTO-FS EQUAL ZEROS
                    AND ORC-ANOMES(1:4) EQUAL WRK-ANO
                    AND ORC-ANOMES NOT GREATER WRK-ANOMES
                    PERFORM ACUMULAR-ORCADO
                 END-IF
              END-PERFORM
              CLOSE ARQORCAMENTO
           END-IF.
           MOVE ZEROS TO ARQORCAMENTO-FS.

       ACUMULAR-ORCADO SECTION.
           MOVE ORC-SETOR TO WRK-SETOR-ALVO.
           MOVE ORC-CONTA TO WRK-CONTA-ALVO.
           PERFORM LOCALIZAR-LINHA.
           IF WRK-LIN-ACHADA EQUAL ZERO
              AND WRK-QTD-LINHAS LESS 300
              ADD 1 TO WRK-QTD-LINHAS
              MOVE WRK-QTD-LINHAS TO WRK-LIN-ACHADA
              MOVE ORC-SETOR TO WRK-LIN-SETOR(WRK-LIN-ACHADA)
              MOVE ORC-CONTA TO WRK-LIN-CONTA(WRK-LIN-ACHADA)
              MOVE ZEROS TO WRK-LIN-ORC-MES(WRK-LIN-ACHADA)
                            WRK-LIN-ORC-ANO(WRK-LIN-ACHADA)
                            WRK-LIN-REAL-MES(WRK-LIN-ACHADA)
                            WRK-LIN-REAL-ANO(WRK-LIN-ACHADA)
           END-IF.
           IF WRK-LIN-ACHADA GREATER ZERO
              ADD ORC-VALOR TO WRK-LIN-ORC-ANO(WRK-LIN-ACHADA)
              IF ORC-ANOMES EQUAL WRK-ANOMES
                 ADD ORC-VALOR TO WRK-LIN-ORC-MES(WRK-LIN-ACHADA)
              END-IF
           END-IF.

       LOCALIZAR-LINHA SECTION.
           MOVE ZERO TO WRK-LIN-ACHADA.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX GREATER WRK-QTD-LINHAS
                      OR WRK-LIN-ACHADA GREATER ZERO
              IF WRK-LIN-SETOR(WRK-LIN-IDX) EQUAL WRK-SETOR-ALVO
                 AND WRK-LIN-CONTA(WRK-LIN-IDX) EQUAL WRK-CONTA-ALVO
                 MOVE WRK-LIN-IDX TO WRK-LIN-ACHADA
              END-IF
           END-PERFORM.

       LOCALIZAR-CONTA SECTION.
           MOVE ZERO TO WRK-CTA-ACHADA.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX GREATER WRK-QTD-CONTAS
                      OR WRK-CTA-ACHADA GREATER ZERO
              IF WRK-CTA-CONTA(WRK-CTA-IDX) EQUAL WRK-CONTA-ALVO
                 MOVE WRK-CTA-IDX TO WRK-CTA-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-CTA-ACHADA EQUAL ZERO
              AND WRK-QTD-CONTAS LESS 100
              ADD 1 TO WRK-QTD-CONTAS
              MOVE WRK-QTD-CONTAS TO WRK-CTA-ACHADA
              MOVE WRK-CONTA-ALVO TO WRK-CTA-CONTA(WRK-CTA-ACHADA)
              MOVE ZEROS TO WRK-CTA-MES(WRK-CTA-ACHADA)
                            WRK-CTA-ANO(WRK-CTA-ACHADA)
                            WRK-CTA-ORC-MES(WRK-CTA-ACHADA)
                            WRK-CTA-ORC-ANO(WRK-CTA-ACHADA)
                            WRK-CTA-SETORES(WRK-CTA-ACHADA)
           END-IF.

      *    DESPESA/ATIVO NO SINAL DEVEDOR (D - C), RECEITA (4XXX) NO
      *    CREDOR (C - D) - ASSIM "REALIZADO MAIOR" E SEMPRE "MAIS"
       ACUMULAR-DIARIO SECTION.
           OPEN INPUT ARQLANCAMENTO.
           IF ARQLANCAMENTO-FS NOT EQUAL ZEROS
              DISPLAY "SEM DIARIO (STATUS " ARQLANCAMENTO-FS ")"
           ELSE
              PERFORM UNTIL ARQLANCAMENTO-FS NOT EQUAL ZEROS
                 READ ARQLANCAMENTO
                    AT END MOVE 10 TO ARQLANCAMENTO-FS
                    NOT AT END
                       IF LAN-DATA(1:4) EQUAL WRK-ANO
                          AND LAN-DATA(1:6) NOT GREATER WRK-ANOMES
                          AND LAN-CONTA NOT EQUAL WRK-CONTA-SALARIOS
                          AND LAN-CONTA NOT EQUAL WRK-CONTA-COMISSAO
                          PERFORM ACUMULAR-LANCAMENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQLANCAMENTO
           END-IF.
           MOVE ZEROS TO ARQLANCAMENTO-FS.

       ACUMULAR-LANCAMENTO SECTION.
           MOVE LAN-CONTA TO WRK-CONTA-ALVO.
           PERFORM LOCALIZAR-CONTA.
           IF WRK-CTA-ACHADA GREATER ZERO
              MOVE LAN-VALOR TO WRK-VALOR-SINAL
              IF (LAN-DC EQUAL "C" AND
                  (LAN-CONTA LESS 4000 OR LAN-CONTA NOT LESS 5000))
                 OR (LAN-DC EQUAL "D" AND
                  LAN-CONTA NOT LESS 4000 AND LAN-CONTA LESS 5000)
                 MULTIPLY -1 BY WRK-VALOR-SINAL
              END-IF
              ADD WRK-VALOR-SINAL TO WRK-CTA-ANO(WRK-CTA-ACHADA)
              IF LAN-DATA(1:6) EQUAL WRK-ANOMES
                 ADD WRK-VALOR-SINAL TO WRK-CTA-MES(WRK-CTA-ACHADA)
              END-IF
           END-IF.

      *    BASE DO RATEIO: QUANTO CADA CONTA TEM DE ORCADO SOMANDO OS
      *    SETORES; DEPOIS CADA LINHA FICA COM A SUA FATIA DO DIARIO
      *    (SEM ORCADO NENHUM NO PERIODO, DIVIDE IGUAL ENTRE OS SETORES)
       RATEAR-DIARIO SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-LINHAS
              IF WRK-LIN-CONTA(WRK-IDX) NOT EQUAL WRK-CONTA-SALARIOS
                 AND WRK-LIN-CONTA(WRK-IDX) NOT EQUAL
                     WRK-CONTA-COMISSAO
                 MOVE WRK-LIN-CONTA(WRK-IDX) TO WRK-CONTA-ALVO
                 PERFORM LOCALIZAR-CONTA
                 IF WRK-CTA-ACHADA GREATER ZERO
                    ADD WRK-LIN-ORC-MES(WRK-IDX)
                      TO WRK-CTA-ORC-MES(WRK-CTA-ACHADA)
                    ADD WRK-LIN-ORC-ANO(WRK-IDX)
                      TO WRK-CTA-ORC-ANO(WRK-CTA-ACHADA)
                    ADD 1 TO WRK-CTA-SETORES(WRK-CTA-ACHADA)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-LINHAS
              IF WRK-LIN-CONTA(WRK-IDX) NOT EQUAL WRK-CONTA-SALARIOS
                 AND WRK-LIN-CONTA(WRK-IDX) NOT EQUAL
                     WRK-CONTA-COMISSAO
                 MOVE WRK-LIN-CONTA(WRK-IDX) TO WRK-CONTA-ALVO
                 PERFORM LOCALIZAR-CONTA
                 IF WRK-CTA-ACHADA GREATER ZERO
                    PERFORM RATEAR-LINHA
                 END-IF
              END-IF
           END-PERFORM.
      *    O QUE O DIARIO MOVIMENTOU EM CONTA QUE NINGUEM ORCOU
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX GREATER WRK-QTD-CONTAS
              IF WRK-CTA-SETORES(WRK-CTA-IDX) EQUAL ZERO
                 ADD WRK-CTA-MES(WRK-CTA-IDX) TO WRK-SEM-ORC-MES
                 ADD WRK-CTA-ANO(WRK-CTA-IDX) TO WRK-SEM-ORC-ANO
              END-IF
           END-PERFORM.

       RATEAR-LINHA SECTION.
           IF WRK-CTA-ORC-MES(WRK-CTA-ACHADA) GREATER ZERO
              COMPUTE WRK-LIN-REAL-MES(WRK-IDX) ROUNDED =
                      WRK-CTA-MES(WRK-CTA-ACHADA)
                      * WRK-LIN-ORC-MES(WRK-IDX)
                      / WRK-CTA-ORC-MES(WRK-CTA-ACHADA)
           ELSE
              COMPUTE WRK-LIN-REAL-MES(WRK-IDX) ROUNDED =
                      WRK-CTA-MES(WRK-CTA-ACHADA)
                      / WRK-CTA-SETORES(WRK-CTA-ACHADA)
           END-IF.
           IF WRK-CTA-ORC-ANO(WRK-CTA-ACHADA) GREATER ZERO
              COMPUTE WRK-LIN-REAL-ANO(WRK-IDX) ROUNDED =
                      WRK-CTA-ANO(WRK-CTA-ACHADA)
                      * WRK-LIN-ORC-ANO(WRK-IDX)
                      / WRK-CTA-ORC-ANO(WRK-CTA-ACHADA)
           ELSE
              COMPUTE WRK-LIN-REAL-ANO(WRK-IDX) ROUNDED =
                      WRK-CTA-ANO(WRK-CTA-ACHADA)
                      / WRK-CTA-SETORES(WRK-CTA-ACHADA)
           END-IF.

      *    FOLHA POR SETOR DOS MESES DO ANO JA APURADOS NO CUSTOSETOR
       ACUMULAR-FOLHA SECTION.
           OPEN INPUT ARQCUSTO.
           IF ARQCUSTO-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQCUSTOSETOR.DAT - FOLHA FORA DO REALIZADO"
           ELSE
              MOVE LOW-VALUES TO CST-CHAVE
              START ARQCUSTO KEY IS GREATER CST-CHAVE
                 INVALID KEY MOVE 10 TO ARQCUSTO-FS
              END-START
              PERFORM UNTIL ARQCUSTO-FS NOT EQUAL ZEROS
                 READ ARQCUSTO NEXT RECORD
                 IF ARQCUSTO-FS EQUAL ZEROS
                    AND CST-ANOMES(1:4) EQUAL WRK-ANO
                    AND CST-ANOMES NOT GREATER WRK-ANOMES
                    MOVE CST-SETOR TO WRK-SETOR-ALVO
                    MOVE WRK-CONTA-SALARIOS TO WRK-CONTA-ALVO
                    COMPUTE WRK-FOLHA-VALOR =
                            CST-SALARIOS + CST-EXTRAS
                            + CST-ADICIONAIS
                    PERFORM LANCAR-FOLHA
                    MOVE WRK-CONTA-COMISSAO TO WRK-CONTA-ALVO
                    MOVE CST-COMISSAO TO WRK-FOLHA-VALOR
                    PERFORM LANCAR-FOLHA
                 END-IF
              END-PERFORM
              CLOSE ARQCUSTO
           END-IF.
           MOVE ZEROS TO ARQCUSTO-FS.

       LANCAR-FOLHA SECTION.
           PERFORM LOCALIZAR-LINHA.
           IF WRK-LIN-ACHADA GREATER ZERO
              ADD WRK-FOLHA-VALOR TO WRK-LIN-REAL-ANO(WRK-LIN-ACHADA)
              IF CST-ANOMES EQUAL WRK-ANOMES
                 ADD WRK-FOLHA-VALOR
                   TO WRK-LIN-REAL-MES(WRK-LIN-ACHADA)
              END-IF
           ELSE
              ADD WRK-FOLHA-VALOR TO WRK-SEM-ORC-ANO
              IF CST-ANOMES EQUAL WRK-ANOMES
                 ADD WRK-FOLHA-VALOR TO WRK-SEM-ORC-MES
              END-IF
           END-IF.

      *    UMA ENTRADA DE SPOOL POR SETOR - AS LINHAS JA ESTAO NA
      *    ORDEM DO SETOR, ENTAO E SO QUEBRAR QUANDO ELE MUDA
       IMPRIMIR-SETORES SECTION.
           MOVE SPACES TO WRK-SETOR-ATUAL.
           OPEN INPUT ARQSETOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-LINHAS
              IF WRK-LIN-SETOR(WRK-IDX) NOT EQUAL WRK-SETOR-ATUAL
                 IF WRK-SETOR-ATUAL NOT EQUAL SPACES
                    PERFORM FECHAR-SETOR
                 END-IF
                 PERFORM ABRIR-SETOR
              END-IF
              PERFORM IMPRIMIR-LINHA
           END-PERFORM.
           PERFORM FECHAR-SETOR.
           IF ARQSETOR-FS EQUAL ZEROS OR ARQSETOR-FS EQUAL 23
              CLOSE ARQSETOR
           END-IF.
           MOVE ZEROS TO ARQSETOR-FS.

       ABRIR-SETOR SECTION.
           MOVE WRK-LIN-SETOR(WRK-IDX) TO WRK-SETOR-ATUAL.
           MOVE ZEROS TO WRK-SET-ORC-MES WRK-SET-ORC-ANO
                         WRK-SET-REAL-MES WRK-SET-REAL-ANO
                         WRK-SET-ESTOUROS.
           MOVE WRK-SETOR-ATUAL TO SET-CODIGO.
           READ ARQSETOR.
           IF ARQSETOR-FS NOT EQUAL ZEROS
              MOVE "(FORA DO MESTRE DE SETORES)" TO SET-NOME
              MOVE ZEROS TO SET-GESTOR
              MOVE ZEROS TO ARQSETOR-FS
           END-IF.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "ORCADO "       DELIMITED BY SIZE
                  WRK-SETOR-ATUAL DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ORCADO X REALIZADO - MES " DELIMITED BY SIZE
                  WRK-ANOMES                  DELIMITED BY SIZE
                  " - SETOR "                 DELIMITED BY SIZE
                  WRK-SETOR-ATUAL             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  SET-NOME                    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "GESTOR (FUNC-ID) " DELIMITED BY SIZE
                  SET-GESTOR          DELIMITED BY SIZE
                  " - TOLERANCIA "    DELIMITED BY SIZE
                  WRK-TOLERANCIA      DELIMITED BY SIZE
                  "% - *** = ACIMA DO ORCADO" DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CONTA NOME               PER        ORCADO"
                                          DELIMITED BY SIZE
                  "      REALIZADO       VARIACAO    VAR%"
                                          DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    DUAS LINHAS POR CONTA: O MES E O ACUMULADO DO ANO
       IMPRIMIR-LINHA SECTION.
           MOVE WRK-LIN-CONTA(WRK-IDX) TO WRK-CMP-CONTA.
           MOVE "(SEM NOME NO PLANO)" TO WRK-CMP-NOME.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX GREATER WRK-QTD-PLANO
              IF WRK-PLN-CONTA(WRK-CTA-IDX) EQUAL WRK-CMP-CONTA
                 MOVE WRK-PLN-NOME(WRK-CTA-IDX) TO WRK-CMP-NOME
              END-IF
           END-PERFORM.
           IF WRK-CMP-CONTA NOT LESS 4000 AND WRK-CMP-CONTA LESS 5000
              MOVE "N" TO WRK-CMP-DESPESA
           ELSE
              MOVE "S" TO WRK-CMP-DESPESA
           END-IF.
           MOVE "MES" TO WRK-CMP-PERIODO.
           MOVE WRK-LIN-ORC-MES(WRK-IDX)  TO WRK-CMP-ORC.
           MOVE WRK-LIN-REAL-MES(WRK-IDX) TO WRK-CMP-REAL.
           PERFORM IMPRIMIR-COMPARACAO.
           MOVE SPACES TO WRK-CMP-NOME.
           MOVE "ANO" TO WRK-CMP-PERIODO.
           MOVE WRK-LIN-ORC-ANO(WRK-IDX)  TO WRK-CMP-ORC.
           MOVE WRK-LIN-REAL-ANO(WRK-IDX) TO WRK-CMP-REAL.
           PERFORM IMPRIMIR-COMPARACAO.
           ADD WRK-LIN-ORC-MES(WRK-IDX)  TO WRK-SET-ORC-MES.
           ADD WRK-LIN-ORC-ANO(WRK-IDX)  TO WRK-SET-ORC-ANO.
           ADD WRK-LIN-REAL-MES(WRK-IDX) TO WRK-SET-REAL-MES.
           ADD WRK-LIN-REAL-ANO(WRK-IDX) TO WRK-SET-REAL-ANO.

      *    VARIACAO = REALIZADO - ORCADO; PCT SOBRE O ORCADO. SO A
      *    DESPESA "ESTOURA" - RECEITA ACIMA DO ORCADO E BOA NOTICIA
       IMPRIMIR-COMPARACAO SECTION.
           COMPUTE WRK-CMP-VAR = WRK-CMP-REAL - WRK-CMP-ORC.
           IF WRK-CMP-ORC GREATER ZERO
              COMPUTE WRK-CMP-PCT ROUNDED =
                      WRK-CMP-VAR * 100 / WRK-CMP-ORC
              MOVE WRK-CMP-PCT TO WRK-ED-PCT
              MOVE WRK-ED-PCT  TO WRK-PCT-TXT
           ELSE
              MOVE "  S/ORC" TO WRK-PCT-TXT
           END-IF.
           MOVE SPACES TO WRK-CMP-ESTOURO.
           IF WRK-CMP-DESPESA EQUAL "S"
              COMPUTE WRK-CMP-LIMITE ROUNDED =
                      WRK-CMP-ORC * (100 + WRK-TOLERANCIA) / 100
              IF WRK-CMP-REAL GREATER WRK-CMP-LIMITE
                 MOVE "***" TO WRK-CMP-ESTOURO
                 ADD 1 TO WRK-SET-ESTOUROS
                 ADD 1 TO WRK-TOT-ESTOUROS
              END-IF
           END-IF.
           MOVE WRK-CMP-ORC  TO WRK-ED-ORC.
           MOVE WRK-CMP-REAL TO WRK-ED-REAL.
           MOVE WRK-CMP-VAR  TO WRK-ED-VAR.
      *    CONTA SO NA PRIMEIRA LINHA (MES); ANO E TOTAIS SEM CONTA
           IF WRK-CMP-CONTA EQUAL ZEROS OR WRK-CMP-NOME EQUAL SPACES
              MOVE SPACES TO WRK-CMP-CONTA-TXT
           ELSE
              MOVE WRK-CMP-CONTA TO WRK-CMP-CONTA-TXT
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-CMP-CONTA-TXT    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-CMP-NOME         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-CMP-PERIODO      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-ED-ORC           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-ED-REAL          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-ED-VAR           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-PCT-TXT          DELIMITED BY SIZE
                  "% "                 DELIMITED BY SIZE
                  WRK-CMP-ESTOURO      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF WRK-CMP-ESTOURO NOT EQUAL SPACES
              DISPLAY WRK-SETOR-ATUAL " " WRK-SPL-LINHA
           END-IF.

       FECHAR-SETOR SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "TOTAL DO SETOR" TO WRK-CMP-NOME.
           MOVE ZEROS TO WRK-CMP-CONTA.
      *    NO TOTAL NAO SE CONTA ESTOURO DE NOVO - SO O VALOR
           MOVE "N" TO WRK-CMP-DESPESA.
           MOVE "MES" TO WRK-CMP-PERIODO.
           MOVE WRK-SET-ORC-MES  TO WRK-CMP-ORC.
           MOVE WRK-SET-REAL-MES TO WRK-CMP-REAL.
           PERFORM IMPRIMIR-COMPARACAO.
           MOVE SPACES TO WRK-CMP-NOME.
           MOVE "ANO" TO WRK-CMP-PERIODO.
           MOVE WRK-SET-ORC-ANO  TO WRK-CMP-ORC.
           MOVE WRK-SET-REAL-ANO TO WRK-CMP-REAL.
           PERFORM IMPRIMIR-COMPARACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "LINHAS ACIMA DO ORCADO: " DELIMITED BY SIZE
                  WRK-SET-ESTOUROS           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF WRK-QTD-SETORES LESS 50
              ADD 1 TO WRK-QTD-SETORES
              MOVE WRK-SETOR-ATUAL
                TO WRK-RES-SETOR(WRK-QTD-SETORES)
              MOVE WRK-SET-ORC-MES
                TO WRK-RES-ORC-MES(WRK-QTD-SETORES)
              MOVE WRK-SET-REAL-MES
                TO WRK-RES-REAL-MES(WRK-QTD-SETORES)
              MOVE WRK-SET-ORC-ANO
                TO WRK-RES-ORC-ANO(WRK-QTD-SETORES)
              MOVE WRK-SET-REAL-ANO
                TO WRK-RES-REAL-ANO(WRK-QTD-SETORES)
              MOVE WRK-SET-ESTOUROS
                TO WRK-RES-ESTOUROS(WRK-QTD-SETORES)
           END-IF.

      *    ENTRADA DE RESUMO PARA A CONTROLADORIA: UM TOTAL POR SETOR
      *    E O REALIZADO QUE NAO CAIU EM LINHA NENHUMA DE ORCAMENTO
       IMPRIMIR-RESUMO SECTION.
           MOVE "RESUMO ORCAMENTO" TO WRK-SPL-NOME.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ORCADO X REALIZADO - RESUMO POR SETOR - MES "
                                      DELIMITED BY SIZE
                  WRK-ANOMES          DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
           MOVE "N" TO WRK-CMP-DESPESA.
           MOVE ZEROS TO WRK-CMP-CONTA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-SETORES
              MOVE SPACES TO WRK-CMP-NOME
              STRING WRK-RES-SETOR(WRK-IDX)    DELIMITED BY SIZE
                     " ***"                    DELIMITED BY SIZE
                     WRK-RES-ESTOUROS(WRK-IDX) DELIMITED BY SIZE
                INTO WRK-CMP-NOME
              END-STRING
              MOVE "MES" TO WRK-CMP-PERIODO
              MOVE WRK-RES-ORC-MES(WRK-IDX)  TO WRK-CMP-ORC
              MOVE WRK-RES-REAL-MES(WRK-IDX) TO WRK-CMP-REAL
              PERFORM IMPRIMIR-COMPARACAO
              DISPLAY WRK-SPL-LINHA
              MOVE SPACES TO WRK-CMP-NOME
              MOVE "ANO" TO WRK-CMP-PERIODO
              MOVE WRK-RES-ORC-ANO(WRK-IDX)  TO WRK-CMP-ORC
              MOVE WRK-RES-REAL-ANO(WRK-IDX) TO WRK-CMP-REAL
              PERFORM IMPRIMIR-COMPARACAO
           END-PERFORM.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE WRK-SEM-ORC-MES TO WRK-ED-REAL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "REALIZADO SEM ORCAMENTO - MES " DELIMITED BY SIZE
                  WRK-ED-REAL                      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
           MOVE WRK-SEM-ORC-ANO TO WRK-ED-REAL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "REALIZADO SEM ORCAMENTO - ANO " DELIMITED BY SIZE
                  WRK-ED-REAL                      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
