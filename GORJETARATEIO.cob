       IDENTIFICATION DIVISION.
       PROGRAM-ID. GORJETARATEIO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: RATEIO MENSAL DAS GORJETAS - A GORJETA PAGA NO
      *CARTAO/PIX FICA SEPARADA NO CABECALHO DA VENDA (VEN-GORJETA) E
      *DO PEDIDO (PED-GORJETA), FORA DA RECEITA. NO FIM DO MES O BOLO
      *DO MES (DIA DE NEGOCIO, OU HOJE SEM O CONTROLE) E DIVIDIDO
      *ENTRE OS FUNCIONARIOS ATIVOS QUE TRABALHARAM, PELO PESO DE
      *CADA UM = PONTOS DO CARGO (ARQCARGOPTS.TXT, COM PADROES SE O
      *ARQUIVO FALTAR) X HORAS BATIDAS NO ARQPONTO.DAT. A COTA VAI
      *PARA O ARQGORJETA.DAT, QUE A FOLHA PAGA COMO PROVENTO SEPARADO;
      *A SOBRA DE CENTAVOS DA DIVISAO FICA COM O ULTIMO DA LISTA PARA
      *O RATEIO FECHAR COM O BOLO. MES JA RATEADO NAO RODA DE NOVO.
      *DEMONSTRATIVO NO SPOOL. RODA NO LOTE DE FIM DE MES.
      *VENDAS E PEDIDOS DO MES VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO "DADOS/ARQFUNC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFUNC-FS
           RECORD KEY IS FUNC-ID.

           SELECT ARQPONTO ASSIGN TO "DADOS/ARQPONTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPONTO-FS.

           SELECT ARQCARGOPTS ASSIGN TO "DADOS/ARQCARGOPTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQCARGOPTS-FS.

           SELECT ARQGORJETA ASSIGN TO "DADOS/ARQGORJETA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQGORJETA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC.
       COPY "#FUNC".

       FD ARQPONTO.
       COPY "#PONTO".

      *    TABELA DE PONTOS POR CARGO NO RATEIO DAS GORJETAS - UMA
      *    LINHA POR CARGO (O MESMO TEXTO DO FUNC-CARGO)
       FD ARQCARGOPTS.
       01 CPT-REGISTRO.
           05 CPT-CARGO          PIC X(10).
           05 CPT-PONTOS         PIC 9(03).

       FD ARQGORJETA
           RECORDING MODE IS F.
       COPY "#GORJETA".

       WORKING-STORAGE SECTION.
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPONTO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQCARGOPTS-FS     PIC 9(02) VALUES ZEROS.
       01 ARQGORJETA-FS      PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-MES-REF        PIC 9(06) VALUES ZEROS.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-JA-RATEADO     PIC X(01) VALUES "N".

      *----------BOLO DE GORJETAS DO MES
       01 WRK-GOR-VENDAS     PIC 9(09)V99 VALUES ZEROS.
       01 WRK-GOR-PEDIDOS    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-BOLO           PIC 9(09)V99 VALUES ZEROS.
       01 WRK-DISTRIBUIDO    PIC 9(09)V99 VALUES ZEROS.

      *----------PONTOS POR CARGO (PADROES SE O ARQUIVO FALTAR)
       01 WRK-QTD-CARGOS     PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CARGOS.
           05 WRK-CPT-ITEM OCCURS 20 TIMES.
               10 WRK-CPT-CARGO  PIC X(10).
               10 WRK-CPT-PONTOS PIC 9(03).
       01 WRK-CPT-IDX        PIC 9(02) USAGE COMP VALUE ZERO.

      *----------QUEM BATEU PONTO NO MES: HORAS, PONTOS E PESO
       01 WRK-QTD-FUNC       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-FUNC.
           05 WRK-FUN-ITEM OCCURS 200 TIMES.
               10 WRK-FUN-ID        PIC 9(04).
               10 WRK-FUN-NOME      PIC X(20).
               10 WRK-FUN-CARGO     PIC X(10).
               10 WRK-FUN-SEGUNDOS  PIC 9(08).
               10 WRK-FUN-HORAS     PIC 9(04)V99.
               10 WRK-FUN-PONTOS    PIC 9(03).
               10 WRK-FUN-PESO      PIC 9(07)V99.
               10 WRK-FUN-VALOR     PIC 9(07)V99.
      *            "S" ENTRA NO RATEIO / "N" FORA (MOTIVO NO AVISO)
               10 WRK-FUN-ELEGIVEL  PIC X(01).
       01 WRK-FUN-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-FUN-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-ULTIMO-ELEG    PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-QTD-ELEGIVEIS  PIC 9(03) VALUES ZEROS.
       01 WRK-QTD-FORA       PIC 9(03) VALUES ZEROS.
       01 WRK-PESO-TOTAL     PIC 9(11)V99 VALUES ZEROS.

       01 WRK-ED-PONTOS      PIC ZZ9.
       01 WRK-ED-HORAS       PIC Z.ZZ9,99.
       01 WRK-ED-VALOR       PIC Z.ZZZ.ZZ9,99.
       01 WRK-ED-BOLO        PIC ZZZ.ZZZ.ZZ9,99.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL CENTRAL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "RATEIO DE GORJETAS".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "GORJETARATEI".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "GORJETARATEIO - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-MES-REF.
           PERFORM VERIFICAR-RATEADO.
           IF WRK-JA-RATEADO EQUAL "S"
              DISPLAY "GORJETAS DO MES " WRK-MES-REF
                      " JA RATEADAS - NADA A FAZER"
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM APURAR-BOLO
              IF WRK-BOLO EQUAL ZEROS
                 DISPLAY "SEM GORJETAS NO MES " WRK-MES-REF
              ELSE
                 PERFORM CARREGAR-CARGOS
                 PERFORM APURAR-HORAS
                 PERFORM PESAR-FUNCIONARIOS
                 IF WRK-PESO-TOTAL EQUAL ZEROS
                    DISPLAY "NENHUM FUNCIONARIO ELEGIVEL - O BOLO DE "
                            WRK-BOLO " FICA NO PASSIVO DE GORJETAS"
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    PERFORM RATEAR-BOLO
                    PERFORM GRAVAR-COTAS
                 END-IF
                 PERFORM IMPRIMIR-DEMONSTRATIVO
              END-IF
           END-IF.
           DISPLAY "GORJETARATEIO - FIM".
           GOBACK.

      *    O RATEIO E UM SO POR MES - A FOLHA JA PODE TER PAGO AS COTAS
       VERIFICAR-RATEADO SECTION.
           MOVE "N" TO WRK-JA-RATEADO.
           OPEN INPUT ARQGORJETA.
           IF ARQGORJETA-FS EQUAL ZEROS
              PERFORM UNTIL ARQGORJETA-FS NOT EQUAL ZEROS
                 READ ARQGORJETA
                 IF ARQGORJETA-FS EQUAL ZEROS
                    AND GOR-MES EQUAL WRK-MES-REF
                    MOVE "S" TO WRK-JA-RATEADO
                 END-IF
              END-PERFORM
              CLOSE ARQGORJETA
           END-IF.
           MOVE ZEROS TO ARQGORJETA-FS.

      *    GORJETA ESTA NO CABECALHO ("C" OU O REGISTRO ANTIGO EM
      *    BRANCO, QUE NAO TEM GORJETA); PEDIDO CANCELADO NAO ENTRA
       APURAR-BOLO SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "V"          TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = WRK-MES-REF * 100 + 1.
           COMPUTE MVA-DATA-FIM = WRK-MES-REF * 100 + 31.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                 END-IF
                 IF MVA-FIM NOT EQUAL "S"
                    AND VEN-TIPO-REG EQUAL "C"
                    AND VEN-DATA(1:6) EQUAL WRK-MES-REF
                    AND VEN-GORJETA IS NUMERIC
                    ADD VEN-GORJETA TO WRK-GOR-VENDAS
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           COMPUTE MVA-DATA-INI = WRK-MES-REF * 100 + 1.
           COMPUTE MVA-DATA-FIM = WRK-MES-REF * 100 + 31.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                 END-IF
                 IF MVA-FIM NOT EQUAL "S"
                    AND PED-TIPO-REG EQUAL "C"
                    AND PED-SITUACAO NOT EQUAL "X"
                    AND PED-DATA(1:6) EQUAL WRK-MES-REF
                    AND PED-GORJETA IS NUMERIC
                    ADD PED-GORJETA TO WRK-GOR-PEDIDOS
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.
           COMPUTE WRK-BOLO = WRK-GOR-VENDAS + WRK-GOR-PEDIDOS.
           DISPLAY "GORJETAS DAS VENDAS..: " WRK-GOR-VENDAS.
           DISPLAY "GORJETAS DOS PEDIDOS.: " WRK-GOR-PEDIDOS.

      *    TABELA MANTIDA NO DADOS/ARQCARGOPTS.TXT - SE O ARQUIVO NAO
      *    EXISTE AINDA, E CRIADO COM OS PONTOS PADRAO ABAIXO, COMO A
      *    FOLHA FAZ COM O ARQFAIXAS.TXT
       CARREGAR-CARGOS SECTION.
           OPEN INPUT ARQCARGOPTS.
           IF ARQCARGOPTS-FS NOT EQUAL ZEROS
              PERFORM CRIAR-CARGOS-PADRAO
              OPEN INPUT ARQCARGOPTS
           END-IF.
           PERFORM UNTIL ARQCARGOPTS-FS NOT EQUAL ZEROS
              READ ARQCARGOPTS
              IF ARQCARGOPTS-FS EQUAL ZEROS
                 AND WRK-QTD-CARGOS LESS 20
                 ADD 1 TO WRK-QTD-CARGOS
                 MOVE CPT-CARGO  TO WRK-CPT-CARGO(WRK-QTD-CARGOS)
                 MOVE CPT-PONTOS TO WRK-CPT-PONTOS(WRK-QTD-CARGOS)
              END-IF
           END-PERFORM.
           CLOSE ARQCARGOPTS.

       CRIAR-CARGOS-PADRAO SECTION.
           OPEN OUTPUT ARQCARGOPTS.
           MOVE "GARCOM"     TO CPT-CARGO.
           MOVE 10           TO CPT-PONTOS.
           WRITE CPT-REGISTRO.
           MOVE "PIZZAIOLO"  TO CPT-CARGO.
           MOVE 8            TO CPT-PONTOS.
           WRITE CPT-REGISTRO.
           MOVE "COZINHA"    TO CPT-CARGO.
           MOVE 6            TO CPT-PONTOS.
           WRITE CPT-REGISTRO.
           MOVE "CAIXA"      TO CPT-CARGO.
           MOVE 5            TO CPT-PONTOS.
           WRITE CPT-REGISTRO.
           MOVE "ENTREGADOR" TO CPT-CARGO.
           MOVE 4            TO CPT-PONTOS.
           WRITE CPT-REGISTRO.
           MOVE "AUXILIAR"   TO CPT-CARGO.
           MOVE 3            TO CPT-PONTOS.
           WRITE CPT-REGISTRO.
           CLOSE ARQCARGOPTS.
           DISPLAY "ARQCARGOPTS.TXT CRIADO COM OS PONTOS PADRAO".

      *    UMA LINHA NA TABELA POR FUNCIONARIO COM PONTO NO MES, COM
      *    OS SEGUNDOS SOMADOS DE TODOS OS TURNOS DELE
       APURAR-HORAS SECTION.
           OPEN INPUT ARQPONTO.
           IF ARQPONTO-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQPONTO.DAT (STATUS " ARQPONTO-FS ")"
           ELSE
              PERFORM UNTIL ARQPONTO-FS NOT EQUAL ZEROS
                 READ ARQPONTO
                 IF ARQPONTO-FS EQUAL ZEROS
                    AND PONTO-DATA(1:6) EQUAL WRK-MES-REF
                    PERFORM ACUMULAR-PONTO
                 END-IF
              END-PERFORM
              CLOSE ARQPONTO
           END-IF.

       ACUMULAR-PONTO SECTION.
           MOVE ZERO TO WRK-FUN-ACHADO.
           PERFORM VARYING WRK-FUN-IDX FROM 1 BY 1
                   UNTIL WRK-FUN-IDX GREATER WRK-QTD-FUNC
                      OR WRK-FUN-ACHADO GREATER ZERO
              IF WRK-FUN-ID(WRK-FUN-IDX) EQUAL PONTO-FUNC-ID
                 MOVE WRK-FUN-IDX TO WRK-FUN-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-FUN-ACHADO EQUAL ZERO
              AND WRK-QTD-FUNC LESS 200
              ADD 1 TO WRK-QTD-FUNC
              MOVE WRK-QTD-FUNC TO WRK-FUN-ACHADO
              INITIALIZE WRK-FUN-ITEM(WRK-FUN-ACHADO)
              MOVE PONTO-FUNC-ID TO WRK-FUN-ID(WRK-FUN-ACHADO)
           END-IF.
           IF WRK-FUN-ACHADO GREATER ZERO
              ADD PONTO-SEGUNDOS TO WRK-FUN-SEGUNDOS(WRK-FUN-ACHADO)
           END-IF.

      *    SO ENTRA QUEM ESTA NO ARQFUNC, ATIVO (O DESLIGADO SAI DA
      *    FOLHA QUE PAGARIA A COTA) E COM CARGO PONTUADO NA TABELA
       PESAR-FUNCIONARIOS SECTION.
           OPEN INPUT ARQFUNC.
           IF ARQFUNC-FS NOT EQUAL ZEROS
              DISPLAY "ARQFUNC.DAT NAO ABERTO - STATUS " ARQFUNC-FS
              MOVE ZEROS TO WRK-PESO-TOTAL
           ELSE
              PERFORM PESAR-UM
                      VARYING WRK-FUN-IDX FROM 1 BY 1
                      UNTIL WRK-FUN-IDX GREATER WRK-QTD-FUNC
              CLOSE ARQFUNC
           END-IF.

       PESAR-UM SECTION.
           MOVE "N" TO WRK-FUN-ELEGIVEL(WRK-FUN-IDX).
           COMPUTE WRK-FUN-HORAS(WRK-FUN-IDX) =
                   WRK-FUN-SEGUNDOS(WRK-FUN-IDX) / 3600.
           MOVE WRK-FUN-ID(WRK-FUN-IDX) TO FUNC-ID.
           READ ARQFUNC.
           IF ARQFUNC-FS NOT EQUAL ZEROS
              DISPLAY "FUNCIONARIO " WRK-FUN-ID(WRK-FUN-IDX)
                      " COM PONTO E FORA DO ARQFUNC - FORA DO RATEIO"
              ADD 1 TO WRK-QTD-FORA
           ELSE
              MOVE FUNC-NOME  TO WRK-FUN-NOME(WRK-FUN-IDX)
              MOVE FUNC-CARGO TO WRK-FUN-CARGO(WRK-FUN-IDX)
              PERFORM BUSCAR-PONTOS-CARGO
              EVALUATE TRUE
                 WHEN FUNC-DESLIGAMENTO NOT EQUAL ZEROS
                    DISPLAY "FUNCIONARIO " FUNC-ID
                            " DESLIGADO - FORA DO RATEIO"
                    ADD 1 TO WRK-QTD-FORA
                 WHEN WRK-FUN-PONTOS(WRK-FUN-IDX) EQUAL ZEROS
                    DISPLAY "FUNCIONARIO " FUNC-ID " CARGO '"
                            FUNC-CARGO "' SEM PONTOS NA TABELA"
                            " - FORA DO RATEIO"
                    ADD 1 TO WRK-QTD-FORA
                 WHEN WRK-FUN-HORAS(WRK-FUN-IDX) EQUAL ZEROS
                    ADD 1 TO WRK-QTD-FORA
                 WHEN OTHER
                    MOVE "S" TO WRK-FUN-ELEGIVEL(WRK-FUN-IDX)
                    COMPUTE WRK-FUN-PESO(WRK-FUN-IDX) =
                            WRK-FUN-PONTOS(WRK-FUN-IDX)
                          * WRK-FUN-HORAS(WRK-FUN-IDX)
                    ADD WRK-FUN-PESO(WRK-FUN-IDX) TO WRK-PESO-TOTAL
                    ADD 1 TO WRK-QTD-ELEGIVEIS
                    MOVE WRK-FUN-IDX TO WRK-ULTIMO-ELEG
              END-EVALUATE
           END-IF.
           MOVE ZEROS TO ARQFUNC-FS.

       BUSCAR-PONTOS-CARGO SECTION.
           MOVE ZEROS TO WRK-FUN-PONTOS(WRK-FUN-IDX).
           IF FUNC-CARGO NOT EQUAL SPACES
              PERFORM VARYING WRK-CPT-IDX FROM 1 BY 1
                      UNTIL WRK-CPT-IDX GREATER WRK-QTD-CARGOS
                 IF WRK-CPT-CARGO(WRK-CPT-IDX) EQUAL FUNC-CARGO
                    MOVE WRK-CPT-PONTOS(WRK-CPT-IDX)
                      TO WRK-FUN-PONTOS(WRK-FUN-IDX)
                 END-IF
              END-PERFORM
           END-IF.

      *    COTA = BOLO X PESO / PESO TOTAL, TRUNCADA NOS CENTAVOS; O
      *    ULTIMO ELEGIVEL FICA COM O QUE SOBRAR PARA FECHAR O BOLO
       RATEAR-BOLO SECTION.
           MOVE ZEROS TO WRK-DISTRIBUIDO.
           PERFORM VARYING WRK-FUN-IDX FROM 1 BY 1
                   UNTIL WRK-FUN-IDX GREATER WRK-QTD-FUNC
              IF WRK-FUN-ELEGIVEL(WRK-FUN-IDX) EQUAL "S"
                 IF WRK-FUN-IDX EQUAL WRK-ULTIMO-ELEG
                    COMPUTE WRK-FUN-VALOR(WRK-FUN-IDX) =
                            WRK-BOLO - WRK-DISTRIBUIDO
                 ELSE
                    COMPUTE WRK-FUN-VALOR(WRK-FUN-IDX) =
                            WRK-BOLO * WRK-FUN-PESO(WRK-FUN-IDX)
                          / WRK-PESO-TOTAL
                 END-IF
                 ADD WRK-FUN-VALOR(WRK-FUN-IDX) TO WRK-DISTRIBUIDO
              END-IF
           END-PERFORM.

       GRAVAR-COTAS SECTION.
           OPEN EXTEND ARQGORJETA.
           IF ARQGORJETA-FS EQUAL 05
              OPEN OUTPUT ARQGORJETA
           END-IF.
           PERFORM VARYING WRK-FUN-IDX FROM 1 BY 1
                   UNTIL WRK-FUN-IDX GREATER WRK-QTD-FUNC
              IF WRK-FUN-ELEGIVEL(WRK-FUN-IDX) EQUAL "S"
                 MOVE WRK-MES-REF                 TO GOR-MES
                 MOVE WRK-FUN-ID(WRK-FUN-IDX)     TO GOR-FUNC-ID
                 MOVE WRK-FUN-CARGO(WRK-FUN-IDX)  TO GOR-CARGO
                 MOVE WRK-FUN-PONTOS(WRK-FUN-IDX) TO GOR-PONTOS
                 MOVE WRK-FUN-HORAS(WRK-FUN-IDX)  TO GOR-HORAS
                 MOVE WRK-FUN-VALOR(WRK-FUN-IDX)  TO GOR-VALOR
                 MOVE ZEROS                       TO GOR-FOLHA-REF
                 MOVE WRK-DATA-HOJE               TO GOR-DATA-GRAVACAO
                 WRITE GOR-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE ARQGORJETA.

       IMPRIMIR-DEMONSTRATIVO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE WRK-BOLO TO WRK-ED-BOLO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "RATEIO DE GORJETAS - MES " DELIMITED BY SIZE
                  WRK-MES-REF                 DELIMITED BY SIZE
                  " - BOLO "                  DELIMITED BY SIZE
                  WRK-ED-BOLO                 DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE "FUNC NOME                 CARGO      PONTOS    HORAS"
             TO WRK-SPL-LINHA.
           MOVE "         COTA" TO WRK-SPL-LINHA(54:13).
           PERFORM GRAVAR-LINHA.
           PERFORM IMPRIMIR-FUNCIONARIO
                   VARYING WRK-FUN-IDX FROM 1 BY 1
                   UNTIL WRK-FUN-IDX GREATER WRK-QTD-FUNC.
           MOVE WRK-DISTRIBUIDO TO WRK-ED-BOLO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "DISTRIBUIDO A " DELIMITED BY SIZE
                  WRK-QTD-ELEGIVEIS DELIMITED BY SIZE
                  " FUNCIONARIO(S): " DELIMITED BY SIZE
                  WRK-ED-BOLO       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           IF WRK-QTD-FORA GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "COM PONTO NO MES E FORA DO RATEIO: "
                     DELIMITED BY SIZE
                     WRK-QTD-FORA DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-LINHA
           END-IF.

       IMPRIMIR-FUNCIONARIO SECTION.
           IF WRK-FUN-ELEGIVEL(WRK-FUN-IDX) EQUAL "S"
              MOVE WRK-FUN-PONTOS(WRK-FUN-IDX) TO WRK-ED-PONTOS
              MOVE WRK-FUN-HORAS(WRK-FUN-IDX)  TO WRK-ED-HORAS
              MOVE WRK-FUN-VALOR(WRK-FUN-IDX)  TO WRK-ED-VALOR
              MOVE SPACES TO WRK-SPL-LINHA
              STRING WRK-FUN-ID(WRK-FUN-IDX) " "
                     WRK-FUN-NOME(WRK-FUN-IDX) " "
                     WRK-FUN-CARGO(WRK-FUN-IDX) "    "
                     WRK-ED-PONTOS " " WRK-ED-HORAS " "
                     WRK-ED-VALOR
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-LINHA
           END-IF.

       GRAVAR-LINHA SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
