       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANHARESP.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: APURACAO DE RESPOSTA E RETORNO DAS CAMPANHAS - PARA
      *CADA CAMPANHA DO MESTRE (ARQCAMPANHA.DAT) CUJA JANELA JA
      *TERMINOU, CRUZA OS CLIENTES ALVO (ARQCAMPALVO.DAT) COM AS
      *COMPRAS FEITAS DENTRO DA JANELA NOS PEDIDOS (PEDIDOS.TXT) E NAS
      *VENDAS DE BALCAO (VENDAS.TXT) E MOSTRA, PARA O GRUPO CONTATADO
      *E PARA O GRUPO DE CONTROLE (NAO CONTATADO), A TAXA DE RESPOSTA E
      *A RECEITA DOS QUE RESPONDERAM, COM O CUSTO POR RESPOSTA, A
      *RESPOSTA E A RECEITA INCREMENTAIS (ACIMA DO QUE O CONTROLE FEZ
      *SOZINHO) E O RETORNO SOBRE O CUSTO. COMPRA COM CUPOM DA
      *CAMPANHA (CUPOM-CAMPANHA) E RESPOSTA DIRETA, MESMO DE QUEM NAO
      *ESTAVA NA LISTA. A CAMPANHA APURADA FICA ENCERRADA NO MESTRE.
      *NO LOTE NOTURNO RODA SEM PARAMETRO E APURA AS CAMPANHAS VENCIDAS
      *AINDA ABERTAS; PELO CAMPANHAMANUT APURA A CAMPANHA INFORMADA.
      *PEDIDOS E VENDAS DA CAMPANHA VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAMPANHA ASSIGN TO "DADOS/ARQCAMPANHA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCAMPANHA-FS
           RECORD KEY IS CMP-CODIGO.

           SELECT ARQCAMPALVO ASSIGN TO "DADOS/ARQCAMPALVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCAMPALVO-FS
           RECORD KEY IS ALV-CHAVE.

           SELECT ARQCUPOM ASSIGN TO "DADOS/ARQCUPOM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCUPOM-FS
           RECORD KEY IS CUPOM-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCAMPANHA.
       COPY "#CRM-CAMPANHA".

       FD ARQCAMPALVO.
       COPY "#CRM-CAMPALVO".

       FD ARQCUPOM.
       COPY "#CUPOM".

       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
       COPY "#MOVACESSO".

       01 ARQCAMPANHA-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCAMPALVO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCUPOM-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-CAMPANHA-PEDIDA PIC X(15) VALUES SPACES.
       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-TOT-APURADAS   PIC 9(03) VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------CAMPANHAS A APURAR NESTA RODADA
       01 WRK-QTD-CAMPANHAS  PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CAMPANHAS.
           05 WRK-CAM-CODIGO PIC X(15) OCCURS 50 TIMES.
       01 WRK-CAM-IDX        PIC 9(02) USAGE COMP VALUE ZERO.

      *----------CLIENTES ALVO DA CAMPANHA EM APURACAO
       01 WRK-QTD-ALVOS      PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-ALVOS-ESTOURO  PIC X(01) VALUE "N".
       01 WRK-TAB-ALVOS.
           05 WRK-ALV-ITEM OCCURS 3000 TIMES.
               10 WRK-ALV-ID         PIC 9(06).
               10 WRK-ALV-GRUPO      PIC X(01).
               10 WRK-ALV-RESPONDEU  PIC X(01).
               10 WRK-ALV-CUPOM      PIC X(01).
               10 WRK-ALV-RECEITA    PIC 9(07)V99.
       01 WRK-ALV-IDX        PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-ALV-ACHADO     PIC 9(04) USAGE COMP VALUE ZERO.

      *----------CUPONS DA CAMPANHA (CUPOM-CAMPANHA = CODIGO)
       01 WRK-QTD-CUPONS     PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CUPONS.
           05 WRK-CUP-CODIGO PIC X(10) OCCURS 30 TIMES.
       01 WRK-CUP-IDX        PIC 9(02) USAGE COMP VALUE ZERO.

      *----------COMPRA LIDA DO PEDIDO OU DA VENDA
       01 WRK-MOV-CLIENTE    PIC 9(06) VALUES ZEROS.
       01 WRK-MOV-VALOR      PIC 9(07)V99 VALUES ZEROS.
       01 WRK-MOV-CUPOM      PIC X(10) VALUES SPACES.
       01 WRK-MOV-COM-CUPOM  PIC X(01) VALUES "N".

      *----------TOTAIS POR GRUPO ("A" CONTATADO / "C" CONTROLE)
       01 WRK-CON-QTD        PIC 9(06) VALUES ZEROS.
       01 WRK-CON-RESP       PIC 9(06) VALUES ZEROS.
       01 WRK-CON-CUPOM      PIC 9(06) VALUES ZEROS.
       01 WRK-CON-RECEITA    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-CTL-QTD        PIC 9(06) VALUES ZEROS.
       01 WRK-CTL-RESP       PIC 9(06) VALUES ZEROS.
       01 WRK-CTL-RECEITA    PIC 9(09)V99 VALUES ZEROS.
      *    CUPOM DA CAMPANHA USADO POR QUEM NAO ESTAVA NA LISTA (OU
      *    NAO SE IDENTIFICOU) - RESPOSTA DIRETA FORA DOS ALVOS
       01 WRK-FORA-RESP      PIC 9(06) VALUES ZEROS.
       01 WRK-FORA-RECEITA   PIC 9(09)V99 VALUES ZEROS.

      *----------INDICADORES
       01 WRK-TOT-RESP       PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-RECEITA    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-TAXA-CON       PIC 9(03)V99 VALUES ZEROS.
       01 WRK-TAXA-CTL       PIC 9(03)V99 VALUES ZEROS.
       01 WRK-CUSTO-RESP     PIC 9(07)V99 VALUES ZEROS.
       01 WRK-RESP-ESPERADA  PIC 9(06)V99 VALUES ZEROS.
       01 WRK-RESP-INCREM    PIC S9(06)V99 VALUES ZEROS.
       01 WRK-REC-ESPERADA   PIC 9(09)V99 VALUES ZEROS.
       01 WRK-REC-INCREM     PIC S9(09)V99 VALUES ZEROS.
       01 WRK-RETORNO-PCT    PIC S9(05)V99 VALUES ZEROS.

       01 WRK-ED-QTD         PIC ZZZZZ9.
       01 WRK-ED-QTD2        PIC ZZZZZ9.
       01 WRK-ED-TAXA        PIC ZZ9,99.
       01 WRK-ED-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-ED-SINAL       PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-ED-RESP-INC    PIC -ZZZZZ9,99.
       01 WRK-ED-PCT         PIC -ZZZZ9,99.

      *----------ENTRADA NO SPOOL CENTRAL, UMA POR CAMPANHA
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "RESPOSTA CAMPANHA".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "CAMPANHARESP".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-CAMPANHA       PIC X(15).
       01 LNK-OPERADOR       PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-CAMPANHA
                                OPTIONAL LNK-OPERADOR.
       0001-PRINCIPAL SECTION.
           DISPLAY "CAMPANHARESP - INICIO".
           IF ADDRESS OF LNK-CAMPANHA NOT EQUAL NULL
              MOVE LNK-CAMPANHA TO WRK-CAMPANHA-PEDIDA
           END-IF.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
                 MOVE LNK-OPERADOR TO WRK-SPL-OPERADOR
              END-IF
           END-IF.
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           OPEN I-O ARQCAMPANHA.
           IF ARQCAMPANHA-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQCAMPANHA.DAT (STATUS " ARQCAMPANHA-FS ")"
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM SELECIONAR-CAMPANHAS
              PERFORM VARYING WRK-CAM-IDX FROM 1 BY 1
                      UNTIL WRK-CAM-IDX GREATER WRK-QTD-CAMPANHAS
                 PERFORM APURAR-CAMPANHA
              END-PERFORM
              CLOSE ARQCAMPANHA
           END-IF.
           DISPLAY "CAMPANHAS APURADAS: " WRK-TOT-APURADAS.
           DISPLAY "CAMPANHARESP - FIM".
           GOBACK.

      *    COM CODIGO INFORMADO, SO AQUELA CAMPANHA (MESMO JA
      *    ENCERRADA - A APURACAO E REFEITA); SEM CODIGO, TODAS AS
      *    ABERTAS CUJA JANELA TERMINOU ANTES DO DIA DE NEGOCIO
       SELECIONAR-CAMPANHAS SECTION.
           MOVE ZERO TO WRK-QTD-CAMPANHAS.
           IF WRK-CAMPANHA-PEDIDA NOT EQUAL SPACES
              MOVE WRK-CAMPANHA-PEDIDA TO CMP-CODIGO
              READ ARQCAMPANHA
              IF ARQCAMPANHA-FS EQUAL ZEROS
                 MOVE 1 TO WRK-QTD-CAMPANHAS
                 MOVE CMP-CODIGO TO WRK-CAM-CODIGO(1)
              ELSE
                 DISPLAY "CAMPANHA " WRK-CAMPANHA-PEDIDA
                         " NAO CADASTRADA"
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE LOW-VALUES TO CMP-CODIGO
              START ARQCAMPANHA KEY IS GREATER CMP-CODIGO
              PERFORM UNTIL ARQCAMPANHA-FS NOT EQUAL ZEROS
                 READ ARQCAMPANHA NEXT RECORD
                 IF ARQCAMPANHA-FS EQUAL ZEROS
                    AND CMP-SITUACAO NOT EQUAL "E"
                    AND CMP-FIM LESS WRK-DATA-ALVO
                    AND WRK-QTD-CAMPANHAS LESS 50
                    ADD 1 TO WRK-QTD-CAMPANHAS
                    MOVE CMP-CODIGO TO WRK-CAM-CODIGO(WRK-QTD-CAMPANHAS)
                 END-IF
              END-PERFORM
           END-IF.
           MOVE ZEROS TO ARQCAMPANHA-FS.

       APURAR-CAMPANHA SECTION.
           MOVE WRK-CAM-CODIGO(WRK-CAM-IDX) TO CMP-CODIGO.
           READ ARQCAMPANHA.
           IF ARQCAMPANHA-FS EQUAL ZEROS
              PERFORM ZERAR-TOTAIS
              PERFORM CARREGAR-ALVOS
              PERFORM CARREGAR-CUPONS
              PERFORM LER-PEDIDOS
              PERFORM LER-VENDAS
              PERFORM TOTALIZAR-GRUPOS
              PERFORM CALCULAR-INDICADORES
              PERFORM IMPRIMIR-CAMPANHA
              MOVE "E"             TO CMP-SITUACAO
              MOVE WRK-DATA-ALVO   TO CMP-DATA-APURACAO
              MOVE WRK-TOT-RESP    TO CMP-QTD-RESPOSTAS
              MOVE WRK-TOT-RECEITA TO CMP-RECEITA
              REWRITE CMP-REGISTRO
              ADD 1 TO WRK-TOT-APURADAS
           END-IF.
           MOVE ZEROS TO ARQCAMPANHA-FS.

       ZERAR-TOTAIS SECTION.
           MOVE ZERO  TO WRK-QTD-ALVOS WRK-QTD-CUPONS.
           MOVE "N"   TO WRK-ALVOS-ESTOURO.
           MOVE ZEROS TO WRK-CON-QTD WRK-CON-RESP WRK-CON-CUPOM
                         WRK-CON-RECEITA WRK-CTL-QTD WRK-CTL-RESP
                         WRK-CTL-RECEITA WRK-FORA-RESP
                         WRK-FORA-RECEITA WRK-TOT-RESP
                         WRK-TOT-RECEITA WRK-TAXA-CON WRK-TAXA-CTL
                         WRK-CUSTO-RESP WRK-RESP-ESPERADA
                         WRK-RESP-INCREM WRK-REC-ESPERADA
                         WRK-REC-INCREM WRK-RETORNO-PCT.

       CARREGAR-ALVOS SECTION.
           OPEN INPUT ARQCAMPALVO.
           IF ARQCAMPALVO-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQCAMPALVO.DAT (STATUS " ARQCAMPALVO-FS ")"
           ELSE
              MOVE CMP-CODIGO TO ALV-CAMPANHA
              MOVE ZEROS      TO ALV-CLIENTE-ID
              START ARQCAMPALVO KEY IS NOT LESS ALV-CHAVE
              PERFORM UNTIL ARQCAMPALVO-FS NOT EQUAL ZEROS
                 READ ARQCAMPALVO NEXT RECORD
                 IF ARQCAMPALVO-FS EQUAL ZEROS
                    IF ALV-CAMPANHA NOT EQUAL CMP-CODIGO
                       MOVE 10 TO ARQCAMPALVO-FS
                    ELSE
                       PERFORM GUARDAR-ALVO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQCAMPALVO
           END-IF.
           IF WRK-ALVOS-ESTOURO EQUAL "S"
              DISPLAY "CAMPANHA " CMP-CODIGO " PASSA DE 3000 ALVOS -"
                      " EXCEDENTES FORA DA APURACAO"
              MOVE 4 TO RETURN-CODE
           END-IF.

       GUARDAR-ALVO SECTION.
           IF WRK-QTD-ALVOS LESS 3000
              ADD 1 TO WRK-QTD-ALVOS
              MOVE ALV-CLIENTE-ID TO WRK-ALV-ID(WRK-QTD-ALVOS)
              MOVE ALV-GRUPO      TO WRK-ALV-GRUPO(WRK-QTD-ALVOS)
              MOVE "N"            TO WRK-ALV-RESPONDEU(WRK-QTD-ALVOS)
              MOVE "N"            TO WRK-ALV-CUPOM(WRK-QTD-ALVOS)
              MOVE ZEROS          TO WRK-ALV-RECEITA(WRK-QTD-ALVOS)
           ELSE
              MOVE "S" TO WRK-ALVOS-ESTOURO
           END-IF.

       CARREGAR-CUPONS SECTION.
           OPEN INPUT ARQCUPOM.
           IF ARQCUPOM-FS EQUAL ZEROS
              MOVE LOW-VALUES TO CUPOM-CODIGO
              START ARQCUPOM KEY IS GREATER CUPOM-CODIGO
              PERFORM UNTIL ARQCUPOM-FS NOT EQUAL ZEROS
                 READ ARQCUPOM NEXT RECORD
                 IF ARQCUPOM-FS EQUAL ZEROS
                    AND CUPOM-CAMPANHA EQUAL CMP-CODIGO
                    AND WRK-QTD-CUPONS LESS 30
                    ADD 1 TO WRK-QTD-CUPONS
                    MOVE CUPOM-CODIGO TO WRK-CUP-CODIGO(WRK-QTD-CUPONS)
                 END-IF
              END-PERFORM
              CLOSE ARQCUPOM
           END-IF.
           MOVE ZEROS TO ARQCUPOM-FS.

      *    O VALOR DO PEDIDO ESTA NO CABECALHO "C" - AS LINHAS "I"
      *    NAO CONTAM DE NOVO. PEDIDO CANCELADO NAO E RESPOSTA
       LER-PEDIDOS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           MOVE CMP-INICIO   TO MVA-DATA-INI.
           MOVE CMP-FIM      TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    IF PED-TIPO-REG NOT EQUAL "I"
                       AND PED-SITUACAO NOT EQUAL "X"
                       AND PED-DATA NOT LESS CMP-INICIO
                       AND PED-DATA NOT GREATER CMP-FIM
                       MOVE PED-CLIENTE-ID TO WRK-MOV-CLIENTE
                       MOVE PED-PRECO      TO WRK-MOV-VALOR
                       MOVE PED-CUPOM      TO WRK-MOV-CUPOM
                       PERFORM REGISTRAR-COMPRA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           END-IF.

      *    UM TICKET E UMA COMPRA: SO O CABECALHO "C" (OU A VENDA
      *    ANTIGA) ENTRA
       LER-VENDAS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "V"          TO MVA-ARQUIVO.
           MOVE CMP-INICIO   TO MVA-DATA-INI.
           MOVE CMP-FIM      TO MVA-DATA-FIM.
           MOVE ZEROS        TO MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                    IF VEN-TIPO-REG NOT EQUAL "I"
                       AND VEN-DATA NOT LESS CMP-INICIO
                       AND VEN-DATA NOT GREATER CMP-FIM
                       MOVE VEN-CLIENTE-ID TO WRK-MOV-CLIENTE
                       MOVE VEN-VALOR      TO WRK-MOV-VALOR
                       MOVE VEN-CUPOM      TO WRK-MOV-CUPOM
                       PERFORM REGISTRAR-COMPRA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM VENDAS.TXT (STATUS " MVA-STATUS ")"
           END-IF.

       REGISTRAR-COMPRA SECTION.
           MOVE "N" TO WRK-MOV-COM-CUPOM.
           IF WRK-MOV-CUPOM NOT EQUAL SPACES
              PERFORM VARYING WRK-CUP-IDX FROM 1 BY 1
                      UNTIL WRK-CUP-IDX GREATER WRK-QTD-CUPONS
                 IF WRK-CUP-CODIGO(WRK-CUP-IDX) EQUAL WRK-MOV-CUPOM
                    MOVE "S" TO WRK-MOV-COM-CUPOM
                 END-IF
              END-PERFORM
           END-IF.
           MOVE ZERO TO WRK-ALV-ACHADO.
           IF WRK-MOV-CLIENTE GREATER ZEROS
              PERFORM VARYING WRK-ALV-IDX FROM 1 BY 1
                      UNTIL WRK-ALV-IDX GREATER WRK-QTD-ALVOS
                         OR WRK-ALV-ACHADO GREATER ZERO
                 IF WRK-ALV-ID(WRK-ALV-IDX) EQUAL WRK-MOV-CLIENTE
                    MOVE WRK-ALV-IDX TO WRK-ALV-ACHADO
                 END-IF
              END-PERFORM
           END-IF.
           IF WRK-ALV-ACHADO GREATER ZERO
              MOVE "S" TO WRK-ALV-RESPONDEU(WRK-ALV-ACHADO)
              ADD WRK-MOV-VALOR TO WRK-ALV-RECEITA(WRK-ALV-ACHADO)
              IF WRK-MOV-COM-CUPOM EQUAL "S"
                 MOVE "S" TO WRK-ALV-CUPOM(WRK-ALV-ACHADO)
              END-IF
           ELSE
              IF WRK-MOV-COM-CUPOM EQUAL "S"
                 ADD 1             TO WRK-FORA-RESP
                 ADD WRK-MOV-VALOR TO WRK-FORA-RECEITA
              END-IF
           END-IF.

       TOTALIZAR-GRUPOS SECTION.
           PERFORM VARYING WRK-ALV-IDX FROM 1 BY 1
                   UNTIL WRK-ALV-IDX GREATER WRK-QTD-ALVOS
              IF WRK-ALV-GRUPO(WRK-ALV-IDX) EQUAL "C"
                 ADD 1 TO WRK-CTL-QTD
                 IF WRK-ALV-RESPONDEU(WRK-ALV-IDX) EQUAL "S"
                    ADD 1 TO WRK-CTL-RESP
                    ADD WRK-ALV-RECEITA(WRK-ALV-IDX) TO WRK-CTL-RECEITA
                 END-IF
              ELSE
                 ADD 1 TO WRK-CON-QTD
                 IF WRK-ALV-RESPONDEU(WRK-ALV-IDX) EQUAL "S"
                    ADD 1 TO WRK-CON-RESP
                    ADD WRK-ALV-RECEITA(WRK-ALV-IDX) TO WRK-CON-RECEITA
                    IF WRK-ALV-CUPOM(WRK-ALV-IDX) EQUAL "S"
                       ADD 1 TO WRK-CON-CUPOM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    RESPOSTA DA CAMPANHA = CONTATADOS QUE COMPRARAM + CUPONS DA
      *    CAMPANHA FORA DA LISTA. O ESPERADO SEM A CAMPANHA E O QUE O
      *    CONTROLE FEZ SOZINHO, PROJETADO NO TAMANHO DO CONTATADO
       CALCULAR-INDICADORES SECTION.
           ADD WRK-CON-RESP WRK-FORA-RESP GIVING WRK-TOT-RESP.
           ADD WRK-CON-RECEITA WRK-FORA-RECEITA GIVING WRK-TOT-RECEITA.
           IF WRK-CON-QTD GREATER ZEROS
              COMPUTE WRK-TAXA-CON ROUNDED =
                      WRK-CON-RESP * 100 / WRK-CON-QTD
           END-IF.
           IF WRK-CTL-QTD GREATER ZEROS
              COMPUTE WRK-TAXA-CTL ROUNDED =
                      WRK-CTL-RESP * 100 / WRK-CTL-QTD
              COMPUTE WRK-RESP-ESPERADA ROUNDED =
                      WRK-CON-QTD * WRK-CTL-RESP / WRK-CTL-QTD
              COMPUTE WRK-REC-ESPERADA ROUNDED =
                      WRK-CON-QTD * WRK-CTL-RECEITA / WRK-CTL-QTD
           END-IF.
           COMPUTE WRK-RESP-INCREM = WRK-TOT-RESP - WRK-RESP-ESPERADA.
           COMPUTE WRK-REC-INCREM = WRK-TOT-RECEITA - WRK-REC-ESPERADA.
           IF WRK-TOT-RESP GREATER ZEROS
              COMPUTE WRK-CUSTO-RESP ROUNDED =
                      CMP-CUSTO / WRK-TOT-RESP
           END-IF.
           IF CMP-CUSTO GREATER ZEROS
              COMPUTE WRK-RETORNO-PCT ROUNDED =
                      (WRK-REC-INCREM - CMP-CUSTO) * 100 / CMP-CUSTO
                 ON SIZE ERROR
                    MOVE 99999,99 TO WRK-RETORNO-PCT
              END-COMPUTE
           END-IF.

       IMPRIMIR-CAMPANHA SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CAMPANHA "    DELIMITED BY SIZE
                  CMP-CODIGO     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  CMP-DESCRICAO  DELIMITED BY SIZE
                  " CANAL "      DELIMITED BY SIZE
                  CMP-CANAL      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE CMP-CUSTO TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "JANELA "      DELIMITED BY SIZE
                  CMP-INICIO     DELIMITED BY SIZE
                  " A "          DELIMITED BY SIZE
                  CMP-FIM        DELIMITED BY SIZE
                  "  CUSTO "     DELIMITED BY SIZE
                  WRK-ED-VALOR   DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "GRUPO          CLIENTES RESPOSTAS  TAXA %   RECEITA"
             TO WRK-SPL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-CON-QTD     TO WRK-ED-QTD.
           MOVE WRK-CON-RESP    TO WRK-ED-QTD2.
           MOVE WRK-TAXA-CON    TO WRK-ED-TAXA.
           MOVE WRK-CON-RECEITA TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CONTATADO        " DELIMITED BY SIZE
                  WRK-ED-QTD          DELIMITED BY SIZE
                  "    "              DELIMITED BY SIZE
                  WRK-ED-QTD2         DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WRK-ED-TAXA         DELIMITED BY SIZE
                  WRK-ED-VALOR        DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-CTL-QTD     TO WRK-ED-QTD.
           MOVE WRK-CTL-RESP    TO WRK-ED-QTD2.
           MOVE WRK-TAXA-CTL    TO WRK-ED-TAXA.
           MOVE WRK-CTL-RECEITA TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CONTROLE         " DELIMITED BY SIZE
                  WRK-ED-QTD          DELIMITED BY SIZE
                  "    "              DELIMITED BY SIZE
                  WRK-ED-QTD2         DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WRK-ED-TAXA         DELIMITED BY SIZE
                  WRK-ED-VALOR        DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-FORA-RESP    TO WRK-ED-QTD2.
           MOVE WRK-FORA-RECEITA TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CUPOM FORA LISTA           " DELIMITED BY SIZE
                  WRK-ED-QTD2                   DELIMITED BY SIZE
                  "        "                    DELIMITED BY SIZE
                  WRK-ED-VALOR                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-CON-CUPOM TO WRK-ED-QTD.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CONTATADOS QUE USARAM CUPOM DA CAMPANHA.: "
                                       DELIMITED BY SIZE
                  WRK-ED-QTD           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-TOT-RESP    TO WRK-ED-QTD.
           MOVE WRK-TOT-RECEITA TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "RESPOSTAS DA CAMPANHA..................: "
                                       DELIMITED BY SIZE
                  WRK-ED-QTD           DELIMITED BY SIZE
                  "  RECEITA "         DELIMITED BY SIZE
                  WRK-ED-VALOR         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-CUSTO-RESP TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CUSTO POR RESPOSTA.....................: "
                                       DELIMITED BY SIZE
                  WRK-ED-VALOR         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           IF WRK-CTL-QTD EQUAL ZEROS
              MOVE "SEM GRUPO DE CONTROLE - INCREMENTAL E RETORNO SOBRE"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-LINHA
              MOVE "A RECEITA TOTAL DOS QUE RESPONDERAM"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-LINHA
           END-IF.
           MOVE WRK-RESP-INCREM TO WRK-ED-RESP-INC.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "RESPOSTAS ACIMA DO CONTROLE............: "
                                       DELIMITED BY SIZE
                  WRK-ED-RESP-INC      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-REC-INCREM TO WRK-ED-SINAL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "RECEITA ACIMA DO CONTROLE..............: "
                                       DELIMITED BY SIZE
                  WRK-ED-SINAL         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-RETORNO-PCT TO WRK-ED-PCT.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "RETORNO SOBRE O CUSTO (%)..............: "
                                       DELIMITED BY SIZE
                  WRK-ED-PCT           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
