      *CADA CLIENTE NO ARQCRMSEGMENTO.TXT, COM O RESUMO DE QUANTOS
      *CAIRAM EM CADA SEGMENTO NO SPOOL - O MARKETING PASSA A MIRAR O
      *"GASTADOR SUMIDO" EM VEZ DE ATIRAR EM TODO CLIENTE ATIVO.
      *O CARTAO RFMCAMPANHA.TXT (OPCIONAL) LIGA UM SEGMENTO A UMA
      *CAMPANHA DO CAMPANHAMANUT: OS CLIENTES DO SEGMENTO SAO
      *REGISTRADOS COMO ALVO (CAMPANHAALVO) E OS CONTATADOS SAEM NO
      *EXTRATO ARQCRM_RFMCAMPANHA.TXT COM O CODIGO DA CAMPANHA - O
      *SORTEADO PARA O GRUPO DE CONTROLE FICA DE FORA.
      *RODA NO LOTE NOTURNO (FIM DE MES) SEM OPERADOR.
      *PEDIDOS E VENDAS VEM DO MOVACESSO (TODO O HISTORICO, DOS
      *ARQUIVOS DE PERIODO E DO ATIVO)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRFMPARM ASSIGN TO "DADOS/RFMPARM.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQRFMPARM-FS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQSEGMENTO-FS.

           SELECT ARQRFMCAMP ASSIGN TO "DADOS/RFMCAMPANHA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQRFMCAMP-FS.

           SELECT ARQEXTRATO ASSIGN TO "DADOS/ARQCRM_RFMCAMPANHA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQEXTRATO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQRFMPARM
           RECORDING MODE IS F.
      *    CARTAO DE CORTES DA PONTUACAO: RECENCIA EM DIAS (ATE R3 E
       FD ARQSEGMENTO.
       01 ARQSEGMENTO-LINHA  PIC X(80).

      *    CARTAO SEGMENTO X CAMPANHA: UMA LINHA POR SEGMENTO MIRADO,
      *    COM O ROTULO DO SEGMENTO E O CODIGO DA CAMPANHA
       FD ARQRFMCAMP.
       01 REG-RFMCAMP.
           05 RFMCAMP-SEGMENTO     PIC X(16).
           05 RFMCAMP-CAMPANHA     PIC X(15).

      *    MESMO FORMATO DO EXTRATO DO ANIVERSARIO NAS DUAS PRIMEIRAS
      *    COLUNAS (O ID NA SEGUNDA), PARA SERVIR AO ETIQUETACORREIO
       FD ARQEXTRATO.
       01 ARQEXTRATO-LINHA   PIC X(80).

       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
       COPY "#MOVACESSO".

       01 ARQRFMPARM-FS      PIC 9(02) VALUES ZEROS.
       01 ARQSEGMENTO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQRFMCAMP-FS      PIC 9(02) VALUES ZEROS.
       01 ARQEXTRATO-FS      PIC 9(02) VALUES ZEROS.

      *----------CORTES (PADROES SE O CARTAO FALTAR)
       77 WRK-REC-DIAS-3     PIC 9(04) VALUES 30.
       01 WRK-QTD-CLIENTES   PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CLIENTES.
           05 WRK-CLI-ITEM OCCURS 500 TIMES.
               10 WRK-CLI-ID        PIC 9(06).
               10 WRK-CLI-ULTIMA    PIC 9(08).
               10 WRK-CLI-QTD       PIC 9(05).
               10 WRK-CLI-VALOR     PIC 9(09)V99.
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.

       01 WRK-MOV-CLIENTE    PIC 9(06) VALUES ZEROS.
       01 WRK-MOV-DATA       PIC 9(08) VALUES ZEROS.
       01 WRK-MOV-VALOR      PIC 9(07)V99 VALUES ZEROS.

           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.
       01 WRK-SEG-QTD-ED     PIC 9(05) VALUES ZEROS.

      *----------SEGMENTOS MIRADOS POR CAMPANHA (CARTAO RFMCAMPANHA)
       01 WRK-QTD-CAMP       PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CAMP.
           05 WRK-CMP-ITEM OCCURS 10 TIMES.
               10 WRK-CMP-SEGMENTO  PIC X(16).
               10 WRK-CMP-CAMPANHA  PIC X(15).
               10 WRK-CMP-CONTATO   PIC 9(05).
               10 WRK-CMP-CONTROLE  PIC 9(05).
       01 WRK-CMP-IDX        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-CMP-ACHADO     PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-CMP-QTD-ED     PIC 9(05) VALUES ZEROS.
       01 WRK-CMP-CTL-ED     PIC 9(05) VALUES ZEROS.

       01 WRK-CAMPALVO.
           05 WRK-ALV-ACAO       PIC X(01) VALUE "V".
           05 WRK-ALV-CAMPANHA   PIC X(15) VALUE SPACES.
           05 WRK-ALV-CLIENTE-ID PIC 9(06) VALUE ZEROS.
           05 WRK-ALV-ORIGEM     PIC X(15) VALUE "RFMSEGMENTA".
           05 WRK-ALV-RETORNO    PIC X(01) VALUE SPACES.
           05 WRK-ALV-CANAL      PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "RFMSEGMENTA - INICIO".
           COMPUTE WRK-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM CARREGAR-CORTES.
           PERFORM CARREGAR-CAMPANHAS.
           PERFORM ACUMULAR-PEDIDOS.
           PERFORM ACUMULAR-VENDAS.
           PERFORM GRAVAR-SEGMENTOS.
           CLOSE ARQRFMPARM.
           DISPLAY "RFMPARM.TXT CRIADO COM OS CORTES PADRAO".

      *    SEM O CARTAO NAO HA CAMPANHA E NADA MUDA. CAMPANHA NAO
      *    CADASTRADA OU JA ENCERRADA E AVISADA E FICA DE FORA
       CARREGAR-CAMPANHAS SECTION.
           MOVE ZERO TO WRK-QTD-CAMP.
           OPEN INPUT ARQRFMCAMP.
           IF ARQRFMCAMP-FS EQUAL ZEROS
              PERFORM UNTIL ARQRFMCAMP-FS NOT EQUAL ZEROS
                 READ ARQRFMCAMP
                 IF ARQRFMCAMP-FS EQUAL ZEROS
                    AND RFMCAMP-CAMPANHA NOT EQUAL SPACES
                    PERFORM CONFERIR-CAMPANHA
                 END-IF
              END-PERFORM
              CLOSE ARQRFMCAMP
           END-IF.

       CONFERIR-CAMPANHA SECTION.
           MOVE "V"              TO WRK-ALV-ACAO.
           MOVE RFMCAMP-CAMPANHA TO WRK-ALV-CAMPANHA.
           CALL "CAMPANHAALVO" USING WRK-CAMPALVO.
           IF WRK-ALV-RETORNO EQUAL "S"
              AND WRK-QTD-CAMP LESS 10
              ADD 1 TO WRK-QTD-CAMP
              INITIALIZE WRK-CMP-ITEM(WRK-QTD-CAMP)
              MOVE RFMCAMP-SEGMENTO TO WRK-CMP-SEGMENTO(WRK-QTD-CAMP)
              MOVE RFMCAMP-CAMPANHA TO WRK-CMP-CAMPANHA(WRK-QTD-CAMP)
           ELSE
              DISPLAY "CAMPANHA " RFMCAMP-CAMPANHA
                      " NAO CADASTRADA OU ENCERRADA - SEGMENTO "
                      RFMCAMP-SEGMENTO " SEM CAMPANHA"
           END-IF.

      *    O VALOR DO PEDIDO ESTA NO CABECALHO "C" - AS LINHAS "I"
      *    DE PIZZA E ADICIONAL NAO CONTAM DE NOVO
       ACUMULAR-PEDIDOS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           MOVE ZEROS        TO MVA-DATA-INI MVA-DATA-FIM MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    IF PED-CLIENTE-ID GREATER ZEROS
                       AND PED-TIPO-REG NOT EQUAL "I"
                       AND PED-SITUACAO NOT EQUAL "X"
                       MOVE PED-CLIENTE-ID TO WRK-MOV-CLIENTE
                       MOVE PED-DATA       TO WRK-MOV-DATA
                       MOVE PED-PRECO      TO WRK-MOV-VALOR
                       PERFORM ACUMULAR-CLIENTE
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           END-IF.

      *    UM TICKET E UMA COMPRA: SO O CABECALHO "C" (OU A VENDA
      *    ANTIGA) ENTRA NA FREQUENCIA E NO VALOR
       ACUMULAR-VENDAS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "V"          TO MVA-ARQUIVO.
           MOVE ZEROS        TO MVA-DATA-INI MVA-DATA-FIM MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                    IF VEN-CLIENTE-ID GREATER ZEROS
                       AND VEN-TIPO-REG NOT EQUAL "I"
                       MOVE VEN-CLIENTE-ID TO WRK-MOV-CLIENTE
                       MOVE VEN-DATA       TO WRK-MOV-DATA
                       MOVE VEN-VALOR      TO WRK-MOV-VALOR
                       PERFORM ACUMULAR-CLIENTE
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM VENDAS.TXT (STATUS " MVA-STATUS ")"
           END-IF.

       ACUMULAR-CLIENTE SECTION.
           OPEN OUTPUT ARQSEGMENTO.
           MOVE "CLIENTE,R,F,M,SEGMENTO" TO ARQSEGMENTO-LINHA.
           WRITE ARQSEGMENTO-LINHA.
           IF WRK-QTD-CAMP GREATER ZERO
              OPEN OUTPUT ARQEXTRATO
              MOVE "SEGMENTO,ID,CAMPANHA" TO ARQEXTRATO-LINHA
              WRITE ARQEXTRATO-LINHA
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CLIENTES
              PERFORM PONTUAR-CLIENTE
              PERFORM GRAVAR-CLIENTE
              IF WRK-QTD-CAMP GREATER ZERO
                 PERFORM MIRAR-CLIENTE
              END-IF
           END-PERFORM.
           CLOSE ARQSEGMENTO.
           IF WRK-QTD-CAMP GREATER ZERO
              CLOSE ARQEXTRATO
           END-IF.

       PONTUAR-CLIENTE SECTION.
           COMPUTE WRK-DIAS-ULTIMA =
           WRITE ARQSEGMENTO-LINHA.
           PERFORM CONTAR-SEGMENTO.

      *    CLIENTE DE SEGMENTO MIRADO VIRA ALVO DA CAMPANHA; SO O
      *    CONTATADO SAI NO EXTRATO
       MIRAR-CLIENTE SECTION.
           MOVE ZERO TO WRK-CMP-ACHADO.
           PERFORM VARYING WRK-CMP-IDX FROM 1 BY 1
                   UNTIL WRK-CMP-IDX GREATER WRK-QTD-CAMP
                      OR WRK-CMP-ACHADO GREATER ZERO
              IF WRK-CMP-SEGMENTO(WRK-CMP-IDX) EQUAL WRK-SEGMENTO
                 MOVE WRK-CMP-IDX TO WRK-CMP-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-CMP-ACHADO GREATER ZERO
              MOVE "G" TO WRK-ALV-ACAO
              MOVE WRK-CMP-CAMPANHA(WRK-CMP-ACHADO)
                TO WRK-ALV-CAMPANHA
              MOVE WRK-CLI-ID(WRK-IDX) TO WRK-ALV-CLIENTE-ID
              CALL "CAMPANHAALVO" USING WRK-CAMPALVO
              EVALUATE WRK-ALV-RETORNO
                 WHEN "A"
                    ADD 1 TO WRK-CMP-CONTATO(WRK-CMP-ACHADO)
                    MOVE SPACES TO ARQEXTRATO-LINHA
                    STRING WRK-SEGMENTO        DELIMITED BY "  "
                           ","                 DELIMITED BY SIZE
                           WRK-CLI-ID(WRK-IDX) DELIMITED BY SIZE
                           ","                 DELIMITED BY SIZE
                           WRK-ALV-CAMPANHA    DELIMITED BY SIZE
                      INTO ARQEXTRATO-LINHA
                    END-STRING
                    WRITE ARQEXTRATO-LINHA
                 WHEN "C"
                    ADD 1 TO WRK-CMP-CONTROLE(WRK-CMP-ACHADO)
              END-EVALUATE
           END-IF.

       CONTAR-SEGMENTO SECTION.
           MOVE ZERO TO WRK-SEG-ACHADO.
           PERFORM VARYING WRK-SEG-IDX FROM 1 BY 1
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              DISPLAY WRK-SPL-LINHA
           END-PERFORM.
           PERFORM VARYING WRK-CMP-IDX FROM 1 BY 1
                   UNTIL WRK-CMP-IDX GREATER WRK-QTD-CAMP
              MOVE WRK-CMP-CONTATO(WRK-CMP-IDX)  TO WRK-CMP-QTD-ED
              MOVE WRK-CMP-CONTROLE(WRK-CMP-IDX) TO WRK-CMP-CTL-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "CAMPANHA " DELIMITED BY SIZE
                     WRK-CMP-CAMPANHA(WRK-CMP-IDX) DELIMITED BY SIZE
                     " CONTATADOS " DELIMITED BY SIZE
                     WRK-CMP-QTD-ED DELIMITED BY SIZE
                     " CONTROLE " DELIMITED BY SIZE
                     WRK-CMP-CTL-ED DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              DISPLAY WRK-SPL-LINHA
           END-PERFORM.
