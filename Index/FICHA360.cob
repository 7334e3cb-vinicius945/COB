      *MONTA UM EXTRATO UNICO COM O REGISTRO MESTRE, TODAS AS
      *MUDANCAS DA TRILHA DE AUDITORIA, O HISTORICO DE STATUS, OS
      *PEDIDOS DO PEDIDOS.TXT E AS RESPOSTAS DE SATISFACAO DO
      *FEEDBACK_TREND.TXT, O EXTRATO E O SALDO DE PONTOS DE
      *FIDELIDADE (ARQPONTOS.DAT), OS JUROS E MULTAS DE ATRASO PAGOS
      *NAS PARCELAS DE EMPRESTIMO (ARQPARCPAGTO.DAT), CADA BLOCO EM
      *ORDEM CRONOLOGICA DE
      *GRAVACAO - NA TELA COM PAGINACAO E NO ARQUIVO IMPRIMIVEL
      *FICHA360.TXT. UM COMANDO, O RELACIONAMENTO INTEIRO. CONTATO,
      *NASCIMENTO E ENDERECO SAEM MASCARADOS (MODULO MASCARA) PARA O
      *NIVEL DO OPERADOR QUE NAO ESTA LIBERADO NA TABELA ARQSIGILO.
      *OS PEDIDOS VEM DO MOVACESSO PELO INDICE DE CLIENTE
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQHIST-FS.

           SELECT ARQFEEDBACK ASSIGN TO "DADOS/FEEDBACK_TREND.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQFEEDBACK-FS.

           SELECT ARQPONTOS ASSIGN TO "DADOS/ARQPONTOS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPONTOS-FS.

           SELECT ARQPPG ASSIGN TO "DADOS/ARQPARCPAGTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPPG-FS.

           SELECT ARQNEG ASSIGN TO "DADOS/ARQNEGATIVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNEG-FS
           RECORD KEY IS NEG-CHAVE.

           SELECT ARQFICHA ASSIGN TO "DADOS/FICHA360.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQFICHA-FS.
       FD ARQHIST.
       COPY "#CRM-HIST".

       FD ARQFEEDBACK.
       01 FEED-LINHA PIC X(60).

       FD ARQPONTOS
           RECORDING MODE IS F.
       COPY "#CRM-PONTOS".

       FD ARQPPG
           RECORDING MODE IS F.
       COPY "#PARC-PAGTO".

       FD ARQNEG.
       COPY "#NEGATIVA".

       FD ARQFICHA.
       01 ARQFICHA-LINHA     PIC X(90).

       WORKING-STORAGE    SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQHIST-FS         PIC 9(02) VALUES ZEROS.
       01 ARQFEEDBACK-FS     PIC 9(02) VALUES ZEROS.
       01 ARQFICHA-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPONTOS-FS       PIC 9(02) VALUES ZEROS.
       01 WRK-SALDO-PONTOS   PIC S9(07) VALUES ZEROS.
       01 WRK-SALDO-PONTOS-ED PIC -(07)9.
       01 ARQPPG-FS          PIC 9(02) VALUES ZEROS.
       01 WRK-ENCARGOS       PIC 9(07)V99 VALUES ZEROS.
       01 WRK-DISPENSADO     PIC 9(07)V99 VALUES ZEROS.
       01 WRK-ENCARGOS-ED    PIC Z,ZZZ,ZZ9.99.
       01 WRK-DISPENSADO-ED  PIC Z,ZZZ,ZZ9.99.
       01 ARQNEG-FS          PIC 9(02) VALUES ZEROS.
       01 WRK-NEG-VALOR-ED   PIC Z,ZZZ,ZZ9.99.
       01 WRK-NEG-SITUACAO   PIC X(17) VALUES SPACES.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-ID         PIC 9(06) VALUES ZEROS.
       01 WRK-LINHA-TELA PIC 9(02) VALUES 1.
       01 WRK-PAGUANTE   PIC 9(02) VALUES ZEROS.
       01 WRK-LINHA      PIC X(90) VALUES SPACES.

      *----------QUEM CONSULTA E OS CAMPOS PESSOAIS JA MASCARADOS
       01 WRK-OPERADOR        PIC X(10) VALUES "SISTEMA".
       01 WRK-NIVEL           PIC X(01) VALUES SPACES.
       01 WRK-MASC-EMAIL      PIC X(30) VALUES SPACES.
       01 WRK-MASC-TELEFONE   PIC X(14) VALUES SPACES.
       01 WRK-MASC-NASC       PIC X(08) VALUES SPACES.
       01 WRK-MASC-ENDERECO   PIC X(37) VALUES SPACES.
       01 WRK-MASC-CEP        PIC X(08) VALUES SPACES.
       COPY "#SIGILO-MASC".

       LINKAGE            SECTION.
       01 LNK-OPERADOR        PIC X(10).
       01 LNK-NIVEL           PIC X(01).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR
                                OPTIONAL LNK-NIVEL.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           IF ADDRESS OF LNK-NIVEL NOT EQUAL NULL
              MOVE LNK-NIVEL TO WRK-NIVEL
           END-IF.
           PERFORM INICIAR.
           IF WRK-VERSAO-INCOMPATIVEL NOT EQUAL "S"
              PERFORM PROCESSAR
              PERFORM FICHA-HISTORICO
              PERFORM FICHA-PEDIDOS
              PERFORM FICHA-FEEDBACK
              PERFORM FICHA-PONTOS
              PERFORM FICHA-ENCARGOS
              PERFORM FICHA-NEGATIVACAO
              CLOSE ARQFICHA
              DISPLAY "FICHA GRAVADA EM DADOS/FICHA360.TXT"
                                                    LINE 20 COLUMN 01
             INTO WRK-LINHA
           END-STRING.
           PERFORM EXIBIR-LINHA.
           PERFORM MASCARAR-PESSOAIS.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-MASC-EMAIL    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WRK-MASC-TELEFONE DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM EXIBIR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING "NASCIMENTO "     DELIMITED BY SIZE
                  WRK-MASC-NASC     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WRK-MASC-ENDERECO DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  ARQCRM-END-CIDADE DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  ARQCRM-END-UF     DELIMITED BY SIZE
                  " CEP "           DELIMITED BY SIZE
                  WRK-MASC-CEP      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM EXIBIR-LINHA.
           END-STRING.
           PERFORM EXIBIR-LINHA.

      *    CADA CAMPO PESSOAL PASSA PELO MASCARA - VOLTA COMO ESTA SE O
      *    NIVEL ESTA LIBERADO (E A VISAO FICA REGISTRADA) OU MASCARADO
       MASCARAR-PESSOAIS SECTION.
           MOVE "M"                   TO MSC-ACAO.
           MOVE WRK-OPERADOR          TO MSC-USUARIO.
           MOVE WRK-NIVEL             TO MSC-NIVEL.
           MOVE "FICHA360"            TO MSC-PROGRAMA.
           MOVE "C"                   TO MSC-TIPO-CHAVE.
           MOVE ARQCRM-ID             TO MSC-CHAVE.
           MOVE 1                     TO MSC-GRUPO.
           MOVE "E"                   TO MSC-FORMATO.
           MOVE "EMAIL"               TO MSC-CAMPO-NOME.
           MOVE ARQCRM-EMAIL          TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO             TO WRK-MASC-EMAIL.
           MOVE "T"                   TO MSC-FORMATO.
           MOVE "TELEFONE"            TO MSC-CAMPO-NOME.
           MOVE ARQCRM-TELEFONE       TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO             TO WRK-MASC-TELEFONE.
           MOVE 2                     TO MSC-GRUPO.
           MOVE "D"                   TO MSC-FORMATO.
           MOVE "NASCIMENTO"          TO MSC-CAMPO-NOME.
           MOVE ARQCRM-DATA-NASCIMENTO TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO             TO WRK-MASC-NASC.
           MOVE 3                     TO MSC-GRUPO.
           MOVE "X"                   TO MSC-FORMATO.
           MOVE "ENDERECO"            TO MSC-CAMPO-NOME.
           MOVE SPACES                TO MSC-CAMPO.
           STRING ARQCRM-END-LOGRADOURO DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  ARQCRM-END-NUMERO     DELIMITED BY SIZE
             INTO MSC-CAMPO
           END-STRING.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO             TO WRK-MASC-ENDERECO.
           MOVE "N"                   TO MSC-FORMATO.
           MOVE "CEP"                 TO MSC-CAMPO-NOME.
           MOVE ARQCRM-END-CEP        TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO             TO WRK-MASC-CEP.

       FICHA-AUDITORIA SECTION.
           MOVE "---- ALTERACOES (AUDITORIA) ----" TO WRK-LINHA.
           PERFORM EXIBIR-LINHA.
       FICHA-PEDIDOS SECTION.
           MOVE "---- PEDIDOS ----" TO WRK-LINHA.
           PERFORM EXIBIR-LINHA.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           MOVE WRK-ID       TO MVA-CLIENTE.
           MOVE ZEROS        TO MVA-DATA-INI MVA-DATA-FIM.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    IF PED-CLIENTE-ID EQUAL WRK-ID
                       PERFORM MONTAR-LINHA-PEDIDO
                       PERFORM EXIBIR-LINHA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

      *    CABECALHO "C" COM O TOTAL E AS LINHAS "I" (PIZZA INTEIRA
      *    OU MEIO A MEIO, ADICIONAL) LOGO ABAIXO; REGISTRO SEM TIPO E
      *    O PEDIDO ANTIGO DE UMA PIZZA SO
       MONTAR-LINHA-PEDIDO SECTION.
           MOVE SPACES TO WRK-LINHA.
           EVALUATE TRUE
              WHEN PED-TIPO-REG EQUAL "C"
                 STRING PED-DATA     DELIMITED BY SIZE
                        " PEDIDO "   DELIMITED BY SIZE
                        PED-NUMERO   DELIMITED BY SIZE
                        " "          DELIMITED BY SIZE
                        PED-ITEM-SEQ DELIMITED BY SIZE
                        " ITENS R$ " DELIMITED BY SIZE
                        PED-PRECO    DELIMITED BY SIZE
                   INTO WRK-LINHA
                 END-STRING
              WHEN PED-TIPO-REG EQUAL "I"
                 AND PED-ITEM-TIPO EQUAL "A"
                 STRING "   "          DELIMITED BY SIZE
                        PED-QUANTIDADE DELIMITED BY SIZE
                        " X PRODUTO "  DELIMITED BY SIZE
                        PED-PRODUTO    DELIMITED BY SIZE
                        " R$ "         DELIMITED BY SIZE
                        PED-PRECO      DELIMITED BY SIZE
                   INTO WRK-LINHA
                 END-STRING
              WHEN PED-TIPO-REG EQUAL "I"
                 AND PED-MASSA-2 NOT EQUAL SPACES
                 STRING "   PIZZA 1/2 " DELIMITED BY SIZE
                        PED-MASSA       DELIMITED BY SPACE
                        " 1/2 "         DELIMITED BY SIZE
                        PED-MASSA-2     DELIMITED BY SPACE
                        "-"             DELIMITED BY SIZE
                        PED-TAMANHO     DELIMITED BY SIZE
                        " R$ "          DELIMITED BY SIZE
                        PED-PRECO       DELIMITED BY SIZE
                   INTO WRK-LINHA
                 END-STRING
              WHEN PED-TIPO-REG EQUAL "I"
                 STRING "   PIZZA "  DELIMITED BY SIZE
                        PED-MASSA    DELIMITED BY SPACE
                        "-"          DELIMITED BY SIZE
                        PED-TAMANHO  DELIMITED BY SIZE
                        " R$ "       DELIMITED BY SIZE
                        PED-PRECO    DELIMITED BY SIZE
                   INTO WRK-LINHA
                 END-STRING
              WHEN OTHER
                 STRING PED-DATA    DELIMITED BY SIZE
                        " PEDIDO "  DELIMITED BY SIZE
                        PED-NUMERO  DELIMITED BY SIZE
                        " "         DELIMITED BY SIZE
                        PED-MASSA   DELIMITED BY SIZE
                        "-"         DELIMITED BY SIZE
                        PED-TAMANHO DELIMITED BY SIZE
                        " R$ "      DELIMITED BY SIZE
                        PED-PRECO   DELIMITED BY SIZE
                   INTO WRK-LINHA
                 END-STRING
           END-EVALUATE.
           IF PED-SITUACAO EQUAL "X"
              AND PED-TIPO-REG NOT EQUAL "I"
              MOVE "CANCELADO" TO WRK-LINHA(60:9)
           END-IF.

      *    AS LINHAS DA TENDENCIA COMECAM PELO ID DO CLIENTE, ENTAO O
              PERFORM UNTIL ARQFEEDBACK-FS NOT EQUAL ZEROS
                 READ ARQFEEDBACK NEXT RECORD
                 IF ARQFEEDBACK-FS EQUAL ZEROS
                    AND FEED-LINHA(1:6) IS NUMERIC
                    IF FUNCTION NUMVAL(FEED-LINHA(1:6)) EQUAL WRK-ID
                       MOVE FEED-LINHA TO WRK-LINHA
                       PERFORM EXIBIR-LINHA
                    END-IF
              CLOSE ARQFEEDBACK
           END-IF.

      *    G GANHO / R RESGATE / E ESTORNO / D DEVOLUCAO DO RESGATE /
      *    X VENCIMENTO - O SALDO E A MESMA SOMA FEITA PELO PONTOSMOV
       FICHA-PONTOS SECTION.
           MOVE "---- PONTOS DE FIDELIDADE ----" TO WRK-LINHA.
           PERFORM EXIBIR-LINHA.
           MOVE ZEROS TO WRK-SALDO-PONTOS.
           OPEN INPUT ARQPONTOS.
           IF ARQPONTOS-FS EQUAL ZEROS
              PERFORM UNTIL ARQPONTOS-FS NOT EQUAL ZEROS
                 READ ARQPONTOS
                 IF ARQPONTOS-FS EQUAL ZEROS
                    AND PTS-CLIENTE-ID EQUAL WRK-ID
                    EVALUATE PTS-TIPO
                       WHEN "G"
                       WHEN "D"
                          ADD PTS-PONTOS TO WRK-SALDO-PONTOS
                       WHEN "R"
                       WHEN "E"
                       WHEN "X"
                          SUBTRACT PTS-PONTOS FROM WRK-SALDO-PONTOS
                    END-EVALUATE
                    MOVE SPACES TO WRK-LINHA
                    STRING PTS-DATA      DELIMITED BY SIZE
                           " "           DELIMITED BY SIZE
                           PTS-TIPO      DELIMITED BY SIZE
                           " PONTOS "    DELIMITED BY SIZE
                           PTS-PONTOS    DELIMITED BY SIZE
                           " DOC "       DELIMITED BY SIZE
                           PTS-ORIGEM    DELIMITED BY SIZE
                           PTS-DOCUMENTO DELIMITED BY SIZE
                           " VENCE "     DELIMITED BY SIZE
                           PTS-VALIDADE  DELIMITED BY SIZE
                      INTO WRK-LINHA
                    END-STRING
                    PERFORM EXIBIR-LINHA
                 END-IF
              END-PERFORM
              CLOSE ARQPONTOS
           END-IF.
           MOVE WRK-SALDO-PONTOS TO WRK-SALDO-PONTOS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING "SALDO DE PONTOS " DELIMITED BY SIZE
                  WRK-SALDO-PONTOS-ED DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM EXIBIR-LINHA.

      *    SO AS BAIXAS COM ENCARGO (ATRASO) - PARCELA PAGA EM DIA NAO
      *    INTERESSA AQUI
       FICHA-ENCARGOS SECTION.
           MOVE "---- ENCARGOS DE ATRASO EMPRESTIMO ----" TO WRK-LINHA.
           PERFORM EXIBIR-LINHA.
           MOVE ZEROS TO WRK-ENCARGOS WRK-DISPENSADO.
           OPEN INPUT ARQPPG.
           IF ARQPPG-FS EQUAL ZEROS
              PERFORM UNTIL ARQPPG-FS NOT EQUAL ZEROS
                 READ ARQPPG
                 IF ARQPPG-FS EQUAL ZEROS
                    AND PPG-CLIENTE-ID EQUAL WRK-ID
                    AND PPG-DIAS-ATRASO GREATER ZEROS
                    COMPUTE WRK-ENCARGOS = WRK-ENCARGOS + PPG-JUROS
                                         + PPG-MULTA - PPG-DESCONTO
                    ADD PPG-DESCONTO TO WRK-DISPENSADO
                    MOVE SPACES TO WRK-LINHA
                    STRING PPG-DATA-PAGAMENTO DELIMITED BY SIZE
                           " "               DELIMITED BY SIZE
                           PPG-NUMERO        DELIMITED BY SIZE
                           "/"               DELIMITED BY SIZE
                           PPG-SEQ           DELIMITED BY SIZE
                           " DIAS "          DELIMITED BY SIZE
                           PPG-DIAS-ATRASO   DELIMITED BY SIZE
                           " JUROS "         DELIMITED BY SIZE
                           PPG-JUROS         DELIMITED BY SIZE
                           " MULTA "         DELIMITED BY SIZE
                           PPG-MULTA         DELIMITED BY SIZE
                           " DESC "          DELIMITED BY SIZE
                           PPG-DESCONTO      DELIMITED BY SIZE
                           " "               DELIMITED BY SIZE
                           PPG-SUPERVISOR    DELIMITED BY SIZE
                      INTO WRK-LINHA
                    END-STRING
                    PERFORM EXIBIR-LINHA
                    IF PPG-DESCONTO GREATER ZEROS
                       MOVE SPACES TO WRK-LINHA
                       STRING "   MOTIVO DA DISPENSA: "
                                      DELIMITED BY SIZE
                              PPG-MOTIVO DELIMITED BY SIZE
                         INTO WRK-LINHA
                       END-STRING
                       PERFORM EXIBIR-LINHA
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQPPG
           END-IF.
           MOVE ZEROS TO ARQPPG-FS.
           MOVE WRK-ENCARGOS   TO WRK-ENCARGOS-ED.
           MOVE WRK-DISPENSADO TO WRK-DISPENSADO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING "ENCARGOS PAGOS " DELIMITED BY SIZE
                  WRK-ENCARGOS-ED   DELIMITED BY SIZE
                  " DISPENSADOS "   DELIMITED BY SIZE
                  WRK-DISPENSADO-ED DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM EXIBIR-LINHA.

      *    "E" = PARCELA DE EMPRESTIMO, "F" = TITULO DO FIADO
       FICHA-NEGATIVACAO SECTION.
           MOVE "---- NEGATIVACAO NO BIRO DE CREDITO ----" TO WRK-LINHA.
           PERFORM EXIBIR-LINHA.
           OPEN INPUT ARQNEG.
           IF ARQNEG-FS EQUAL ZEROS
              PERFORM UNTIL ARQNEG-FS NOT EQUAL ZEROS
                 READ ARQNEG NEXT RECORD
                 IF ARQNEG-FS EQUAL ZEROS
                    AND NEG-CLIENTE-ID EQUAL WRK-ID
                    EVALUATE TRUE
                       WHEN NEG-SITUACAO EQUAL "N"
                          MOVE "NEGATIVADO"       TO WRK-NEG-SITUACAO
                       WHEN NEG-SITUACAO EQUAL "Q"
                          MOVE "QUITADO-A EXCLUIR" TO WRK-NEG-SITUACAO
                       WHEN OTHER
                          MOVE "EXCLUIDO"         TO WRK-NEG-SITUACAO
                    END-EVALUATE
                    MOVE NEG-VALOR TO WRK-NEG-VALOR-ED
                    MOVE SPACES TO WRK-LINHA
                    STRING NEG-ORIGEM        DELIMITED BY SIZE
                           " "               DELIMITED BY SIZE
                           NEG-DOCUMENTO     DELIMITED BY SIZE
                           "/"               DELIMITED BY SIZE
                           NEG-SEQ           DELIMITED BY SIZE
                           " VENC "          DELIMITED BY SIZE
                           NEG-VENCIMENTO    DELIMITED BY SIZE
                           " "               DELIMITED BY SIZE
                           WRK-NEG-VALOR-ED  DELIMITED BY SIZE
                           " "               DELIMITED BY SIZE
                           WRK-NEG-SITUACAO  DELIMITED BY SIZE
                      INTO WRK-LINHA
                    END-STRING
                    PERFORM EXIBIR-LINHA
                    MOVE SPACES TO WRK-LINHA
                    STRING "   INCLUSAO "    DELIMITED BY SIZE
                           NEG-DATA-INCLUSAO DELIMITED BY SIZE
                           " QUITACAO "      DELIMITED BY SIZE
                           NEG-DATA-QUITACAO DELIMITED BY SIZE
                           " EXCLUSAO "      DELIMITED BY SIZE
                           NEG-DATA-EXCLUSAO DELIMITED BY SIZE
                      INTO WRK-LINHA
                    END-STRING
                    PERFORM EXIBIR-LINHA
                 END-IF
              END-PERFORM
              CLOSE ARQNEG
           END-IF.
           MOVE ZEROS TO ARQNEG-FS.

       FINALIZAR SECTION.
           CLOSE ARQCRM.
