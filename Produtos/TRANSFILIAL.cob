       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFILIAL.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS - O ESTOQUE QUE
      *IA PARA OUTRA FILIAL SUMIA DO SISTEMA. AQUI ELE SAI COM UM
      *DOCUMENTO (NUMERADO PELO TRANSFCTRL.DAT): CADA ITEM SAI DO
      *DEPOSITO ESCOLHIDO (ARQPRODLOCAL, LOTES PELO FEFO NO PRODLOTE)
      *E DO MESTRE COM UM MOVIMENTO "F" NO ARQPRODMOV E FICA EM
      *TRANSITO ATE A FILIAL DE DESTINO CONFIRMAR. O DOCUMENTO VIAJA
      *NO ARQUIVO DE INTERCAMBIO (CABECALHO, ITENS E RODAPE COM OS
      *TOTAIS - #PROD-TRANSF-EXCH). NO DESTINO A CONFERENCIA INFORMA
      *O QUE CHEGOU DE CADA ITEM, POSTA A ENTRADA "R" PELO CUSTO MEDIO
      *DA ORIGEM (PRODCUSTO) E DEVOLVE O ARQUIVO DE RETORNO; NA ORIGEM
      *A BAIXA DO RETORNO TIRA O DOCUMENTO DO TRANSITO. FALTA OU SOBRA
      *VAI PARA O TRANSF_DIVERGENCIAS.TXT DAS DUAS FILIAIS. O
      *RELATORIO DE TRANSFERENCIAS PARADAS EM TRANSITO E O
      *TRANSFATRASO. A FILIAL LOCAL VEM DO ARQPARM.DAT (SETUP SISTEMA)
      *E PERIODO CONTABIL FECHADO RECUSA ENVIO E RECEBIMENTO
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQTRANSF ASSIGN TO "DADOS/ARQTRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQTRANSF-FS
           RECORD KEY IS TRF-CHAVE.

           SELECT ARQTRANSFITEM ASSIGN TO "DADOS/ARQTRANSFITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQTRANSFITEM-FS
           RECORD KEY IS TRI-CHAVE.

           SELECT ARQTRANSFCTRL ASSIGN TO "DADOS/TRANSFCTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQTRANSFCTRL-FS.

           SELECT ARQPRODMOV ASSIGN TO "DADOS/ARQPRODMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPRODMOV-FS.

           SELECT ARQLOCAL ASSIGN TO "DADOS/ARQPRODLOCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLOCAL-FS
           RECORD KEY IS LOCAL-CHAVE.

           SELECT ARQEXCH ASSIGN TO WRK-NOME-EXCH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQEXCH-FS.

           SELECT ARQDIVERG ASSIGN TO "DADOS/TRANSF_DIVERGENCIAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQDIVERG-FS.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROD.
       COPY "#PROD".

       FD ARQTRANSF.
       COPY "#PROD-TRANSF".

       FD ARQTRANSFITEM.
       COPY "#PROD-TRANSF-ITEM".

       FD ARQTRANSFCTRL
           RECORDING MODE IS F.
       01 TRFCTRL-REGISTRO.
           05 TRFCTRL-ULTIMO-NUMERO PIC 9(06).

       FD ARQPRODMOV.
       COPY "#PROD-MOV".

       FD ARQLOCAL.
       COPY "#PROD-LOCAL".

       FD ARQEXCH.
       COPY "#PROD-TRANSF-EXCH".

       FD ARQDIVERG.
       01 ARQDIVERG-LINHA    PIC X(100).

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       WORKING-STORAGE    SECTION.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQTRANSF-FS       PIC 9(02) VALUES ZEROS.
       01 ARQTRANSFITEM-FS   PIC 9(02) VALUES ZEROS.
       01 ARQTRANSFCTRL-FS   PIC 9(02) VALUES ZEROS.
       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQLOCAL-FS        PIC 9(02) VALUES ZEROS.
       01 ARQEXCH-FS         PIC 9(02) VALUES ZEROS.
       01 ARQDIVERG-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-ABERTO         PIC X(01) VALUES "N".

      *----------FILIAL LOCAL (ARQPARM.DAT) E DOCUMENTO EM TRABALHO
       01 WRK-FILIAL-LOCAL   PIC X(10) VALUES SPACES.
       01 WRK-FILIAL-ORIGEM  PIC X(10) VALUES SPACES.
       01 WRK-FILIAL-DESTINO PIC X(10) VALUES SPACES.
       01 WRK-NUMERO         PIC 9(06) VALUES ZEROS.
       01 WRK-DEPOSITO       PIC X(03) VALUES SPACES.
       01 WRK-SEQ            PIC 9(03) VALUES ZEROS.
       01 WRK-FIM-DOCUMENTO  PIC X(01) VALUES "N".
       01 WRK-COM-DIFERENCA  PIC X(01) VALUES "N".

       01 WRK-CODIGO         PIC 9(04) VALUES ZEROS.
       01 WRK-CODIGO-OK      PIC X(01) VALUES "N".
       01 WRK-QTD            PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-RECEBIDA   PIC 9(06) VALUES ZEROS.
       01 WRK-DISPONIVEL     PIC 9(06) VALUES ZEROS.
       01 WRK-ESTOQUE-ANTES  PIC 9(06) VALUES ZEROS.
       01 WRK-CUSTO-UNIT     PIC 9(06)V9999 VALUES ZEROS.
       01 WRK-MOTIVO         PIC X(30) VALUES SPACES.
       01 WRK-DELTA-LOCAL    PIC S9(07) VALUES ZEROS.
       01 WRK-SALDO-LOCAL    PIC S9(07) VALUES ZEROS.
       01 WRK-TOT-QTD        PIC 9(09) VALUES ZEROS.
       01 WRK-TOT-ITENS      PIC 9(05) VALUES ZEROS.

      *----------ARQUIVO DE INTERCAMBIO: NOME MONTADO PELA ORIGEM E
      *----------NUMERO DO DOCUMENTO, O QUE SE ESPERA DO CABECALHO E
      *----------OS ITENS LIDOS (CONFERIDOS CONTRA O RODAPE ANTES DE
      *----------QUALQUER LANCAMENTO)
       01 WRK-NOME-EXCH      PIC X(60) VALUES SPACES.
       01 WRK-EXCH-ARQUIVO   PIC X(01) VALUES SPACES.
       01 WRK-EXCH-DESTINO   PIC X(10) VALUES SPACES.
       01 WRK-EXCH-DATA      PIC 9(08) VALUES ZEROS.
       01 WRK-ARQ-VALIDO     PIC X(01) VALUES "N".
       01 WRK-TEM-RODAPE     PIC X(01) VALUES "N".
       01 WRK-QTD-ITENS      PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-ITENS.
           05 WRK-ITM-ITEM OCCURS 100 TIMES.
               10 WRK-ITM-SEQ        PIC 9(03).
               10 WRK-ITM-CODIGO     PIC 9(04).
               10 WRK-ITM-DESCRICAO  PIC X(25).
               10 WRK-ITM-ENVIADA    PIC 9(06).
               10 WRK-ITM-RECEBIDA   PIC 9(06).
               10 WRK-ITM-CUSTO      PIC 9(06)V9999.
       01 WRK-ITM-IDX        PIC 9(03) USAGE COMP VALUE ZERO.

      *----------LINHA DO RELATORIO DE FALTAS E SOBRAS
       01 WRK-LINHA-DIVERG.
           05 WRK-DIV-DATA       PIC 9(08).
           05 FILLER             PIC X(08) VALUE " ORIGEM ".
           05 WRK-DIV-ORIGEM     PIC X(10).
           05 FILLER             PIC X(08) VALUE " TRANSF ".
           05 WRK-DIV-NUMERO     PIC 9(06).
           05 FILLER             PIC X(09) VALUE " PRODUTO ".
           05 WRK-DIV-CODIGO     PIC 9(04).
           05 FILLER             PIC X(09) VALUE " ENVIADO ".
           05 WRK-DIV-ENVIADA    PIC ZZZZZ9.
           05 FILLER             PIC X(10) VALUE " RECEBIDO ".
           05 WRK-DIV-RECEBIDA   PIC ZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-DIV-MARCA      PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-DIV-DIFERENCA  PIC ZZZZZ9.

      *----------SALDO POR LOTE E VALIDADE (PRODLOTE)
       01 WRK-LOTE.
           05 WRK-LOT-ACAO          PIC X(01) VALUE "S".
           05 WRK-LOT-CODIGO        PIC 9(04) VALUE ZEROS.
           05 WRK-LOT-DEPOSITO      PIC X(03) VALUE SPACES.
           05 WRK-LOT-DESTINO       PIC X(03) VALUE SPACES.
           05 WRK-LOT-NUMERO        PIC X(12) VALUE SPACES.
           05 WRK-LOT-VALIDADE      PIC 9(08) VALUE ZEROS.
           05 WRK-LOT-QUANTIDADE    PIC 9(06) VALUE ZEROS.
           05 WRK-LOT-DATA          PIC 9(08) VALUE ZEROS.
           05 WRK-LOT-ORIGEM        PIC X(30) VALUE SPACES.
           05 WRK-LOT-CONTROLADO    PIC X(01) VALUE SPACE.
           05 WRK-LOT-PENDENTE      PIC 9(06) VALUE ZEROS.
           05 WRK-LOT-VENCIDO       PIC 9(06) VALUE ZEROS.

      *----------CODIGO INTERNO OU CODIGO DE BARRAS (PRODEAN)
       01 WRK-EAN.
           05 WRK-EAN-ACAO          PIC X(01) VALUE "R".
           05 WRK-EAN-ENTRADA       PIC X(14) VALUE SPACES.
           05 WRK-EAN-PRODUTO       PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-RETORNO       PIC X(01) VALUE SPACE.
           05 WRK-EAN-DONO          PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-QTD           PIC 9(02) VALUE ZEROS.
           05 WRK-EAN-LISTA         PIC 9(14) OCCURS 10 TIMES.

      *----------RECALCULO DO CUSTO MEDIO NA ENTRADA (PRODCUSTO)
       01 WRK-CUSTO-MEDIO.
           05 WRK-CUS-CODIGO        PIC 9(04) VALUE ZEROS.
           05 WRK-CUS-ESTOQUE-ANTES PIC 9(06) VALUE ZEROS.
           05 WRK-CUS-MEDIO         PIC 9(06)V9999 VALUE ZEROS.
           05 WRK-CUS-QUANTIDADE    PIC 9(06) VALUE ZEROS.
           05 WRK-CUS-UNITARIO      PIC 9(06)V9999 VALUE ZEROS.
           05 WRK-CUS-ORIGEM        PIC X(30) VALUE SPACES.
           05 WRK-CUS-OPERADOR      PIC X(10) VALUE SPACES.

      *----------PERIODO CONTABIL (MESFECHA)
       01 WRK-PERIODO.
           05 WRK-PER-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-PER-SITUACAO  PIC X(01) VALUE SPACE.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-PER-DATA.
           CALL "PERIODO" USING WRK-PERIODO.
           PERFORM LER-PARAMETROS.
           DISPLAY "TRANSFERENCIA ENTRE FILIAIS - FILIAL "
                   WRK-FILIAL-LOCAL.
           IF WRK-FILIAL-LOCAL EQUAL SPACES
              DISPLAY "FILIAL LOCAL NAO CONFIGURADA - INFORME NO"
                      " SETUP SISTEMA (MANUT)"
           ELSE
              DISPLAY "(E)NVIAR (R)ECEBER (B)AIXAR RETORNO"
                      " (A)TRASADAS (C)ONSULTA? "
              ACCEPT WRK-OPCAO
              MOVE "N" TO WRK-ABERTO
              IF WRK-OPCAO EQUAL "A"
                 CALL "TRANSFATRASO"
              ELSE
                 PERFORM ABRIR-ARQUIVOS
              END-IF
              IF WRK-ABERTO EQUAL "S"
                 EVALUATE WRK-OPCAO
                    WHEN "E"
                       IF WRK-PER-SITUACAO EQUAL "F"
                          DISPLAY "PERIODO CONTABIL FECHADO - ENVIO"
                                  " RECUSADO"
                       ELSE
                          PERFORM ENVIAR-TRANSFERENCIA
                       END-IF
                    WHEN "R"
                       IF WRK-PER-SITUACAO EQUAL "F"
                          DISPLAY "PERIODO CONTABIL FECHADO -"
                                  " RECEBIMENTO RECUSADO"
                       ELSE
                          PERFORM RECEBER-TRANSFERENCIA
                       END-IF
                    WHEN "B"
                       PERFORM BAIXAR-RETORNO
                    WHEN "C"
                       PERFORM CONSULTAR-TRANSFERENCIA
                    WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
                 END-EVALUATE
                 PERFORM FINALIZAR
              END-IF
           END-IF.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

       LER-PARAMETROS SECTION.
           MOVE SPACES TO WRK-FILIAL-LOCAL.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 MOVE PARM-FILIAL-LOCAL TO WRK-FILIAL-LOCAL
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

       ABRIR-ARQUIVOS SECTION.
           MOVE "N" TO WRK-ABERTO.
           OPEN I-O ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQPROD.DAT STATUS " ARQPROD-FS
           ELSE
              OPEN I-O ARQTRANSF
              IF ARQTRANSF-FS EQUAL 35
                 OPEN OUTPUT ARQTRANSF
                 CLOSE ARQTRANSF
                 OPEN I-O ARQTRANSF
              END-IF
              OPEN I-O ARQTRANSFITEM
              IF ARQTRANSFITEM-FS EQUAL 35
                 OPEN OUTPUT ARQTRANSFITEM
                 CLOSE ARQTRANSFITEM
                 OPEN I-O ARQTRANSFITEM
              END-IF
              MOVE "S" TO WRK-ABERTO
           END-IF.

      *    SAIDA PARA OUTRA FILIAL - O DOCUMENTO E GRAVADO EM TRANSITO
      *    E CADA ITEM CONFIRMADO SAI NA HORA DO DEPOSITO E DO MESTRE;
      *    NO FIM SAI O ARQUIVO DE INTERCAMBIO QUE VIAJA COM A CARGA
       ENVIAR-TRANSFERENCIA SECTION.
           DISPLAY "FILIAL DE DESTINO: ".
           ACCEPT WRK-FILIAL-DESTINO.
           IF WRK-FILIAL-DESTINO EQUAL SPACES
              OR WRK-FILIAL-DESTINO EQUAL WRK-FILIAL-LOCAL
              DISPLAY "FILIAL DE DESTINO INVALIDA"
           ELSE
              DISPLAY "DEPOSITO DE SAIDA (LOJ/DEP, VAZIO = LOJ): "
              ACCEPT WRK-DEPOSITO
              IF WRK-DEPOSITO EQUAL SPACES
                 MOVE "LOJ" TO WRK-DEPOSITO
              END-IF
              PERFORM PROXIMO-NUMERO
              MOVE WRK-FILIAL-LOCAL   TO TRF-FILIAL-ORIGEM
              MOVE WRK-NUMERO         TO TRF-NUMERO
              MOVE WRK-FILIAL-DESTINO TO TRF-FILIAL-DESTINO
              MOVE "E"                TO TRF-SENTIDO
              MOVE WRK-DEPOSITO       TO TRF-DEPOSITO
              MOVE WRK-DATA-HOJE      TO TRF-DATA-ENVIO
              MOVE "T"                TO TRF-SITUACAO
              MOVE ZEROS              TO TRF-DATA-RECEB
              MOVE ZEROS              TO TRF-QTD-ITENS
              MOVE WRK-OPERADOR       TO TRF-OPERADOR
              WRITE TRF-REGISTRO
              MOVE SPACES TO WRK-MOTIVO
              STRING "TRANSF P/ "       DELIMITED BY SIZE
                     WRK-FILIAL-DESTINO DELIMITED BY SPACE
                     " "                DELIMITED BY SIZE
                     WRK-NUMERO         DELIMITED BY SIZE
                INTO WRK-MOTIVO
              END-STRING
              OPEN EXTEND ARQPRODMOV
              IF ARQPRODMOV-FS EQUAL 05
                 OPEN OUTPUT ARQPRODMOV
              END-IF
              MOVE ZEROS TO WRK-SEQ
              MOVE "N" TO WRK-FIM-DOCUMENTO
              PERFORM UNTIL WRK-FIM-DOCUMENTO EQUAL "S"
                 DISPLAY "CODIGO OU COD. BARRAS (0 = ENCERRAR): "
                 PERFORM LER-PRODUTO
                 IF WRK-CODIGO-OK EQUAL "S"
                    IF WRK-CODIGO EQUAL ZEROS
                       MOVE "S" TO WRK-FIM-DOCUMENTO
                    ELSE
                       PERFORM ENVIAR-ITEM
                    END-IF
                 END-IF
                 IF WRK-SEQ NOT LESS 100
                    DISPLAY "DOCUMENTO CHEIO (100 ITENS)"
                    MOVE "S" TO WRK-FIM-DOCUMENTO
                 END-IF
              END-PERFORM
              CLOSE ARQPRODMOV
              MOVE WRK-FILIAL-LOCAL TO TRF-FILIAL-ORIGEM
              MOVE WRK-NUMERO       TO TRF-NUMERO
              READ ARQTRANSF
              IF WRK-SEQ EQUAL ZEROS
                 DELETE ARQTRANSF RECORD
                 DISPLAY "TRANSFERENCIA SEM ITENS - DESCARTADA"
              ELSE
                 MOVE WRK-SEQ TO TRF-QTD-ITENS
                 REWRITE TRF-REGISTRO
                 MOVE WRK-FILIAL-LOCAL TO WRK-FILIAL-ORIGEM
                 PERFORM GRAVAR-ENVIO
                 DISPLAY "TRANSFERENCIA " WRK-NUMERO " PARA "
                         WRK-FILIAL-DESTINO " COM " WRK-SEQ
                         " ITEM(NS) EM TRANSITO"
                 DISPLAY "ENVIE JUNTO O ARQUIVO " WRK-NOME-EXCH
              END-IF
           END-IF.

      *    CODIGO INTERNO DIGITADO OU CODIGO DE BARRAS LIDO NO
      *    SCANNER - O PRODEAN DEVOLVE O CODIGO INTERNO EM WRK-CODIGO
       LER-PRODUTO SECTION.
           MOVE SPACES TO WRK-EAN-ENTRADA.
           ACCEPT WRK-EAN-ENTRADA.
           MOVE "R" TO WRK-EAN-ACAO.
           CALL "PRODEAN" USING WRK-EAN.
           IF WRK-EAN-RETORNO EQUAL "S"
              MOVE WRK-EAN-PRODUTO TO WRK-CODIGO
              MOVE "S" TO WRK-CODIGO-OK
           ELSE
              MOVE "N" TO WRK-CODIGO-OK
              IF WRK-EAN-RETORNO EQUAL "I"
                 DISPLAY "CODIGO INVALIDO"
              ELSE
                 DISPLAY "CODIGO DE BARRAS NAO CADASTRADO"
              END-IF
           END-IF.

      *    A QUANTIDADE ENVIADA NAO PASSA DO SALDO DO DEPOSITO DE SAIDA
      *    (PRODUTO SEM QUEBRA POR DEPOSITO SO SAI DA LOJA, PELO MESTRE)
      *    NEM DO ESTOQUE DO MESTRE; O MOVIMENTO "F" LEVA O CUSTO MEDIO
      *    DA SAIDA, QUE VIAJA NO ITEM PARA A ENTRADA NO DESTINO
       ENVIAR-ITEM SECTION.
           MOVE WRK-CODIGO TO ARQPROD-CODIGO.
           READ ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "PRODUTO NAO ENCONTRADO"
              MOVE ZEROS TO ARQPROD-FS
           ELSE
              PERFORM LER-DISPONIVEL
              DISPLAY ARQPROD-DESCRICAO " - DISPONIVEL NO DEPOSITO "
                      WRK-DEPOSITO ": " WRK-DISPONIVEL
              DISPLAY "QUANTIDADE A ENVIAR (0 = NAO ENVIAR): "
              ACCEPT WRK-QTD
              IF WRK-QTD IS NOT NUMERIC
                 MOVE ZEROS TO WRK-QTD
              END-IF
              EVALUATE TRUE
                 WHEN WRK-QTD EQUAL ZEROS
                    DISPLAY "ITEM NAO ENVIADO"
                 WHEN WRK-QTD GREATER WRK-DISPONIVEL
                    DISPLAY "SALDO INSUFICIENTE NO DEPOSITO - ITEM NAO"
                            " ENVIADO"
                 WHEN OTHER
                    IF ARQPROD-CUSTO-MEDIO IS NOT NUMERIC
                       MOVE ZEROS TO ARQPROD-CUSTO-MEDIO
                    END-IF
                    MOVE ARQPROD-ESTOQUE TO WRK-ESTOQUE-ANTES
                    SUBTRACT WRK-QTD FROM ARQPROD-ESTOQUE
                    REWRITE ARQPROD-REGISTRO
                    MOVE "F" TO MOVPROD-TIPO
                    MOVE WRK-QTD TO MOVPROD-QUANTIDADE
                    MOVE ARQPROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                    PERFORM GRAVAR-MOVIMENTO
                    COMPUTE WRK-DELTA-LOCAL = ZERO - WRK-QTD
                    PERFORM ATUALIZAR-SALDO-DEPOSITO
                    MOVE "S"            TO WRK-LOT-ACAO
                    MOVE ARQPROD-CODIGO TO WRK-LOT-CODIGO
                    MOVE WRK-DEPOSITO   TO WRK-LOT-DEPOSITO
                    MOVE WRK-QTD        TO WRK-LOT-QUANTIDADE
                    MOVE WRK-DATA-HOJE  TO WRK-LOT-DATA
                    MOVE WRK-MOTIVO     TO WRK-LOT-ORIGEM
                    CALL "PRODLOTE" USING WRK-LOTE
                    IF WRK-LOT-VENCIDO GREATER ZEROS
                       DISPLAY "ATENCAO: SAIU " WRK-LOT-VENCIDO
                               " DE LOTE VENCIDO"
                    END-IF
                    ADD 1 TO WRK-SEQ
                    MOVE WRK-FILIAL-LOCAL    TO TRI-FILIAL-ORIGEM
                    MOVE WRK-NUMERO          TO TRI-NUMERO
                    MOVE WRK-SEQ             TO TRI-SEQ
                    MOVE ARQPROD-CODIGO      TO TRI-CODIGO
                    MOVE WRK-QTD             TO TRI-QTD-ENVIADA
                    MOVE ZEROS               TO TRI-QTD-RECEBIDA
                    MOVE ARQPROD-CUSTO-MEDIO TO TRI-CUSTO-UNIT
                    WRITE TRI-REGISTRO
              END-EVALUATE
           END-IF.

       LER-DISPONIVEL SECTION.
           MOVE ZEROS TO WRK-DISPONIVEL.
           OPEN INPUT ARQLOCAL.
           IF ARQLOCAL-FS EQUAL ZEROS
              MOVE ARQPROD-CODIGO TO LOCAL-CODIGO
              MOVE WRK-DEPOSITO   TO LOCAL-DEPOSITO
              READ ARQLOCAL
              IF ARQLOCAL-FS EQUAL ZEROS
                 MOVE LOCAL-SALDO TO WRK-DISPONIVEL
              END-IF
              CLOSE ARQLOCAL
           END-IF.
           IF ARQLOCAL-FS NOT EQUAL ZEROS
              AND WRK-DEPOSITO EQUAL "LOJ"
              MOVE ARQPROD-ESTOQUE TO WRK-DISPONIVEL
           END-IF.
           IF WRK-DISPONIVEL GREATER ARQPROD-ESTOQUE
              MOVE ARQPROD-ESTOQUE TO WRK-DISPONIVEL
           END-IF.
           MOVE ZEROS TO ARQLOCAL-FS.

      *    SAIDA "F" E ENTRADA "R" NO KARDEX - SALDO ANTES/DEPOIS DO
      *    MESTRE E O DOCUMENTO NO MOTIVO
       GRAVAR-MOVIMENTO SECTION.
           MOVE ARQPROD-CODIGO    TO MOVPROD-CODIGO.
           MOVE WRK-ESTOQUE-ANTES TO MOVPROD-ESTOQUE-ANTES.
           MOVE ARQPROD-ESTOQUE   TO MOVPROD-ESTOQUE-DEPOIS.
           MOVE WRK-MOTIVO        TO MOVPROD-MOTIVO.
           MOVE WRK-DATA-HOJE     TO MOVPROD-DATA.
           ACCEPT MOVPROD-HORA FROM TIME.
           MOVE WRK-OPERADOR      TO MOVPROD-OPERADOR.
           MOVE WRK-CUSTO-UNIT    TO MOVPROD-CUSTO-UNIT.
           WRITE MOVPROD-REGISTRO.

      *    A QUEBRA POR DEPOSITO ACOMPANHA O MESTRE - O DELTA CAI NO
      *    DEPOSITO DO DOCUMENTO, SEM DEIXAR O SALDO NEGATIVO
       ATUALIZAR-SALDO-DEPOSITO SECTION.
           OPEN I-O ARQLOCAL.
           IF ARQLOCAL-FS EQUAL 35
              OPEN OUTPUT ARQLOCAL
              CLOSE ARQLOCAL
              OPEN I-O ARQLOCAL
           END-IF.
           IF ARQLOCAL-FS EQUAL ZEROS
              MOVE ARQPROD-CODIGO TO LOCAL-CODIGO
              MOVE WRK-DEPOSITO   TO LOCAL-DEPOSITO
              READ ARQLOCAL
              IF ARQLOCAL-FS EQUAL ZEROS
                 COMPUTE WRK-SALDO-LOCAL =
                         LOCAL-SALDO + WRK-DELTA-LOCAL
                 IF WRK-SALDO-LOCAL LESS ZERO
                    MOVE ZEROS TO LOCAL-SALDO
                 ELSE
                    MOVE WRK-SALDO-LOCAL TO LOCAL-SALDO
                 END-IF
                 REWRITE LOCAL-REGISTRO
              ELSE
                 MOVE ZEROS TO ARQLOCAL-FS
                 MOVE ARQPROD-CODIGO TO LOCAL-CODIGO
                 MOVE WRK-DEPOSITO   TO LOCAL-DEPOSITO
                 IF WRK-DELTA-LOCAL LESS ZERO
                    MOVE ZEROS TO LOCAL-SALDO
                 ELSE
                    MOVE WRK-DELTA-LOCAL TO LOCAL-SALDO
                 END-IF
                 WRITE LOCAL-REGISTRO
              END-IF
              CLOSE ARQLOCAL
           END-IF.
           MOVE ZEROS TO ARQLOCAL-FS.

       PROXIMO-NUMERO SECTION.
           OPEN INPUT ARQTRANSFCTRL.
           IF ARQTRANSFCTRL-FS EQUAL 00
              READ ARQTRANSFCTRL
              MOVE TRFCTRL-ULTIMO-NUMERO TO WRK-NUMERO
              CLOSE ARQTRANSFCTRL
           ELSE
              MOVE ZERO TO WRK-NUMERO
           END-IF.
           ADD 1 TO WRK-NUMERO.
           OPEN OUTPUT ARQTRANSFCTRL.
           MOVE WRK-NUMERO TO TRFCTRL-ULTIMO-NUMERO.
           WRITE TRFCTRL-REGISTRO.
           CLOSE ARQTRANSFCTRL.

      *    NOME DO ARQUIVO DE INTERCAMBIO PELA FILIAL DE ORIGEM E PELO
      *    NUMERO DO DOCUMENTO - "TRANSF_" NO ENVIO, "TRANSFRET_" NO
      *    RETORNO DA CONFERENCIA
       MONTAR-NOME-ENVIO SECTION.
           MOVE SPACES TO WRK-NOME-EXCH.
           STRING "DADOS/TRANSF_"   DELIMITED BY SIZE
                  WRK-FILIAL-ORIGEM DELIMITED BY SPACE
                  "_"               DELIMITED BY SIZE
                  WRK-NUMERO        DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
             INTO WRK-NOME-EXCH
           END-STRING.

       MONTAR-NOME-RETORNO SECTION.
           MOVE SPACES TO WRK-NOME-EXCH.
           STRING "DADOS/TRANSFRET_" DELIMITED BY SIZE
                  WRK-FILIAL-ORIGEM  DELIMITED BY SPACE
                  "_"                DELIMITED BY SIZE
                  WRK-NUMERO         DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
             INTO WRK-NOME-EXCH
           END-STRING.

      *    ENVIO: CABECALHO, UM "I" POR ITEM DO DOCUMENTO (COM A
      *    DESCRICAO, PARA A CONFERENCIA NO DESTINO) E O RODAPE
       GRAVAR-ENVIO SECTION.
           PERFORM MONTAR-NOME-ENVIO.
           MOVE "E" TO WRK-EXCH-ARQUIVO.
           MOVE WRK-FILIAL-DESTINO TO WRK-EXCH-DESTINO.
           PERFORM GRAVAR-INTERCAMBIO.

      *    RETORNO: O MESMO DOCUMENTO, COM A QUANTIDADE CONFERIDA
      *    AQUI EM CADA ITEM
       GRAVAR-RETORNO SECTION.
           PERFORM MONTAR-NOME-RETORNO.
           MOVE "R" TO WRK-EXCH-ARQUIVO.
           MOVE WRK-FILIAL-LOCAL TO WRK-EXCH-DESTINO.
           PERFORM GRAVAR-INTERCAMBIO.

       GRAVAR-INTERCAMBIO SECTION.
           MOVE ZEROS TO WRK-TOT-ITENS WRK-TOT-QTD.
           OPEN OUTPUT ARQEXCH.
           MOVE SPACES TO TEX-REGISTRO.
           MOVE "H"               TO TEX-TIPO-REG.
           MOVE WRK-EXCH-ARQUIVO  TO TEX-ARQUIVO.
           MOVE WRK-FILIAL-ORIGEM TO TEX-FILIAL-ORIGEM.
           MOVE WRK-NUMERO        TO TEX-NUMERO.
           MOVE WRK-EXCH-DESTINO  TO TEX-FILIAL-DESTINO.
           MOVE WRK-DATA-HOJE     TO TEX-DATA.
           ACCEPT TEX-HORA FROM TIME.
           WRITE TEX-REGISTRO.
           MOVE "N" TO WRK-FIM-DOCUMENTO.
           MOVE WRK-FILIAL-ORIGEM TO TRI-FILIAL-ORIGEM.
           MOVE WRK-NUMERO        TO TRI-NUMERO.
           MOVE ZEROS             TO TRI-SEQ.
           START ARQTRANSFITEM KEY IS GREATER OR EQUAL TRI-CHAVE.
           PERFORM UNTIL ARQTRANSFITEM-FS NOT EQUAL ZEROS
                      OR WRK-FIM-DOCUMENTO EQUAL "S"
              READ ARQTRANSFITEM NEXT RECORD
              IF ARQTRANSFITEM-FS EQUAL ZEROS
                 IF TRI-FILIAL-ORIGEM NOT EQUAL WRK-FILIAL-ORIGEM
                    OR TRI-NUMERO NOT EQUAL WRK-NUMERO
                    MOVE "S" TO WRK-FIM-DOCUMENTO
                 ELSE
                    PERFORM GRAVAR-ITEM-INTERCAMBIO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQTRANSFITEM-FS.
           MOVE SPACES TO TEX-REGISTRO.
           MOVE "T"           TO TEX-TIPO-REG.
           MOVE WRK-TOT-ITENS TO TEX-TOTAL-ITENS.
           MOVE WRK-TOT-QTD   TO TEX-TOTAL-QTD.
           WRITE TEX-REGISTRO.
           CLOSE ARQEXCH.

       GRAVAR-ITEM-INTERCAMBIO SECTION.
           MOVE SPACES TO TEX-REGISTRO.
           MOVE "I"              TO TEX-TIPO-REG.
           MOVE TRI-SEQ          TO TEX-SEQ.
           MOVE TRI-CODIGO       TO TEX-CODIGO.
           MOVE TRI-CODIGO       TO ARQPROD-CODIGO.
           READ ARQPROD.
           IF ARQPROD-FS EQUAL ZEROS
              MOVE ARQPROD-DESCRICAO TO TEX-DESCRICAO
           ELSE
              MOVE ZEROS TO ARQPROD-FS
           END-IF.
           MOVE TRI-QTD-ENVIADA  TO TEX-QTD-ENVIADA.
           MOVE TRI-QTD-RECEBIDA TO TEX-QTD-RECEBIDA.
           MOVE TRI-CUSTO-UNIT   TO TEX-CUSTO-UNIT.
           WRITE TEX-REGISTRO.
           ADD 1               TO WRK-TOT-ITENS.
           ADD TRI-QTD-ENVIADA TO WRK-TOT-QTD.

      *    LE O ARQUIVO DE INTERCAMBIO INTEIRO PARA A TABELA E SO O
      *    ACEITA COM O CABECALHO ESPERADO (TIPO DE ARQUIVO, ORIGEM,
      *    NUMERO E DESTINO) E O RODAPE BATENDO COM OS ITENS LIDOS -
      *    ARQUIVO INCOMPLETO NAO LANCA NADA
       CARREGAR-INTERCAMBIO SECTION.
           MOVE "N"  TO WRK-ARQ-VALIDO.
           MOVE "N"  TO WRK-TEM-RODAPE.
           MOVE ZERO TO WRK-QTD-ITENS.
           MOVE ZEROS TO WRK-TOT-QTD.
           OPEN INPUT ARQEXCH.
           IF ARQEXCH-FS NOT EQUAL ZEROS
              DISPLAY "ARQUIVO " WRK-NOME-EXCH " NAO ENCONTRADO"
           ELSE
              READ ARQEXCH
              IF ARQEXCH-FS NOT EQUAL ZEROS
                 OR TEX-TIPO-REG NOT EQUAL "H"
                 OR TEX-ARQUIVO NOT EQUAL WRK-EXCH-ARQUIVO
                 OR TEX-FILIAL-ORIGEM NOT EQUAL WRK-FILIAL-ORIGEM
                 OR TEX-NUMERO NOT EQUAL WRK-NUMERO
                 OR TEX-FILIAL-DESTINO NOT EQUAL WRK-EXCH-DESTINO
                 DISPLAY "CABECALHO NAO CONFERE COM O DOCUMENTO -"
                         " ARQUIVO REJEITADO"
              ELSE
                 MOVE TEX-DATA TO WRK-EXCH-DATA
                 MOVE "S" TO WRK-ARQ-VALIDO
                 PERFORM UNTIL ARQEXCH-FS NOT EQUAL ZEROS
                            OR WRK-TEM-RODAPE EQUAL "S"
                    READ ARQEXCH
                    IF ARQEXCH-FS EQUAL ZEROS
                       PERFORM CARREGAR-REGISTRO
                    END-IF
                 END-PERFORM
                 IF WRK-TEM-RODAPE NOT EQUAL "S"
                    DISPLAY "ARQUIVO SEM RODAPE - REJEITADO"
                    MOVE "N" TO WRK-ARQ-VALIDO
                 END-IF
              END-IF
              CLOSE ARQEXCH
           END-IF.
           MOVE ZEROS TO ARQEXCH-FS.

       CARREGAR-REGISTRO SECTION.
           EVALUATE TEX-TIPO-REG
              WHEN "I"
                 IF WRK-QTD-ITENS LESS 100
                    ADD 1 TO WRK-QTD-ITENS
                    MOVE TEX-SEQ       TO WRK-ITM-SEQ(WRK-QTD-ITENS)
                    MOVE TEX-CODIGO    TO WRK-ITM-CODIGO(WRK-QTD-ITENS)
                    MOVE TEX-DESCRICAO
                      TO WRK-ITM-DESCRICAO(WRK-QTD-ITENS)
                    MOVE TEX-QTD-ENVIADA
                      TO WRK-ITM-ENVIADA(WRK-QTD-ITENS)
                    MOVE TEX-QTD-RECEBIDA
                      TO WRK-ITM-RECEBIDA(WRK-QTD-ITENS)
                    MOVE TEX-CUSTO-UNIT
                      TO WRK-ITM-CUSTO(WRK-QTD-ITENS)
                    ADD TEX-QTD-ENVIADA TO WRK-TOT-QTD
                 ELSE
                    DISPLAY "ARQUIVO COM MAIS DE 100 ITENS - REJEITADO"
                    MOVE "N" TO WRK-ARQ-VALIDO
                 END-IF
              WHEN "T"
                 MOVE "S" TO WRK-TEM-RODAPE
                 IF TEX-TOTAL-ITENS NOT EQUAL WRK-QTD-ITENS
                    OR TEX-TOTAL-QTD NOT EQUAL WRK-TOT-QTD
                    DISPLAY "RODAPE INDICA " TEX-TOTAL-ITENS
                            " ITENS / " TEX-TOTAL-QTD
                            " UNIDADES, LIDOS "
                            WRK-QTD-ITENS " / " WRK-TOT-QTD
                            " - ARQUIVO REJEITADO"
                    MOVE "N" TO WRK-ARQ-VALIDO
                 END-IF
              WHEN OTHER
                 DISPLAY "REGISTRO DE TIPO DESCONHECIDO - REJEITADO"
                 MOVE "N" TO WRK-ARQ-VALIDO
           END-EVALUATE.

      *    CONFERENCIA NO DESTINO - O DOCUMENTO DA OUTRA FILIAL E
      *    GRAVADO AQUI COM SENTIDO "R"; CADA ITEM RECEBE A QUANTIDADE
      *    QUE REALMENTE CHEGOU, QUE ENTRA NO ESTOQUE COM O MOVIMENTO
      *    "R". DOCUMENTO JA REGISTRADO NAO E RECEBIDO DE NOVO
       RECEBER-TRANSFERENCIA SECTION.
           DISPLAY "FILIAL DE ORIGEM: ".
           ACCEPT WRK-FILIAL-ORIGEM.
           DISPLAY "NUMERO DA TRANSFERENCIA: ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-FILIAL-ORIGEM TO TRF-FILIAL-ORIGEM.
           MOVE WRK-NUMERO        TO TRF-NUMERO.
           READ ARQTRANSF.
           IF ARQTRANSF-FS EQUAL ZEROS
              DISPLAY "TRANSFERENCIA JA REGISTRADA NESTA FILIAL"
                      " (SITUACAO " TRF-SITUACAO ")"
           ELSE
              MOVE ZEROS TO ARQTRANSF-FS
              PERFORM MONTAR-NOME-ENVIO
              MOVE "E"              TO WRK-EXCH-ARQUIVO
              MOVE WRK-FILIAL-LOCAL TO WRK-EXCH-DESTINO
              PERFORM CARREGAR-INTERCAMBIO
              IF WRK-ARQ-VALIDO EQUAL "S"
                 PERFORM CONFERIR-RECEBIMENTO
              END-IF
           END-IF.

       CONFERIR-RECEBIMENTO SECTION.
           DISPLAY "TRANSFERENCIA " WRK-NUMERO " DE " WRK-FILIAL-ORIGEM
                   " ENVIADA EM " WRK-EXCH-DATA " - "
                   WRK-QTD-ITENS " ITEM(NS)".
           DISPLAY "DEPOSITO DE ENTRADA (LOJ/DEP, VAZIO = LOJ): ".
           ACCEPT WRK-DEPOSITO.
           IF WRK-DEPOSITO EQUAL SPACES
              MOVE "LOJ" TO WRK-DEPOSITO
           END-IF.
           MOVE WRK-FILIAL-ORIGEM TO TRF-FILIAL-ORIGEM.
           MOVE WRK-NUMERO        TO TRF-NUMERO.
           MOVE WRK-FILIAL-LOCAL  TO TRF-FILIAL-DESTINO.
           MOVE "R"               TO TRF-SENTIDO.
           MOVE WRK-DEPOSITO      TO TRF-DEPOSITO.
           MOVE WRK-EXCH-DATA     TO TRF-DATA-ENVIO.
           MOVE "T"               TO TRF-SITUACAO.
           MOVE ZEROS             TO TRF-DATA-RECEB.
           MOVE WRK-QTD-ITENS     TO TRF-QTD-ITENS.
           MOVE WRK-OPERADOR      TO TRF-OPERADOR.
           WRITE TRF-REGISTRO.
           MOVE SPACES TO WRK-MOTIVO.
           STRING "TRANSF DE "      DELIMITED BY SIZE
                  WRK-FILIAL-ORIGEM DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  WRK-NUMERO        DELIMITED BY SIZE
             INTO WRK-MOTIVO
           END-STRING.
           OPEN EXTEND ARQPRODMOV.
           IF ARQPRODMOV-FS EQUAL 05
              OPEN OUTPUT ARQPRODMOV
           END-IF.
           PERFORM ABRIR-DIVERGENCIAS.
           MOVE "N" TO WRK-COM-DIFERENCA.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX GREATER WRK-QTD-ITENS
              PERFORM CONFERIR-ITEM-RECEBIDO
           END-PERFORM.
           CLOSE ARQPRODMOV.
           CLOSE ARQDIVERG.
           MOVE WRK-FILIAL-ORIGEM TO TRF-FILIAL-ORIGEM.
           MOVE WRK-NUMERO        TO TRF-NUMERO.
           READ ARQTRANSF.
           IF WRK-COM-DIFERENCA EQUAL "S"
              MOVE "D" TO TRF-SITUACAO
           ELSE
              MOVE "C" TO TRF-SITUACAO
           END-IF.
           MOVE WRK-DATA-HOJE TO TRF-DATA-RECEB.
           REWRITE TRF-REGISTRO.
           PERFORM GRAVAR-RETORNO.
           IF WRK-COM-DIFERENCA EQUAL "S"
              DISPLAY "RECEBIDA COM DIFERENCA - VER"
                      " TRANSF_DIVERGENCIAS.TXT"
           ELSE
              DISPLAY "RECEBIDA SEM DIFERENCA"
           END-IF.
           DISPLAY "DEVOLVA A ORIGEM O ARQUIVO " WRK-NOME-EXCH.

      *    PRODUTO QUE NAO EXISTE NO MESTRE DAQUI NAO ENTRA (IMPORTE O
      *    CATALOGO DA MATRIZ ANTES) E FICA COMO FALTA NA CONFERENCIA
       CONFERIR-ITEM-RECEBIDO SECTION.
           DISPLAY "ITEM " WRK-ITM-SEQ(WRK-ITM-IDX) " PRODUTO "
                   WRK-ITM-CODIGO(WRK-ITM-IDX) " "
                   WRK-ITM-DESCRICAO(WRK-ITM-IDX) " ENVIADO "
                   WRK-ITM-ENVIADA(WRK-ITM-IDX).
           DISPLAY "CHEGOU TUDO (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              MOVE WRK-ITM-ENVIADA(WRK-ITM-IDX) TO WRK-QTD-RECEBIDA
           ELSE
              DISPLAY "QUANTIDADE RECEBIDA: "
              ACCEPT WRK-QTD-RECEBIDA
              IF WRK-QTD-RECEBIDA IS NOT NUMERIC
                 MOVE ZEROS TO WRK-QTD-RECEBIDA
              END-IF
           END-IF.
           MOVE WRK-ITM-CODIGO(WRK-ITM-IDX) TO ARQPROD-CODIGO.
           READ ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "PRODUTO FORA DO MESTRE DESTA FILIAL - NAO"
                      " ENTRA (IMPORTE O CATALOGO)"
              MOVE ZEROS TO ARQPROD-FS
              MOVE ZEROS TO WRK-QTD-RECEBIDA
           ELSE
              IF WRK-QTD-RECEBIDA GREATER ZEROS
                 PERFORM POSTAR-ENTRADA-ITEM
              END-IF
           END-IF.
           MOVE WRK-QTD-RECEBIDA TO WRK-ITM-RECEBIDA(WRK-ITM-IDX).
           MOVE WRK-FILIAL-ORIGEM TO TRI-FILIAL-ORIGEM.
           MOVE WRK-NUMERO        TO TRI-NUMERO.
           MOVE WRK-ITM-SEQ(WRK-ITM-IDX)     TO TRI-SEQ.
           MOVE WRK-ITM-CODIGO(WRK-ITM-IDX)  TO TRI-CODIGO.
           MOVE WRK-ITM-ENVIADA(WRK-ITM-IDX) TO TRI-QTD-ENVIADA.
           MOVE WRK-QTD-RECEBIDA             TO TRI-QTD-RECEBIDA.
           MOVE WRK-ITM-CUSTO(WRK-ITM-IDX)   TO TRI-CUSTO-UNIT.
           WRITE TRI-REGISTRO.
           IF TRI-QTD-RECEBIDA NOT EQUAL TRI-QTD-ENVIADA
              MOVE "S" TO WRK-COM-DIFERENCA
              PERFORM GRAVAR-DIVERGENCIA
           END-IF.

      *    ENTRADA PELO CUSTO MEDIO DA ORIGEM, QUE RECALCULA A MEDIA
      *    DAQUI; SEM CUSTO NO DOCUMENTO ENTRA PELO MEDIO ATUAL
       POSTAR-ENTRADA-ITEM SECTION.
           IF ARQPROD-CUSTO-MEDIO IS NOT NUMERIC
              MOVE ZEROS TO ARQPROD-CUSTO-MEDIO
           END-IF.
           MOVE WRK-ITM-CUSTO(WRK-ITM-IDX) TO WRK-CUSTO-UNIT.
           IF WRK-CUSTO-UNIT EQUAL ZEROS
              MOVE ARQPROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
           ELSE
              MOVE ARQPROD-CODIGO      TO WRK-CUS-CODIGO
              MOVE ARQPROD-ESTOQUE     TO WRK-CUS-ESTOQUE-ANTES
              MOVE ARQPROD-CUSTO-MEDIO TO WRK-CUS-MEDIO
              MOVE WRK-QTD-RECEBIDA    TO WRK-CUS-QUANTIDADE
              MOVE WRK-CUSTO-UNIT      TO WRK-CUS-UNITARIO
              MOVE WRK-MOTIVO          TO WRK-CUS-ORIGEM
              MOVE WRK-OPERADOR        TO WRK-CUS-OPERADOR
              CALL "PRODCUSTO" USING WRK-CUSTO-MEDIO
              MOVE WRK-CUS-MEDIO       TO ARQPROD-CUSTO-MEDIO
           END-IF.
           MOVE ARQPROD-ESTOQUE TO WRK-ESTOQUE-ANTES.
           ADD WRK-QTD-RECEBIDA TO ARQPROD-ESTOQUE.
           REWRITE ARQPROD-REGISTRO.
           MOVE "R"              TO MOVPROD-TIPO.
           MOVE WRK-QTD-RECEBIDA TO MOVPROD-QUANTIDADE.
           PERFORM GRAVAR-MOVIMENTO.
           MOVE WRK-QTD-RECEBIDA TO WRK-DELTA-LOCAL.
           PERFORM ATUALIZAR-SALDO-DEPOSITO.

       ABRIR-DIVERGENCIAS SECTION.
           OPEN EXTEND ARQDIVERG.
           IF ARQDIVERG-FS EQUAL 05 OR ARQDIVERG-FS EQUAL 35
              OPEN OUTPUT ARQDIVERG
           END-IF.

      *    FALTA (CHEGOU MENOS QUE O ENVIADO) OU SOBRA - GRAVADA NO
      *    DESTINO NA CONFERENCIA E NA ORIGEM NA BAIXA DO RETORNO
       GRAVAR-DIVERGENCIA SECTION.
           MOVE WRK-DATA-HOJE     TO WRK-DIV-DATA.
           MOVE WRK-FILIAL-ORIGEM TO WRK-DIV-ORIGEM.
           MOVE WRK-NUMERO        TO WRK-DIV-NUMERO.
           MOVE TRI-CODIGO        TO WRK-DIV-CODIGO.
           MOVE TRI-QTD-ENVIADA   TO WRK-DIV-ENVIADA.
           MOVE TRI-QTD-RECEBIDA  TO WRK-DIV-RECEBIDA.
           IF TRI-QTD-RECEBIDA LESS TRI-QTD-ENVIADA
              MOVE "FALTA" TO WRK-DIV-MARCA
              COMPUTE WRK-DIV-DIFERENCA =
                      TRI-QTD-ENVIADA - TRI-QTD-RECEBIDA
           ELSE
              MOVE "SOBRA" TO WRK-DIV-MARCA
              COMPUTE WRK-DIV-DIFERENCA =
                      TRI-QTD-RECEBIDA - TRI-QTD-ENVIADA
           END-IF.
           MOVE WRK-LINHA-DIVERG TO ARQDIVERG-LINHA.
           WRITE ARQDIVERG-LINHA.
           DISPLAY WRK-LINHA-DIVERG.

      *    NA ORIGEM, O RETORNO DA CONFERENCIA TIRA O DOCUMENTO DO
      *    TRANSITO: CADA ITEM GUARDA O QUE O DESTINO RECEBEU E A
      *    DIFERENCA ENTRA NO RELATORIO DE DIVERGENCIAS DAQUI TAMBEM
       BAIXAR-RETORNO SECTION.
           DISPLAY "NUMERO DA TRANSFERENCIA: ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-FILIAL-LOCAL TO TRF-FILIAL-ORIGEM.
           MOVE WRK-NUMERO       TO TRF-NUMERO.
           READ ARQTRANSF.
           EVALUATE TRUE
              WHEN ARQTRANSF-FS NOT EQUAL ZEROS
                 DISPLAY "TRANSFERENCIA NAO ENCONTRADA"
                 MOVE ZEROS TO ARQTRANSF-FS
              WHEN TRF-SENTIDO NOT EQUAL "E"
                 DISPLAY "DOCUMENTO NAO FOI ENVIADO POR ESTA FILIAL"
              WHEN TRF-SITUACAO NOT EQUAL "T"
                 DISPLAY "TRANSFERENCIA JA BAIXADA (SITUACAO "
                         TRF-SITUACAO ")"
              WHEN OTHER
                 MOVE WRK-FILIAL-LOCAL   TO WRK-FILIAL-ORIGEM
                 MOVE TRF-FILIAL-DESTINO TO WRK-EXCH-DESTINO
                 MOVE "R" TO WRK-EXCH-ARQUIVO
                 PERFORM MONTAR-NOME-RETORNO
                 PERFORM CARREGAR-INTERCAMBIO
                 IF WRK-ARQ-VALIDO EQUAL "S"
                    PERFORM APLICAR-RETORNO
                 END-IF
           END-EVALUATE.

       APLICAR-RETORNO SECTION.
           PERFORM ABRIR-DIVERGENCIAS.
           MOVE "N" TO WRK-COM-DIFERENCA.
           PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX GREATER WRK-QTD-ITENS
              MOVE WRK-FILIAL-LOCAL         TO TRI-FILIAL-ORIGEM
              MOVE WRK-NUMERO               TO TRI-NUMERO
              MOVE WRK-ITM-SEQ(WRK-ITM-IDX) TO TRI-SEQ
              READ ARQTRANSFITEM
              IF ARQTRANSFITEM-FS NOT EQUAL ZEROS
                 OR TRI-CODIGO NOT EQUAL WRK-ITM-CODIGO(WRK-ITM-IDX)
                 DISPLAY "ITEM " WRK-ITM-SEQ(WRK-ITM-IDX)
                         " DO RETORNO NAO CONFERE COM O DOCUMENTO"
                 MOVE ZEROS TO ARQTRANSFITEM-FS
              ELSE
                 MOVE WRK-ITM-RECEBIDA(WRK-ITM-IDX)
                   TO TRI-QTD-RECEBIDA
                 REWRITE TRI-REGISTRO
                 IF TRI-QTD-RECEBIDA NOT EQUAL TRI-QTD-ENVIADA
                    MOVE "S" TO WRK-COM-DIFERENCA
                    PERFORM GRAVAR-DIVERGENCIA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ARQDIVERG.
           MOVE WRK-FILIAL-LOCAL TO TRF-FILIAL-ORIGEM.
           MOVE WRK-NUMERO       TO TRF-NUMERO.
           READ ARQTRANSF.
           IF WRK-COM-DIFERENCA EQUAL "S"
              MOVE "D" TO TRF-SITUACAO
              DISPLAY "BAIXADA COM DIFERENCA - VER"
                      " TRANSF_DIVERGENCIAS.TXT"
           ELSE
              MOVE "C" TO TRF-SITUACAO
              DISPLAY "BAIXADA SEM DIFERENCA"
           END-IF.
           MOVE WRK-EXCH-DATA TO TRF-DATA-RECEB.
           REWRITE TRF-REGISTRO.

       CONSULTAR-TRANSFERENCIA SECTION.
           DISPLAY "FILIAL DE ORIGEM (VAZIO = ESTA): ".
           ACCEPT WRK-FILIAL-ORIGEM.
           IF WRK-FILIAL-ORIGEM EQUAL SPACES
              MOVE WRK-FILIAL-LOCAL TO WRK-FILIAL-ORIGEM
           END-IF.
           DISPLAY "NUMERO DA TRANSFERENCIA: ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-FILIAL-ORIGEM TO TRF-FILIAL-ORIGEM.
           MOVE WRK-NUMERO        TO TRF-NUMERO.
           READ ARQTRANSF.
           IF ARQTRANSF-FS NOT EQUAL ZEROS
              DISPLAY "TRANSFERENCIA NAO ENCONTRADA"
              MOVE ZEROS TO ARQTRANSF-FS
           ELSE
              DISPLAY "TRANSFERENCIA " TRF-NUMERO " DE "
                      TRF-FILIAL-ORIGEM " PARA " TRF-FILIAL-DESTINO
                      " SENTIDO " TRF-SENTIDO
              DISPLAY "  ENVIO " TRF-DATA-ENVIO " RECEBIMENTO "
                      TRF-DATA-RECEB " DEPOSITO " TRF-DEPOSITO
                      " SITUACAO " TRF-SITUACAO
              MOVE "N" TO WRK-FIM-DOCUMENTO
              MOVE WRK-FILIAL-ORIGEM TO TRI-FILIAL-ORIGEM
              MOVE WRK-NUMERO        TO TRI-NUMERO
              MOVE ZEROS             TO TRI-SEQ
              START ARQTRANSFITEM KEY IS GREATER OR EQUAL TRI-CHAVE
              PERFORM UNTIL ARQTRANSFITEM-FS NOT EQUAL ZEROS
                         OR WRK-FIM-DOCUMENTO EQUAL "S"
                 READ ARQTRANSFITEM NEXT RECORD
                 IF ARQTRANSFITEM-FS EQUAL ZEROS
                    IF TRI-FILIAL-ORIGEM NOT EQUAL WRK-FILIAL-ORIGEM
                       OR TRI-NUMERO NOT EQUAL WRK-NUMERO
                       MOVE "S" TO WRK-FIM-DOCUMENTO
                    ELSE
                       DISPLAY "  ITEM " TRI-SEQ " PRODUTO "
                               TRI-CODIGO " ENVIADO "
                               TRI-QTD-ENVIADA " RECEBIDO "
                               TRI-QTD-RECEBIDA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQTRANSFITEM-FS
           END-IF.

       FINALIZAR SECTION.
           CLOSE ARQPROD.
           IF ARQTRANSF-FS EQUAL ZEROS OR ARQTRANSF-FS EQUAL 10
              OR ARQTRANSF-FS EQUAL 23
              CLOSE ARQTRANSF
           END-IF.
           IF ARQTRANSFITEM-FS EQUAL ZEROS OR ARQTRANSFITEM-FS EQUAL 10
              OR ARQTRANSFITEM-FS EQUAL 23
              CLOSE ARQTRANSFITEM
           END-IF.
