       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCALEXPORTA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: DOCUMENTO FISCAL DE CONSUMIDOR NO ESTILO NFC-E - O
      *RECIBONUM SO IMPRIMIA O RECIBO NO SPOOL E O CONTADOR PEDIA O
      *ARQUIVO FISCAL VENDA A VENDA. PARA O DIA DE NEGOCIO (OU A DATA
      *RECEBIDA, NA REGERACAO PELO FISCALREGERA) LE O VENDAS.TXT E O
      *PEDIDOS.TXT E GRAVA NO ARQFISCAL.DAT UM DOCUMENTO POR RECIBO:
      *CABECALHO COM A CHAVE DE ACESSO (DIGITO MODULO 11), EMITENTE DO
      *ARQPARM.DAT, CLIENTE DO ARQCRM QUANDO IDENTIFICADO, ITENS COM A
      *ALIQUOTA DA CATEGORIA VIGENTE NA DATA (ARQTAXACAT.DAT) E AS
      *FORMAS DE PAGAMENTO. DEVOLUCOES DO DIA (ARQDEVOLUCAO.DAT) E
      *PEDIDOS CANCELADOS NO DIA (ARQPEDCANC.DAT) VIRAM REGISTROS DE
      *CANCELAMENTO COM A CHAVE DO DOCUMENTO ORIGINAL. A DATA QUE JA
      *ESTAVA NO ARQUIVO E APAGADA E REGRAVADA, ENTAO RODAR DE NOVO NAO
      *DUPLICA. O DIA SAI NO NFCE.TXT PARA O CONTADOR E O RELATORIO DE
      *CONTROLE NO SPOOL CONFERE OS TOTAIS DAS VENDAS DO ARQUIVO COM A
      *BASE E O IMPOSTO QUE O IMPOSTOMENSAL SOMA PARA O MESMO DIA.
      *RODA NO LOTE NOTURNO.
      *VENDAS E PEDIDOS VEM DO MOVACESSO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDEVOLUCAO ASSIGN TO "DADOS/ARQDEVOLUCAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQDEVOLUCAO-FS.

           SELECT ARQPEDCANC ASSIGN TO "DADOS/ARQPEDCANC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPEDCANC-FS.

           SELECT ARQPROD ASSIGN TO "DADOS/ARQPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPROD-FS
           RECORD KEY IS ARQPROD-CHAVE
           ALTERNATE RECORD KEY IS ARQPROD-DESCRICAO
               WITH DUPLICATES.

           SELECT ARQTAXA ASSIGN TO "DADOS/ARQTAXACAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQTAXA-FS
           RECORD KEY IS TAXA-CHAVE.

           SELECT ARQCRM  ASSIGN TO "DADOS/ARQCRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-NOME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
               WITH DUPLICATES.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

           SELECT ARQFISCAL ASSIGN TO "DADOS/ARQFISCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFISCAL-FS
           RECORD KEY IS FIS-CHAVE.

           SELECT ARQNFCE ASSIGN TO ".\NFCE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQNFCE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQDEVOLUCAO
           RECORDING MODE IS F.
       COPY "#DEVOLUCAO".

       FD ARQPEDCANC
           RECORDING MODE IS F.
       COPY "#PEDCANC".

       FD ARQPROD.
       COPY "#PROD".

       FD ARQTAXA.
       COPY "#PROD-TAXA".

       FD ARQCRM.
       COPY "#CRM".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       FD ARQFISCAL.
       COPY "#FISCAL".

      *    ARQUIVO DO DIA PARA O CONTADOR - MESMO LAYOUT DO ARQFISCAL
       FD ARQNFCE.
       01 NFCE-LINHA         PIC X(160).

       WORKING-STORAGE SECTION.
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
       COPY "#MOVACESSO".

       01 ARQDEVOLUCAO-FS    PIC 9(02) VALUES ZEROS.
       01 ARQPEDCANC-FS      PIC 9(02) VALUES ZEROS.
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQTAXA-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQFISCAL-FS       PIC 9(02) VALUES ZEROS.
       01 ARQNFCE-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-REGERACAO      PIC X(01) VALUES "N".
       01 WRK-PROD-ABERTO    PIC X(01) VALUES "N".
       01 WRK-TAXA-ABERTO    PIC X(01) VALUES "N".
       01 WRK-CRM-ABERTO     PIC X(01) VALUES "N".

      *----------EMITENTE (ARQPARM.DAT)
       01 WRK-EMI-CNPJ       PIC 9(14) VALUES ZEROS.
       01 WRK-EMI-RAZAO      PIC X(30) VALUES SPACES.
       01 WRK-EMI-SERIE      PIC 9(03) VALUES 001.

      *----------DOCUMENTO EM MONTAGEM (CABECALHO SAI NO FECHAMENTO,
      *----------DEPOIS DE SOMAR OS ITENS)
       01 WRK-DOC-ABERTO     PIC X(01) VALUES "N".
       01 WRK-DOC-ORIGEM     PIC X(01) VALUES SPACES.
       01 WRK-DOC-RECIBO     PIC 9(06) VALUES ZEROS.
       01 WRK-DOC-PEDIDO     PIC 9(06) VALUES ZEROS.
       01 WRK-DOC-CLIENTE    PIC 9(06) VALUES ZEROS.
       01 WRK-DOC-QTD-ITENS  PIC 9(03) VALUES ZEROS.
       01 WRK-DOC-VALOR      PIC 9(07)V99 VALUES ZEROS.
       01 WRK-DOC-DESCONTO   PIC 9(05)V99 VALUES ZEROS.
       01 WRK-DOC-FRETE      PIC 9(05)V99 VALUES ZEROS.
       01 WRK-DOC-GORJETA    PIC 9(05)V99 VALUES ZEROS.
       01 WRK-DOC-IMPOSTO    PIC 9(07)V99 VALUES ZEROS.
       01 WRK-DOC-FORMA-QTD  PIC 9(01) VALUES ZERO.
       01 WRK-DOC-FORMAS.
           05 WRK-DOC-FP OCCURS 3 TIMES.
               10 WRK-DOC-FP-FORMA PIC X(03).
               10 WRK-DOC-FP-VALOR PIC 9(07)V99.
       01 WRK-FORMA-IDX      PIC 9(01) VALUE ZERO.

      *----------ITEM EM GRAVACAO
       01 WRK-ITE-SEQ        PIC 9(03) VALUES ZEROS.
       01 WRK-ITE-CATEGORIA  PIC X(01) VALUES SPACES.
       01 WRK-ITE-DESCRICAO  PIC X(40) VALUES SPACES.
       01 WRK-ITE-VALOR      PIC 9(07)V99 VALUES ZEROS.
       01 WRK-ITE-IMPOSTO    PIC 9(07)V99 VALUES ZEROS.
       01 WRK-DATA-ALIQUOTA  PIC 9(08) VALUES ZEROS.
       01 WRK-ALIQUOTA       PIC 9(02)V99 VALUES ZEROS.

      *----------CHAVE DE ACESSO E DIGITO MODULO 11 (PESOS 2 A 9 DA
      *----------DIREITA PARA A ESQUERDA, RESTO 0 OU 1 = DIGITO 0)
       01 WRK-ACESSO.
           05 WRK-ACE-DATA   PIC 9(08).
           05 WRK-ACE-CNPJ   PIC 9(14).
           05 WRK-ACE-MODELO PIC 9(02).
           05 WRK-ACE-SERIE  PIC 9(03).
           05 WRK-ACE-NUMERO PIC 9(09).
           05 WRK-ACE-ORIGEM PIC 9(01).
       01 WRK-ACESSO-DIGITOS REDEFINES WRK-ACESSO.
           05 WRK-ACE-DIGITO PIC 9(01) OCCURS 37 TIMES.
       01 WRK-DV             PIC 9(01) VALUE ZERO.
       01 WRK-DV-IDX         PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-DV-PESO        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-DV-SOMA        PIC 9(05) VALUES ZEROS.
       01 WRK-DV-QUOCIENTE   PIC 9(05) VALUES ZEROS.
       01 WRK-DV-RESTO       PIC 9(02) VALUES ZEROS.

      *----------DEVOLUCOES DO DIA (O IMPOSTO VEM DA LINHA ORIGINAL)
       01 WRK-QTD-DEV        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-DEV.
           05 WRK-DEV-ITEM OCCURS 100 TIMES.
               10 WRK-DEV-RECIBO     PIC 9(06).
               10 WRK-DEV-ITEM-SEQ   PIC 9(03).
               10 WRK-DEV-DATA-VENDA PIC 9(08).
               10 WRK-DEV-PRODUTO    PIC 9(04).
               10 WRK-DEV-QUANTIDADE PIC 9(04).
               10 WRK-DEV-VALOR      PIC 9(06)V9.
               10 WRK-DEV-MOTIVO     PIC X(02).
               10 WRK-DEV-IMPOSTO    PIC 9(07)V99.
               10 WRK-DEV-ACHADA     PIC X(01).
       01 WRK-DEV-IDX        PIC 9(03) USAGE COMP VALUE ZERO.

      *----------PEDIDOS CANCELADOS NO DIA
       01 WRK-QTD-CAN        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CAN.
           05 WRK-CAN-ITEM OCCURS 50 TIMES.
               10 WRK-CAN-PEDIDO      PIC 9(06).
               10 WRK-CAN-RECIBO      PIC 9(06).
               10 WRK-CAN-DATA-PEDIDO PIC 9(08).
               10 WRK-CAN-VALOR       PIC 9(04)V99.
               10 WRK-CAN-MOTIVO      PIC X(02).
               10 WRK-CAN-IMPOSTO     PIC 9(07)V99.
       01 WRK-CAN-IDX        PIC 9(03) USAGE COMP VALUE ZERO.

      *----------TOTAIS DE CONTROLE
       01 WRK-CTL-APAGADOS   PIC 9(06) VALUES ZEROS.
       01 WRK-CTL-DOC-V      PIC 9(05) VALUES ZEROS.
       01 WRK-CTL-DOC-P      PIC 9(05) VALUES ZEROS.
       01 WRK-CTL-V-VALOR    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-CTL-V-IMPOSTO  PIC 9(09)V99 VALUES ZEROS.
       01 WRK-CTL-P-VALOR    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-CTL-P-IMPOSTO  PIC 9(09)V99 VALUES ZEROS.
       01 WRK-CTL-CAN-QTD    PIC 9(05) VALUES ZEROS.
       01 WRK-CTL-CAN-VALOR  PIC 9(09)V99 VALUES ZEROS.
       01 WRK-CTL-CAN-IMPOSTO PIC 9(09)V99 VALUES ZEROS.
       01 WRK-CTL-SEM-RECIBO PIC 9(05) VALUES ZEROS.
       01 WRK-CTL-REJEITADOS PIC 9(05) VALUES ZEROS.
       01 WRK-CTL-EXPORTADOS PIC 9(06) VALUES ZEROS.
      *    MESMA REGRA DO IMPOSTOMENSAL: LINHAS DE VENDA (NAO "C") DO
      *    DIA, VEN-VALOR COMO BASE E VEN-IMPOSTO COMO IMPOSTO
       01 WRK-IMM-BASE       PIC 9(09)V99 VALUES ZEROS.
       01 WRK-IMM-IMPOSTO    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-DIF-BASE       PIC S9(09)V99 VALUES ZEROS.
       01 WRK-DIF-IMPOSTO    PIC S9(09)V99 VALUES ZEROS.

       01 WRK-ED-QTD         PIC ZZ.ZZ9.
       01 WRK-ED-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-ED-IMPOSTO     PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-ED-DIF         PIC -ZZZ.ZZZ.ZZ9,99.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL (CONTROLE DO ARQUIVO FISCAL)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "FISCALEXPORT".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *    DATA A REGERAR (INFORMADA PELO FISCALREGERA) - SEM ELA, VALE
      *    O DIA DE NEGOCIO, COMO NO LOTE NOTURNO
       01 LNK-DATA-FISCAL    PIC 9(08).

       PROCEDURE DIVISION USING OPTIONAL LNK-DATA-FISCAL.
       0001-PRINCIPAL SECTION.
           DISPLAY "FISCALEXPORTA - INICIO".
           IF ADDRESS OF LNK-DATA-FISCAL NOT EQUAL NULL
              AND LNK-DATA-FISCAL GREATER ZEROS
              MOVE LNK-DATA-FISCAL TO WRK-DATA-ALVO
              MOVE "S" TO WRK-REGERACAO
           ELSE
              CALL "DATAMOV" USING WRK-DATAMOV
              IF WRK-DMV-EXISTE EQUAL "S"
                 MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
              ELSE
                 ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
              END-IF
           END-IF.
           DISPLAY "DATA DO ARQUIVO FISCAL: " WRK-DATA-ALVO.
           PERFORM CARREGAR-EMITENTE.
           PERFORM ABRIR-ARQUIVOS.
           IF ARQFISCAL-FS NOT EQUAL ZEROS
              DISPLAY "ARQFISCAL.DAT NAO ABERTO - STATUS " ARQFISCAL-FS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM APAGAR-DIA
              PERFORM CARREGAR-DEVOLUCOES
              PERFORM CARREGAR-CANCELAMENTOS
              PERFORM PROCESSAR-VENDAS
              PERFORM PROCESSAR-PEDIDOS
              PERFORM GRAVAR-CANCELAMENTOS
              PERFORM EXPORTAR-DIA
              CLOSE ARQFISCAL
              PERFORM IMPRIMIR-CONTROLE
           END-IF.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "FISCALEXPORTA - FIM".
           GOBACK.

      *    REGISTRO GRAVADO ANTES DOS CAMPOS DO EMITENTE NAO OS TEM -
      *    FICA O CNPJ ZERADO E O ARQUIVO SAI COM AVISO
       CARREGAR-EMITENTE SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 AND PARM-EMPRESA-CNPJ IS NUMERIC
                 MOVE PARM-EMPRESA-CNPJ  TO WRK-EMI-CNPJ
                 MOVE PARM-EMPRESA-RAZAO TO WRK-EMI-RAZAO
                 IF PARM-NFCE-SERIE IS NUMERIC
                    AND PARM-NFCE-SERIE GREATER ZEROS
                    MOVE PARM-NFCE-SERIE TO WRK-EMI-SERIE
                 END-IF
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.
           IF WRK-EMI-CNPJ EQUAL ZEROS
              DISPLAY "AVISO: EMITENTE SEM CNPJ NO ARQPARM.DAT - "
                      "CONFIGURAR NO SETUP DE PARAMETROS"
              MOVE 4 TO RETURN-CODE
           END-IF.

       ABRIR-ARQUIVOS SECTION.
           OPEN INPUT ARQPROD.
           IF ARQPROD-FS EQUAL ZEROS
              MOVE "S" TO WRK-PROD-ABERTO
           END-IF.
           OPEN INPUT ARQTAXA.
           IF ARQTAXA-FS EQUAL ZEROS
              MOVE "S" TO WRK-TAXA-ABERTO
           END-IF.
           OPEN INPUT ARQCRM.
           IF ARQCRM-FS EQUAL ZEROS
              MOVE "S" TO WRK-CRM-ABERTO
           END-IF.
           OPEN I-O ARQFISCAL.
           IF ARQFISCAL-FS EQUAL 35
              OPEN OUTPUT ARQFISCAL
              CLOSE ARQFISCAL
              OPEN I-O ARQFISCAL
           END-IF.

       FECHAR-ARQUIVOS SECTION.
           IF WRK-PROD-ABERTO EQUAL "S"
              CLOSE ARQPROD
           END-IF.
           IF WRK-TAXA-ABERTO EQUAL "S"
              CLOSE ARQTAXA
           END-IF.
           IF WRK-CRM-ABERTO EQUAL "S"
              CLOSE ARQCRM
           END-IF.

      *    A DATA JA EXPORTADA SAI INTEIRA ANTES DE GRAVAR DE NOVO -
      *    E ISSO QUE FAZ A REGERACAO E A RODADA REPETIDA DO LOTE
       APAGAR-DIA SECTION.
           MOVE WRK-DATA-ALVO TO FIS-DATA.
           MOVE SPACES        TO FIS-ORIGEM FIS-TIPO-REG.
           MOVE ZEROS         TO FIS-DOCUMENTO FIS-SEQ.
           START ARQFISCAL KEY IS GREATER OR EQUAL FIS-CHAVE.
           PERFORM UNTIL ARQFISCAL-FS NOT EQUAL ZEROS
              READ ARQFISCAL NEXT RECORD
              IF ARQFISCAL-FS EQUAL ZEROS
                 IF FIS-DATA NOT EQUAL WRK-DATA-ALVO
                    MOVE 10 TO ARQFISCAL-FS
                 ELSE
                    DELETE ARQFISCAL RECORD
                    ADD 1 TO WRK-CTL-APAGADOS
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQFISCAL-FS.
           IF WRK-CTL-APAGADOS GREATER ZEROS
              DISPLAY "DATA JA EXPORTADA - " WRK-CTL-APAGADOS
                      " REGISTRO(S) APAGADO(S) PARA REGERAR"
           END-IF.

       CARREGAR-DEVOLUCOES SECTION.
           OPEN INPUT ARQDEVOLUCAO.
           IF ARQDEVOLUCAO-FS EQUAL ZEROS
              PERFORM UNTIL ARQDEVOLUCAO-FS NOT EQUAL ZEROS
                 READ ARQDEVOLUCAO
                 IF ARQDEVOLUCAO-FS EQUAL ZEROS
                    AND DEV-DATA EQUAL WRK-DATA-ALVO
                    PERFORM GUARDAR-DEVOLUCAO
                 END-IF
              END-PERFORM
              CLOSE ARQDEVOLUCAO
           END-IF.
           MOVE ZEROS TO ARQDEVOLUCAO-FS.

       GUARDAR-DEVOLUCAO SECTION.
           IF WRK-QTD-DEV LESS 100
              ADD 1 TO WRK-QTD-DEV
              MOVE DEV-RECIBO     TO WRK-DEV-RECIBO(WRK-QTD-DEV)
              MOVE DEV-ITEM-SEQ   TO WRK-DEV-ITEM-SEQ(WRK-QTD-DEV)
              MOVE DEV-DATA-VENDA TO WRK-DEV-DATA-VENDA(WRK-QTD-DEV)
              MOVE DEV-PRODUTO    TO WRK-DEV-PRODUTO(WRK-QTD-DEV)
              MOVE DEV-QUANTIDADE TO WRK-DEV-QUANTIDADE(WRK-QTD-DEV)
              MOVE DEV-VALOR      TO WRK-DEV-VALOR(WRK-QTD-DEV)
              MOVE DEV-MOTIVO     TO WRK-DEV-MOTIVO(WRK-QTD-DEV)
              MOVE ZEROS          TO WRK-DEV-IMPOSTO(WRK-QTD-DEV)
              MOVE "N"            TO WRK-DEV-ACHADA(WRK-QTD-DEV)
           ELSE
              DISPLAY "AVISO: MAIS DE 100 DEVOLUCOES NO DIA - RECIBO "
                      DEV-RECIBO " FORA DO ARQUIVO FISCAL"
              ADD 1 TO WRK-CTL-REJEITADOS
           END-IF.

       CARREGAR-CANCELAMENTOS SECTION.
           OPEN INPUT ARQPEDCANC.
           IF ARQPEDCANC-FS EQUAL ZEROS
              PERFORM UNTIL ARQPEDCANC-FS NOT EQUAL ZEROS
                 READ ARQPEDCANC
                 IF ARQPEDCANC-FS EQUAL ZEROS
                    AND PEDCANC-DATA EQUAL WRK-DATA-ALVO
                    PERFORM GUARDAR-CANCELAMENTO
                 END-IF
              END-PERFORM
              CLOSE ARQPEDCANC
           END-IF.
           MOVE ZEROS TO ARQPEDCANC-FS.

       GUARDAR-CANCELAMENTO SECTION.
           IF WRK-QTD-CAN LESS 50
              ADD 1 TO WRK-QTD-CAN
              MOVE PEDCANC-PED-NUMERO  TO WRK-CAN-PEDIDO(WRK-QTD-CAN)
              MOVE PEDCANC-RECIBO      TO WRK-CAN-RECIBO(WRK-QTD-CAN)
              MOVE PEDCANC-DATA-PEDIDO
                TO WRK-CAN-DATA-PEDIDO(WRK-QTD-CAN)
              MOVE PEDCANC-VALOR       TO WRK-CAN-VALOR(WRK-QTD-CAN)
              MOVE PEDCANC-MOTIVO      TO WRK-CAN-MOTIVO(WRK-QTD-CAN)
              MOVE ZEROS               TO WRK-CAN-IMPOSTO(WRK-QTD-CAN)
           ELSE
              DISPLAY "AVISO: MAIS DE 50 CANCELAMENTOS NO DIA - PEDIDO "
                      PEDCANC-PED-NUMERO " FORA DO ARQUIVO FISCAL"
              ADD 1 TO WRK-CTL-REJEITADOS
           END-IF.

      *    O TICKET E O CABECALHO "C" SEGUIDO DAS SUAS LINHAS "I"; A
      *    VENDA ANTIGA (TIPO EM BRANCO) E DOCUMENTO E ITEM AO MESMO
      *    TEMPO. O ARQUIVO INTEIRO E LIDO PORQUE A DEVOLUCAO DE HOJE
      *    PODE SER DE VENDA DE OUTRO DIA
       PROCESSAR-VENDAS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "V"          TO MVA-ARQUIVO.
           MOVE ZEROS        TO MVA-DATA-INI MVA-DATA-FIM MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "SEM VENDAS.TXT (STATUS " MVA-STATUS ")"
           ELSE
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO VEN-REGISTRO
                    IF VEN-DATA EQUAL WRK-DATA-ALVO
                       PERFORM TRATAR-VENDA-DO-DIA
                    END-IF
                    IF VEN-TIPO-REG NOT EQUAL "C"
                       AND WRK-QTD-DEV GREATER ZERO
                       PERFORM CASAR-DEVOLUCAO
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM FECHAR-DOCUMENTO
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

       TRATAR-VENDA-DO-DIA SECTION.
           IF VEN-TIPO-REG NOT EQUAL "C"
              ADD VEN-VALOR   TO WRK-IMM-BASE
              ADD VEN-IMPOSTO TO WRK-IMM-IMPOSTO
           END-IF.
           EVALUATE VEN-TIPO-REG
              WHEN "C"
                 PERFORM FECHAR-DOCUMENTO
                 PERFORM ABRIR-DOCUMENTO-VENDA
              WHEN "I"
                 IF WRK-DOC-ABERTO EQUAL "S"
                    AND WRK-DOC-ORIGEM EQUAL "V"
                    AND VEN-RECIBO EQUAL WRK-DOC-RECIBO
                    PERFORM GRAVAR-ITEM-VENDA
                 ELSE
                    IF VEN-RECIBO NOT EQUAL ZEROS
                       DISPLAY "AVISO: LINHA DO RECIBO " VEN-RECIBO
                               " FORA DO SEU TICKET - IGNORADA"
                       ADD 1 TO WRK-CTL-REJEITADOS
                    END-IF
                 END-IF
              WHEN OTHER
                 PERFORM FECHAR-DOCUMENTO
                 PERFORM ABRIR-DOCUMENTO-VENDA
                 IF WRK-DOC-ABERTO EQUAL "S"
                    PERFORM GRAVAR-ITEM-VENDA
                 END-IF
           END-EVALUATE.

      *    SEM NUMERO DE RECIBO NAO HA DOCUMENTO (VENDA DE ANTES DO
      *    RECIBONUM) - CONTA NO CONTROLE E FICA FORA DO ARQUIVO
       ABRIR-DOCUMENTO-VENDA SECTION.
           IF VEN-RECIBO EQUAL ZEROS
              ADD 1 TO WRK-CTL-SEM-RECIBO
           ELSE
              MOVE "S"            TO WRK-DOC-ABERTO
              MOVE "V"            TO WRK-DOC-ORIGEM
              MOVE VEN-RECIBO     TO WRK-DOC-RECIBO
              MOVE ZEROS          TO WRK-DOC-PEDIDO
              MOVE VEN-CLIENTE-ID TO WRK-DOC-CLIENTE
              MOVE ZEROS TO WRK-DOC-QTD-ITENS WRK-DOC-VALOR
                            WRK-DOC-IMPOSTO WRK-DOC-FRETE
                            WRK-DOC-DESCONTO WRK-DOC-GORJETA
              IF VEN-TIPO-REG EQUAL "C"
                 MOVE VEN-DESCONTO-CUPOM TO WRK-DOC-DESCONTO
                 MOVE VEN-GORJETA        TO WRK-DOC-GORJETA
              END-IF
              MOVE SPACES TO WRK-DOC-FORMAS
              IF VEN-FORMA-QTD EQUAL ZEROS
                 MOVE 1         TO WRK-DOC-FORMA-QTD
                 MOVE VEN-FORMA TO WRK-DOC-FP-FORMA(1)
                 MOVE VEN-VALOR TO WRK-DOC-FP-VALOR(1)
              ELSE
                 MOVE VEN-FORMA-QTD TO WRK-DOC-FORMA-QTD
                 PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                         UNTIL WRK-FORMA-IDX GREATER VEN-FORMA-QTD
                    MOVE VEN-FP-FORMA(WRK-FORMA-IDX)
                      TO WRK-DOC-FP-FORMA(WRK-FORMA-IDX)
                    MOVE VEN-FP-VALOR(WRK-FORMA-IDX)
                      TO WRK-DOC-FP-VALOR(WRK-FORMA-IDX)
                 END-PERFORM
              END-IF
           END-IF.

      *    O IMPOSTO DA LINHA E O QUE O VENDAENTRADA COBROU; A
      *    ALIQUOTA E A DA CATEGORIA VIGENTE NA DATA
       GRAVAR-ITEM-VENDA SECTION.
           MOVE VEN-PRODUTO TO ARQPROD-CODIGO.
           PERFORM LER-PRODUTO.
           MOVE WRK-DATA-ALVO TO WRK-DATA-ALIQUOTA.
           PERFORM RESOLVER-ALIQUOTA.
           IF VEN-ITEM-SEQ GREATER ZEROS
              MOVE VEN-ITEM-SEQ TO WRK-ITE-SEQ
           ELSE
              MOVE 1 TO WRK-ITE-SEQ
           END-IF.
           MOVE VEN-VALOR   TO WRK-ITE-VALOR.
           MOVE VEN-IMPOSTO TO WRK-ITE-IMPOSTO.
           MOVE SPACES TO FIS-REGISTRO.
           MOVE "A"               TO FIS-ITE-TIPO.
           MOVE VEN-PRODUTO       TO FIS-ITE-PRODUTO.
           MOVE VEN-QUANTIDADE    TO FIS-ITE-QUANTIDADE.
           PERFORM GRAVAR-ITEM.
           IF ARQFISCAL-FS EQUAL ZEROS
              ADD WRK-ITE-VALOR   TO WRK-CTL-V-VALOR
              ADD WRK-ITE-IMPOSTO TO WRK-CTL-V-IMPOSTO
           END-IF.

      *    LINHA DE VENDA DEVOLVIDA HOJE: A DEVOLUCAO PEGA O IMPOSTO DA
      *    LINHA NA PROPORCAO DO VALOR DEVOLVIDO
       CASAR-DEVOLUCAO SECTION.
           PERFORM VARYING WRK-DEV-IDX FROM 1 BY 1
                   UNTIL WRK-DEV-IDX GREATER WRK-QTD-DEV
              IF WRK-DEV-ACHADA(WRK-DEV-IDX) EQUAL "N"
                 AND WRK-DEV-RECIBO(WRK-DEV-IDX) EQUAL VEN-RECIBO
                 AND WRK-DEV-ITEM-SEQ(WRK-DEV-IDX) EQUAL VEN-ITEM-SEQ
                 AND VEN-RECIBO NOT EQUAL ZEROS
                 MOVE "S" TO WRK-DEV-ACHADA(WRK-DEV-IDX)
                 IF VEN-VALOR GREATER ZEROS
                    AND WRK-DEV-VALOR(WRK-DEV-IDX) LESS VEN-VALOR
                    COMPUTE WRK-DEV-IMPOSTO(WRK-DEV-IDX) =
                            VEN-IMPOSTO * WRK-DEV-VALOR(WRK-DEV-IDX)
                          / VEN-VALOR
                 ELSE
                    MOVE VEN-IMPOSTO TO WRK-DEV-IMPOSTO(WRK-DEV-IDX)
                 END-IF
              END-IF
           END-PERFORM.

      *    MESMO DESENHO DAS VENDAS: CABECALHO "C" E LINHAS "I" DO
      *    PEDIDO. O PEDIDO CANCELADO DEPOIS TAMBEM TEVE O RECIBO
      *    EMITIDO, ENTAO ENTRA NO DIA DELE; O CANCELAMENTO SAI NO DIA
      *    DO CANCELAMENTO
       PROCESSAR-PEDIDOS SECTION.
           MOVE "A"          TO MVA-ACAO.
           MOVE "P"          TO MVA-ARQUIVO.
           MOVE ZEROS        TO MVA-DATA-INI MVA-DATA-FIM MVA-CLIENTE.
           CALL "MOVACESSO" USING MVA-PARAMETROS.
           IF MVA-STATUS NOT EQUAL ZEROS
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           ELSE
              MOVE "L" TO MVA-ACAO
              PERFORM UNTIL MVA-FIM EQUAL "S"
                 CALL "MOVACESSO" USING MVA-PARAMETROS
                 IF MVA-FIM NOT EQUAL "S"
                    MOVE MVA-REGISTRO TO PED-REGISTRO
                    IF PED-DATA EQUAL WRK-DATA-ALVO
                       PERFORM TRATAR-PEDIDO-DO-DIA
                    END-IF
                    IF PED-TIPO-REG NOT EQUAL "C"
                       AND WRK-QTD-CAN GREATER ZERO
                       PERFORM CASAR-CANCELAMENTO
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM FECHAR-DOCUMENTO
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           END-IF.

       TRATAR-PEDIDO-DO-DIA SECTION.
           EVALUATE PED-TIPO-REG
              WHEN "C"
                 PERFORM FECHAR-DOCUMENTO
                 PERFORM ABRIR-DOCUMENTO-PEDIDO
              WHEN "I"
                 IF WRK-DOC-ABERTO EQUAL "S"
                    AND WRK-DOC-ORIGEM EQUAL "P"
                    AND PED-NUMERO EQUAL WRK-DOC-PEDIDO
                    PERFORM GRAVAR-ITEM-PEDIDO
                 ELSE
                    IF PED-RECIBO NOT EQUAL ZEROS
                       DISPLAY "AVISO: LINHA DO PEDIDO " PED-NUMERO
                               " FORA DO SEU PEDIDO - IGNORADA"
                       ADD 1 TO WRK-CTL-REJEITADOS
                    END-IF
                 END-IF
              WHEN OTHER
                 PERFORM FECHAR-DOCUMENTO
                 PERFORM ABRIR-DOCUMENTO-PEDIDO
                 IF WRK-DOC-ABERTO EQUAL "S"
                    PERFORM GRAVAR-ITEM-PEDIDO
                 END-IF
           END-EVALUATE.

       ABRIR-DOCUMENTO-PEDIDO SECTION.
           IF PED-RECIBO EQUAL ZEROS
              ADD 1 TO WRK-CTL-SEM-RECIBO
           ELSE
              MOVE "S"              TO WRK-DOC-ABERTO
              MOVE "P"              TO WRK-DOC-ORIGEM
              MOVE PED-RECIBO       TO WRK-DOC-RECIBO
              MOVE PED-NUMERO       TO WRK-DOC-PEDIDO
              MOVE PED-CLIENTE-ID   TO WRK-DOC-CLIENTE
              MOVE ZEROS TO WRK-DOC-QTD-ITENS WRK-DOC-VALOR
                            WRK-DOC-IMPOSTO WRK-DOC-DESCONTO
                            WRK-DOC-GORJETA
              MOVE PED-TAXA-ENTREGA TO WRK-DOC-FRETE
              IF PED-TIPO-REG EQUAL "C"
                 MOVE PED-DESCONTO-CUPOM TO WRK-DOC-DESCONTO
                 MOVE PED-GORJETA        TO WRK-DOC-GORJETA
              END-IF
              MOVE SPACES TO WRK-DOC-FORMAS
              IF PED-FORMA-QTD EQUAL ZEROS
      *          PEDIDO SEM FORMA GRAVADA - O CAIXA O SOMA EM OUTRAS
                 MOVE 1     TO WRK-DOC-FORMA-QTD
                 MOVE "OUT" TO WRK-DOC-FP-FORMA(1)
                 COMPUTE WRK-DOC-FP-VALOR(1) =
                         PED-PRECO + PED-TAXA-ENTREGA
              ELSE
                 MOVE PED-FORMA-QTD TO WRK-DOC-FORMA-QTD
                 PERFORM VARYING WRK-FORMA-IDX FROM 1 BY 1
                         UNTIL WRK-FORMA-IDX GREATER PED-FORMA-QTD
                    MOVE PED-FORMA(WRK-FORMA-IDX)
                      TO WRK-DOC-FP-FORMA(WRK-FORMA-IDX)
                    MOVE PED-FORMA-VALOR(WRK-FORMA-IDX)
                      TO WRK-DOC-FP-VALOR(WRK-FORMA-IDX)
                 END-PERFORM
              END-IF
           END-IF.

      *    PIZZA NAO TEM CATEGORIA NO ARQPRODCAT, ENTAO SAI SEM
      *    ALIQUOTA; O ADICIONAL TEM O IMPOSTO EMBUTIDO CALCULADO COMO
      *    O VENDAENTRADA CALCULA O DA LINHA DE VENDA
       GRAVAR-ITEM-PEDIDO SECTION.
           IF PED-ITEM-SEQ GREATER ZEROS
              AND PED-TIPO-REG EQUAL "I"
              MOVE PED-ITEM-SEQ TO WRK-ITE-SEQ
           ELSE
              MOVE 1 TO WRK-ITE-SEQ
           END-IF.
           MOVE PED-PRECO TO WRK-ITE-VALOR.
           MOVE SPACES TO FIS-REGISTRO.
           IF PED-ITEM-TIPO EQUAL "A"
              MOVE PED-PRODUTO TO ARQPROD-CODIGO
              PERFORM LER-PRODUTO
              MOVE WRK-DATA-ALVO TO WRK-DATA-ALIQUOTA
              PERFORM RESOLVER-ALIQUOTA
              COMPUTE WRK-ITE-IMPOSTO =
                      (WRK-ITE-VALOR * WRK-ALIQUOTA) / 100
              MOVE "A"            TO FIS-ITE-TIPO
              MOVE PED-PRODUTO    TO FIS-ITE-PRODUTO
              MOVE PED-QUANTIDADE TO FIS-ITE-QUANTIDADE
           ELSE
              PERFORM DESCREVER-PIZZA
              MOVE SPACES TO WRK-ITE-CATEGORIA
              MOVE ZEROS  TO WRK-ALIQUOTA WRK-ITE-IMPOSTO
              MOVE "P"    TO FIS-ITE-TIPO
              MOVE ZEROS  TO FIS-ITE-PRODUTO
              MOVE 1      TO FIS-ITE-QUANTIDADE
           END-IF.
           PERFORM GRAVAR-ITEM.
           IF ARQFISCAL-FS EQUAL ZEROS
              ADD WRK-ITE-VALOR   TO WRK-CTL-P-VALOR
              ADD WRK-ITE-IMPOSTO TO WRK-CTL-P-IMPOSTO
           END-IF.

       DESCREVER-PIZZA SECTION.
           MOVE SPACES TO WRK-ITE-DESCRICAO.
           IF PED-TIPO-REG EQUAL "I"
              AND PED-MASSA-2 NOT EQUAL SPACES
              STRING "PIZZA "    DELIMITED BY SIZE
                     PED-MASSA   DELIMITED BY "  "
                     "/"         DELIMITED BY SIZE
                     PED-MASSA-2 DELIMITED BY "  "
                     " "         DELIMITED BY SIZE
                     PED-TAMANHO DELIMITED BY SIZE
                INTO WRK-ITE-DESCRICAO
              END-STRING
           ELSE
              STRING "PIZZA "    DELIMITED BY SIZE
                     PED-MASSA   DELIMITED BY "  "
                     " "         DELIMITED BY SIZE
                     PED-TAMANHO DELIMITED BY SIZE
                INTO WRK-ITE-DESCRICAO
              END-STRING
           END-IF.

      *    PEDIDO CANCELADO HOJE: O IMPOSTO ESTORNADO E O DOS SEUS
      *    ADICIONAIS, NA ALIQUOTA DA DATA DO PEDIDO
       CASAR-CANCELAMENTO SECTION.
           PERFORM VARYING WRK-CAN-IDX FROM 1 BY 1
                   UNTIL WRK-CAN-IDX GREATER WRK-QTD-CAN
              IF WRK-CAN-PEDIDO(WRK-CAN-IDX) EQUAL PED-NUMERO
                 AND PED-ITEM-TIPO EQUAL "A"
                 MOVE PED-PRODUTO TO ARQPROD-CODIGO
                 PERFORM LER-PRODUTO
                 MOVE PED-DATA TO WRK-DATA-ALIQUOTA
                 PERFORM RESOLVER-ALIQUOTA
                 COMPUTE WRK-CAN-IMPOSTO(WRK-CAN-IDX) =
                         WRK-CAN-IMPOSTO(WRK-CAN-IDX)
                       + (PED-PRECO * WRK-ALIQUOTA) / 100
              END-IF
           END-PERFORM.

      *    DESCRICAO E CATEGORIA (PRIMEIRA LETRA, COMO NA ALIQUOTA) DO
      *    PRODUTO EM ARQPROD-CODIGO
       LER-PRODUTO SECTION.
           MOVE SPACES TO WRK-ITE-DESCRICAO WRK-ITE-CATEGORIA.
           IF WRK-PROD-ABERTO EQUAL "S"
              READ ARQPROD
              IF ARQPROD-FS EQUAL ZEROS
                 MOVE ARQPROD-DESCRICAO      TO WRK-ITE-DESCRICAO
                 MOVE ARQPROD-CATEGORIA(1:1) TO WRK-ITE-CATEGORIA
              END-IF
              MOVE ZEROS TO ARQPROD-FS
           END-IF.

      *    ALIQUOTA VIGENTE NA DATA (MAIOR VIGENCIA <= DATA), COMO NO
      *    IMPOSTOMENSAL - SEM CATEGORIA OU SEM TABELA, ZERO
       RESOLVER-ALIQUOTA SECTION.
           MOVE ZEROS TO WRK-ALIQUOTA.
           IF WRK-TAXA-ABERTO EQUAL "S"
              AND WRK-ITE-CATEGORIA NOT EQUAL SPACES
              MOVE WRK-ITE-CATEGORIA TO TAXA-CATEGORIA
              MOVE ZEROS             TO TAXA-VIGENCIA
              START ARQTAXA KEY IS GREATER OR EQUAL TAXA-CHAVE
              PERFORM UNTIL ARQTAXA-FS NOT EQUAL ZEROS
                 READ ARQTAXA NEXT RECORD
                 IF ARQTAXA-FS EQUAL ZEROS
                    IF TAXA-CATEGORIA NOT EQUAL WRK-ITE-CATEGORIA
                       OR TAXA-VIGENCIA GREATER WRK-DATA-ALIQUOTA
                       MOVE 10 TO ARQTAXA-FS
                    ELSE
                       MOVE TAXA-ALIQUOTA TO WRK-ALIQUOTA
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQTAXA-FS
           END-IF.

      *    FIS-ITE-TIPO/PRODUTO/QUANTIDADE JA VEM MONTADOS
       GRAVAR-ITEM SECTION.
           MOVE WRK-DATA-ALVO     TO FIS-DATA.
           MOVE WRK-DOC-ORIGEM    TO FIS-ORIGEM.
           MOVE WRK-DOC-RECIBO    TO FIS-DOCUMENTO.
           MOVE "2"               TO FIS-TIPO-REG.
           MOVE WRK-ITE-SEQ       TO FIS-SEQ.
           MOVE WRK-ITE-DESCRICAO TO FIS-ITE-DESCRICAO.
           MOVE WRK-ITE-CATEGORIA TO FIS-ITE-CATEGORIA.
           MOVE WRK-ITE-VALOR     TO FIS-ITE-VALOR.
           MOVE WRK-ALIQUOTA      TO FIS-ITE-ALIQUOTA.
           MOVE WRK-ITE-IMPOSTO   TO FIS-ITE-IMPOSTO.
           PERFORM GRAVAR-FISCAL.
           IF ARQFISCAL-FS EQUAL ZEROS
              ADD 1               TO WRK-DOC-QTD-ITENS
              ADD WRK-ITE-VALOR   TO WRK-DOC-VALOR
              ADD WRK-ITE-IMPOSTO TO WRK-DOC-IMPOSTO
           END-IF.

      *    CABECALHO (COM OS TOTAIS DOS ITENS GRAVADOS) E FORMAS DE
      *    PAGAMENTO DO DOCUMENTO EM MONTAGEM
       FECHAR-DOCUMENTO SECTION.
           IF WRK-DOC-ABERTO EQUAL "S"
              MOVE WRK-DATA-ALVO  TO WRK-ACE-DATA
              MOVE WRK-DOC-RECIBO TO WRK-ACE-NUMERO
              IF WRK-DOC-ORIGEM EQUAL "V"
                 MOVE 1 TO WRK-ACE-ORIGEM
              ELSE
                 MOVE 2 TO WRK-ACE-ORIGEM
              END-IF
              PERFORM CALCULAR-DV
              MOVE SPACES TO FIS-REGISTRO
              MOVE WRK-DATA-ALVO     TO FIS-DATA
              MOVE WRK-DOC-ORIGEM    TO FIS-ORIGEM
              MOVE WRK-DOC-RECIBO    TO FIS-DOCUMENTO
              MOVE "1"               TO FIS-TIPO-REG
              MOVE ZEROS             TO FIS-SEQ
              MOVE WRK-ACESSO        TO FIS-CAB-ACESSO
              MOVE WRK-DV            TO FIS-CAB-DV
              MOVE WRK-EMI-RAZAO     TO FIS-CAB-EMITENTE
              MOVE WRK-DOC-CLIENTE   TO FIS-CAB-CLIENTE-ID
              PERFORM BUSCAR-CLIENTE
              MOVE WRK-DOC-QTD-ITENS TO FIS-CAB-QTD-ITENS
              MOVE WRK-DOC-VALOR     TO FIS-CAB-VALOR
              MOVE WRK-DOC-DESCONTO  TO FIS-CAB-DESCONTO
              MOVE WRK-DOC-FRETE     TO FIS-CAB-FRETE
              MOVE WRK-DOC-GORJETA   TO FIS-CAB-GORJETA
              MOVE WRK-DOC-IMPOSTO   TO FIS-CAB-IMPOSTO
              PERFORM GRAVAR-FISCAL
              IF ARQFISCAL-FS EQUAL ZEROS
                 IF WRK-DOC-ORIGEM EQUAL "V"
                    ADD 1 TO WRK-CTL-DOC-V
                 ELSE
                    ADD 1 TO WRK-CTL-DOC-P
                 END-IF
              END-IF
              PERFORM GRAVAR-PAGAMENTO
                      VARYING WRK-FORMA-IDX FROM 1 BY 1
                      UNTIL WRK-FORMA-IDX GREATER WRK-DOC-FORMA-QTD
           END-IF.
           MOVE "N" TO WRK-DOC-ABERTO.

       GRAVAR-PAGAMENTO SECTION.
           MOVE SPACES TO FIS-REGISTRO.
           MOVE WRK-DATA-ALVO  TO FIS-DATA.
           MOVE WRK-DOC-ORIGEM TO FIS-ORIGEM.
           MOVE WRK-DOC-RECIBO TO FIS-DOCUMENTO.
           MOVE "3"            TO FIS-TIPO-REG.
           MOVE WRK-FORMA-IDX  TO FIS-SEQ.
           MOVE WRK-DOC-FP-FORMA(WRK-FORMA-IDX) TO FIS-PAG-FORMA.
           MOVE WRK-DOC-FP-VALOR(WRK-FORMA-IDX) TO FIS-PAG-VALOR.
           PERFORM GRAVAR-FISCAL.

      *    CLIENTE IDENTIFICADO SAI COM O NOME DO ARQCRM; ZERO OU NAO
      *    ACHADO FICA COMO CONSUMIDOR NAO IDENTIFICADO
       BUSCAR-CLIENTE SECTION.
           MOVE SPACES TO FIS-CAB-CLIENTE-NOME.
           IF WRK-DOC-CLIENTE GREATER ZEROS
              AND WRK-CRM-ABERTO EQUAL "S"
              MOVE WRK-DOC-CLIENTE TO ARQCRM-ID
              READ ARQCRM
              IF ARQCRM-FS EQUAL ZEROS
                 MOVE ARQCRM-NOME TO FIS-CAB-CLIENTE-NOME
              END-IF
              MOVE ZEROS TO ARQCRM-FS
           END-IF.

       GRAVAR-FISCAL SECTION.
           WRITE FIS-REGISTRO
              INVALID KEY
                 DISPLAY "AVISO: CHAVE FISCAL REPETIDA " FIS-CHAVE
                         " - REGISTRO IGNORADO"
                 ADD 1 TO WRK-CTL-REJEITADOS
           END-WRITE.

      *    DEVOLUCOES E CANCELAMENTOS DO DIA, CADA UM COM A CHAVE DE
      *    ACESSO DO DOCUMENTO ORIGINAL
       GRAVAR-CANCELAMENTOS SECTION.
           PERFORM GRAVAR-CANC-DEVOLUCAO
                   VARYING WRK-DEV-IDX FROM 1 BY 1
                   UNTIL WRK-DEV-IDX GREATER WRK-QTD-DEV.
           PERFORM GRAVAR-CANC-PEDIDO
                   VARYING WRK-CAN-IDX FROM 1 BY 1
                   UNTIL WRK-CAN-IDX GREATER WRK-QTD-CAN.

       GRAVAR-CANC-DEVOLUCAO SECTION.
           IF WRK-DEV-ACHADA(WRK-DEV-IDX) EQUAL "N"
              DISPLAY "AVISO: VENDA ORIGINAL DA DEVOLUCAO DO RECIBO "
                      WRK-DEV-RECIBO(WRK-DEV-IDX)
                      " NAO ACHADA - CANCELAMENTO SEM IMPOSTO"
           END-IF.
           MOVE WRK-DEV-DATA-VENDA(WRK-DEV-IDX) TO WRK-ACE-DATA.
           MOVE WRK-DEV-RECIBO(WRK-DEV-IDX)     TO WRK-ACE-NUMERO.
           MOVE 1 TO WRK-ACE-ORIGEM.
           PERFORM CALCULAR-DV.
           MOVE SPACES TO FIS-REGISTRO.
           MOVE WRK-DATA-ALVO                TO FIS-DATA.
           MOVE "V"                          TO FIS-ORIGEM.
           MOVE WRK-DEV-RECIBO(WRK-DEV-IDX)  TO FIS-DOCUMENTO.
           MOVE "9"                          TO FIS-TIPO-REG.
           MOVE WRK-DEV-ITEM-SEQ(WRK-DEV-IDX) TO FIS-SEQ.
           MOVE WRK-ACESSO                   TO FIS-CAN-ACESSO-ORIGINAL.
           MOVE WRK-DV                       TO FIS-CAN-DV-ORIGINAL.
           MOVE "D"                          TO FIS-CAN-TIPO.
           MOVE WRK-DEV-ITEM-SEQ(WRK-DEV-IDX) TO FIS-CAN-ITEM-SEQ.
           MOVE WRK-DEV-PRODUTO(WRK-DEV-IDX) TO FIS-CAN-PRODUTO.
           MOVE WRK-DEV-QUANTIDADE(WRK-DEV-IDX)
             TO FIS-CAN-QUANTIDADE.
           MOVE WRK-DEV-VALOR(WRK-DEV-IDX)   TO FIS-CAN-VALOR.
           MOVE WRK-DEV-IMPOSTO(WRK-DEV-IDX) TO FIS-CAN-IMPOSTO.
           MOVE WRK-DEV-MOTIVO(WRK-DEV-IDX)  TO FIS-CAN-MOTIVO.
           PERFORM GRAVAR-FISCAL.
           IF ARQFISCAL-FS EQUAL ZEROS
              ADD 1                TO WRK-CTL-CAN-QTD
              ADD FIS-CAN-VALOR    TO WRK-CTL-CAN-VALOR
              ADD FIS-CAN-IMPOSTO  TO WRK-CTL-CAN-IMPOSTO
           END-IF.

       GRAVAR-CANC-PEDIDO SECTION.
           IF WRK-CAN-RECIBO(WRK-CAN-IDX) EQUAL ZEROS
              DISPLAY "AVISO: PEDIDO CANCELADO "
                      WRK-CAN-PEDIDO(WRK-CAN-IDX)
                      " SEM RECIBO - SEM DOCUMENTO A CANCELAR"
              ADD 1 TO WRK-CTL-SEM-RECIBO
           ELSE
              MOVE WRK-CAN-DATA-PEDIDO(WRK-CAN-IDX) TO WRK-ACE-DATA
              MOVE WRK-CAN-RECIBO(WRK-CAN-IDX)      TO WRK-ACE-NUMERO
              MOVE 2 TO WRK-ACE-ORIGEM
              PERFORM CALCULAR-DV
              MOVE SPACES TO FIS-REGISTRO
              MOVE WRK-DATA-ALVO               TO FIS-DATA
              MOVE "P"                         TO FIS-ORIGEM
              MOVE WRK-CAN-RECIBO(WRK-CAN-IDX) TO FIS-DOCUMENTO
              MOVE "9"                         TO FIS-TIPO-REG
              MOVE ZEROS                       TO FIS-SEQ
              MOVE WRK-ACESSO              TO FIS-CAN-ACESSO-ORIGINAL
              MOVE WRK-DV                      TO FIS-CAN-DV-ORIGINAL
              MOVE "C"                         TO FIS-CAN-TIPO
              MOVE ZEROS TO FIS-CAN-ITEM-SEQ FIS-CAN-PRODUTO
                            FIS-CAN-QUANTIDADE
              MOVE WRK-CAN-VALOR(WRK-CAN-IDX)   TO FIS-CAN-VALOR
              MOVE WRK-CAN-IMPOSTO(WRK-CAN-IDX) TO FIS-CAN-IMPOSTO
              MOVE WRK-CAN-MOTIVO(WRK-CAN-IDX)  TO FIS-CAN-MOTIVO
              PERFORM GRAVAR-FISCAL
              IF ARQFISCAL-FS EQUAL ZEROS
                 ADD 1               TO WRK-CTL-CAN-QTD
                 ADD FIS-CAN-VALOR   TO WRK-CTL-CAN-VALOR
                 ADD FIS-CAN-IMPOSTO TO WRK-CTL-CAN-IMPOSTO
              END-IF
           END-IF.

      *    WRK-ACE-DATA/NUMERO/ORIGEM JA MONTADOS PELO CHAMADOR
       CALCULAR-DV SECTION.
           MOVE WRK-EMI-CNPJ  TO WRK-ACE-CNPJ.
           MOVE 65            TO WRK-ACE-MODELO.
           MOVE WRK-EMI-SERIE TO WRK-ACE-SERIE.
           MOVE ZEROS TO WRK-DV-SOMA.
           MOVE 2 TO WRK-DV-PESO.
           PERFORM VARYING WRK-DV-IDX FROM 37 BY -1
                   UNTIL WRK-DV-IDX LESS 1
              COMPUTE WRK-DV-SOMA = WRK-DV-SOMA +
                      WRK-ACE-DIGITO(WRK-DV-IDX) * WRK-DV-PESO
              ADD 1 TO WRK-DV-PESO
              IF WRK-DV-PESO GREATER 9
                 MOVE 2 TO WRK-DV-PESO
              END-IF
           END-PERFORM.
           DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOCIENTE
                  REMAINDER WRK-DV-RESTO.
           IF WRK-DV-RESTO LESS 2
              MOVE ZERO TO WRK-DV
           ELSE
              COMPUTE WRK-DV = 11 - WRK-DV-RESTO
           END-IF.

      *    O DIA INTEIRO, EM ORDEM DE CHAVE, NO ARQUIVO DO CONTADOR
       EXPORTAR-DIA SECTION.
           OPEN OUTPUT ARQNFCE.
           MOVE WRK-DATA-ALVO TO FIS-DATA.
           MOVE SPACES        TO FIS-ORIGEM FIS-TIPO-REG.
           MOVE ZEROS         TO FIS-DOCUMENTO FIS-SEQ.
           START ARQFISCAL KEY IS GREATER OR EQUAL FIS-CHAVE.
           PERFORM UNTIL ARQFISCAL-FS NOT EQUAL ZEROS
              READ ARQFISCAL NEXT RECORD
              IF ARQFISCAL-FS EQUAL ZEROS
                 IF FIS-DATA NOT EQUAL WRK-DATA-ALVO
                    MOVE 10 TO ARQFISCAL-FS
                 ELSE
                    MOVE FIS-REGISTRO TO NFCE-LINHA
                    WRITE NFCE-LINHA
                    ADD 1 TO WRK-CTL-EXPORTADOS
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQFISCAL-FS.
           CLOSE ARQNFCE.

      *    AS VENDAS DO ARQUIVO TEM DE BATER COM A BASE E O IMPOSTO
      *    QUE O IMPOSTOMENSAL SOMA PARA O DIA; DIFERENCA, RECIBO
      *    FALTANDO OU REGISTRO REJEITADO DEVOLVEM 4 PARA O LOTE
       IMPRIMIR-CONTROLE SECTION.
           COMPUTE WRK-DIF-BASE    = WRK-IMM-BASE - WRK-CTL-V-VALOR.
           COMPUTE WRK-DIF-IMPOSTO =
                   WRK-IMM-IMPOSTO - WRK-CTL-V-IMPOSTO.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "NFCE "       DELIMITED BY SIZE
                  WRK-DATA-ALVO DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CONTROLE DO ARQUIVO FISCAL - DATA " DELIMITED BY SIZE
                  WRK-DATA-ALVO                      DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           IF WRK-REGERACAO EQUAL "S"
              MOVE "(REGERACAO)" TO WRK-SPL-LINHA(45:11)
           END-IF.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-CTL-DOC-V     TO WRK-ED-QTD.
           MOVE WRK-CTL-V-VALOR   TO WRK-ED-VALOR.
           MOVE WRK-CTL-V-IMPOSTO TO WRK-ED-IMPOSTO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "VENDAS....: DOCS " WRK-ED-QTD
                  " VALOR " WRK-ED-VALOR " IMPOSTO " WRK-ED-IMPOSTO
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-CTL-DOC-P     TO WRK-ED-QTD.
           MOVE WRK-CTL-P-VALOR   TO WRK-ED-VALOR.
           MOVE WRK-CTL-P-IMPOSTO TO WRK-ED-IMPOSTO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "PEDIDOS...: DOCS " WRK-ED-QTD
                  " VALOR " WRK-ED-VALOR " IMPOSTO " WRK-ED-IMPOSTO
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-CTL-CAN-QTD     TO WRK-ED-QTD.
           MOVE WRK-CTL-CAN-VALOR   TO WRK-ED-VALOR.
           MOVE WRK-CTL-CAN-IMPOSTO TO WRK-ED-IMPOSTO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CANCELADOS: QTD  " WRK-ED-QTD
                  " VALOR " WRK-ED-VALOR " IMPOSTO " WRK-ED-IMPOSTO
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE WRK-IMM-BASE    TO WRK-ED-VALOR.
           MOVE WRK-IMM-IMPOSTO TO WRK-ED-IMPOSTO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "IMPOSTOMENSAL DO DIA:  BASE " WRK-ED-VALOR
                  " IMPOSTO " WRK-ED-IMPOSTO
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           IF WRK-DIF-BASE EQUAL ZEROS
              AND WRK-DIF-IMPOSTO EQUAL ZEROS
              MOVE "VENDAS DO ARQUIVO BATEM COM O IMPOSTOMENSAL"
                TO WRK-SPL-LINHA
              PERFORM GRAVAR-LINHA
           ELSE
              MOVE WRK-DIF-BASE TO WRK-ED-DIF
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "DIVERGENCIA - BASE " WRK-ED-DIF
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              MOVE WRK-DIF-IMPOSTO TO WRK-ED-DIF
              STRING " IMPOSTO " WRK-ED-DIF
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA(36:)
              END-STRING
              PERFORM GRAVAR-LINHA
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-CTL-SEM-RECIBO GREATER ZEROS
              OR WRK-CTL-REJEITADOS GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "SEM RECIBO (FORA DO ARQUIVO): "
                     WRK-CTL-SEM-RECIBO
                     " REJEITADOS: " WRK-CTL-REJEITADOS
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-LINHA
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "REGISTROS NO NFCE.TXT: " WRK-CTL-EXPORTADOS
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
