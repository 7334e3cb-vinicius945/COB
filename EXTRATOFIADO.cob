       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATOFIADO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: EXTRATO MENSAL DO FIADO PARA O CLIENTE. O RECEBERAGING
      *E RELATORIO DE DENTRO DE CASA; AQUI SAI, NO FIM DO MES, UMA
      *FOLHA POR CLIENTE NO SPOOL (UMA ENTRADA DO SPOOL POR CLIENTE),
      *ENDERECADA COM O ARQCRM-ENDERECO, COM O SALDO ANTERIOR, AS
      *COMPRAS FIADO DO MES (COM O NUMERO DO RECIBO), OS PAGAMENTOS
      *JORNALADOS PELO RECEBIMENTO NO ARQRECEBIMENTO.DAT, O SALDO NO
      *FIM DO MES E OS TITULOS VENCIDOS. CLIENTE SEM SALDO E SEM
      *MOVIMENTO NO MES NAO RECEBE EXTRATO. QUEM AUTORIZOU CONTATO
      *PELO CANAL "E" (E-MAIL) VAI PARA O EXTRATO_EMAIL.TXT, PARA O
      *EXTRATO SEGUIR POR E-MAIL EM VEZ DO PAPEL, E GANHA NA FILA DE
      *E-MAIL/SMS (MSGENFILA) A MENSAGEM "EXTFIADO" QUE O LEVA. NO
      *FIM, UM TOTAL DE
      *CONTROLE: SOMA DOS SALDOS DOS EXTRATOS MAIS O MOVIMENTO DEPOIS
      *DO MES TEM QUE BATER COM O TOTAL EM ABERTO DO RECEBERAGING
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRECEBER ASSIGN TO "DADOS/ARQRECEBER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQRECEBER-FS
           RECORD KEY IS REC-DOCUMENTO.

           SELECT ARQRECJORNAL ASSIGN TO "DADOS/ARQRECEBIMENTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQRECJORNAL-FS.

           SELECT ARQCRM  ASSIGN TO "DADOS/ARQCRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-NOME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
               WITH DUPLICATES.

           SELECT ARQEMAIL ASSIGN TO "DADOS/EXTRATO_EMAIL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQEMAIL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQRECEBER.
       COPY "#RECEBER".

       FD ARQRECJORNAL
           RECORDING MODE IS F.
       01 RECJOR-REGISTRO.
           05 RECJOR-DOCUMENTO  PIC 9(06).
           05 RECJOR-DATA       PIC 9(08).
           05 RECJOR-HORA       PIC 9(08).
           05 RECJOR-VALOR      PIC 9(07)V99.
           05 RECJOR-OPERADOR   PIC X(10).

       FD ARQCRM.
       COPY "#CRM".

       FD ARQEMAIL.
       01 ARQEMAIL-LINHA     PIC X(90).

       WORKING-STORAGE SECTION.
       01 ARQRECEBER-FS      PIC 9(02) VALUES ZEROS.
       01 ARQRECJORNAL-FS    PIC 9(02) VALUES ZEROS.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQEMAIL-FS        PIC 9(02) VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

       01 WRK-DATA-ALVO      PIC 9(08) VALUES ZEROS.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.

      *----------MOVIMENTO DO MES POR CLIENTE, EM ORDEM DE CLIENTE.
      *    "POST" = DEPOIS DO MES (EXTRATO RODADO ATRASADO): VOLTA
      *    PARA TRAS O SALDO DE HOJE ATE O FIM DO MES DO EXTRATO
       01 WRK-QTD-CLI        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CLIENTE.
           05 WRK-CLI-ITEM OCCURS 500 TIMES.
               10 WRK-CLI-ID          PIC 9(06).
               10 WRK-CLI-SALDO-HOJE  PIC 9(09)V99.
               10 WRK-CLI-VENDAS-MES  PIC 9(09)V99.
               10 WRK-CLI-VENDAS-POST PIC 9(09)V99.
               10 WRK-CLI-PAGTOS-MES  PIC 9(09)V99.
               10 WRK-CLI-PAGTOS-POST PIC 9(09)V99.
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-MOVE       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-CLI        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-CLIENTE-BUSCA  PIC 9(06) VALUES ZEROS.
       01 WRK-FORA-TABELA    PIC 9(05) VALUES ZEROS.
       01 WRK-PAGTO-SEM-TIT  PIC 9(05) VALUES ZEROS.

      *----------EXTRATO DO CLIENTE CORRENTE
       01 WRK-CLIENTE        PIC 9(06) VALUES ZEROS.
       01 WRK-SALDO-ANTERIOR PIC S9(09)V99 VALUES ZEROS.
       01 WRK-SALDO-FINAL    PIC S9(09)V99 VALUES ZEROS.
       01 WRK-TOT-VENCIDO    PIC 9(09)V99 VALUES ZEROS.

      *----------TOTAIS DE CONTROLE
       01 WRK-QTD-EXTRATOS   PIC 9(05) VALUES ZEROS.
       01 WRK-QTD-EMAIL      PIC 9(05) VALUES ZEROS.
       01 WRK-QTD-PULADOS    PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-EXTRATOS   PIC S9(10)V99 VALUES ZEROS.
       01 WRK-TOT-VENDAS-POST PIC 9(10)V99 VALUES ZEROS.
       01 WRK-TOT-PAGTOS-POST PIC 9(10)V99 VALUES ZEROS.
       01 WRK-TOT-CONFERIDO  PIC S9(10)V99 VALUES ZEROS.
       01 WRK-TOT-ABERTO     PIC 9(10)V99 VALUES ZEROS.

       01 WRK-VALOR-ED       PIC -.---.---.--9,99.
       01 WRK-DATA-ED.
           05 WRK-DED-DIA    PIC 9(02).
           05 FILLER         PIC X(01) VALUE "/".
           05 WRK-DED-MES    PIC 9(02).
           05 FILLER         PIC X(01) VALUE "/".
           05 WRK-DED-ANO    PIC 9(04).
       01 WRK-DATA-AUX       PIC 9(08) VALUES ZEROS.

      *----------EXTRATO POR E-MAIL NA FILA DE SAIDA
       01 WRK-MSG.
           05 WRK-MSG-ACAO       PIC X(01) VALUE "E".
           05 WRK-MSG-DEST-TIPO  PIC X(01) VALUE "C".
           05 WRK-MSG-CLIENTE-ID PIC 9(06) VALUE ZEROS.
           05 WRK-MSG-USUARIO    PIC X(10) VALUE SPACES.
           05 WRK-MSG-CANAL      PIC X(01) VALUE "E".
           05 WRK-MSG-DESTINO    PIC X(40) VALUE SPACES.
           05 WRK-MSG-MODELO     PIC X(08) VALUE "EXTFIADO".
           05 WRK-MSG-PARM       PIC X(20) OCCURS 4 TIMES.
           05 WRK-MSG-PRIORIDADE PIC 9(01) VALUE 7.
           05 WRK-MSG-PROGRAMA   PIC X(12) VALUE "EXTRATOFIADO".
           05 WRK-MSG-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-MSG-RETORNO    PIC X(01) VALUE SPACES.
           05 WRK-MSG-NUMERO     PIC 9(08) VALUE ZEROS.
       01 WRK-MES-MSG.
           05 WRK-MMS-MES        PIC 9(02).
           05 FILLER             PIC X(01) VALUE "/".
           05 WRK-MMS-ANO        PIC 9(04).
       01 WRK-QTD-FILA       PIC 9(05) VALUES ZEROS.

       01 WRK-LINHA-MOV.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-MOV-DATA       PIC X(10).
           05 FILLER             PIC X(08) VALUE " RECIBO ".
           05 WRK-MOV-DOCUMENTO  PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-MOV-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           05 WRK-MOV-ROTULO     PIC X(06).
           05 WRK-MOV-VENC       PIC X(10).

      *----------ENTRADAS NO SPOOL: UMA POR EXTRATO E O CONTROLE
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "EXTRATOFIADO".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "EXTRATOFIADO - INICIO".
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-ALVO
           ELSE
              ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ALVO(1:6) TO WRK-ANOMES.
           OPEN INPUT ARQRECEBER.
           IF ARQRECEBER-FS NOT EQUAL ZEROS
              DISPLAY "SEM TITULOS (STATUS " ARQRECEBER-FS ")"
              DISPLAY "EXTRATOFIADO - FIM"
              GOBACK
           END-IF.
           PERFORM ACUMULAR-TITULOS.
           PERFORM ACUMULAR-PAGAMENTOS.
           OPEN INPUT ARQCRM.
           OPEN OUTPUT ARQEMAIL.
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLI
              PERFORM PREPARAR-EXTRATO
           END-PERFORM.
           CLOSE ARQRECEBER ARQCRM ARQEMAIL.
           PERFORM IMPRIMIR-CONTROLE.
           IF WRK-FORA-TABELA GREATER ZEROS
              OR WRK-PAGTO-SEM-TIT GREATER ZEROS
              OR WRK-TOT-CONFERIDO NOT EQUAL WRK-TOT-ABERTO
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "EXTRATOFIADO - FIM".
           GOBACK.

      *    SALDO DE HOJE E VENDAS DO MES / DEPOIS DO MES POR CLIENTE.
      *    O TOTAL EM ABERTO E O MESMO QUE O RECEBERAGING SOMA NOS
      *    BALDES (SALDO DOS TITULOS "A")
       ACUMULAR-TITULOS SECTION.
           MOVE ZEROS TO REC-DOCUMENTO.
           START ARQRECEBER KEY IS GREATER REC-DOCUMENTO.
           PERFORM UNTIL ARQRECEBER-FS NOT EQUAL ZEROS
              READ ARQRECEBER NEXT RECORD
              IF ARQRECEBER-FS EQUAL ZEROS
                 IF REC-SITUACAO EQUAL "A"
                    ADD REC-SALDO TO WRK-TOT-ABERTO
                 END-IF
                 IF (REC-SITUACAO EQUAL "A" AND REC-SALDO GREATER ZEROS)
                    OR REC-DATA-EMISSAO(1:6) NOT LESS WRK-ANOMES
                    MOVE REC-CLIENTE-ID TO WRK-CLIENTE-BUSCA
                    PERFORM LOCALIZAR-CLIENTE
                    IF WRK-IDX-ACHADO GREATER ZERO
                       PERFORM SOMAR-TITULO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQRECEBER-FS.

       SOMAR-TITULO SECTION.
           IF REC-SITUACAO EQUAL "A"
              ADD REC-SALDO TO WRK-CLI-SALDO-HOJE(WRK-IDX-ACHADO)
           END-IF.
           IF REC-DATA-EMISSAO(1:6) EQUAL WRK-ANOMES
              ADD REC-VALOR TO WRK-CLI-VENDAS-MES(WRK-IDX-ACHADO)
           END-IF.
           IF REC-DATA-EMISSAO(1:6) GREATER WRK-ANOMES
              ADD REC-VALOR TO WRK-CLI-VENDAS-POST(WRK-IDX-ACHADO)
              ADD REC-VALOR TO WRK-TOT-VENDAS-POST
           END-IF.

      *    PAGAMENTOS DO MES E DEPOIS DELE - O JORNAL SO TEM O
      *    DOCUMENTO, O CLIENTE VEM DO TITULO
       ACUMULAR-PAGAMENTOS SECTION.
           OPEN INPUT ARQRECJORNAL.
           IF ARQRECJORNAL-FS EQUAL ZEROS
              PERFORM UNTIL ARQRECJORNAL-FS NOT EQUAL ZEROS
                 READ ARQRECJORNAL
                 IF ARQRECJORNAL-FS EQUAL ZEROS
                    AND RECJOR-DATA(1:6) NOT LESS WRK-ANOMES
                    PERFORM SOMAR-PAGAMENTO
                 END-IF
              END-PERFORM
              CLOSE ARQRECJORNAL
           END-IF.
           MOVE ZEROS TO ARQRECJORNAL-FS.

       SOMAR-PAGAMENTO SECTION.
           MOVE RECJOR-DOCUMENTO TO REC-DOCUMENTO.
           READ ARQRECEBER.
           IF ARQRECEBER-FS NOT EQUAL ZEROS
              ADD 1 TO WRK-PAGTO-SEM-TIT
           ELSE
              MOVE REC-CLIENTE-ID TO WRK-CLIENTE-BUSCA
              PERFORM LOCALIZAR-CLIENTE
              IF WRK-IDX-ACHADO GREATER ZERO
                 IF RECJOR-DATA(1:6) EQUAL WRK-ANOMES
                    ADD RECJOR-VALOR
                     TO WRK-CLI-PAGTOS-MES(WRK-IDX-ACHADO)
                 ELSE
                    ADD RECJOR-VALOR
                     TO WRK-CLI-PAGTOS-POST(WRK-IDX-ACHADO)
                    ADD RECJOR-VALOR TO WRK-TOT-PAGTOS-POST
                 END-IF
              END-IF
           END-IF.

      *    PROCURA O CLIENTE; NAO ACHANDO, ABRE A LINHA NA POSICAO
      *    CERTA, EMPURRANDO AS SEGUINTES
       LOCALIZAR-CLIENTE SECTION.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CLI
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-CLI-ID(WRK-IDX) EQUAL WRK-CLIENTE-BUSCA
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZERO
              IF WRK-QTD-CLI NOT LESS 500
                 ADD 1 TO WRK-FORA-TABELA
              ELSE
                 MOVE 1 TO WRK-IDX
                 PERFORM UNTIL WRK-IDX GREATER WRK-QTD-CLI
                    OR WRK-CLI-ID(WRK-IDX) GREATER WRK-CLIENTE-BUSCA
                    ADD 1 TO WRK-IDX
                 END-PERFORM
                 PERFORM VARYING WRK-IDX-MOVE FROM WRK-QTD-CLI BY -1
                         UNTIL WRK-IDX-MOVE LESS WRK-IDX
                    MOVE WRK-CLI-ITEM(WRK-IDX-MOVE)
                      TO WRK-CLI-ITEM(WRK-IDX-MOVE + 1)
                 END-PERFORM
                 ADD 1 TO WRK-QTD-CLI
                 MOVE WRK-CLIENTE-BUSCA TO WRK-CLI-ID(WRK-IDX)
                 MOVE ZEROS TO WRK-CLI-SALDO-HOJE(WRK-IDX)
                               WRK-CLI-VENDAS-MES(WRK-IDX)
                               WRK-CLI-VENDAS-POST(WRK-IDX)
                               WRK-CLI-PAGTOS-MES(WRK-IDX)
                               WRK-CLI-PAGTOS-POST(WRK-IDX)
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-IF.

      *    SALDO NO FIM DO MES = SALDO DE HOJE - VENDAS DEPOIS DO MES
      *    + PAGAMENTOS DEPOIS DO MES; SALDO ANTERIOR = SALDO FINAL -
      *    VENDAS DO MES + PAGAMENTOS DO MES
       PREPARAR-EXTRATO SECTION.
           MOVE WRK-CLI-ID(WRK-IDX-CLI) TO WRK-CLIENTE.
           COMPUTE WRK-SALDO-FINAL =
                   WRK-CLI-SALDO-HOJE(WRK-IDX-CLI)
                 - WRK-CLI-VENDAS-POST(WRK-IDX-CLI)
                 + WRK-CLI-PAGTOS-POST(WRK-IDX-CLI).
           COMPUTE WRK-SALDO-ANTERIOR = WRK-SALDO-FINAL
                 - WRK-CLI-VENDAS-MES(WRK-IDX-CLI)
                 + WRK-CLI-PAGTOS-MES(WRK-IDX-CLI).
           ADD WRK-SALDO-FINAL TO WRK-TOT-EXTRATOS.
           IF WRK-SALDO-FINAL EQUAL ZEROS
              AND WRK-CLI-VENDAS-MES(WRK-IDX-CLI) EQUAL ZEROS
              AND WRK-CLI-PAGTOS-MES(WRK-IDX-CLI) EQUAL ZEROS
              ADD 1 TO WRK-QTD-PULADOS
           ELSE
              PERFORM EMITIR-EXTRATO
           END-IF.

       EMITIR-EXTRATO SECTION.
           ADD 1 TO WRK-QTD-EXTRATOS.
           MOVE WRK-CLIENTE TO ARQCRM-ID.
           READ ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              MOVE SPACES TO ARQCRM-NOME ARQCRM-EMAIL ARQCRM-ENDERECO
                             ARQCRM-CONSENT-CANAL
              MOVE ZEROS  TO ARQCRM-END-CEP
           END-IF.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "EXTRATO FIADO " DELIMITED BY SIZE
                  WRK-CLIENTE      DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           PERFORM IMPRIMIR-ENDERECO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "SALDO ANTERIOR ...................... "
                                          DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "COMPRAS NO MES (FIADO)" TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM IMPRIMIR-COMPRAS.
           MOVE "PAGAMENTOS NO MES" TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM IMPRIMIR-PAGAMENTOS.
           MOVE WRK-SALDO-FINAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "SALDO EM ABERTO NO FIM DO MES ....... "
                                          DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "TITULOS VENCIDOS" TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM IMPRIMIR-VENCIDOS.
           IF ARQCRM-FS EQUAL ZEROS
              AND ARQCRM-CONSENT-CANAL EQUAL "E"
              AND ARQCRM-EMAIL NOT EQUAL SPACES
              PERFORM GRAVAR-EMAIL
           END-IF.

      *    CABECALHO DA FOLHA, ENDERECADA PARA O ENVELOPE DE JANELA
       IMPRIMIR-ENDERECO SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "EXTRATO DE CONTA - COMPRAS FIADO - MES "
                                          DELIMITED BY SIZE
                  WRK-ANOMES(5:2)         DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  WRK-ANOMES(1:4)         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           STRING "CLIENTE " DELIMITED BY SIZE
                  WRK-CLIENTE DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  ARQCRM-NOME DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF ARQCRM-END-LOGRADOURO EQUAL SPACES
              MOVE "ENDERECO NAO CADASTRADO" TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           ELSE
              MOVE SPACES TO WRK-SPL-LINHA
              STRING ARQCRM-END-LOGRADOURO DELIMITED BY SIZE
                     ", "                  DELIMITED BY SIZE
                     ARQCRM-END-NUMERO     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE SPACES TO WRK-SPL-LINHA
              STRING ARQCRM-END-CEP        DELIMITED BY SIZE
                     " "                   DELIMITED BY SIZE
                     ARQCRM-END-CIDADE     DELIMITED BY SIZE
                     " - "                 DELIMITED BY SIZE
                     ARQCRM-END-UF         DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    VENDAS FIADO DO MES - O DOCUMENTO E O NUMERO DO RECIBO
       IMPRIMIR-COMPRAS SECTION.
           MOVE ZEROS TO REC-DOCUMENTO.
           START ARQRECEBER KEY IS GREATER REC-DOCUMENTO.
           PERFORM UNTIL ARQRECEBER-FS NOT EQUAL ZEROS
              READ ARQRECEBER NEXT RECORD
              IF ARQRECEBER-FS EQUAL ZEROS
                 AND REC-CLIENTE-ID EQUAL WRK-CLIENTE
                 AND REC-DATA-EMISSAO(1:6) EQUAL WRK-ANOMES
                 MOVE REC-DATA-EMISSAO TO WRK-DATA-AUX
                 PERFORM EDITAR-DATA
                 MOVE WRK-DATA-ED      TO WRK-MOV-DATA
                 MOVE REC-DOCUMENTO    TO WRK-MOV-DOCUMENTO
                 MOVE REC-VALOR        TO WRK-MOV-VALOR
                 MOVE " VENC "         TO WRK-MOV-ROTULO
                 MOVE REC-VENCIMENTO   TO WRK-DATA-AUX
                 PERFORM EDITAR-DATA
                 MOVE WRK-DATA-ED      TO WRK-MOV-VENC
                 MOVE WRK-LINHA-MOV    TO WRK-SPL-LINHA
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQRECEBER-FS.

       IMPRIMIR-PAGAMENTOS SECTION.
           OPEN INPUT ARQRECJORNAL.
           IF ARQRECJORNAL-FS EQUAL ZEROS
              PERFORM UNTIL ARQRECJORNAL-FS NOT EQUAL ZEROS
                 READ ARQRECJORNAL
                 IF ARQRECJORNAL-FS EQUAL ZEROS
                    AND RECJOR-DATA(1:6) EQUAL WRK-ANOMES
                    MOVE RECJOR-DOCUMENTO TO REC-DOCUMENTO
                    READ ARQRECEBER
                    IF ARQRECEBER-FS EQUAL ZEROS
                       AND REC-CLIENTE-ID EQUAL WRK-CLIENTE
                       MOVE RECJOR-DATA      TO WRK-DATA-AUX
                       PERFORM EDITAR-DATA
                       MOVE WRK-DATA-ED      TO WRK-MOV-DATA
                       MOVE RECJOR-DOCUMENTO TO WRK-MOV-DOCUMENTO
                       MOVE RECJOR-VALOR     TO WRK-MOV-VALOR
                       MOVE SPACES           TO WRK-MOV-ROTULO
                                                WRK-MOV-VENC
                       MOVE WRK-LINHA-MOV    TO WRK-SPL-LINHA
                       CALL "SPOOLGRAVA" USING WRK-SPOOL
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQRECJORNAL
           END-IF.
           MOVE ZEROS TO ARQRECJORNAL-FS.

      *    TITULO AINDA EM ABERTO COM VENCIMENTO ANTES DA DATA DO
      *    EXTRATO, PELO SALDO QUE FALTA
       IMPRIMIR-VENCIDOS SECTION.
           MOVE ZEROS TO WRK-TOT-VENCIDO.
           MOVE ZEROS TO REC-DOCUMENTO.
           START ARQRECEBER KEY IS GREATER REC-DOCUMENTO.
           PERFORM UNTIL ARQRECEBER-FS NOT EQUAL ZEROS
              READ ARQRECEBER NEXT RECORD
              IF ARQRECEBER-FS EQUAL ZEROS
                 AND REC-CLIENTE-ID EQUAL WRK-CLIENTE
                 AND REC-SITUACAO EQUAL "A"
                 AND REC-SALDO GREATER ZEROS
                 AND REC-VENCIMENTO LESS WRK-DATA-ALVO
                 ADD REC-SALDO TO WRK-TOT-VENCIDO
                 MOVE REC-VENCIMENTO   TO WRK-DATA-AUX
                 PERFORM EDITAR-DATA
                 MOVE WRK-DATA-ED      TO WRK-MOV-DATA
                 MOVE REC-DOCUMENTO    TO WRK-MOV-DOCUMENTO
                 MOVE REC-SALDO        TO WRK-MOV-VALOR
                 MOVE SPACES           TO WRK-MOV-ROTULO WRK-MOV-VENC
                 MOVE WRK-LINHA-MOV    TO WRK-SPL-LINHA
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQRECEBER-FS.
           IF WRK-TOT-VENCIDO EQUAL ZEROS
              MOVE "  NENHUM TITULO VENCIDO" TO WRK-SPL-LINHA
           ELSE
              MOVE WRK-TOT-VENCIDO TO WRK-VALOR-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "TOTAL VENCIDO ....................... "
                                             DELIMITED BY SIZE
                     WRK-VALOR-ED            DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       EDITAR-DATA SECTION.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DED-DIA.
           MOVE WRK-DATA-AUX(5:2) TO WRK-DED-MES.
           MOVE WRK-DATA-AUX(1:4) TO WRK-DED-ANO.

      *    QUEM ESCOLHEU O CANAL E-MAIL: O ENVIO PEGA O EXTRATO PELO
      *    NUMERO DA ENTRADA NO SPOOL
       GRAVAR-EMAIL SECTION.
           ADD 1 TO WRK-QTD-EMAIL.
           MOVE WRK-SALDO-FINAL TO WRK-VALOR-ED.
           MOVE SPACES TO ARQEMAIL-LINHA.
           STRING WRK-CLIENTE     DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  ARQCRM-NOME     DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  ARQCRM-EMAIL    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WRK-SPL-NUMERO  DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
             INTO ARQEMAIL-LINHA
           END-STRING.
           WRITE ARQEMAIL-LINHA.
           MOVE WRK-CLIENTE       TO WRK-MSG-CLIENTE-ID.
           MOVE SPACES            TO WRK-MSG-PARM(1) WRK-MSG-PARM(2)
                                     WRK-MSG-PARM(3) WRK-MSG-PARM(4).
           MOVE "E"               TO WRK-MSG-CANAL.
           MOVE ARQCRM-NOME       TO WRK-MSG-PARM(1).
           MOVE WRK-ANOMES(5:2)   TO WRK-MMS-MES.
           MOVE WRK-ANOMES(1:4)   TO WRK-MMS-ANO.
           MOVE WRK-MES-MSG       TO WRK-MSG-PARM(2).
           MOVE WRK-VALOR-ED      TO WRK-MSG-PARM(3).
           MOVE WRK-SPL-NUMERO    TO WRK-MSG-PARM(4).
           CALL "MSGENFILA" USING WRK-MSG.
           IF WRK-MSG-RETORNO EQUAL "S"
              ADD 1 TO WRK-QTD-FILA
           END-IF.

      *    CONTROLE: SALDOS DOS EXTRATOS + VENDAS DEPOIS DO MES -
      *    PAGAMENTOS DEPOIS DO MES = TOTAL EM ABERTO DO RECEBERAGING
       IMPRIMIR-CONTROLE SECTION.
           COMPUTE WRK-TOT-CONFERIDO = WRK-TOT-EXTRATOS
                 + WRK-TOT-VENDAS-POST - WRK-TOT-PAGTOS-POST.
           MOVE "CONTROLE EXTRATOS" TO WRK-SPL-NOME.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "EXTRATOS DO FIADO - MES " DELIMITED BY SIZE
                  WRK-ANOMES                 DELIMITED BY SIZE
                  " - EMITIDOS "             DELIMITED BY SIZE
                  WRK-QTD-EXTRATOS           DELIMITED BY SIZE
                  " E-MAIL "                 DELIMITED BY SIZE
                  WRK-QTD-EMAIL              DELIMITED BY SIZE
                  " NA FILA "                DELIMITED BY SIZE
                  WRK-QTD-FILA               DELIMITED BY SIZE
                  " SEM MOVIMENTO "          DELIMITED BY SIZE
                  WRK-QTD-PULADOS            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE WRK-TOT-EXTRATOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "SALDOS DOS EXTRATOS (FIM DO MES) .... "
                                          DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE WRK-TOT-VENDAS-POST TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "(+) VENDAS FIADO DEPOIS DO MES ...... "
                                          DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE WRK-TOT-PAGTOS-POST TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "(-) PAGAMENTOS DEPOIS DO MES ........ "
                                          DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE WRK-TOT-CONFERIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "(=) EM ABERTO HOJE PELOS EXTRATOS ... "
                                          DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE WRK-TOT-ABERTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "TOTAL EM ABERTO (RECEBERAGING) ...... "
                                          DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-CONTROLE.
           IF WRK-TOT-CONFERIDO EQUAL WRK-TOT-ABERTO
              MOVE "CONTROLE CONFERE" TO WRK-SPL-LINHA
           ELSE
              MOVE "CONTROLE NAO CONFERE - VERIFICAR" TO WRK-SPL-LINHA
           END-IF.
           PERFORM GRAVAR-LINHA-CONTROLE.
           IF WRK-FORA-TABELA GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "AVISO: " WRK-FORA-TABELA
                     " TITULOS DE CLIENTES FORA DA TABELA"
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-LINHA-CONTROLE
           END-IF.
           IF WRK-PAGTO-SEM-TIT GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "AVISO: " WRK-PAGTO-SEM-TIT
                     " PAGAMENTOS SEM TITULO NO ARQRECEBER"
                     DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-LINHA-CONTROLE
           END-IF.

       GRAVAR-LINHA-CONTROLE SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
