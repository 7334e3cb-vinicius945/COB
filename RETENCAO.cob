       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCAO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: ALERTA SEMANAL DE RISCO DE PERDA DE CLIENTE. APURA
      *NOS PEDIDOS (PEDIDOS.TXT) E NAS VENDAS (VENDAS.TXT) O INTERVALO
      *HABITUAL DE COMPRA DE CADA CLIENTE E ALERTA QUEM ESTA HA MAIS
      *TEMPO SEM COMPRAR DO QUE O SEU PROPRIO COSTUME (O CLIENTE DE
      *TODA SEXTA QUE SUMIU). ALERTA TAMBEM QUEM CAIU DE SEGMENTO NO
      *ARQCRMSEGMENTO.TXT DO RFMSEGMENTA DESDE A RODADA ANTERIOR E
      *QUEM DEU NOTA DE DETRATOR ("INSATISFEITO") NA ULTIMA RESPOSTA
      *DO FEEDBACK_TREND.TXT. O CLIENTE ATIVO, NAO EXCLUIDO E COM
      *CONSENTIMENTO DE CONTATO GANHA UM RETORNO AGENDADO NO DIARIO
      *DE CONTATOS (ARQCRMCONTATO.DAT, ASSUNTO "RETENCAO") PARA O DIA
      *SEGUINTE - CAI NA LISTA DA MANHA DO CONTATOREG. CADA ALERTA
      *FICA NO ARQRETENCAO.TXT E O SPOOL TRAZ O ACOMPANHAMENTO: DOS
      *ALERTADOS, QUANTOS VOLTARAM A COMPRAR EM ATE 30 DIAS.
      *OS CORTES FICAM NO CARTAO RETENCAOPARM.TXT (PADROES GRAVADOS
      *NA PRIMEIRA RODADA). RODA NO LOTE NOTURNO (SEMANAL) SEM
      *OPERADOR.
      *PEDIDOS E VENDAS VEM DO MOVACESSO. O TELEFONE DO SPOOL PASSA
      *PELO MASCARA COMO USUARIO LOTE, NIVEL "L"
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCRM  ASSIGN TO "DADOS/ARQCRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-NOME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
               WITH DUPLICATES.

           SELECT ARQCTRL ASSIGN TO "DADOS/ARQCRM_CTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCTRL-FS.

           SELECT ARQCONTATO ASSIGN TO "DADOS/ARQCRMCONTATO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCONTATO-FS
           RECORD KEY IS CONTATO-CHAVE.

           SELECT ARQRETPARM ASSIGN TO "DADOS/RETENCAOPARM.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQRETPARM-FS.

           SELECT ARQSEGMENTO ASSIGN TO "DADOS/ARQCRMSEGMENTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQSEGMENTO-FS.

           SELECT ARQSEGANT ASSIGN TO "DADOS/ARQRETENCAO_SEG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQSEGANT-FS.

           SELECT ARQFEEDBACK ASSIGN TO "DADOS/FEEDBACK_TREND.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQFEEDBACK-FS.

           SELECT ARQALERTA ASSIGN TO "DADOS/ARQRETENCAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQALERTA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCRM.
       COPY "#CRM".

       FD ARQCTRL.
       COPY "#CRM-CTRL".

       FD ARQCONTATO.
       COPY "#CRM-CONTATO".

       FD ARQRETPARM
           RECORDING MODE IS F.
      *    CARTAO DE CORTES: SO ENTRA NA CONTA DE RECENCIA QUEM TEM AO
      *    MENOS MIN-COMPRAS; O ALERTA SAI QUANDO OS DIAS SEM COMPRAR
      *    PASSAM DE FATOR VEZES O INTERVALO HABITUAL E DE MIN-DIAS.
      *    QUEM JA PASSOU DE MAX-DIAS E CLIENTE PERDIDO, NAO EM RISCO
       01 REG-RETPARM.
           05 RETPARM-FATOR        PIC 9(02)V9.
           05 RETPARM-MIN-COMPRAS  PIC 9(03).
           05 RETPARM-MIN-DIAS     PIC 9(04).
           05 RETPARM-MAX-DIAS     PIC 9(04).

      *    "CLIENTE,R,F,M,SEGMENTO" GRAVADO PELO RFMSEGMENTA
       FD ARQSEGMENTO.
       01 ARQSEGMENTO-LINHA  PIC X(80).

      *    COPIA DO ARQCRMSEGMENTO.TXT VISTO NA RODADA ANTERIOR
       FD ARQSEGANT.
       01 ARQSEGANT-LINHA    PIC X(80).

      *    "ID,NOTA,CATEGORIA,DATA" GRAVADO PELO PROGCOBFEEDBACK
       FD ARQFEEDBACK.
       01 FEED-LINHA         PIC X(60).

      *    UM ALERTA POR LINHA. MOTIVO: POSICAO 1 "R" RECENCIA,
      *    POSICAO 2 "S" SEGMENTO, POSICAO 3 "D" DETRATOR
       FD ARQALERTA.
       01 ALERTA-REGISTRO.
           05 ALERTA-CLIENTE-ID    PIC 9(06).
           05 ALERTA-DATA          PIC 9(08).
           05 ALERTA-MOTIVO        PIC X(03).
           05 ALERTA-ULTIMA-COMPRA PIC 9(08).
           05 ALERTA-INTERVALO     PIC 9(04).
           05 ALERTA-RECENCIA      PIC 9(05).

       WORKING-STORAGE SECTION.
      *    PEDIDOS LIDOS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    PROGCOBPEDIDO
       COPY "#PEDIDO".
      *    VENDAS LIDAS PELO MOVACESSO - MESMO LAYOUT GRAVADO PELO
      *    VENDAENTRADA
       COPY "#VENDA".
       COPY "#MOVACESSO".

       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCONTATO-FS      PIC 9(02) VALUES ZEROS.
       01 ARQRETPARM-FS      PIC 9(02) VALUES ZEROS.
       01 ARQSEGMENTO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQSEGANT-FS       PIC 9(02) VALUES ZEROS.
       01 ARQFEEDBACK-FS     PIC 9(02) VALUES ZEROS.
       01 ARQALERTA-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".
       01 WRK-ERRO           PIC X(01) VALUES "N".

      *----------CORTES (PADROES SE O CARTAO FALTAR)
       77 WRK-FATOR          PIC 9(02)V9 VALUES 2.
       77 WRK-MIN-COMPRAS    PIC 9(03) VALUES 4.
       77 WRK-MIN-DIAS       PIC 9(04) VALUES 7.
       77 WRK-MAX-DIAS       PIC 9(04) VALUES 180.
      *    JANELA DO ACOMPANHAMENTO E HORIZONTE DOS ALERTAS ANTIGOS
       77 WRK-JANELA-RECOMPRA PIC 9(03) VALUES 30.
       77 WRK-HORIZONTE      PIC 9(03) VALUES 365.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-HORA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-HOJE      PIC 9(07) VALUES ZEROS.
       01 WRK-DATA-RETORNO   PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-AUX       PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-PRIMEIRA  PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-ULTIMA    PIC 9(07) VALUES ZEROS.
       01 WRK-RECENCIA-DIAS  PIC 9(05) VALUES ZEROS.
       01 WRK-INTERVALO      PIC 9(04) VALUES ZEROS.
       01 WRK-LIMITE-DIAS    PIC 9(05)V9 VALUES ZEROS.

      *----------SITUACAO POR CLIENTE (MOVIMENTO, SEGMENTO, FEEDBACK
      *----------E ULTIMO ALERTA)
       01 WRK-QTD-CLIENTES   PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CLIENTES.
           05 WRK-CLI-ITEM OCCURS 2000 TIMES.
               10 WRK-CLI-ID          PIC 9(06).
               10 WRK-CLI-QTD         PIC 9(05).
               10 WRK-CLI-PRIMEIRA    PIC 9(08).
               10 WRK-CLI-ULTIMA      PIC 9(08).
               10 WRK-CLI-SEG-ANT     PIC 9(01).
               10 WRK-CLI-SEG-ATUAL   PIC 9(01).
               10 WRK-CLI-SEGMENTO    PIC X(16).
               10 WRK-CLI-FEED-CATEG  PIC X(17).
               10 WRK-CLI-FEED-DATA   PIC 9(08).
               10 WRK-CLI-ULT-ALERTA  PIC 9(08).
               10 WRK-CLI-ALERTAS     PIC 9(04).
       01 WRK-IDX            PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-BUSCA-ID       PIC 9(06) VALUES ZEROS.

       01 WRK-MOV-CLIENTE    PIC 9(06) VALUES ZEROS.
       01 WRK-MOV-DATA       PIC 9(08) VALUES ZEROS.

      *----------ALERTAS DAS RODADAS ANTERIORES (ULTIMOS 365 DIAS)
      *----------PARA O ACOMPANHAMENTO DA RECOMPRA
       01 WRK-QTD-ALERTAS    PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-TAB-ALERTAS.
           05 WRK-ALE-ITEM OCCURS 3000 TIMES.
               10 WRK-ALE-CLIENTE-ID  PIC 9(06).
               10 WRK-ALE-DATA        PIC 9(08).
               10 WRK-ALE-DIAS        PIC 9(07).
               10 WRK-ALE-MOTIVO      PIC X(03).
               10 WRK-ALE-COMPROU     PIC X(01).
       01 WRK-ALE-IDX        PIC 9(04) USAGE COMP VALUE ZERO.

      *----------CAMPOS DESMONTADOS DAS LINHAS CSV
       01 WRK-CAMPO-ID       PIC X(07) VALUES SPACES.
       01 WRK-CAMPO-R        PIC X(01) VALUES SPACES.
       01 WRK-CAMPO-F        PIC X(01) VALUES SPACES.
       01 WRK-CAMPO-M        PIC X(01) VALUES SPACES.
       01 WRK-CAMPO-SEGMENTO PIC X(16) VALUES SPACES.
       01 WRK-CAMPO-NOTA     PIC X(06) VALUES SPACES.
       01 WRK-CAMPO-CATEG    PIC X(17) VALUES SPACES.
       01 WRK-CAMPO-DATA     PIC X(08) VALUES SPACES.
       01 WRK-SEG-RANK       PIC 9(01) VALUES ZEROS.
       01 WRK-SEG-ORIGEM     PIC X(01) VALUES SPACES.

      *----------ALERTA DO CLIENTE DA VEZ
       01 WRK-MOTIVO         PIC X(03) VALUES SPACES.
       01 WRK-RESULTADO      PIC X(40) VALUES SPACES.
       01 WRK-PONTEIRO       PIC 9(03) VALUES ZEROS.
       01 WRK-CANAL          PIC X(01) VALUES SPACES.
       01 WRK-PROXIMO-SEQ    PIC 9(04) VALUES ZEROS.
       01 WRK-RETORNO-ABERTO PIC X(01) VALUES "N".
       01 WRK-RECENCIA-ED    PIC ZZZZ9.
       01 WRK-INTERVALO-ED   PIC ZZZ9.

      *----------TOTAIS DA RODADA
       01 WRK-TOT-AVALIADOS  PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-RECENCIA   PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-SEGMENTO   PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-DETRATOR   PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-AGENDADOS  PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-SEM-CONSENT PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-INATIVOS   PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-JA-AGENDADO PIC 9(05) VALUES ZEROS.

      *----------ACOMPANHAMENTO: RECOMPRA EM ATE 30 DIAS POR MES DO
      *----------ALERTA E POR MOTIVO (SO JANELAS JA ENCERRADAS)
       01 WRK-QTD-MESES      PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-MESES.
           05 WRK-MES-ITEM OCCURS 24 TIMES.
               10 WRK-MES-AAAAMM     PIC 9(06).
               10 WRK-MES-ALERTADOS  PIC 9(05).
               10 WRK-MES-VOLTARAM   PIC 9(05).
       01 WRK-MES-IDX        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-MES-ACHADO     PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-MOTIVOS.
           05 WRK-MOT-ITEM OCCURS 3 TIMES.
               10 WRK-MOT-ALERTADOS  PIC 9(05).
               10 WRK-MOT-VOLTARAM   PIC 9(05).
       01 WRK-MOT-IDX        PIC 9(01) VALUES ZEROS.
       01 WRK-MOT-ROTULOS    PIC X(30)
                             VALUE "RECENCIA  SEGMENTO  DETRATOR  ".
       01 WRK-MOT-ROTULO REDEFINES WRK-MOT-ROTULOS
                             PIC X(10) OCCURS 3 TIMES.
       01 WRK-ACP-ALERTADOS  PIC 9(05) VALUES ZEROS.
       01 WRK-ACP-VOLTARAM   PIC 9(05) VALUES ZEROS.
       01 WRK-ACP-ABERTOS    PIC 9(05) VALUES ZEROS.
       01 WRK-ACP-TAXA       PIC 9(03)V9 VALUES ZEROS.
       01 WRK-ACP-TAXA-ED    PIC ZZ9,9.
       01 WRK-QTD-ED         PIC ZZZZ9.
       01 WRK-QTD2-ED        PIC ZZZZ9.
       01 WRK-MASC-TELEFONE  PIC X(14) VALUES SPACES.
       COPY "#SIGILO-MASC".

      *----------ALERTAS E ACOMPANHAMENTO NO SPOOL CENTRAL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "RISCO DE PERDA".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "RETENCAO".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "RETENCAO - INICIO".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           COMPUTE WRK-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
      *    O LOTE RODA A NOITE: O RETORNO E PARA A MANHA SEGUINTE
           COMPUTE WRK-DATA-RETORNO =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-HOJE + 1).
           PERFORM VERIFICAR-VERSAO.
           IF WRK-VERSAO-INCOMPATIVEL EQUAL "S"
              MOVE 8 TO RETURN-CODE
              DISPLAY "RETENCAO - FIM"
              GOBACK
           END-IF.
           PERFORM CARREGAR-CORTES.
           PERFORM CARREGAR-ALERTAS.
           PERFORM ACUMULAR-PEDIDOS.
           PERFORM ACUMULAR-VENDAS.
           PERFORM CARREGAR-SEGMENTOS.
           PERFORM CARREGAR-FEEDBACK.
           PERFORM ABRIR-ARQUIVOS.
           IF WRK-ERRO NOT EQUAL "S"
              MOVE "A" TO WRK-SPL-ACAO
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE "L" TO WRK-SPL-ACAO
              MOVE "ALERTAS DE RISCO DE PERDA - RETORNO AGENDADO PARA"
                TO WRK-SPL-LINHA
              MOVE WRK-DATA-RETORNO TO WRK-SPL-LINHA(52:8)
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE SPACES TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-CLIENTES
                 PERFORM AVALIAR-CLIENTE
              END-PERFORM
              PERFORM FINALIZAR
              PERFORM COPIAR-SEGMENTOS
              PERFORM GRAVAR-ACOMPANHAMENTO
           END-IF.
           DISPLAY "CLIENTES AVALIADOS......: " WRK-TOT-AVALIADOS.
           DISPLAY "ALERTAS POR RECENCIA....: " WRK-TOT-RECENCIA.
           DISPLAY "ALERTAS POR SEGMENTO....: " WRK-TOT-SEGMENTO.
           DISPLAY "ALERTAS POR DETRATOR....: " WRK-TOT-DETRATOR.
           DISPLAY "RETORNOS AGENDADOS......: " WRK-TOT-AGENDADOS.
           DISPLAY "SEM CONSENTIMENTO.......: " WRK-TOT-SEM-CONSENT.
           DISPLAY "INATIVOS/EXCLUIDOS......: " WRK-TOT-INATIVOS.
           DISPLAY "JA COM RETORNO ABERTO...: " WRK-TOT-JA-AGENDADO.
           DISPLAY "RETENCAO - FIM".
           GOBACK.

       VERIFICAR-VERSAO SECTION.
           MOVE "N" TO WRK-VERSAO-INCOMPATIVEL.
           OPEN INPUT ARQCTRL.
           IF ARQCTRL-FS EQUAL 00
              READ ARQCTRL
              CLOSE ARQCTRL
              IF CTLCRM-VERSAO LESS THAN WRK-VERSAO-ESPERADA
                 DISPLAY "ARQCRM.DAT EM LAYOUT ANTIGO - EXECUTE MANUT"
                 MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              END-IF
           END-IF.

       CARREGAR-CORTES SECTION.
           OPEN INPUT ARQRETPARM.
           IF ARQRETPARM-FS NOT EQUAL ZEROS
              PERFORM CRIAR-CARTAO-PADRAO
              OPEN INPUT ARQRETPARM
           END-IF.
           READ ARQRETPARM.
           IF ARQRETPARM-FS EQUAL ZEROS
              MOVE RETPARM-FATOR       TO WRK-FATOR
              MOVE RETPARM-MIN-COMPRAS TO WRK-MIN-COMPRAS
              MOVE RETPARM-MIN-DIAS    TO WRK-MIN-DIAS
              MOVE RETPARM-MAX-DIAS    TO WRK-MAX-DIAS
           END-IF.
           CLOSE ARQRETPARM.

       CRIAR-CARTAO-PADRAO SECTION.
           OPEN OUTPUT ARQRETPARM.
           MOVE 2       TO RETPARM-FATOR.
           MOVE 4       TO RETPARM-MIN-COMPRAS.
           MOVE 7       TO RETPARM-MIN-DIAS.
           MOVE 180     TO RETPARM-MAX-DIAS.
           WRITE REG-RETPARM.
           CLOSE ARQRETPARM.
           DISPLAY "RETENCAOPARM.TXT CRIADO COM OS CORTES PADRAO".

      *    O ULTIMO ALERTA DE CADA CLIENTE VALE PARA TODO O HISTORICO
      *    (NAO REPETE O ALERTA DO MESMO SUMICO); PARA O ACOMPANHAMENTO
      *    SO ENTRAM OS ALERTAS DO ULTIMO ANO
       CARREGAR-ALERTAS SECTION.
           OPEN INPUT ARQALERTA.
           IF ARQALERTA-FS EQUAL ZEROS
              PERFORM UNTIL ARQALERTA-FS NOT EQUAL ZEROS
                 READ ARQALERTA
                 IF ARQALERTA-FS EQUAL ZEROS
                    AND ALERTA-CLIENTE-ID IS NUMERIC
                    AND ALERTA-DATA IS NUMERIC
                    AND ALERTA-DATA GREATER ZEROS
                    PERFORM REGISTRAR-ALERTA-ANTERIOR
                 END-IF
              END-PERFORM
              CLOSE ARQALERTA
           END-IF.

       REGISTRAR-ALERTA-ANTERIOR SECTION.
           MOVE ALERTA-CLIENTE-ID TO WRK-BUSCA-ID.
           PERFORM LOCALIZAR-CLIENTE.
           IF WRK-IDX-ACHADO GREATER ZERO
              IF ALERTA-DATA GREATER WRK-CLI-ULT-ALERTA(WRK-IDX-ACHADO)
                 MOVE ALERTA-DATA TO WRK-CLI-ULT-ALERTA(WRK-IDX-ACHADO)
              END-IF
           END-IF.
           COMPUTE WRK-DIAS-AUX =
                   FUNCTION INTEGER-OF-DATE(ALERTA-DATA).
           IF WRK-DIAS-AUX + WRK-HORIZONTE NOT LESS WRK-DIAS-HOJE
              AND WRK-QTD-ALERTAS LESS 3000
              AND WRK-IDX-ACHADO GREATER ZERO
              ADD 1 TO WRK-QTD-ALERTAS
              MOVE ALERTA-CLIENTE-ID
                TO WRK-ALE-CLIENTE-ID(WRK-QTD-ALERTAS)
              MOVE ALERTA-DATA   TO WRK-ALE-DATA(WRK-QTD-ALERTAS)
              MOVE WRK-DIAS-AUX  TO WRK-ALE-DIAS(WRK-QTD-ALERTAS)
              MOVE ALERTA-MOTIVO TO WRK-ALE-MOTIVO(WRK-QTD-ALERTAS)
              MOVE "N"           TO WRK-ALE-COMPROU(WRK-QTD-ALERTAS)
              ADD 1 TO WRK-CLI-ALERTAS(WRK-IDX-ACHADO)
           END-IF.

      *    ACHA O CLIENTE NA TABELA OU ABRE A POSICAO DELE
       LOCALIZAR-CLIENTE SECTION.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CLIENTES
                      OR WRK-IDX-ACHADO GREATER ZERO
              IF WRK-CLI-ID(WRK-IDX) EQUAL WRK-BUSCA-ID
                 MOVE WRK-IDX TO WRK-IDX-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZERO
              AND WRK-QTD-CLIENTES LESS 2000
              ADD 1 TO WRK-QTD-CLIENTES
              INITIALIZE WRK-CLI-ITEM(WRK-QTD-CLIENTES)
              MOVE WRK-BUSCA-ID TO WRK-CLI-ID(WRK-QTD-CLIENTES)
              MOVE WRK-QTD-CLIENTES TO WRK-IDX-ACHADO
           END-IF.

      *    MESMA LEITURA DO RFMSEGMENTA: O CABECALHO "C" (OU A VENDA
      *    ANTIGA) E UMA COMPRA; PEDIDO CANCELADO NAO CONTA
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
                       AND PED-DATA GREATER ZEROS
                       MOVE PED-CLIENTE-ID TO WRK-MOV-CLIENTE
                       MOVE PED-DATA       TO WRK-MOV-DATA
                       PERFORM ACUMULAR-CLIENTE
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "F" TO MVA-ACAO
              CALL "MOVACESSO" USING MVA-PARAMETROS
           ELSE
              DISPLAY "SEM PEDIDOS.TXT (STATUS " MVA-STATUS ")"
           END-IF.

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
                       AND VEN-DATA GREATER ZEROS
                       MOVE VEN-CLIENTE-ID TO WRK-MOV-CLIENTE
                       MOVE VEN-DATA       TO WRK-MOV-DATA
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
           MOVE WRK-MOV-CLIENTE TO WRK-BUSCA-ID.
           PERFORM LOCALIZAR-CLIENTE.
           IF WRK-IDX-ACHADO GREATER ZERO
              ADD 1 TO WRK-CLI-QTD(WRK-IDX-ACHADO)
              IF WRK-CLI-PRIMEIRA(WRK-IDX-ACHADO) EQUAL ZEROS
                 OR WRK-MOV-DATA LESS WRK-CLI-PRIMEIRA(WRK-IDX-ACHADO)
                 MOVE WRK-MOV-DATA TO WRK-CLI-PRIMEIRA(WRK-IDX-ACHADO)
              END-IF
              IF WRK-MOV-DATA GREATER WRK-CLI-ULTIMA(WRK-IDX-ACHADO)
                 MOVE WRK-MOV-DATA TO WRK-CLI-ULTIMA(WRK-IDX-ACHADO)
              END-IF
              IF WRK-CLI-ALERTAS(WRK-IDX-ACHADO) GREATER ZEROS
                 PERFORM CONFERIR-RECOMPRA
              END-IF
           END-IF.

      *    COMPRA DEPOIS DO ALERTA E DENTRO DA JANELA DE 30 DIAS
       CONFERIR-RECOMPRA SECTION.
           COMPUTE WRK-DIAS-AUX =
                   FUNCTION INTEGER-OF-DATE(WRK-MOV-DATA).
           PERFORM VARYING WRK-ALE-IDX FROM 1 BY 1
                   UNTIL WRK-ALE-IDX GREATER WRK-QTD-ALERTAS
              IF WRK-ALE-CLIENTE-ID(WRK-ALE-IDX) EQUAL WRK-MOV-CLIENTE
                 AND WRK-MOV-DATA GREATER WRK-ALE-DATA(WRK-ALE-IDX)
                 AND WRK-DIAS-AUX NOT GREATER
                     WRK-ALE-DIAS(WRK-ALE-IDX) + WRK-JANELA-RECOMPRA
                 MOVE "S" TO WRK-ALE-COMPROU(WRK-ALE-IDX)
              END-IF
           END-PERFORM.

      *    PRIMEIRO A FOTO DA RODADA ANTERIOR, DEPOIS A ATUAL. SEM O
      *    ARQCRMSEGMENTO.TXT (RFMSEGMENTA AINDA NAO RODOU) OU SEM A
      *    FOTO ANTERIOR (PRIMEIRA RODADA) NAO HA QUEDA A APONTAR
       CARREGAR-SEGMENTOS SECTION.
           OPEN INPUT ARQSEGANT.
           IF ARQSEGANT-FS EQUAL ZEROS
              PERFORM UNTIL ARQSEGANT-FS NOT EQUAL ZEROS
                 READ ARQSEGANT
                 IF ARQSEGANT-FS EQUAL ZEROS
                    MOVE "A" TO WRK-SEG-ORIGEM
                    MOVE ARQSEGANT-LINHA TO ARQSEGMENTO-LINHA
                    PERFORM REGISTRAR-SEGMENTO
                 END-IF
              END-PERFORM
              CLOSE ARQSEGANT
           END-IF.
           OPEN INPUT ARQSEGMENTO.
           IF ARQSEGMENTO-FS EQUAL ZEROS
              PERFORM UNTIL ARQSEGMENTO-FS NOT EQUAL ZEROS
                 READ ARQSEGMENTO
                 IF ARQSEGMENTO-FS EQUAL ZEROS
                    MOVE "N" TO WRK-SEG-ORIGEM
                    PERFORM REGISTRAR-SEGMENTO
                 END-IF
              END-PERFORM
              CLOSE ARQSEGMENTO
           END-IF.

      *    ORDEM DOS SEGMENTOS DO RFMSEGMENTA, DO MELHOR (6) PARA O
      *    PIOR (1). A LINHA DE CABECALHO NAO TEM ID NUMERICO E CAI FORA
       REGISTRAR-SEGMENTO SECTION.
           MOVE SPACES TO WRK-CAMPO-ID WRK-CAMPO-SEGMENTO.
           UNSTRING ARQSEGMENTO-LINHA DELIMITED BY ","
              INTO WRK-CAMPO-ID WRK-CAMPO-R WRK-CAMPO-F WRK-CAMPO-M
                   WRK-CAMPO-SEGMENTO
           END-UNSTRING.
           IF WRK-CAMPO-ID(1:6) IS NUMERIC
              MOVE WRK-CAMPO-ID(1:6) TO WRK-BUSCA-ID
              EVALUATE WRK-CAMPO-SEGMENTO
                 WHEN "CAMPEAO"          MOVE 6 TO WRK-SEG-RANK
                 WHEN "GASTADOR"         MOVE 5 TO WRK-SEG-RANK
                 WHEN "RECENTE"          MOVE 4 TO WRK-SEG-RANK
                 WHEN "REGULAR"          MOVE 3 TO WRK-SEG-RANK
                 WHEN "GASTADOR SUMIDO"  MOVE 2 TO WRK-SEG-RANK
                 WHEN "SUMIDO"           MOVE 1 TO WRK-SEG-RANK
                 WHEN OTHER              MOVE 0 TO WRK-SEG-RANK
              END-EVALUATE
              PERFORM LOCALIZAR-CLIENTE
              IF WRK-IDX-ACHADO GREATER ZERO
                 IF WRK-SEG-ORIGEM EQUAL "A"
                    MOVE WRK-SEG-RANK TO WRK-CLI-SEG-ANT(WRK-IDX-ACHADO)
                 ELSE
                    MOVE WRK-SEG-RANK
                      TO WRK-CLI-SEG-ATUAL(WRK-IDX-ACHADO)
                    MOVE WRK-CAMPO-SEGMENTO
                      TO WRK-CLI-SEGMENTO(WRK-IDX-ACHADO)
                 END-IF
              END-IF
           END-IF.

      *    O ARQUIVO DE TENDENCIA E GRAVADO EM ORDEM DE CHEGADA: A
      *    ULTIMA LINHA DO CLIENTE E A SUA ULTIMA RESPOSTA. O ANONIMO
      *    (000000) NAO TEM A QUEM LIGAR
       CARREGAR-FEEDBACK SECTION.
           OPEN INPUT ARQFEEDBACK.
           IF ARQFEEDBACK-FS EQUAL ZEROS
              PERFORM UNTIL ARQFEEDBACK-FS NOT EQUAL ZEROS
                 READ ARQFEEDBACK
                 IF ARQFEEDBACK-FS EQUAL ZEROS
                    PERFORM REGISTRAR-FEEDBACK
                 END-IF
              END-PERFORM
              CLOSE ARQFEEDBACK
           END-IF.

       REGISTRAR-FEEDBACK SECTION.
           MOVE SPACES TO WRK-CAMPO-ID WRK-CAMPO-NOTA WRK-CAMPO-CATEG
                          WRK-CAMPO-DATA.
           UNSTRING FEED-LINHA DELIMITED BY ","
              INTO WRK-CAMPO-ID WRK-CAMPO-NOTA WRK-CAMPO-CATEG
                   WRK-CAMPO-DATA
           END-UNSTRING.
           IF WRK-CAMPO-ID(1:6) IS NUMERIC
              AND WRK-CAMPO-ID(1:6) NOT EQUAL "000000"
              AND WRK-CAMPO-DATA IS NUMERIC
              MOVE WRK-CAMPO-ID(1:6) TO WRK-BUSCA-ID
              PERFORM LOCALIZAR-CLIENTE
              IF WRK-IDX-ACHADO GREATER ZERO
                 MOVE WRK-CAMPO-CATEG
                   TO WRK-CLI-FEED-CATEG(WRK-IDX-ACHADO)
                 MOVE WRK-CAMPO-DATA
                   TO WRK-CLI-FEED-DATA(WRK-IDX-ACHADO)
              END-IF
           END-IF.

       ABRIR-ARQUIVOS SECTION.
           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQCRM.DAT STATUS " ARQCRM-FS
              MOVE "S" TO WRK-ERRO
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN I-O ARQCONTATO
              IF ARQCONTATO-FS EQUAL 35
                 OPEN OUTPUT ARQCONTATO
                 CLOSE ARQCONTATO
                 OPEN I-O ARQCONTATO
              END-IF
              IF ARQCONTATO-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO ABERTURA ARQCRMCONTATO.DAT STATUS "
                         ARQCONTATO-FS
                 CLOSE ARQCRM
                 MOVE "S" TO WRK-ERRO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN EXTEND ARQALERTA
                 IF ARQALERTA-FS EQUAL 05 OR ARQALERTA-FS EQUAL 35
                    OPEN OUTPUT ARQALERTA
                 END-IF
              END-IF
           END-IF.

      *    OS TRES SINAIS. CADA UM SO DISPARA UMA VEZ: A RECENCIA SO
      *    SE A ULTIMA COMPRA E POSTERIOR AO ULTIMO ALERTA DO CLIENTE,
      *    O DETRATOR SO SE A RESPOSTA E POSTERIOR A ELE E A QUEDA DE
      *    SEGMENTO SO NA RODADA QUE A ENXERGA
       AVALIAR-CLIENTE SECTION.
           ADD 1 TO WRK-TOT-AVALIADOS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS  TO WRK-RECENCIA-DIAS WRK-INTERVALO.
           IF WRK-CLI-QTD(WRK-IDX) GREATER ZEROS
              COMPUTE WRK-DIAS-ULTIMA =
                   FUNCTION INTEGER-OF-DATE(WRK-CLI-ULTIMA(WRK-IDX))
              COMPUTE WRK-RECENCIA-DIAS =
                      WRK-DIAS-HOJE - WRK-DIAS-ULTIMA
           END-IF.
           IF WRK-CLI-QTD(WRK-IDX) NOT LESS WRK-MIN-COMPRAS
              AND WRK-CLI-QTD(WRK-IDX) GREATER 1
              AND WRK-CLI-ULTIMA(WRK-IDX)
                  GREATER WRK-CLI-ULT-ALERTA(WRK-IDX)
              COMPUTE WRK-DIAS-PRIMEIRA =
                   FUNCTION INTEGER-OF-DATE(WRK-CLI-PRIMEIRA(WRK-IDX))
              COMPUTE WRK-INTERVALO ROUNDED =
                      (WRK-DIAS-ULTIMA - WRK-DIAS-PRIMEIRA)
                      / (WRK-CLI-QTD(WRK-IDX) - 1)
              IF WRK-INTERVALO EQUAL ZEROS
                 MOVE 1 TO WRK-INTERVALO
              END-IF
              COMPUTE WRK-LIMITE-DIAS = WRK-INTERVALO * WRK-FATOR
              IF WRK-RECENCIA-DIAS GREATER WRK-LIMITE-DIAS
                 AND WRK-RECENCIA-DIAS NOT LESS WRK-MIN-DIAS
                 AND WRK-RECENCIA-DIAS NOT GREATER WRK-MAX-DIAS
                 MOVE "R" TO WRK-MOTIVO(1:1)
                 ADD 1 TO WRK-TOT-RECENCIA
              END-IF
           END-IF.
           IF WRK-CLI-SEG-ANT(WRK-IDX) GREATER ZEROS
              AND WRK-CLI-SEG-ATUAL(WRK-IDX) GREATER ZEROS
              AND WRK-CLI-SEG-ATUAL(WRK-IDX)
                  LESS WRK-CLI-SEG-ANT(WRK-IDX)
              MOVE "S" TO WRK-MOTIVO(2:1)
              ADD 1 TO WRK-TOT-SEGMENTO
           END-IF.
           IF WRK-CLI-FEED-CATEG(WRK-IDX) EQUAL "INSATISFEITO"
              AND WRK-CLI-FEED-DATA(WRK-IDX)
                  GREATER WRK-CLI-ULT-ALERTA(WRK-IDX)
              MOVE "D" TO WRK-MOTIVO(3:1)
              ADD 1 TO WRK-TOT-DETRATOR
           END-IF.
           IF WRK-MOTIVO NOT EQUAL SPACES
              PERFORM AGENDAR-RETORNO
           END-IF.

      *    SO LIGA PARA QUEM ESTA ATIVO, NAO FOI EXCLUIDO E AUTORIZOU
      *    O CONTATO. QUEM JA TEM RETORNO DE RETENCAO EM ABERTO NAO
      *    GANHA OUTRO
       AGENDAR-RETORNO SECTION.
           MOVE WRK-CLI-ID(WRK-IDX) TO ARQCRM-ID.
           READ ARQCRM.
           EVALUATE TRUE
              WHEN ARQCRM-FS NOT EQUAL ZEROS
                 ADD 1 TO WRK-TOT-INATIVOS
                 MOVE ZEROS TO ARQCRM-FS
              WHEN ARQCRM-STATUS NOT EQUAL 0
                OR ARQCRM-EXCLUIDO EQUAL "S"
                 ADD 1 TO WRK-TOT-INATIVOS
              WHEN ARQCRM-CONSENTIMENTO NOT EQUAL "S"
                 ADD 1 TO WRK-TOT-SEM-CONSENT
              WHEN OTHER
                 PERFORM OBTER-PROXIMO-SEQ
                 IF WRK-RETORNO-ABERTO EQUAL "S"
                    ADD 1 TO WRK-TOT-JA-AGENDADO
                 ELSE
                    PERFORM GRAVAR-CONTATO
                 END-IF
           END-EVALUATE.

      *    MESMA BUSCA DO CONTATOREG, APROVEITANDO A VARREDURA PARA
      *    VER SE JA HA RETORNO DE RETENCAO AINDA NAO VENCIDO
       OBTER-PROXIMO-SEQ SECTION.
           MOVE ZEROS TO WRK-PROXIMO-SEQ.
           MOVE "N"   TO WRK-RETORNO-ABERTO.
           MOVE WRK-CLI-ID(WRK-IDX) TO CONTATO-CLIENTE-ID.
           MOVE ZEROS               TO CONTATO-SEQ.
           START ARQCONTATO KEY IS GREATER OR EQUAL CONTATO-CHAVE.
           PERFORM UNTIL ARQCONTATO-FS NOT EQUAL ZEROS
              READ ARQCONTATO NEXT RECORD
              IF ARQCONTATO-FS EQUAL ZEROS
                 IF CONTATO-CLIENTE-ID NOT EQUAL WRK-CLI-ID(WRK-IDX)
                    MOVE 10 TO ARQCONTATO-FS
                 ELSE
                    MOVE CONTATO-SEQ TO WRK-PROXIMO-SEQ
                    IF CONTATO-ASSUNTO EQUAL "RETENCAO"
                       AND CONTATO-RETORNO-DATA
                           NOT LESS WRK-DATA-HOJE
                       MOVE "S" TO WRK-RETORNO-ABERTO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQCONTATO-FS.
           ADD 1 TO WRK-PROXIMO-SEQ.

      *    O DESFECHO JA CHEGA COM O PORQUE DO ALERTA PARA QUEM LIGA;
      *    O CANAL E O QUE O CLIENTE AUTORIZOU
       GRAVAR-CONTATO SECTION.
           PERFORM MONTAR-RESULTADO.
           EVALUATE ARQCRM-CONSENT-CANAL
              WHEN "T"   MOVE "T" TO WRK-CANAL
              WHEN "E"   MOVE "E" TO WRK-CANAL
              WHEN OTHER MOVE "O" TO WRK-CANAL
           END-EVALUATE.
           MOVE WRK-CLI-ID(WRK-IDX) TO CONTATO-CLIENTE-ID.
           MOVE WRK-PROXIMO-SEQ     TO CONTATO-SEQ.
           MOVE WRK-DATA-HOJE       TO CONTATO-DATA.
           MOVE WRK-HORA-HOJE       TO CONTATO-HORA.
           MOVE "SISTEMA"           TO CONTATO-OPERADOR.
           MOVE WRK-CANAL           TO CONTATO-CANAL.
           MOVE "RETENCAO"          TO CONTATO-ASSUNTO.
           MOVE WRK-RESULTADO       TO CONTATO-RESULTADO.
           MOVE WRK-DATA-RETORNO    TO CONTATO-RETORNO-DATA.
           WRITE CONTATO-REGISTRO.
           IF ARQCONTATO-FS EQUAL ZEROS
              ADD 1 TO WRK-TOT-AGENDADOS
              PERFORM GRAVAR-ALERTA
              PERFORM LISTAR-ALERTA
           ELSE
              DISPLAY "CONTATO DO CLIENTE " WRK-CLI-ID(WRK-IDX)
                      " NAO GRAVADO - STATUS " ARQCONTATO-FS
              MOVE 4 TO RETURN-CODE
              MOVE ZEROS TO ARQCONTATO-FS
           END-IF.

       MONTAR-RESULTADO SECTION.
           MOVE SPACES TO WRK-RESULTADO.
           MOVE 1      TO WRK-PONTEIRO.
           IF WRK-MOTIVO(1:1) EQUAL "R"
              MOVE WRK-RECENCIA-DIAS TO WRK-RECENCIA-ED
              MOVE WRK-INTERVALO     TO WRK-INTERVALO-ED
              STRING "SEM COMPRA"     DELIMITED BY SIZE
                     WRK-RECENCIA-ED  DELIMITED BY SIZE
                     "D (MEDIA"       DELIMITED BY SIZE
                     WRK-INTERVALO-ED DELIMITED BY SIZE
                     "D) "            DELIMITED BY SIZE
                INTO WRK-RESULTADO WITH POINTER WRK-PONTEIRO
              END-STRING
           END-IF.
           IF WRK-MOTIVO(2:1) EQUAL "S"
              STRING "CAIU P/ "              DELIMITED BY SIZE
                     WRK-CLI-SEGMENTO(WRK-IDX) DELIMITED BY "  "
                     " "                     DELIMITED BY SIZE
                INTO WRK-RESULTADO WITH POINTER WRK-PONTEIRO
              END-STRING
           END-IF.
           IF WRK-MOTIVO(3:1) EQUAL "D"
              STRING "DETRATOR" DELIMITED BY SIZE
                INTO WRK-RESULTADO WITH POINTER WRK-PONTEIRO
              END-STRING
           END-IF.

       GRAVAR-ALERTA SECTION.
           MOVE WRK-CLI-ID(WRK-IDX)     TO ALERTA-CLIENTE-ID.
           MOVE WRK-DATA-HOJE           TO ALERTA-DATA.
           MOVE WRK-MOTIVO              TO ALERTA-MOTIVO.
           MOVE WRK-CLI-ULTIMA(WRK-IDX) TO ALERTA-ULTIMA-COMPRA.
           MOVE WRK-INTERVALO           TO ALERTA-INTERVALO.
           MOVE WRK-RECENCIA-DIAS       TO ALERTA-RECENCIA.
           WRITE ALERTA-REGISTRO.

       LISTAR-ALERTA SECTION.
           PERFORM MASCARAR-CONTATO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-CLI-ID(WRK-IDX) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ARQCRM-NOME         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-MASC-TELEFONE   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-RESULTADO       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    O LOTE NOTURNO RODA COMO USUARIO LOTE, NIVEL "L" - O
      *    TELEFONE SAI COMO A TABELA DE SIGILO MANDA E A VISAO
      *    LIBERADA FICA REGISTRADA
       MASCARAR-CONTATO SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE "LOTE"          TO MSC-USUARIO.
           MOVE "L"             TO MSC-NIVEL.
           MOVE "RETENCAO"      TO MSC-PROGRAMA.
           MOVE 1               TO MSC-GRUPO.
           MOVE "C"             TO MSC-TIPO-CHAVE.
           MOVE ARQCRM-ID       TO MSC-CHAVE.
           MOVE "T"             TO MSC-FORMATO.
           MOVE "TELEFONE"      TO MSC-CAMPO-NOME.
           MOVE ARQCRM-TELEFONE TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO       TO WRK-MASC-TELEFONE.

       FINALIZAR SECTION.
           CLOSE ARQALERTA.
           CLOSE ARQCONTATO.
           CLOSE ARQCRM.

      *    A FOTO DE HOJE VIRA A "ANTERIOR" DA PROXIMA RODADA
       COPIAR-SEGMENTOS SECTION.
           OPEN INPUT ARQSEGMENTO.
           IF ARQSEGMENTO-FS EQUAL ZEROS
              OPEN OUTPUT ARQSEGANT
              PERFORM UNTIL ARQSEGMENTO-FS NOT EQUAL ZEROS
                 READ ARQSEGMENTO
                 IF ARQSEGMENTO-FS EQUAL ZEROS
                    MOVE ARQSEGMENTO-LINHA TO ARQSEGANT-LINHA
                    WRITE ARQSEGANT-LINHA
                 END-IF
              END-PERFORM
              CLOSE ARQSEGANT
              CLOSE ARQSEGMENTO
           END-IF.

      *    DOS ALERTAS CUJA JANELA DE 30 DIAS JA FECHOU, QUANTOS
      *    VOLTARAM A COMPRAR - POR MES DO ALERTA E POR MOTIVO. OS
      *    ALERTAS AINDA DENTRO DA JANELA SO SAO CONTADOS A PARTE
       GRAVAR-ACOMPANHAMENTO SECTION.
           MOVE ZERO TO WRK-QTD-MESES.
           INITIALIZE WRK-TAB-MOTIVOS.
      *    OS AGENDADOS AGORA TAMBEM ESTAO COM A JANELA ABERTA
           MOVE WRK-TOT-AGENDADOS TO WRK-ACP-ABERTOS.
           PERFORM VARYING WRK-ALE-IDX FROM 1 BY 1
                   UNTIL WRK-ALE-IDX GREATER WRK-QTD-ALERTAS
              IF WRK-ALE-DIAS(WRK-ALE-IDX) + WRK-JANELA-RECOMPRA
                 LESS WRK-DIAS-HOJE
                 PERFORM ACUMULAR-ACOMPANHAMENTO
              ELSE
                 ADD 1 TO WRK-ACP-ABERTOS
              END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "RECOMPRA EM 30 DIAS DOS ALERTADOS (JANELAS ENCERRADAS)"
             TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "MES       ALERTADOS  VOLTARAM    TAXA%"
             TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX GREATER WRK-QTD-MESES
              MOVE WRK-MES-ALERTADOS(WRK-MES-IDX) TO WRK-ACP-ALERTADOS
              MOVE WRK-MES-VOLTARAM(WRK-MES-IDX)  TO WRK-ACP-VOLTARAM
              MOVE SPACES TO WRK-SPL-LINHA
              MOVE WRK-MES-AAAAMM(WRK-MES-IDX) TO WRK-SPL-LINHA(1:6)
              PERFORM GRAVAR-LINHA-TAXA
           END-PERFORM.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                   UNTIL WRK-MOT-IDX GREATER 3
              MOVE WRK-MOT-ALERTADOS(WRK-MOT-IDX) TO WRK-ACP-ALERTADOS
              MOVE WRK-MOT-VOLTARAM(WRK-MOT-IDX)  TO WRK-ACP-VOLTARAM
              MOVE SPACES TO WRK-SPL-LINHA
              MOVE WRK-MOT-ROTULO(WRK-MOT-IDX) TO WRK-SPL-LINHA(1:10)
              PERFORM GRAVAR-LINHA-TAXA
           END-PERFORM.
           MOVE WRK-ACP-ABERTOS TO WRK-QTD-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ALERTAS AINDA DENTRO DA JANELA: " DELIMITED BY SIZE
                  WRK-QTD-ED                         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.

       ACUMULAR-ACOMPANHAMENTO SECTION.
           MOVE ZERO TO WRK-MES-ACHADO.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX GREATER WRK-QTD-MESES
                      OR WRK-MES-ACHADO GREATER ZERO
              IF WRK-MES-AAAAMM(WRK-MES-IDX)
                 EQUAL WRK-ALE-DATA(WRK-ALE-IDX)(1:6)
                 MOVE WRK-MES-IDX TO WRK-MES-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-MES-ACHADO EQUAL ZERO
              AND WRK-QTD-MESES LESS 24
              ADD 1 TO WRK-QTD-MESES
              MOVE WRK-ALE-DATA(WRK-ALE-IDX)(1:6)
                TO WRK-MES-AAAAMM(WRK-QTD-MESES)
              MOVE ZEROS TO WRK-MES-ALERTADOS(WRK-QTD-MESES)
                            WRK-MES-VOLTARAM(WRK-QTD-MESES)
              MOVE WRK-QTD-MESES TO WRK-MES-ACHADO
           END-IF.
           IF WRK-MES-ACHADO GREATER ZERO
              ADD 1 TO WRK-MES-ALERTADOS(WRK-MES-ACHADO)
              IF WRK-ALE-COMPROU(WRK-ALE-IDX) EQUAL "S"
                 ADD 1 TO WRK-MES-VOLTARAM(WRK-MES-ACHADO)
              END-IF
           END-IF.
           PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                   UNTIL WRK-MOT-IDX GREATER 3
              IF WRK-ALE-MOTIVO(WRK-ALE-IDX)(WRK-MOT-IDX:1)
                 NOT EQUAL SPACE
                 ADD 1 TO WRK-MOT-ALERTADOS(WRK-MOT-IDX)
                 IF WRK-ALE-COMPROU(WRK-ALE-IDX) EQUAL "S"
                    ADD 1 TO WRK-MOT-VOLTARAM(WRK-MOT-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       GRAVAR-LINHA-TAXA SECTION.
           MOVE ZEROS TO WRK-ACP-TAXA.
           IF WRK-ACP-ALERTADOS GREATER ZEROS
              COMPUTE WRK-ACP-TAXA ROUNDED =
                      WRK-ACP-VOLTARAM * 100 / WRK-ACP-ALERTADOS
           END-IF.
           MOVE WRK-ACP-ALERTADOS TO WRK-QTD-ED.
           MOVE WRK-ACP-VOLTARAM  TO WRK-QTD2-ED.
           MOVE WRK-ACP-TAXA      TO WRK-ACP-TAXA-ED.
           MOVE WRK-QTD-ED        TO WRK-SPL-LINHA(15:5).
           MOVE WRK-QTD2-ED       TO WRK-SPL-LINHA(25:5).
           MOVE WRK-ACP-TAXA-ED   TO WRK-SPL-LINHA(34:5).
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
