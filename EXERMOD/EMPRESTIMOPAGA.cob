      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: BAIXA DE PARCELA DE EMPRESTIMO - MARCA A PARCELA
      *COMO PAGA COM A DATA DO PAGAMENTO E, QUANDO A ULTIMA PARCELA
      *EM ABERTO E BAIXADA, QUITA O CONTRATO NO MESTRE. PARCELA PAGA
      *DEPOIS DO VENCIMENTO COBRA MULTA UNICA MAIS JUROS DE MORA POR
      *DIA UTIL DE ATRASO (CONTADO COMO NO EMPRESTIMOAGING), COM AS
      *TAXAS DO ARQPARM.DAT; O SUPERVISOR NIVEL "A" PODE DISPENSAR OS
      *ENCARGOS, NO TODO OU EM PARTE, COM MOTIVO. TODA BAIXA VAI PARA
      *O DIARIO ARQPARCPAGTO.DAT COM A COMPOSICAO DO VALOR PAGO.
      *PARCELA DE CONTRATO BAIXADO PARA PERDA ("P") AINDA E ACEITA,
      *SEM ENCARGOS, COMO RECUPERACAO - VAI TAMBEM PARA O DIARIO DE
      *BAIXAS ARQEMPBAIXA.DAT E O CONTRATO CONTINUA BAIXADO. PARCELA
      *NEGATIVADA NO BIRO FICA MARCADA PARA A EXCLUSAO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS ARQPARC-FS
           RECORD KEY IS PARC-CHAVE.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

           SELECT ARQPPG ASSIGN TO "DADOS/ARQPARCPAGTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPPG-FS.

           SELECT ARQBXA ASSIGN TO "DADOS/ARQEMPBAIXA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQBXA-FS.

           SELECT ARQNEG ASSIGN TO "DADOS/ARQNEGATIVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQNEG-FS
           RECORD KEY IS NEG-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQEMP.
       FD ARQPARC.
       COPY "#PARCELA".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       FD ARQPPG
           RECORDING MODE IS F.
       COPY "#PARC-PAGTO".

       FD ARQBXA
           RECORDING MODE IS F.
       COPY "#EMP-BAIXA".

       FD ARQNEG.
       COPY "#NEGATIVA".

       WORKING-STORAGE SECTION.
       01 ARQEMP-FS          PIC 9(02) VALUES ZEROS.
       01 ARQPARC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPPG-FS          PIC 9(02) VALUES ZEROS.
       01 ARQBXA-FS          PIC 9(02) VALUES ZEROS.
       01 ARQNEG-FS          PIC 9(02) VALUES ZEROS.

       01 WRK-NUMERO         PIC 9(06) VALUES ZEROS.
       01 WRK-SEQ            PIC 9(03) VALUES ZEROS.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-ABERTAS        PIC 9(03) VALUES ZEROS.
       01 WRK-CONTRATO-ATIVO PIC X(01) VALUES "N".
       01 WRK-CLIENTE-ID     PIC 9(06) VALUES ZEROS.
       01 WRK-OPERADOR       PIC X(10) VALUES SPACES.
       01 WRK-DATA-PAGTO     PIC 9(08) VALUES ZEROS.

      *    CONTRATO BAIXADO PARA PERDA - PAGAMENTO E RECUPERACAO
       01 WRK-RECUPERACAO    PIC X(01) VALUES "N".
       01 WRK-DATA-BAIXA     PIC 9(08) VALUES ZEROS.
       01 WRK-BANDA          PIC X(01) VALUES SPACES.

      *    TAXAS DE ATRASO - PADRAO QUANDO O ARQPARM.DAT NAO EXISTE OU
      *    AINDA NAO TEM OS CAMPOS (ZERO LA = NAO COBRA O ENCARGO)
       01 WRK-MULTA-PCT      PIC 9(02)V99 VALUES 2.00.
       01 WRK-JUROS-DIA      PIC 9(01)V9999 VALUES 0.0333.

      *    CONTAGEM DE ATRASO SO EM DIAS UTEIS, IGUAL AO AGING
       01 WRK-DIAS-PAGTO     PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-VENC      PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-CORRIDOS  PIC 9(07) VALUES ZEROS.
       01 WRK-DATA-VARRIDA   PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-ATRASO    PIC 9(04) VALUES ZEROS.
       01 WRK-DIAUTIL.
           05 WRK-DU-DATA         PIC 9(08) VALUE ZEROS.
           05 WRK-DU-EH-UTIL      PIC X(01) VALUE SPACE.
           05 WRK-DU-PROXIMO-UTIL PIC 9(08) VALUE ZEROS.

       01 WRK-JUROS          PIC 9(06)V99 VALUES ZEROS.
       01 WRK-MULTA          PIC 9(06)V99 VALUES ZEROS.
       01 WRK-ENCARGOS       PIC 9(06)V99 VALUES ZEROS.
       01 WRK-DESCONTO       PIC 9(06)V99 VALUES ZEROS.
       01 WRK-TOTAL          PIC 9(07)V99 VALUES ZEROS.
       01 WRK-VALOR-ED       PIC Z,ZZZ,ZZ9.99.

      *----------DISPENSA DE ENCARGOS PELO SUPERVISOR
       01 WRK-DISPENSA       PIC X(01) VALUES SPACES.
       01 WRK-SUPERVISOR     PIC X(10) VALUES SPACES.
       01 WRK-MOTIVO         PIC X(30) VALUES SPACES.
       01 WRK-LOGIN-SUP.
           05 WRK-SUP-USUARIO PIC X(10) VALUES SPACES.
           05 WRK-SUP-SENHA   PIC X(06) VALUES SPACES.
           05 WRK-SUP-OK      PIC X(01) VALUES SPACES.
           05 WRK-SUP-NIVEL   PIC X(01) VALUES SPACES.
           05 WRK-SUP-SETOR   PIC X(10) VALUES SPACES.
           05 WRK-SUP-ORIGEM  PIC X(10) VALUES "EMPRESTPAG".

       PROCEDURE DIVISION.
           DISPLAY "BAIXA DE PARCELA DE EMPRESTIMO".
           ACCEPT WRK-NUMERO.
           DISPLAY "SEQUENCIA DA PARCELA: ".
           ACCEPT WRK-SEQ.
           DISPLAY "OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           ACCEPT WRK-DATA-PAGTO FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETROS.

           OPEN I-O ARQPARC.
           IF ARQPARC-FS NOT EQUAL ZEROS
                 ELSE
                    DISPLAY "VENCIMENTO " PARC-VENCIMENTO
                             " VALOR " PARC-VALOR
                    IF WRK-RECUPERACAO EQUAL "S"
                       DISPLAY "CONTRATO BAIXADO PARA PERDA EM "
                               WRK-DATA-BAIXA
                       DISPLAY "PAGAMENTO ENTRA COMO RECUPERACAO,"
                               " SEM ENCARGOS"
                       MOVE ZEROS TO WRK-DIAS-ATRASO WRK-JUROS
                                     WRK-MULTA WRK-ENCARGOS
                                     WRK-DESCONTO
                       MOVE SPACES TO WRK-SUPERVISOR WRK-MOTIVO
                    ELSE
                       PERFORM CALCULAR-ENCARGOS
                    END-IF
                    IF WRK-ENCARGOS GREATER ZEROS
                       PERFORM MOSTRAR-ENCARGOS
                       DISPLAY "DISPENSAR ENCARGOS (SUPERVISOR)"
                               " (S/N)? "
                       ACCEPT WRK-DISPENSA
                       IF WRK-DISPENSA EQUAL "S"
                          PERFORM AUTORIZAR-DISPENSA
                       END-IF
                    END-IF
                    COMPUTE WRK-TOTAL = PARC-VALOR + WRK-ENCARGOS
                                      - WRK-DESCONTO
                    MOVE WRK-TOTAL TO WRK-VALOR-ED
                    DISPLAY "TOTAL ATUALIZADO A PAGAR: " WRK-VALOR-ED
                    DISPLAY "CONFIRMA O PAGAMENTO (S/N)? "
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA EQUAL "S"
                       MOVE "S" TO PARC-PAGA
                       MOVE WRK-DATA-PAGTO TO PARC-DATA-PAGAMENTO
                       REWRITE PARC-REGISTRO
                       PERFORM GRAVAR-DIARIO
                       DISPLAY "PARCELA BAIXADA"
                       PERFORM MARCAR-NEGATIVACAO
                       IF WRK-RECUPERACAO EQUAL "S"
                          PERFORM GRAVAR-RECUPERACAO
                       ELSE
                          PERFORM VERIFICAR-QUITACAO
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.
           STOP RUN.

       VERIFICAR-CONTRATO-ATIVO SECTION.
           MOVE "N" TO WRK-CONTRATO-ATIVO WRK-RECUPERACAO.
           OPEN INPUT ARQEMP.
           IF ARQEMP-FS EQUAL ZEROS
              MOVE WRK-NUMERO TO EMP-NUMERO
              READ ARQEMP
              IF ARQEMP-FS EQUAL ZEROS
                 AND (EMP-SITUACAO EQUAL "A" OR EMP-SITUACAO EQUAL "P")
                 MOVE "S" TO WRK-CONTRATO-ATIVO
                 MOVE EMP-CLIENTE-ID TO WRK-CLIENTE-ID
                 IF EMP-SITUACAO EQUAL "P"
                    MOVE "S" TO WRK-RECUPERACAO
                    MOVE EMP-DATA-BAIXA TO WRK-DATA-BAIXA
                 END-IF
              END-IF
              CLOSE ARQEMP
           END-IF.
           MOVE ZEROS TO ARQEMP-FS.

      *    ARQPARM.DAT GRAVADO ANTES DOS CAMPOS DE ATRASO TRAZ LIXO
      *    NO FIM DO REGISTRO - SO VALE O QUE FOR NUMERICO
       LER-PARAMETROS SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 IF PARM-EMP-MULTA-PCT NUMERIC
                    MOVE PARM-EMP-MULTA-PCT TO WRK-MULTA-PCT
                 END-IF
                 IF PARM-EMP-JUROS-DIA NUMERIC
                    MOVE PARM-EMP-JUROS-DIA TO WRK-JUROS-DIA
                 END-IF
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

      *    MULTA UNICA SOBRE O VALOR DA PARCELA MAIS JUROS SIMPLES POR
      *    DIA UTIL, DO DIA SEGUINTE AO VENCIMENTO ATE O PAGAMENTO
       CALCULAR-ENCARGOS SECTION.
           MOVE ZEROS TO WRK-DIAS-ATRASO WRK-JUROS WRK-MULTA
                         WRK-ENCARGOS WRK-DESCONTO.
           MOVE SPACES TO WRK-SUPERVISOR WRK-MOTIVO.
           COMPUTE WRK-DIAS-PAGTO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-PAGTO).
           COMPUTE WRK-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO).
           IF WRK-DIAS-PAGTO GREATER WRK-DIAS-VENC
              COMPUTE WRK-DIAS-CORRIDOS = WRK-DIAS-VENC + 1
              PERFORM UNTIL WRK-DIAS-CORRIDOS GREATER WRK-DIAS-PAGTO
                 COMPUTE WRK-DATA-VARRIDA =
                         FUNCTION DATE-OF-INTEGER(WRK-DIAS-CORRIDOS)
                 MOVE WRK-DATA-VARRIDA TO WRK-DU-DATA
                 CALL "DIAUTIL" USING WRK-DIAUTIL
                 IF WRK-DU-EH-UTIL EQUAL "S"
                    ADD 1 TO WRK-DIAS-ATRASO
                 END-IF
                 ADD 1 TO WRK-DIAS-CORRIDOS
              END-PERFORM
           END-IF.
           IF WRK-DIAS-ATRASO GREATER ZEROS
              COMPUTE WRK-MULTA ROUNDED =
                      PARC-VALOR * WRK-MULTA-PCT / 100
              COMPUTE WRK-JUROS ROUNDED =
                      PARC-VALOR * WRK-JUROS-DIA / 100
                      * WRK-DIAS-ATRASO
              COMPUTE WRK-ENCARGOS = WRK-MULTA + WRK-JUROS
           END-IF.

       MOSTRAR-ENCARGOS SECTION.
           DISPLAY "PAGAMENTO EM ATRASO: " WRK-DIAS-ATRASO
                   " DIAS UTEIS".
           MOVE PARC-VALOR TO WRK-VALOR-ED.
           DISPLAY "PRINCIPAL.......: " WRK-VALOR-ED.
           MOVE WRK-JUROS TO WRK-VALOR-ED.
           DISPLAY "JUROS DE MORA...: " WRK-VALOR-ED
                   " (" WRK-JUROS-DIA "% AO DIA)".
           MOVE WRK-MULTA TO WRK-VALOR-ED.
           DISPLAY "MULTA...........: " WRK-VALOR-ED
                   " (" WRK-MULTA-PCT "%)".

      *    DISPENSA SO COM SUPERVISOR NIVEL "A" E MOTIVO PREENCHIDO;
      *    VALOR ZERO (OU ACIMA DOS ENCARGOS) DISPENSA TUDO
       AUTORIZAR-DISPENSA SECTION.
           DISPLAY "SUPERVISOR NIVEL A - USUARIO: ".
           ACCEPT WRK-SUP-USUARIO.
           DISPLAY "SENHA: ".
           ACCEPT WRK-SUP-SENHA.
           CALL "VALIDALOGIN" USING WRK-LOGIN-SUP.
           IF WRK-SUP-OK EQUAL "S"
              AND WRK-SUP-NIVEL EQUAL "A"
              DISPLAY "MOTIVO DA DISPENSA: "
              ACCEPT WRK-MOTIVO
              IF WRK-MOTIVO EQUAL SPACES
                 DISPLAY "SEM MOTIVO - ENCARGOS MANTIDOS"
              ELSE
                 DISPLAY "VALOR A DISPENSAR (ZERO = TODOS OS"
                         " ENCARGOS): "
                 ACCEPT WRK-DESCONTO
                 IF WRK-DESCONTO EQUAL ZEROS
                    OR WRK-DESCONTO GREATER WRK-ENCARGOS
                    MOVE WRK-ENCARGOS TO WRK-DESCONTO
                 END-IF
                 MOVE WRK-SUP-USUARIO TO WRK-SUPERVISOR
                 MOVE WRK-DESCONTO TO WRK-VALOR-ED
                 DISPLAY "DESCONTO CONCEDIDO: " WRK-VALOR-ED
              END-IF
           ELSE
              DISPLAY "DISPENSA NEGADA - ENCARGOS MANTIDOS"
           END-IF.

       GRAVAR-DIARIO SECTION.
           OPEN EXTEND ARQPPG.
           IF ARQPPG-FS EQUAL 05 OR ARQPPG-FS EQUAL 35
              OPEN OUTPUT ARQPPG
           END-IF.
           INITIALIZE PPG-REGISTRO.
           MOVE PARC-NUMERO     TO PPG-NUMERO.
           MOVE PARC-SEQ        TO PPG-SEQ.
           MOVE WRK-CLIENTE-ID  TO PPG-CLIENTE-ID.
           MOVE PARC-VENCIMENTO TO PPG-VENCIMENTO.
           MOVE WRK-DATA-PAGTO  TO PPG-DATA-PAGAMENTO.
           MOVE WRK-DIAS-ATRASO TO PPG-DIAS-ATRASO.
           MOVE PARC-VALOR      TO PPG-PRINCIPAL.
           MOVE WRK-JUROS       TO PPG-JUROS.
           MOVE WRK-MULTA       TO PPG-MULTA.
           MOVE WRK-DESCONTO    TO PPG-DESCONTO.
           MOVE WRK-TOTAL       TO PPG-TOTAL-PAGO.
           MOVE WRK-OPERADOR    TO PPG-OPERADOR.
           MOVE WRK-SUPERVISOR  TO PPG-SUPERVISOR.
           MOVE WRK-MOTIVO      TO PPG-MOTIVO.
           WRITE PPG-REGISTRO.
           IF ARQPPG-FS NOT EQUAL ZEROS
              DISPLAY "ERRO GRAVACAO ARQPARCPAGTO.DAT " ARQPPG-FS
           END-IF.
           CLOSE ARQPPG.

      *    A BANDA DE RISCO DA RECUPERACAO E A MESMA GRAVADA NA BAIXA
      *    DO CONTRATO, PARA O RELATORIO CASAR BAIXADO E RECUPERADO
       GRAVAR-RECUPERACAO SECTION.
           MOVE SPACES TO WRK-BANDA.
           OPEN INPUT ARQBXA.
           IF ARQBXA-FS EQUAL ZEROS
              PERFORM UNTIL ARQBXA-FS NOT EQUAL ZEROS
                 READ ARQBXA
                 IF ARQBXA-FS EQUAL ZEROS
                    AND BXA-TIPO EQUAL "B"
                    AND BXA-CONTRATO EQUAL WRK-NUMERO
                    MOVE BXA-BANDA TO WRK-BANDA
                 END-IF
              END-PERFORM
              CLOSE ARQBXA
           END-IF.
           OPEN EXTEND ARQBXA.
           IF ARQBXA-FS EQUAL 05 OR ARQBXA-FS EQUAL 35
              OPEN OUTPUT ARQBXA
           END-IF.
           INITIALIZE BXA-REGISTRO.
           MOVE "R"             TO BXA-TIPO.
           MOVE WRK-DATA-PAGTO  TO BXA-DATA.
           MOVE WRK-NUMERO      TO BXA-CONTRATO.
           MOVE PARC-SEQ        TO BXA-SEQ.
           MOVE WRK-CLIENTE-ID  TO BXA-CLIENTE-ID.
           MOVE WRK-BANDA       TO BXA-BANDA.
           MOVE WRK-TOTAL       TO BXA-VALOR.
           MOVE WRK-OPERADOR    TO BXA-USUARIO.
           WRITE BXA-REGISTRO.
           IF ARQBXA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO GRAVACAO ARQEMPBAIXA.DAT " ARQBXA-FS
           ELSE
              DISPLAY "RECUPERACAO REGISTRADA"
           END-IF.
           CLOSE ARQBXA.

      *    DEBITO NEGATIVADO QUITADO: MARCA "Q" PARA O NEGATIVACAO
      *    MANDAR A EXCLUSAO AO BIRO NA PROXIMA REMESSA
       MARCAR-NEGATIVACAO SECTION.
           OPEN I-O ARQNEG.
           IF ARQNEG-FS EQUAL ZEROS
              MOVE "E"             TO NEG-ORIGEM
              MOVE WRK-NUMERO      TO NEG-DOCUMENTO
              MOVE PARC-SEQ        TO NEG-SEQ
              READ ARQNEG
              IF ARQNEG-FS EQUAL ZEROS
                 AND NEG-SITUACAO EQUAL "N"
                 MOVE "Q"           TO NEG-SITUACAO
                 MOVE WRK-DATA-PAGTO TO NEG-DATA-QUITACAO
                 REWRITE NEG-REGISTRO
                 DISPLAY "DEBITO NEGATIVADO - EXCLUSAO NO BIRO SAI NA"
                         " PROXIMA REMESSA"
              END-IF
              CLOSE ARQNEG
           END-IF.
           MOVE ZEROS TO ARQNEG-FS.

       VERIFICAR-QUITACAO SECTION.
           MOVE ZEROS TO WRK-ABERTAS.
           MOVE WRK-NUMERO TO PARC-NUMERO.
