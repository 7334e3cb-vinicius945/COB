      *AREA DE COMENTARIOS - REMARKS***
      *AUTHOR = VINICIUS(ALTAFINI)*****
      *OBJETIVO: CALCULAR O AUMENTO DE SALARIO COM BASE NO ANO DE ENTRADA
      *E GERAR A FOLHA DO MES. A COTA DO RATEIO DE GORJETAS AINDA NAO
      *PAGA (ARQGORJETA.DAT, DO GORJETARATEIO) ENTRA COMO PROVENTO
      *SEPARADO NO BRUTO, NO FOLHA.CSV E NO HOLERITE, E FICA MARCADA
      *COM O MES DESTA FOLHA. QUEM ESTA NO BANCO DE HORAS NAO RECEBE
      *EXTRA DO MES: A DIFERENCA PARA A CARGA ESPERADA VAI PARA O
      *BANCO (MODULO BANCOHORAS) E SO O CREDITO VENCIDO E PAGO. O
      *ADICIONAL NOTURNO E A HORA EM DOBRO DE FERIADO/FOLGA (MODULO
      *ADICIONAIS) SAEM COMO PROVENTOS SEPARADOS E FICAM NO
      *ARQADICIONAL.DAT, BASE DA MEDIA DO ABONO DE FERIAS E DO 13O.
      *O ADIANTAMENTO QUINZENAL (ARQADIANT.DAT, DO ADIANTAMENTO) E
      *DESCONTADO ATE O LIMITE DO LIQUIDO; O QUE NAO COUBER FICA
      *PARA A FOLHA SEGUINTE E SAI NA CONFERENCIA. O RETROATIVO DE
      *DISSIDIO A PAGAR (ARQRETRO.DAT, DO DISSIDIO) ENTRA COMO
      *PROVENTO SEPARADO, ABERTO MES A MES NO HOLERITE, E CADA MES
      *PAGO FICA NO HISTORICO DA FOLHA (ARQFOLHAHIST.DAT). O
      *PERCENTUAL DO AUMENTO POR TEMPO DE CASA E MULTIPLICADO PELO
      *FATOR DA FAIXA DA AVALIACAO DE DESEMPENHO MAIS RECENTE (CICLO
      *ATUAL OU ANTERIOR, ARQAVALIACAO.DAT DO AVALIACAO; FATORES NO
      *AVALPARM.TXT) - SEM AVALIACAO, FATOR 1
      *DATA   = 10/03/2026
      *********************************
       ENVIRONMENT DIVISION.
           FILE STATUS IS ARQFERIASAG-FS
           RECORD KEY IS FAG-CHAVE.

           SELECT ARQGORJETA ASSIGN TO "DADOS/ARQGORJETA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQGORJETA-FS.

           SELECT ARQADICIONAL ASSIGN TO "DADOS/ARQADICIONAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQADICIONAL-FS
           RECORD KEY IS ADC-CHAVE.

           SELECT ARQADIANT ASSIGN TO "DADOS/ARQADIANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQADIANT-FS
           RECORD KEY IS ADT-CHAVE.

           SELECT ARQFOLHAHIST ASSIGN TO "DADOS/ARQFOLHAHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFOLHAHIST-FS
           RECORD KEY IS FHI-CHAVE.

           SELECT ARQRETRO ASSIGN TO "DADOS/ARQRETRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQRETRO-FS
           RECORD KEY IS RET-CHAVE.

           SELECT ARQAVALIACAO ASSIGN TO "DADOS/ARQAVALIACAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQAVALIACAO-FS
           RECORD KEY IS AVA-CHAVE.

           SELECT ARQAVALPARM ASSIGN TO "DADOS/AVALPARM.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQAVALPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC.
       COPY "#FUNC".

       FD ARQFOLHA.
       01 ARQFOLHA-LINHA PIC X(150).

      *    CARTAO DE FAIXAS PROGRESSIVAS DOS DESCONTOS - UM REGISTRO
      *    POR FAIXA: TIPO "I" (ESTILO INSS, ALIQUOTA DIRETA POR
           RECORDING MODE IS F.
       COPY "#PARMSIS".

      *    REMESSA BANCARIA DE CREDITO DE SALARIOS (LAYOUT COMUM COM
      *    A REMESSA DO ADIANTAMENTO QUINZENAL)
       FD ARQREMESSA.
       COPY "#REMESSA".

       FD ARQCONFERE.
       01 ARQCONFERE-LINHA   PIC X(90).
       FD ARQFERIASAG.
       COPY "#FERIAS-AG".

       FD ARQGORJETA
           RECORDING MODE IS F.
       COPY "#GORJETA".

       FD ARQADICIONAL.
       COPY "#ADICIONAL".

       FD ARQADIANT.
       COPY "#ADIANT".

       FD ARQFOLHAHIST.
       COPY "#FOLHA-HIST".

       FD ARQRETRO.
       COPY "#RETRO".

       FD ARQAVALIACAO.
       COPY "#AVALIACAO".

      *    FATOR SOBRE O PERCENTUAL DO AUMENTO POR TEMPO DE CASA, POR
      *    FAIXA DA AVALIACAO DE DESEMPENHO
       FD ARQAVALPARM
           RECORDING MODE IS F.
       01 AVALPARM-REGISTRO.
           05 AVALPARM-FATOR-APROVADO    PIC 9(01)V99.
           05 AVALPARM-FATOR-RECUPERACAO PIC 9(01)V99.
           05 AVALPARM-FATOR-REPROVADO   PIC 9(01)V99.

       WORKING-STORAGE SECTION.
       77 WRK-TEMPODECASA PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-AUMENTOS PIC 9(09)V99 VALUE ZEROS.
       01 ARQAUSENCIA-FS    PIC 9(02) VALUES ZEROS.
       01 ARQREMESSA-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCONFERE-FS     PIC 9(02) VALUES ZEROS.
       01 ARQGORJETA-FS     PIC 9(02) VALUES ZEROS.
       01 ARQADICIONAL-FS   PIC 9(02) VALUES ZEROS.
       01 ARQADIANT-FS      PIC 9(02) VALUES ZEROS.
       01 ARQFOLHAHIST-FS   PIC 9(02) VALUES ZEROS.
       01 ARQRETRO-FS       PIC 9(02) VALUES ZEROS.
       01 ARQAVALIACAO-FS   PIC 9(02) VALUES ZEROS.
       01 ARQAVALPARM-FS    PIC 9(02) VALUES ZEROS.

      *----------AVALIACAO DE DESEMPENHO SOBRE O AUMENTO
       77 WRK-PCT-TEMPO      PIC 9(02) VALUE ZEROS.
       77 WRK-FATOR-AVAL     PIC 9(01)V99 VALUE 1,00.
       77 WRK-FATOR-APROVADO PIC 9(01)V99 VALUE 1,20.
       77 WRK-FATOR-RECUPERACAO PIC 9(01)V99 VALUE 1,00.
       77 WRK-FATOR-REPROVADO PIC 9(01)V99 VALUE 0,50.
       77 WRK-CICLO-ATUAL    PIC 9(05) VALUE ZEROS.
       77 WRK-CICLO-ANTERIOR PIC 9(05) VALUE ZEROS.
       77 WRK-AVA-FAIXA      PIC X(01) VALUE SPACE.
       77 WRK-AVA-CICLO      PIC 9(05) VALUE ZEROS.

      *----------REMESSA BANCARIA DA FOLHA
       77 WRK-EMPRESA-BANCO   PIC 9(03) VALUE ZEROS.
       77 WRK-ABONO-FERIAS  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOT-ABONO     PIC 9(09)V99 VALUE ZEROS.

      *----------COTA DO RATEIO DE GORJETAS (ARQGORJETA.DAT)
       77 WRK-GORJETA       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-GORJETA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FOLHA-REF     PIC 9(06) VALUE ZEROS.

      *----------HORAS EXTRAS A PARTIR DO PONTO (ARQPONTO.DAT)
       77 WRK-HORAS-PADRAO   PIC 9(03) VALUE 220.
       77 WRK-MULT-EXTRA     PIC 9(01)V99 VALUE 1,50.
       77 WRK-VALOR-EXTRA    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-EXTRA      PIC 9(09)V99 VALUE ZEROS.

      *----------BANCO DE HORAS (FUNC-BANCO-HORAS = "S")
       77 WRK-HORAS-ESPERADAS PIC 9(04)V99 VALUE ZEROS.
       77 WRK-DIAS-FORA      PIC 9(03) VALUE ZEROS.
       77 WRK-BH-DELTA       PIC S9(04)V99 VALUE ZEROS.
       77 WRK-INT-INICIO-MES PIC 9(07) VALUE ZEROS.
       77 WRK-INT-FIM-MES    PIC 9(07) VALUE ZEROS.
       77 WRK-INT-INICIO     PIC 9(07) VALUE ZEROS.
       77 WRK-INT-FIM        PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-LIMITE    PIC 9(08) VALUE ZEROS.
       77 WRK-TOT-BH-VENCIDAS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BH-DELTA-ED    PIC -ZZZ9,99.
       77 WRK-BH-SALDO-ED    PIC -ZZZZ9,99.
       01 WRK-BANCOHORAS.
           05 WRK-BH-ACAO            PIC X(01) VALUE SPACE.
           05 WRK-BH-FUNC-ID         PIC 9(04) VALUE ZEROS.
           05 WRK-BH-NOME            PIC X(20) VALUE SPACES.
           05 WRK-BH-DATA            PIC 9(08) VALUE ZEROS.
           05 WRK-BH-TIPO            PIC X(01) VALUE SPACE.
           05 WRK-BH-HORAS           PIC S9(04)V99 VALUE ZEROS.
           05 WRK-BH-REF             PIC 9(06) VALUE ZEROS.
           05 WRK-BH-OPERADOR        PIC X(10) VALUE "SISTEMA".
           05 WRK-BH-VENCIDAS        PIC 9(04)V99 VALUE ZEROS.
           05 WRK-BH-SALDO           PIC S9(05)V99 VALUE ZEROS.
           05 WRK-BH-RESULTADO       PIC X(01) VALUE SPACE.

      *----------ADICIONAL NOTURNO E HORA EM DOBRO (MODULO ADICIONAIS)
       77 WRK-TOT-NOTURNO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-FERIADO    PIC 9(09)V99 VALUE ZEROS.

      *----------ADIANTAMENTO QUINZENAL A DESCONTAR
       77 WRK-DESC-ADIANT    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ADIANT-SALDO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ADIANT-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-ADIANT     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ADIANT-SALDO PIC 9(09)V99 VALUE ZEROS.

      *----------RETROATIVO DE DISSIDIO PAGO NESTA FOLHA, POR MES
       77 WRK-RETROATIVO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-RETRO      PIC 9(09)V99 VALUE ZEROS.
       01 WRK-QTD-RETRO      PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-RETRO.
           05 WRK-RTM-ITEM OCCURS 36 TIMES.
               10 WRK-RTM-ANOMES    PIC 9(06).
               10 WRK-RTM-TIPO      PIC X(01).
               10 WRK-RTM-VALOR     PIC 9(07)V99.
       01 WRK-RTM-IDX        PIC 9(02) VALUE ZEROS.
       01 WRK-ADICIONAIS.
           05 WRK-ADC-FUNC-ID        PIC 9(04) VALUE ZEROS.
           05 WRK-ADC-ANOMES         PIC 9(06) VALUE ZEROS.
           05 WRK-ADC-DIA-DESCANSO   PIC X(01) VALUE SPACE.
           05 WRK-ADC-VALOR-HORA     PIC 9(05)V99 VALUE ZEROS.
           05 WRK-ADC-HORAS-NOTURNAS PIC 9(04)V99 VALUE ZEROS.
           05 WRK-ADC-VALOR-NOTURNO  PIC 9(07)V99 VALUE ZEROS.
           05 WRK-ADC-HORAS-FERIADO  PIC 9(04)V99 VALUE ZEROS.
           05 WRK-ADC-VALOR-FERIADO  PIC 9(07)V99 VALUE ZEROS.
      *----------MEDIA DOS ADICIONAIS DOS ULTIMOS 12 MESES (FERIAS)
       77 WRK-MEDIA-ADIC     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SOMA-ADIC      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MESES-ADIC     PIC 9(02) VALUE ZEROS.
       77 WRK-REF-INICIO-MEDIA PIC 9(06) VALUE ZEROS.

      *----------TABELAS DE FAIXAS EM MEMORIA (ATE 8 POR TIPO)
       01 WRK-QTD-FAIXAS-I  PIC 9(01) VALUE ZERO.
       01 WRK-TAB-FAIXAS-I.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATASISTEMA(1:6) TO WRK-FOLHA-REF.
           PERFORM CARREGAR-FAIXAS.
           PERFORM CARREGAR-PARM-FOLHA.
           PERFORM CARREGAR-PARM-AVALIACAO.
           PERFORM ABRIR-ARQFUNC.
           OPEN OUTPUT ARQFOLHA.
           MOVE SPACES TO ARQFOLHA-LINHA.
           STRING
           "ID,NOME,BRUTO,AUMENTO,HEXTRA,INSS,IRRF,LIQUIDO,GORJETA"
                DELIMITED BY SIZE
                ",NOTURNO,FERIADO,ADIANT,RETROATIVO" DELIMITED BY SIZE
             INTO ARQFOLHA-LINHA
           END-STRING.
           WRITE ARQFOLHA-LINHA.
           OPEN OUTPUT ARQREMESSA.
           OPEN OUTPUT ARQCONFERE.
           MOVE WRK-DATASISTEMA     TO REM-CAB-DATA.
           WRITE REM-REGISTRO.
           MOVE ZEROS TO WRK-TOTAL-AUMENTOS.
           OPEN I-O ARQADICIONAL.
           IF ARQADICIONAL-FS EQUAL 35
              OPEN OUTPUT ARQADICIONAL
              CLOSE ARQADICIONAL
              OPEN I-O ARQADICIONAL
           END-IF.
           IF ARQADICIONAL-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQADICIONAL.DAT STATUS "
                       ARQADICIONAL-FS
           END-IF.
      *    SEM ARQADIANT.DAT NINGUEM TEM ADIANTAMENTO A DESCONTAR
           OPEN I-O ARQADIANT.
      *    SEM ARQRETRO.DAT NAO HOUVE DISSIDIO COM RETROATIVO
           OPEN I-O ARQRETRO.
      *    SEM ARQAVALIACAO.DAT NINGUEM FOI AVALIADO - FATOR 1
           OPEN INPUT ARQAVALIACAO.
           OPEN I-O ARQFOLHAHIST.
           IF ARQFOLHAHIST-FS EQUAL 35
              OPEN OUTPUT ARQFOLHAHIST
              CLOSE ARQFOLHAHIST
              OPEN I-O ARQFOLHAHIST
           END-IF.
           IF ARQFOLHAHIST-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQFOLHAHIST.DAT STATUS "
                       ARQFOLHAHIST-FS
           END-IF.

      *    CARGA PADRAO E MULTIPLICADOR DE HORA EXTRA VEM DO
      *    ARQPARM.DAT (7-SETUP SISTEMA DO MANUT) - SEM O ARQUIVO,
              CLOSE ARQPARM
           END-IF.

      *    MESMO ESQUEMA DO ADIANTPARM: SEM O ARQUIVO, NASCE COM O
      *    PADRAO E O RH AJUSTA DEPOIS. O CICLO DE AVALIACAO E
      *    SEMESTRAL (AAAAS) E VALE O DESTA FOLHA OU O ANTERIOR
       CARREGAR-PARM-AVALIACAO.
           IF WRK-DATAMES GREATER 6
              COMPUTE WRK-CICLO-ATUAL    = WRK-DATAANO * 10 + 2
              COMPUTE WRK-CICLO-ANTERIOR = WRK-DATAANO * 10 + 1
           ELSE
              COMPUTE WRK-CICLO-ATUAL    = WRK-DATAANO * 10 + 1
              COMPUTE WRK-CICLO-ANTERIOR = (WRK-DATAANO - 1) * 10 + 2
           END-IF.
           OPEN INPUT ARQAVALPARM.
           IF ARQAVALPARM-FS NOT EQUAL ZEROS
              OPEN OUTPUT ARQAVALPARM
              MOVE 1,20 TO AVALPARM-FATOR-APROVADO
              MOVE 1,00 TO AVALPARM-FATOR-RECUPERACAO
              MOVE 0,50 TO AVALPARM-FATOR-REPROVADO
              WRITE AVALPARM-REGISTRO
              CLOSE ARQAVALPARM
              DISPLAY "AVALPARM.TXT CRIADO COM FATORES 1,20 1,00 0,50"
              OPEN INPUT ARQAVALPARM
           END-IF.
           READ ARQAVALPARM.
           IF ARQAVALPARM-FS EQUAL ZEROS
              AND AVALPARM-FATOR-APROVADO NUMERIC
              AND AVALPARM-FATOR-RECUPERACAO NUMERIC
              AND AVALPARM-FATOR-REPROVADO NUMERIC
              MOVE AVALPARM-FATOR-APROVADO    TO WRK-FATOR-APROVADO
              MOVE AVALPARM-FATOR-RECUPERACAO TO WRK-FATOR-RECUPERACAO
              MOVE AVALPARM-FATOR-REPROVADO   TO WRK-FATOR-REPROVADO
           END-IF.
           CLOSE ARQAVALPARM.

      *    A AVALIACAO MAIS RECENTE ENTRE O CICLO ANTERIOR E O ATUAL
      *    DA A FAIXA; MAIS ANTIGA QUE ISSO NAO PESA NO AUMENTO
       APURAR-FATOR-AVALIACAO.
           MOVE 1,00   TO WRK-FATOR-AVAL.
           MOVE SPACES TO WRK-AVA-FAIXA.
           IF ARQAVALIACAO-FS EQUAL ZEROS
              MOVE FUNC-ID            TO AVA-FUNC-ID
              MOVE WRK-CICLO-ANTERIOR TO AVA-CICLO
              START ARQAVALIACAO KEY IS GREATER OR EQUAL AVA-CHAVE
              PERFORM UNTIL ARQAVALIACAO-FS NOT EQUAL ZEROS
                 READ ARQAVALIACAO NEXT RECORD
                 IF ARQAVALIACAO-FS EQUAL ZEROS
                    IF AVA-FUNC-ID NOT EQUAL FUNC-ID
                       OR AVA-CICLO GREATER WRK-CICLO-ATUAL
                       MOVE 10 TO ARQAVALIACAO-FS
                    ELSE
                       MOVE AVA-FAIXA TO WRK-AVA-FAIXA
                       MOVE AVA-CICLO TO WRK-AVA-CICLO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQAVALIACAO-FS
              EVALUATE WRK-AVA-FAIXA
                 WHEN "A"
                    MOVE WRK-FATOR-APROVADO    TO WRK-FATOR-AVAL
                 WHEN "R"
                    MOVE WRK-FATOR-RECUPERACAO TO WRK-FATOR-AVAL
                 WHEN "P"
                    MOVE WRK-FATOR-REPROVADO   TO WRK-FATOR-AVAL
              END-EVALUATE
              IF WRK-AVA-FAIXA NOT EQUAL SPACES
                 DISPLAY "FUNCIONARIO " FUNC-NOME " AVALIACAO "
                         WRK-AVA-CICLO " FAIXA " WRK-AVA-FAIXA
                         " FATOR " WRK-FATOR-AVAL
              END-IF
           END-IF.

      *    TOTALIZA AS HORAS DO MES CORRENTE DO FUNCIONARIO NO
      *    ARQPONTO.DAT E APURA O VALOR DAS HORAS ALEM DA CARGA
      *    PADRAO, PAGAS COM O MULTIPLICADOR CONFIGURADO
              CLOSE ARQPONTO
           END-IF.
           COMPUTE WRK-HORAS-MES = WRK-SEG-MES / 3600.
           MOVE ZEROS TO WRK-BH-DELTA WRK-BH-SALDO.
           IF FUNC-BANCO-HORAS EQUAL "S"
              PERFORM APURAR-BANCO-HORAS
           ELSE
              IF WRK-HORAS-MES GREATER WRK-HORAS-PADRAO
                 COMPUTE WRK-HORAS-EXTRA =
                         WRK-HORAS-MES - WRK-HORAS-PADRAO
                 COMPUTE WRK-VALOR-HORA =
                         FUNC-AUMENTO / WRK-HORAS-PADRAO
                 COMPUTE WRK-VALOR-EXTRA =
                         WRK-HORAS-EXTRA * WRK-VALOR-HORA
                         * WRK-MULT-EXTRA
                 ADD WRK-VALOR-EXTRA TO WRK-TOT-EXTRA
              END-IF
           END-IF.

      *    BANCO DE HORAS: A CARGA ESPERADA DO MES DESCONTA OS DIAS DE
      *    FERIAS E DE AUSENCIA LANCADA (INCLUSIVE A FOLGA DO PROPRIO
      *    BANCO, QUE JA FOI DEBITADA NO LANCAMENTO), A UM TRINTA AVOS
      *    DA CARGA PADRAO POR DIA. A DIFERENCA ENTRA COMO CREDITO OU
      *    DEBITO DO MES; MES SEM PONTO NENHUM NAO LANCA (PONTO NAO
      *    BATIDO NAO E MES CURTO). O CREDITO VENCIDO PELO ACORDO E
      *    PAGO COMO HORA EXTRA, COM O MULTIPLICADOR
       APURAR-BANCO-HORAS.
           MOVE FUNC-ID         TO WRK-BH-FUNC-ID.
           MOVE FUNC-NOME       TO WRK-BH-NOME.
           MOVE WRK-DATASISTEMA TO WRK-BH-DATA.
           MOVE WRK-FOLHA-REF   TO WRK-BH-REF.
           IF WRK-SEG-MES EQUAL ZEROS
              DISPLAY "FUNCIONARIO " FUNC-NOME
                      " SEM PONTO NO MES - BANCO DE HORAS SEM"
                      " LANCAMENTO"
           ELSE
              PERFORM CONTAR-DIAS-FORA
              IF WRK-DIAS-FORA NOT LESS 30
                 MOVE ZEROS TO WRK-HORAS-ESPERADAS
              ELSE
                 COMPUTE WRK-HORAS-ESPERADAS = WRK-HORAS-PADRAO
                         - (WRK-HORAS-PADRAO * WRK-DIAS-FORA) / 30
              END-IF
              COMPUTE WRK-BH-DELTA =
                      WRK-HORAS-MES - WRK-HORAS-ESPERADAS
              IF WRK-BH-DELTA NOT EQUAL ZEROS
                 IF WRK-BH-DELTA GREATER ZEROS
                    MOVE "C" TO WRK-BH-TIPO
                 ELSE
                    MOVE "D" TO WRK-BH-TIPO
                 END-IF
                 MOVE WRK-BH-DELTA TO WRK-BH-HORAS
                 MOVE "L" TO WRK-BH-ACAO
                 CALL "BANCOHORAS" USING WRK-BANCOHORAS
                 IF WRK-BH-RESULTADO EQUAL "J"
                    DISPLAY "FUNCIONARIO " FUNC-NOME
                            " BANCO DE HORAS DO MES JA LANCADO"
                 END-IF
              END-IF
           END-IF.
           MOVE "V" TO WRK-BH-ACAO.
           CALL "BANCOHORAS" USING WRK-BANCOHORAS.
           IF WRK-BH-VENCIDAS GREATER ZEROS
              MOVE WRK-BH-VENCIDAS TO WRK-HORAS-EXTRA
              COMPUTE WRK-VALOR-HORA =
                      FUNC-AUMENTO / WRK-HORAS-PADRAO
              COMPUTE WRK-VALOR-EXTRA =
                      WRK-HORAS-EXTRA * WRK-VALOR-HORA
                      * WRK-MULT-EXTRA
              ADD WRK-VALOR-EXTRA TO WRK-TOT-EXTRA
              ADD WRK-BH-VENCIDAS TO WRK-TOT-BH-VENCIDAS
              DISPLAY "FUNCIONARIO " FUNC-NOME
                      " HORAS VENCIDAS NO BANCO PAGAS: "
                      WRK-BH-VENCIDAS
           END-IF.
           MOVE "E" TO WRK-BH-ACAO.
           CALL "BANCOHORAS" USING WRK-BANCOHORAS.

      *    DIAS DO MES DA FOLHA FORA DO TRABALHO: FERIAS AGENDADAS
      *    (SO A PARTE DENTRO DO MES) E AUSENCIAS LANCADAS DE QUALQUER
      *    TIPO
       CONTAR-DIAS-FORA.
           MOVE ZEROS TO WRK-DIAS-FORA.
           COMPUTE WRK-DATA-LIMITE =
                   WRK-DATAANO * 10000 + WRK-DATAMES * 100 + 1.
           COMPUTE WRK-INT-INICIO-MES =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-LIMITE).
           IF WRK-DATAMES EQUAL 12
              COMPUTE WRK-DATA-LIMITE =
                      (WRK-DATAANO + 1) * 10000 + 101
           ELSE
              COMPUTE WRK-DATA-LIMITE =
                      WRK-DATAANO * 10000 + (WRK-DATAMES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-INT-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-LIMITE) - 1.
           OPEN INPUT ARQFERIASAG.
           IF ARQFERIASAG-FS EQUAL ZEROS
              MOVE FUNC-ID TO FAG-FUNC-ID
              MOVE ZEROS   TO FAG-INICIO
              START ARQFERIASAG KEY IS GREATER OR EQUAL FAG-CHAVE
              PERFORM UNTIL ARQFERIASAG-FS NOT EQUAL ZEROS
                 READ ARQFERIASAG NEXT RECORD
                 IF ARQFERIASAG-FS EQUAL ZEROS
                    IF FAG-FUNC-ID NOT EQUAL FUNC-ID
                       MOVE 10 TO ARQFERIASAG-FS
                    ELSE
                       PERFORM SOMAR-FERIAS-NO-MES
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQFERIASAG
           END-IF.
           MOVE ZEROS TO ARQFERIASAG-FS.
           OPEN INPUT ARQAUSENCIA.
           IF ARQAUSENCIA-FS EQUAL ZEROS
              MOVE FUNC-ID TO AUS-FUNC-ID
              MOVE ZEROS   TO AUS-DATA
              START ARQAUSENCIA KEY IS GREATER OR EQUAL AUS-CHAVE
              PERFORM UNTIL ARQAUSENCIA-FS NOT EQUAL ZEROS
                 READ ARQAUSENCIA NEXT RECORD
                 IF ARQAUSENCIA-FS EQUAL ZEROS
                    IF AUS-FUNC-ID NOT EQUAL FUNC-ID
                       MOVE 10 TO ARQAUSENCIA-FS
                    ELSE
                       IF AUS-DATA(1:4) EQUAL WRK-DATAANO
                          AND AUS-DATA(5:2) EQUAL WRK-DATAMES
                          ADD 1 TO WRK-DIAS-FORA
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQAUSENCIA
           END-IF.
           MOVE ZEROS TO ARQAUSENCIA-FS.

       SOMAR-FERIAS-NO-MES.
           COMPUTE WRK-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE(FAG-INICIO).
           COMPUTE WRK-INT-FIM =
                   FUNCTION INTEGER-OF-DATE(FAG-FIM).
           IF WRK-INT-INICIO LESS WRK-INT-INICIO-MES
              MOVE WRK-INT-INICIO-MES TO WRK-INT-INICIO
           END-IF.
           IF WRK-INT-FIM GREATER WRK-INT-FIM-MES
              MOVE WRK-INT-FIM-MES TO WRK-INT-FIM
           END-IF.
           IF WRK-INT-FIM NOT LESS WRK-INT-INICIO
              COMPUTE WRK-DIAS-FORA =
                      WRK-DIAS-FORA + WRK-INT-FIM - WRK-INT-INICIO + 1
           END-IF.

       0200-PROCESSAR-TODOS.
           ELSE
              EVALUATE WRK-TEMPODECASA
                 WHEN 2 THRU 5
                    MOVE 5  TO WRK-PCT-TEMPO
                 WHEN 6 THRU 15
                    MOVE 10 TO WRK-PCT-TEMPO
                 WHEN OTHER
                    MOVE 15 TO WRK-PCT-TEMPO
              END-EVALUATE
              PERFORM APURAR-FATOR-AVALIACAO
              COMPUTE FUNC-AUMENTO = FUNC-SALARIO
                  + (FUNC-SALARIO * WRK-PCT-TEMPO * WRK-FATOR-AVAL)
                    / 100
              ADD FUNC-AUMENTO TO WRK-TOTAL-AUMENTOS
              PERFORM 0260-GRAVAR-FOLHA
              PERFORM 0270-EFETIVAR-AUMENTO

       0260-GRAVAR-FOLHA.
           PERFORM APURAR-HORAS-EXTRAS.
           PERFORM APURAR-ADICIONAIS.
           PERFORM APURAR-ABONO-FERIAS.
           PERFORM APURAR-AUSENCIAS.
           PERFORM APURAR-GORJETAS.
           PERFORM APURAR-RETROATIVO.
           PERFORM 0265-CALCULAR-DESCONTOS.
           PERFORM GRAVAR-HISTORICO.
           MOVE SPACES TO ARQFOLHA-LINHA.
           STRING FUNC-ID       DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WRK-IRRF      DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WRK-LIQUIDO   DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WRK-GORJETA   DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WRK-ADC-VALOR-NOTURNO DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WRK-ADC-VALOR-FERIADO DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WRK-DESC-ADIANT DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WRK-RETROATIVO DELIMITED BY SIZE
             INTO ARQFOLHA-LINHA
           END-STRING.
           WRITE ARQFOLHA-LINHA.
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF FUNC-BANCO-HORAS EQUAL "S"
              MOVE WRK-BH-DELTA TO WRK-BH-DELTA-ED
              MOVE WRK-BH-SALDO TO WRK-BH-SALDO-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "BANCO DE HORAS: MES " DELIMITED BY SIZE
                     WRK-BH-DELTA-ED       DELIMITED BY SIZE
                     " SALDO "             DELIMITED BY SIZE
                     WRK-BH-SALDO-ED       DELIMITED BY SIZE
                     " (EXTRAS = VENCIDAS)" DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           IF WRK-ADC-VALOR-NOTURNO GREATER ZEROS
              OR WRK-ADC-VALOR-FERIADO GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "AD NOTURNO "          DELIMITED BY SIZE
                     WRK-ADC-HORAS-NOTURNAS DELIMITED BY SIZE
                     "H ("                  DELIMITED BY SIZE
                     WRK-ADC-VALOR-NOTURNO  DELIMITED BY SIZE
                     ") FERIADO/FOLGA "     DELIMITED BY SIZE
                     WRK-ADC-HORAS-FERIADO  DELIMITED BY SIZE
                     "H ("                  DELIMITED BY SIZE
                     WRK-ADC-VALOR-FERIADO  DELIMITED BY SIZE
                     ")"                    DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           IF WRK-ABONO-FERIAS GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "ABONO DE FERIAS " DELIMITED BY SIZE
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           IF WRK-GORJETA GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "GORJETAS (RATEIO) " DELIMITED BY SIZE
                     WRK-GORJETA          DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           IF WRK-RETROATIVO GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "RETROATIVO DISSIDIO " DELIMITED BY SIZE
                     WRK-RETROATIVO         DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              PERFORM VARYING WRK-RTM-IDX FROM 1 BY 1
                      UNTIL WRK-RTM-IDX GREATER WRK-QTD-RETRO
                 MOVE SPACES TO WRK-SPL-LINHA
                 IF WRK-RTM-TIPO(WRK-RTM-IDX) EQUAL "F"
                    STRING "   REF "          DELIMITED BY SIZE
                           WRK-RTM-ANOMES(WRK-RTM-IDX)
                                              DELIMITED BY SIZE
                           " FOLHA       "    DELIMITED BY SIZE
                           WRK-RTM-VALOR(WRK-RTM-IDX)
                                              DELIMITED BY SIZE
                      INTO WRK-SPL-LINHA
                    END-STRING
                 ELSE
                    STRING "   REF "          DELIMITED BY SIZE
                           WRK-RTM-ANOMES(WRK-RTM-IDX)
                                              DELIMITED BY SIZE
                           " 13O PARCELA "    DELIMITED BY SIZE
                           WRK-RTM-TIPO(WRK-RTM-IDX)
                                              DELIMITED BY SIZE
                           " "                DELIMITED BY SIZE
                           WRK-RTM-VALOR(WRK-RTM-IDX)
                                              DELIMITED BY SIZE
                      INTO WRK-SPL-LINHA
                    END-STRING
                 END-IF
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
              END-PERFORM
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "BRUTO " DELIMITED BY SIZE
                  WRK-BRUTO DELIMITED BY SIZE
                  WRK-IRRF           DELIMITED BY SIZE
                  " FALTAS "         DELIMITED BY SIZE
                  WRK-DESC-AUSENCIA  DELIMITED BY SIZE
                  " ADIANT "         DELIMITED BY SIZE
                  WRK-DESC-ADIANT    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF WRK-ADIANT-SALDO GREATER ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "ADIANTAMENTO A DESCONTAR NO PROXIMO MES "
                                        DELIMITED BY SIZE
                     WRK-ADIANT-SALDO   DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "LIQUIDO A RECEBER " DELIMITED BY SIZE
                  WRK-LIQUIDO          DELIMITED BY SIZE
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    ADICIONAL NOTURNO E HORA EM DOBRO DE FERIADO/FOLGA DO MES,
      *    SOBRE O VALOR DA HORA DO SALARIO NOVO. O QUE FOI APURADO
      *    FICA NO ARQADICIONAL.DAT (REGRAVADO SE A FOLHA RODAR DE
      *    NOVO NO MES) PARA AS MEDIAS DE FERIAS E DECIMO TERCEIRO
       APURAR-ADICIONAIS.
           MOVE FUNC-ID           TO WRK-ADC-FUNC-ID.
           MOVE WRK-FOLHA-REF     TO WRK-ADC-ANOMES.
           MOVE FUNC-DIA-DESCANSO TO WRK-ADC-DIA-DESCANSO.
           COMPUTE WRK-ADC-VALOR-HORA =
                   FUNC-AUMENTO / WRK-HORAS-PADRAO.
           CALL "ADICIONAIS" USING WRK-ADICIONAIS.
           ADD WRK-ADC-VALOR-NOTURNO TO WRK-TOT-NOTURNO.
           ADD WRK-ADC-VALOR-FERIADO TO WRK-TOT-FERIADO.
           IF WRK-ADC-VALOR-NOTURNO GREATER ZEROS
              OR WRK-ADC-VALOR-FERIADO GREATER ZEROS
              DISPLAY "FUNCIONARIO " FUNC-NOME
                      " AD NOTURNO " WRK-ADC-VALOR-NOTURNO
                      " FERIADO/FOLGA " WRK-ADC-VALOR-FERIADO
           END-IF.
           IF ARQADICIONAL-FS EQUAL ZEROS
              MOVE FUNC-ID       TO ADC-FUNC-ID
              MOVE WRK-FOLHA-REF TO ADC-ANOMES
              READ ARQADICIONAL
              MOVE WRK-ADC-HORAS-NOTURNAS TO ADC-HORAS-NOTURNAS
              MOVE WRK-ADC-VALOR-NOTURNO  TO ADC-VALOR-NOTURNO
              MOVE WRK-ADC-HORAS-FERIADO  TO ADC-HORAS-FERIADO
              MOVE WRK-ADC-VALOR-FERIADO  TO ADC-VALOR-FERIADO
              MOVE WRK-DATASISTEMA        TO ADC-DATA-GERACAO
              IF ARQADICIONAL-FS EQUAL ZEROS
                 REWRITE ADC-REGISTRO
              ELSE
                 WRITE ADC-REGISTRO
              END-IF
              MOVE ZEROS TO ARQADICIONAL-FS
           END-IF.

      *    ADIANTAMENTOS DO FUNCIONARIO ATE O MES DA FOLHA AINDA NAO
      *    QUITADOS SAO DESCONTADOS DO LIQUIDO, MAIS ANTIGO PRIMEIRO,
      *    SEM NUNCA DEIXAR O LIQUIDO NEGATIVO - O RESTO FICA EM ABERTO
      *    PARA A PROXIMA FOLHA. SE A FOLHA DO MES RODAR DE NOVO, O
      *    DESCONTO QUE ELA MESMA TINHA FEITO E DESFEITO ANTES
       APURAR-ADIANTAMENTO.
           MOVE ZEROS TO WRK-DESC-ADIANT WRK-ADIANT-SALDO.
           IF ARQADIANT-FS EQUAL ZEROS
              MOVE FUNC-ID TO ADT-FUNC-ID
              MOVE ZEROS   TO ADT-ANOMES
              START ARQADIANT KEY IS GREATER OR EQUAL ADT-CHAVE
              PERFORM UNTIL ARQADIANT-FS NOT EQUAL ZEROS
                 READ ARQADIANT NEXT RECORD
                 IF ARQADIANT-FS EQUAL ZEROS
                    IF ADT-FUNC-ID NOT EQUAL FUNC-ID
                       OR ADT-ANOMES GREATER WRK-FOLHA-REF
                       MOVE 10 TO ARQADIANT-FS
                    ELSE
                       PERFORM DESCONTAR-ADIANTAMENTO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQADIANT-FS
           END-IF.
           SUBTRACT WRK-DESC-ADIANT FROM WRK-LIQUIDO.
           ADD WRK-DESC-ADIANT  TO WRK-TOT-ADIANT.
           ADD WRK-ADIANT-SALDO TO WRK-TOT-ADIANT-SALDO.
           IF WRK-ADIANT-SALDO GREATER ZEROS
              MOVE SPACES TO ARQCONFERE-LINHA
              STRING "ADIANTAMENTO EM ABERTO: " DELIMITED BY SIZE
                     FUNC-ID          DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     FUNC-NOME        DELIMITED BY SIZE
                     " SALDO "        DELIMITED BY SIZE
                     WRK-ADIANT-SALDO DELIMITED BY SIZE
                INTO ARQCONFERE-LINHA
              END-STRING
              WRITE ARQCONFERE-LINHA
              DISPLAY ARQCONFERE-LINHA
           END-IF.

       DESCONTAR-ADIANTAMENTO.
           IF ADT-FOLHA-REF EQUAL WRK-FOLHA-REF
              SUBTRACT ADT-DESC-FOLHA FROM ADT-DESCONTADO
              MOVE ZEROS TO ADT-DESC-FOLHA ADT-FOLHA-REF
           END-IF.
           COMPUTE WRK-ADIANT-PARCELA = ADT-VALOR - ADT-DESCONTADO.
           IF WRK-ADIANT-PARCELA GREATER
              WRK-LIQUIDO - WRK-DESC-ADIANT
              COMPUTE WRK-ADIANT-PARCELA =
                      WRK-LIQUIDO - WRK-DESC-ADIANT
           END-IF.
           IF WRK-ADIANT-PARCELA GREATER ZEROS
              ADD WRK-ADIANT-PARCELA TO ADT-DESCONTADO
              MOVE WRK-ADIANT-PARCELA TO ADT-DESC-FOLHA
              MOVE WRK-FOLHA-REF      TO ADT-FOLHA-REF
              ADD WRK-ADIANT-PARCELA  TO WRK-DESC-ADIANT
           END-IF.
           COMPUTE WRK-ADIANT-SALDO = WRK-ADIANT-SALDO
                   + ADT-VALOR - ADT-DESCONTADO.
           REWRITE ADT-REGISTRO.

      *    RETROATIVO DE DISSIDIO AINDA NAO PAGO (OU PAGO POR ESTA
      *    MESMA FOLHA, SE ELA RODAR DE NOVO) DOS MESES ANTERIORES. A
      *    DIFERENCA DO PROPRIO MES DESTA FOLHA SAI DO ARQUIVO: A
      *    FOLHA DO MES, RODANDO DE NOVO, JA PAGA O SALARIO NOVO
       APURAR-RETROATIVO.
           MOVE ZEROS TO WRK-RETROATIVO WRK-QTD-RETRO.
           IF ARQRETRO-FS EQUAL ZEROS
              MOVE FUNC-ID    TO RET-FUNC-ID
              MOVE ZEROS      TO RET-ANOMES
              MOVE LOW-VALUES TO RET-TIPO
              START ARQRETRO KEY IS GREATER OR EQUAL RET-CHAVE
              PERFORM UNTIL ARQRETRO-FS NOT EQUAL ZEROS
                 READ ARQRETRO NEXT RECORD
                 IF ARQRETRO-FS EQUAL ZEROS
                    IF RET-FUNC-ID NOT EQUAL FUNC-ID
                       MOVE 10 TO ARQRETRO-FS
                    ELSE
                       IF RET-FOLHA-REF EQUAL ZEROS
                          OR RET-FOLHA-REF EQUAL WRK-FOLHA-REF
                          PERFORM PAGAR-RETROATIVO
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQRETRO-FS
           END-IF.
           ADD WRK-RETROATIVO TO WRK-TOT-RETRO.
           IF WRK-RETROATIVO GREATER ZEROS
              DISPLAY "FUNCIONARIO " FUNC-NOME
                      " RETROATIVO DISSIDIO " WRK-RETROATIVO
           END-IF.

       PAGAR-RETROATIVO.
           IF RET-TIPO EQUAL "F"
              AND RET-ANOMES NOT LESS WRK-FOLHA-REF
              DELETE ARQRETRO RECORD
           ELSE
              ADD RET-TOTAL TO WRK-RETROATIVO
              IF WRK-QTD-RETRO LESS 36
                 ADD 1 TO WRK-QTD-RETRO
                 MOVE RET-ANOMES TO WRK-RTM-ANOMES(WRK-QTD-RETRO)
                 MOVE RET-TIPO   TO WRK-RTM-TIPO(WRK-QTD-RETRO)
                 MOVE RET-TOTAL  TO WRK-RTM-VALOR(WRK-QTD-RETRO)
              END-IF
              MOVE WRK-FOLHA-REF TO RET-FOLHA-REF
              REWRITE RET-REGISTRO
           END-IF.

      *    O QUE A FOLHA DO MES PAGOU, COM O SALARIO BASE USADO - E
      *    SOBRE ELE QUE UM DISSIDIO RETROATIVO REFAZ O MES
       GRAVAR-HISTORICO.
           IF ARQFOLHAHIST-FS EQUAL ZEROS
              MOVE FUNC-ID       TO FHI-FUNC-ID
              MOVE WRK-FOLHA-REF TO FHI-ANOMES
              MOVE "F"           TO FHI-TIPO
              READ ARQFOLHAHIST
              MOVE FUNC-AUMENTO          TO FHI-SALARIO
              MOVE WRK-VALOR-EXTRA       TO FHI-EXTRA
              MOVE WRK-ADC-VALOR-NOTURNO TO FHI-NOTURNO
              MOVE WRK-ADC-VALOR-FERIADO TO FHI-FERIADO
              MOVE WRK-ABONO-FERIAS      TO FHI-ABONO
              MOVE WRK-GORJETA           TO FHI-GORJETA
              MOVE WRK-RETROATIVO        TO FHI-RETROATIVO
              MOVE WRK-BRUTO             TO FHI-BRUTO
              MOVE WRK-INSS              TO FHI-INSS
              MOVE WRK-IRRF              TO FHI-IRRF
              MOVE WRK-DESC-AUSENCIA     TO FHI-DESC-FALTAS
              MOVE WRK-DESC-ADIANT       TO FHI-DESC-ADIANT
              MOVE WRK-LIQUIDO           TO FHI-LIQUIDO
              MOVE ZEROS                 TO FHI-AVOS
              MOVE WRK-DATASISTEMA       TO FHI-DATA-GERACAO
              IF ARQFOLHAHIST-FS EQUAL ZEROS
                 REWRITE FHI-REGISTRO
              ELSE
                 WRITE FHI-REGISTRO
              END-IF
              MOVE ZEROS TO ARQFOLHAHIST-FS
           END-IF.

      *    MEDIA MENSAL DOS ADICIONAIS NOS ULTIMOS 12 MESES DE FOLHA
      *    (ESTE INCLUSIVE), SO SOBRE OS MESES EM QUE HOUVE FOLHA
       APURAR-MEDIA-ADICIONAIS.
           MOVE ZEROS TO WRK-MEDIA-ADIC WRK-SOMA-ADIC WRK-MESES-ADIC.
           IF WRK-DATAMES EQUAL 12
              COMPUTE WRK-REF-INICIO-MEDIA = WRK-DATAANO * 100 + 1
           ELSE
              COMPUTE WRK-REF-INICIO-MEDIA =
                      (WRK-DATAANO - 1) * 100 + WRK-DATAMES + 1
           END-IF.
           IF ARQADICIONAL-FS EQUAL ZEROS
              MOVE FUNC-ID              TO ADC-FUNC-ID
              MOVE WRK-REF-INICIO-MEDIA TO ADC-ANOMES
              START ARQADICIONAL KEY IS GREATER OR EQUAL ADC-CHAVE
              PERFORM UNTIL ARQADICIONAL-FS NOT EQUAL ZEROS
                 READ ARQADICIONAL NEXT RECORD
                 IF ARQADICIONAL-FS EQUAL ZEROS
                    IF ADC-FUNC-ID NOT EQUAL FUNC-ID
                       OR ADC-ANOMES GREATER WRK-FOLHA-REF
                       MOVE 10 TO ARQADICIONAL-FS
                    ELSE
                       ADD 1 TO WRK-MESES-ADIC
                       COMPUTE WRK-SOMA-ADIC = WRK-SOMA-ADIC
                               + ADC-VALOR-NOTURNO + ADC-VALOR-FERIADO
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQADICIONAL-FS
           END-IF.
           IF WRK-MESES-ADIC GREATER ZEROS
              COMPUTE WRK-MEDIA-ADIC = WRK-SOMA-ADIC / WRK-MESES-ADIC
           END-IF.

      *    FERIAS MARCADAS (ARQFERIASAG.DAT) COM INICIO NO MES DA
      *    FOLHA PAGAM O ABONO CONSTITUCIONAL DE 1/3 DOS DIAS, SOBRE
      *    O SALARIO NOVO MAIS A MEDIA DOS ADICIONAIS
       APURAR-ABONO-FERIAS.
           MOVE ZEROS TO WRK-ABONO-FERIAS.
           PERFORM APURAR-MEDIA-ADICIONAIS.
           OPEN INPUT ARQFERIASAG.
           IF ARQFERIASAG-FS EQUAL ZEROS
              MOVE FUNC-ID TO FAG-FUNC-ID
                          AND FAG-INICIO(5:2) EQUAL WRK-DATAMES
                          COMPUTE WRK-ABONO-FERIAS =
                              WRK-ABONO-FERIAS +
                              (((FUNC-AUMENTO + WRK-MEDIA-ADIC) / 30)
                               * FAG-DIAS) / 3
                       END-IF
                    END-IF
                 END-IF
                      " ABONO DE FERIAS " WRK-ABONO-FERIAS
           END-IF.

      *    COTAS DE GORJETA DO FUNCIONARIO AINDA NAO PAGAS (FOLHA-REF
      *    ZERADA) OU JA MARCADAS PARA ESTA MESMA FOLHA (RODADA
      *    REPETIDA NO MES) ENTRAM NO PROVENTO E FICAM COM O MES DA
      *    FOLHA - COTA PAGA EM FOLHA ANTERIOR NAO VOLTA
       APURAR-GORJETAS.
           MOVE ZEROS TO WRK-GORJETA.
           OPEN I-O ARQGORJETA.
           IF ARQGORJETA-FS EQUAL ZEROS
              PERFORM UNTIL ARQGORJETA-FS NOT EQUAL ZEROS
                 READ ARQGORJETA
                    AT END MOVE 10 TO ARQGORJETA-FS
                    NOT AT END
                       IF GOR-FUNC-ID EQUAL FUNC-ID
                          AND (GOR-FOLHA-REF EQUAL ZEROS
                           OR GOR-FOLHA-REF EQUAL WRK-FOLHA-REF)
                          ADD GOR-VALOR TO WRK-GORJETA
                          MOVE WRK-FOLHA-REF TO GOR-FOLHA-REF
                          REWRITE GOR-REGISTRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQGORJETA
           END-IF.
           MOVE ZEROS TO ARQGORJETA-FS.
           IF WRK-GORJETA GREATER ZEROS
              ADD WRK-GORJETA TO WRK-TOT-GORJETA
              DISPLAY "FUNCIONARIO " FUNC-NOME
                      " GORJETAS DO RATEIO " WRK-GORJETA
           END-IF.

      *    FALTA NAO JUSTIFICADA DO MES DESCONTA UM TRINTA AVOS DO
      *    SALARIO POR DIA, AO LADO DOS DESCONTOS DE SEMPRE
       APURAR-AUSENCIAS.
      *    (BRUTO - DESCONTO I - DEPENDENTES X PARCELA FIXA)
       0265-CALCULAR-DESCONTOS.
      *    O BRUTO DO MES E O NOVO SALARIO MAIS AS HORAS EXTRAS
      *    APURADAS DO PONTO, O ABONO DE FERIAS, A GORJETA DO RATEIO
      *    E OS ADICIONAIS NOTURNO E DE FERIADO/FOLGA, MAIS O
      *    RETROATIVO DE DISSIDIO
           COMPUTE WRK-BRUTO = FUNC-AUMENTO + WRK-VALOR-EXTRA
                   + WRK-ABONO-FERIAS + WRK-GORJETA
                   + WRK-ADC-VALOR-NOTURNO + WRK-ADC-VALOR-FERIADO
                   + WRK-RETROATIVO.

           MOVE ZEROS TO WRK-INSS.
           MOVE "N" TO WRK-FX-ACHADA.

           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF
                   - WRK-DESC-AUSENCIA.
           PERFORM APURAR-ADIANTAMENTO.
           ADD WRK-BRUTO   TO WRK-TOT-BRUTO.
           ADD WRK-INSS    TO WRK-TOT-INSS.
           ADD WRK-IRRF    TO WRK-TOT-IRRF.
                     WRK-TOT-IRRF    DELIMITED BY SIZE
                     ","             DELIMITED BY SIZE
                     WRK-TOT-LIQUIDO DELIMITED BY SIZE
                     ","             DELIMITED BY SIZE
                     WRK-TOT-GORJETA DELIMITED BY SIZE
                     ","             DELIMITED BY SIZE
                     WRK-TOT-NOTURNO DELIMITED BY SIZE
                     ","             DELIMITED BY SIZE
                     WRK-TOT-FERIADO DELIMITED BY SIZE
                     ","             DELIMITED BY SIZE
                     WRK-TOT-ADIANT  DELIMITED BY SIZE
                     ","             DELIMITED BY SIZE
                     WRK-TOT-RETRO   DELIMITED BY SIZE
                INTO ARQFOLHA-LINHA
              END-STRING.
              WRITE ARQFOLHA-LINHA.
                INTO ARQCONFERE-LINHA
              END-STRING.
              WRITE ARQCONFERE-LINHA.
              IF WRK-TOT-ADIANT-SALDO GREATER ZEROS
                 MOVE SPACES TO ARQCONFERE-LINHA
                 STRING "ADIANTAMENTOS PARA O PROXIMO MES "
                                             DELIMITED BY SIZE
                        WRK-TOT-ADIANT-SALDO DELIMITED BY SIZE
                   INTO ARQCONFERE-LINHA
                 END-STRING
                 WRITE ARQCONFERE-LINHA
              END-IF.
              CLOSE ARQCONFERE.
              CLOSE ARQFUNC.
              CLOSE ARQFOLHA.
              IF ARQADICIONAL-FS EQUAL ZEROS
                 CLOSE ARQADICIONAL
              END-IF.
              IF ARQADIANT-FS EQUAL ZEROS
                 CLOSE ARQADIANT
              END-IF.
              IF ARQRETRO-FS EQUAL ZEROS
                 CLOSE ARQRETRO
              END-IF.
              IF ARQAVALIACAO-FS EQUAL ZEROS
                 CLOSE ARQAVALIACAO
              END-IF.
              IF ARQFOLHAHIST-FS EQUAL ZEROS
                 CLOSE ARQFOLHAHIST
              END-IF.
              DISPLAY '====================='.
              DISPLAY 'TOTAL DE AUMENTOS: R$ ' WRK-TOTAL-AUMENTOS.
              DISPLAY 'TOTAL HORAS EXTRA: R$ ' WRK-TOT-EXTRA.
              DISPLAY 'HORAS VENCIDAS BANCO: ' WRK-TOT-BH-VENCIDAS.
              DISPLAY 'TOTAL ABONO FERIAS: R$ ' WRK-TOT-ABONO.
              DISPLAY 'TOTAL DESC FALTAS.: R$ ' WRK-TOT-AUSENCIA.
              DISPLAY 'TOTAL GORJETAS...: R$ ' WRK-TOT-GORJETA.
              DISPLAY 'TOTAL AD NOTURNO.: R$ ' WRK-TOT-NOTURNO.
              DISPLAY 'TOTAL FER/FOLGA..: R$ ' WRK-TOT-FERIADO.
              DISPLAY 'TOTAL RETROATIVO.: R$ ' WRK-TOT-RETRO.
              DISPLAY 'TOTAL BRUTO......: R$ ' WRK-TOT-BRUTO.
              DISPLAY 'TOTAL INSS.......: R$ ' WRK-TOT-INSS.
              DISPLAY 'TOTAL IRRF.......: R$ ' WRK-TOT-IRRF.
              DISPLAY 'TOTAL ADIANTAM...: R$ ' WRK-TOT-ADIANT.
              DISPLAY 'ADIANT EM ABERTO.: R$ ' WRK-TOT-ADIANT-SALDO.
              DISPLAY 'TOTAL LIQUIDO....: R$ ' WRK-TOT-LIQUIDO.
