      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: DECIMO TERCEIRO SALARIO - TODO DEZEMBRO ERA CONTA DE
      *CABECA POR FUNCIONARIO. CALCULA SOBRE O FUNC-SALARIO MAIS A
      *MEDIA MENSAL DOS ADICIONAIS NOTURNO E DE FERIADO/FOLGA PAGOS
      *NO ANO (ARQADICIONAL.DAT, GRAVADO PELA FOLHA) OS AVOS
      *TRABALHADOS NO ANO (ADMISSAO NO MEIO DO ANO PELO MES DA
      *EFETIVACAO, DESLIGADO PELO MES DO DESLIGAMENTO), NA CONVENCAO
      *DE DUAS PARCELAS (1A = METADE EM NOVEMBRO, 2A = O RESTANTE EM
      *DEZEMBRO). AS LINHAS SAEM NO MESMO FOLHA.CSV DA FOLHA (EM
      *EXTEND) E O RECAPITULATIVO POR FUNCIONARIO VAI PARA O SPOOL.
      *CHAMADO PELO BATCHNOTURNO NAS DATAS DO CARTAO (STEPS
      *DECIMO13P1 E DECIMO13P2) OU AVULSO PELO TERMINAL. CADA PARCELA
      *PAGA FICA NO HISTORICO DA FOLHA (ARQFOLHAHIST.DAT), BASE DO
      *RETROATIVO DE UM DISSIDIO POSTERIOR
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQFOLHA-FS.

           SELECT ARQADICIONAL ASSIGN TO "DADOS/ARQADICIONAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQADICIONAL-FS
           RECORD KEY IS ADC-CHAVE.

           SELECT ARQFOLHAHIST ASSIGN TO "DADOS/ARQFOLHAHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFOLHAHIST-FS
           RECORD KEY IS FHI-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC.
       FD ARQFOLHA.
       01 ARQFOLHA-LINHA PIC X(120).

       FD ARQADICIONAL.
       COPY "#ADICIONAL".

       FD ARQFOLHAHIST.
       COPY "#FOLHA-HIST".

       WORKING-STORAGE SECTION.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQFOLHA-FS        PIC 9(02) VALUES ZEROS.
       01 ARQADICIONAL-FS    PIC 9(02) VALUES ZEROS.
       01 WRK-ADICIONAL-OK   PIC X(01) VALUES "N".
       01 ARQFOLHAHIST-FS    PIC 9(02) VALUES ZEROS.
       01 WRK-HIST-OK        PIC X(01) VALUES "N".

       01 WRK-PARCELA        PIC 9(01) VALUES ZEROS.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-TOT-FUNC       PIC 9(04) VALUES ZEROS.
       01 WRK-INCLUIR        PIC X(01) VALUES "N".

      *----------MEDIA DOS ADICIONAIS PAGOS NO ANO
       01 WRK-MEDIA-ADIC     PIC 9(07)V99 VALUES ZEROS.
       01 WRK-SOMA-ADIC      PIC 9(09)V99 VALUES ZEROS.
       01 WRK-MESES-ADIC     PIC 9(02) VALUES ZEROS.

      *----------RECAPITULATIVO NO SPOOL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           IF ARQFOLHA-FS EQUAL 05
              OPEN OUTPUT ARQFOLHA
           END-IF.
      *    SEM O ARQADICIONAL.DAT (NENHUMA FOLHA COM ADICIONAL AINDA)
      *    O DECIMO SAI SO SOBRE O SALARIO
           OPEN INPUT ARQADICIONAL.
           IF ARQADICIONAL-FS EQUAL ZEROS
              MOVE "S" TO WRK-ADICIONAL-OK
           END-IF.
           MOVE ZEROS TO ARQADICIONAL-FS.
           OPEN I-O ARQFOLHAHIST.
           IF ARQFOLHAHIST-FS EQUAL 35
              OPEN OUTPUT ARQFOLHAHIST
              CLOSE ARQFOLHAHIST
              OPEN I-O ARQFOLHAHIST
           END-IF.
           IF ARQFOLHAHIST-FS EQUAL ZEROS
              MOVE "S" TO WRK-HIST-OK
           ELSE
              DISPLAY "ERRO ABERTURA ARQFOLHAHIST.DAT STATUS "
                       ARQFOLHAHIST-FS
           END-IF.
           MOVE ZEROS TO ARQFOLHAHIST-FS.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           END-PERFORM.
           CLOSE ARQFUNC.
           CLOSE ARQFOLHA.
           IF WRK-ADICIONAL-OK EQUAL "S"
              CLOSE ARQADICIONAL
           END-IF.
           IF WRK-HIST-OK EQUAL "S"
              CLOSE ARQFOLHAHIST
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "FUNCIONARIOS " DELIMITED BY SIZE
                  WRK-TOT-FUNC    DELIMITED BY SIZE
           GOBACK.

      *    AVOS: ADMITIDO EM ANO ANTERIOR CONTA DESDE JANEIRO;
      *    ADMITIDO NO ANO CONTA DO MES DA ADMISSAO (CADASTRO ANTIGO,
      *    SEM A DATA, PELO MES DA EFETIVACAO); DESLIGADO NO
      *    ANO CONTA ATE O MES DO DESLIGAMENTO E AINDA RECEBE O
      *    PROPORCIONAL; DESLIGADO EM ANO ANTERIOR FICA FORA
       CALCULAR-FUNCIONARIO SECTION.
           MOVE "S" TO WRK-INCLUIR.
           MOVE 01 TO WRK-MES-INICIO.
           MOVE 12 TO WRK-MES-FIM.
           IF FUNC-DATA-ADMISSAO GREATER ZEROS
              IF FUNC-DATA-ADMISSAO(1:4) EQUAL WRK-ANO-HOJE
                 MOVE FUNC-DATA-ADMISSAO(5:2) TO WRK-MES-INICIO
              END-IF
           ELSE
              IF FUNC-ANOENTRADA EQUAL WRK-ANO-HOJE
                 IF FUNC-DATA-EFETIVACAO(1:4) EQUAL WRK-ANO-HOJE
                    MOVE FUNC-DATA-EFETIVACAO(5:2) TO WRK-MES-INICIO
                 END-IF
              END-IF
           END-IF.
      *    DESLIGADO FICA FORA DO LOTE: O PROPORCIONAL DO ANO DO
              AND WRK-MES-FIM NOT LESS WRK-MES-INICIO
              COMPUTE WRK-AVOS =
                  WRK-MES-FIM - WRK-MES-INICIO + 1
              PERFORM APURAR-MEDIA-ADICIONAIS
              COMPUTE WRK-DECIMO-CHEIO =
                  ((FUNC-SALARIO + WRK-MEDIA-ADIC) / 12) * WRK-AVOS
              IF WRK-PARCELA EQUAL 1
                 COMPUTE WRK-VALOR-PARCELA = WRK-DECIMO-CHEIO / 2
              ELSE
              ADD WRK-VALOR-PARCELA TO WRK-TOT-PAGO
              PERFORM GRAVAR-CSV
              PERFORM GRAVAR-RECAP
              PERFORM GRAVAR-HISTORICO
           END-IF.

      *    MEDIA MENSAL DOS ADICIONAIS DO ANO, SO SOBRE OS MESES EM
      *    QUE O FUNCIONARIO TEVE FOLHA
       APURAR-MEDIA-ADICIONAIS SECTION.
           MOVE ZEROS TO WRK-MEDIA-ADIC WRK-SOMA-ADIC WRK-MESES-ADIC.
           IF WRK-ADICIONAL-OK EQUAL "S"
              MOVE FUNC-ID TO ADC-FUNC-ID
              COMPUTE ADC-ANOMES = WRK-ANO-HOJE * 100 + 1
              START ARQADICIONAL KEY IS GREATER OR EQUAL ADC-CHAVE
              PERFORM UNTIL ARQADICIONAL-FS NOT EQUAL ZEROS
                 READ ARQADICIONAL NEXT RECORD
                 IF ARQADICIONAL-FS EQUAL ZEROS
                    IF ADC-FUNC-ID NOT EQUAL FUNC-ID
                       OR ADC-ANOMES(1:4) NOT EQUAL WRK-ANO-HOJE
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

      *    PARCELA PAGA NO HISTORICO, PELO MES DO PAGAMENTO (RODADA
      *    REPETIDA NO MES REGRAVA)
       GRAVAR-HISTORICO SECTION.
           IF WRK-HIST-OK EQUAL "S"
              MOVE FUNC-ID            TO FHI-FUNC-ID
              MOVE WRK-DATA-HOJE(1:6) TO FHI-ANOMES
              MOVE WRK-PARCELA        TO FHI-TIPO
              READ ARQFOLHAHIST
              INITIALIZE FHI-SALARIO FHI-EXTRA FHI-NOTURNO FHI-FERIADO
                         FHI-ABONO FHI-GORJETA FHI-RETROATIVO
                         FHI-INSS FHI-IRRF FHI-DESC-FALTAS
                         FHI-DESC-ADIANT
              MOVE FUNC-SALARIO       TO FHI-SALARIO
              MOVE WRK-VALOR-PARCELA  TO FHI-BRUTO FHI-LIQUIDO
              MOVE WRK-AVOS           TO FHI-AVOS
              MOVE WRK-DATA-HOJE      TO FHI-DATA-GERACAO
              IF ARQFOLHAHIST-FS EQUAL ZEROS
                 REWRITE FHI-REGISTRO
              ELSE
                 WRITE FHI-REGISTRO
              END-IF
              MOVE ZEROS TO ARQFOLHAHIST-FS
           END-IF.

       GRAVAR-CSV SECTION.
                  FUNC-NOME         DELIMITED BY SIZE
                  " AVOS "          DELIMITED BY SIZE
                  WRK-AVOS          DELIMITED BY SIZE
                  " MEDIA ADIC "    DELIMITED BY SIZE
                  WRK-MEDIA-ADIC    DELIMITED BY SIZE
                  " CHEIO "         DELIMITED BY SIZE
                  WRK-DECIMO-CHEIO  DELIMITED BY SIZE
                  " PARCELA "       DELIMITED BY SIZE
