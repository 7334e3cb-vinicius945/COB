      *ARQSETOR.DAT: QUANTIDADE DE FUNCIONARIOS ATIVOS, SOMA DOS
      *SALARIOS (ARQFUNC), HORAS EXTRAS DO MES APURADAS DO ARQPONTO
      *(MESMA CARGA PADRAO E MULTIPLICADOR DA FOLHA) E AS COMISSOES
      *DO COMISSAO.CSV, MAIS O ADICIONAL NOTURNO E A HORA EM DOBRO
      *DE FERIADO/FOLGA (MODULO ADICIONAIS, A MESMA CONTA DA FOLHA)
      *- TUDO NO SPOOL, COM O TOTAL GERAL. A RESPOSTA
      *PARA "QUANTO CUSTA A COZINHA POR MES" FINALMENTE EXISTE. OS
      *VALORES DE CADA SETOR FICAM GRAVADOS NO ARQCUSTOSETOR.DAT PARA
      *O ORCADO X REALIZADO (ORCAREAL)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

           SELECT ARQCUSTO ASSIGN TO "DADOS/ARQCUSTOSETOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCUSTO-FS
           RECORD KEY IS CST-CHAVE.

           SELECT ARQCOMISSAO ASSIGN TO ".\COMISSAO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQCOMISSAO-FS.
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       FD ARQCUSTO.
       COPY "#CUSTOSETOR".

       FD ARQCOMISSAO.
       01 ARQCOMISSAO-LINHA PIC X(80).

       01 ARQPONTO-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCOMISSAO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCUSTO-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
               10 WRK-SET-SALARIOS PIC 9(10)V99.
               10 WRK-SET-EXTRAS   PIC 9(09)V99.
               10 WRK-SET-COMISSAO PIC 9(09)V99.
               10 WRK-SET-ADICIONAIS PIC 9(09)V99.
       01 WRK-IDX            PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-IDX-ACHADO     PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-SETOR-ALVO     PIC X(10) VALUES SPACES.
       77 WRK-VALOR-HORA     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-EXTRA    PIC 9(07)V99 VALUE ZEROS.

      *----------ADICIONAIS DO FUNCIONARIO CORRENTE
       01 WRK-ADICIONAIS.
           05 WRK-ADC-FUNC-ID        PIC 9(04) VALUE ZEROS.
           05 WRK-ADC-ANOMES         PIC 9(06) VALUE ZEROS.
           05 WRK-ADC-DIA-DESCANSO   PIC X(01) VALUE SPACE.
           05 WRK-ADC-VALOR-HORA     PIC 9(05)V99 VALUE ZEROS.
           05 WRK-ADC-HORAS-NOTURNAS PIC 9(04)V99 VALUE ZEROS.
           05 WRK-ADC-VALOR-NOTURNO  PIC 9(07)V99 VALUE ZEROS.
           05 WRK-ADC-HORAS-FERIADO  PIC 9(04)V99 VALUE ZEROS.
           05 WRK-ADC-VALOR-FERIADO  PIC 9(07)V99 VALUE ZEROS.

      *----------DESMONTE DO COMISSAO.CSV
       01 WRK-CSV-ID         PIC X(04) VALUES SPACES.
       01 WRK-CSV-NOME       PIC X(20) VALUES SPACES.
           PERFORM ACUMULAR-FUNCIONARIOS.
           PERFORM ACUMULAR-COMISSOES.
           PERFORM IMPRIMIR-RELATORIO.
           PERFORM GRAVAR-CUSTOS.
           DISPLAY "CUSTOSETOR - FIM".
           GOBACK.

                    PERFORM APURAR-EXTRA-FUNC
                    ADD WRK-VALOR-EXTRA
                      TO WRK-SET-EXTRAS(WRK-IDX-ACHADO)
                    PERFORM APURAR-ADICIONAIS-FUNC
                    ADD WRK-ADC-VALOR-NOTURNO WRK-ADC-VALOR-FERIADO
                      TO WRK-SET-ADICIONAIS(WRK-IDX-ACHADO)
                 END-IF
              END-IF
           END-PERFORM.
                      * WRK-MULT-EXTRA
           END-IF.

      *    ADICIONAL NOTURNO E DOBRA DE FERIADO/FOLGA DO MES, SOBRE
      *    A MESMA HORA DA CONTA DE EXTRA ACIMA
       APURAR-ADICIONAIS-FUNC SECTION.
           MOVE FUNC-ID           TO WRK-ADC-FUNC-ID.
           MOVE WRK-ANOMES        TO WRK-ADC-ANOMES.
           MOVE FUNC-DIA-DESCANSO TO WRK-ADC-DIA-DESCANSO.
           COMPUTE WRK-ADC-VALOR-HORA =
                   FUNC-SALARIO / WRK-HORAS-PADRAO.
           CALL "ADICIONAIS" USING WRK-ADICIONAIS.

      *    COMISSOES DO COMISSAO.CSV (FUNCID,NOME,VENDAS,PCT,VALOR),
      *    LIGADAS AO SETOR PELO ARQFUNC
       ACUMULAR-COMISSOES SECTION.
                  WRK-SET-SALARIOS(WRK-IDX)
                  + WRK-SET-EXTRAS(WRK-IDX)
                  + WRK-SET-COMISSAO(WRK-IDX)
                  + WRK-SET-ADICIONAIS(WRK-IDX)
              ADD WRK-CUSTO-SETOR TO WRK-TOT-GERAL
              MOVE SPACES TO WRK-SPL-LINHA
              STRING WRK-SET-CODIGO(WRK-IDX) DELIMITED BY SIZE
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              DISPLAY WRK-SPL-LINHA
              IF WRK-SET-ADICIONAIS(WRK-IDX) GREATER ZEROS
                 MOVE SPACES TO WRK-SPL-LINHA
                 STRING "           ADICIONAIS NOTURNO/FERIADO "
                                             DELIMITED BY SIZE
                        WRK-SET-ADICIONAIS(WRK-IDX) DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
                 DISPLAY WRK-SPL-LINHA
              END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CUSTO TOTAL DO MES: " DELIMITED BY SIZE
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.

      *    UM REGISTRO POR SETOR NO MES; RODANDO DE NOVO NO MESMO MES
      *    O REGISTRO E REGRAVADO COM A APURACAO MAIS RECENTE
       GRAVAR-CUSTOS SECTION.
           OPEN I-O ARQCUSTO.
           IF ARQCUSTO-FS EQUAL 35
              OPEN OUTPUT ARQCUSTO
              CLOSE ARQCUSTO
              OPEN I-O ARQCUSTO
           END-IF.
           IF ARQCUSTO-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQCUSTOSETOR.DAT STATUS "
                       ARQCUSTO-FS
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-SETORES
                 MOVE WRK-ANOMES              TO CST-ANOMES
                 MOVE WRK-SET-CODIGO(WRK-IDX) TO CST-SETOR
                 READ ARQCUSTO
                 MOVE WRK-SET-PESSOAS(WRK-IDX)  TO CST-PESSOAS
                 MOVE WRK-SET-SALARIOS(WRK-IDX) TO CST-SALARIOS
                 MOVE WRK-SET-EXTRAS(WRK-IDX)   TO CST-EXTRAS
                 MOVE WRK-SET-COMISSAO(WRK-IDX) TO CST-COMISSAO
                 MOVE WRK-SET-ADICIONAIS(WRK-IDX) TO CST-ADICIONAIS
                 MOVE WRK-DATA-HOJE             TO CST-DATA-GERACAO
                 IF ARQCUSTO-FS EQUAL ZEROS
                    REWRITE CST-REGISTRO
                 ELSE
                    WRITE CST-REGISTRO
                 END-IF
              END-PERFORM
              CLOSE ARQCUSTO
           END-IF.
