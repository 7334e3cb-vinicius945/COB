      *VALIDA CABECALHO/RODAPE DE CADA UM (LAYOUT #CRM-EXCH DO
      *EXPORTACRM), CARIMBA A FILIAL DE ORIGEM EM CADA DETALHE NO
      *MESTRE CONSOLIDADO E IMPRIME O RESUMO POR FILIAL DE ACEITOS,
      *IGNORADOS E DIVERGENCIAS DE RODAPE. A FILIAL DO CABECALHO E A
      *SEQUENCIA DE CADA ARQUIVO SAO CONFERIDAS NO CADASTRO DE FILIAIS
      *(FILIALCONF): FILIAL DESCONHECIDA, DESATIVADA OU ARQUIVO JA
      *RECEBIDO E REJEITADO; SEQUENCIA PULADA SAI EM AVISO. SEM A
      *LISTA, OS ARQUIVOS SAO OS ESPERADOS DE CADA FILIAL ATIVA NO
      *CADASTRO (FIL-ARQ-CRM)
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCONSOL-FS.

           SELECT ARQFILIAL ASSIGN TO "DADOS/ARQFILIAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFILIAL-FS
           RECORD KEY IS FIL-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQLISTA.
       FD ARQCONSOL.
       01 CONSOL-REGISTRO.
           05 CONSOL-FILIAL-ORIGEM   PIC X(10).
           05 CONSOL-ID              PIC 9(06).
           05 CONSOL-NOME            PIC X(25).
           05 CONSOL-EMAIL           PIC X(30).
           05 CONSOL-TELEFONE        PIC X(14).
           05 CONSOL-MENOR           PIC X(01).
           05 CONSOL-DATA-CONSOL     PIC 9(08).

       FD ARQFILIAL.
       COPY "#FILIAL".

       WORKING-STORAGE SECTION.
       01 ARQLISTA-FS        PIC 9(02) VALUES ZEROS.
       01 ARQEXCH-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCONSOL-FS       PIC 9(02) VALUES ZEROS.
       01 ARQFILIAL-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-NOME-EXCH      PIC X(60) VALUES SPACES.
       01 WRK-DATA-ATUAL     PIC 9(08) VALUES ZEROS.

       01 WRK-FILIAL-ORIGEM  PIC X(10) VALUES SPACES.
       01 WRK-ARQ-VALIDO     PIC X(01) VALUES "N".
       01 WRK-MOTIVO         PIC X(40) VALUES SPACES.
      *    VERSAO DE LAYOUT DO ARQCRM (CHAVE DO CLIENTE EM 6 DIGITOS)
      *    QUE O CABECALHO DO ARQUIVO DA FILIAL TEM QUE TRAZER
       01 WRK-LAYOUT-ESPERADO PIC 9(02) VALUES 07.
       01 WRK-SEQ-DE         PIC 9(06) VALUES ZEROS.
       01 WRK-SEQ-ATE        PIC 9(06) VALUES ZEROS.

      *---------------------Conferencia de filial / sequencia
       01 WRK-FCF.
           05 WRK-FCF-ACAO          PIC X(01) VALUES SPACES.
           05 WRK-FCF-FLUXO         PIC X(01) VALUES SPACES.
           05 WRK-FCF-FILIAL        PIC X(10) VALUES SPACES.
           05 WRK-FCF-SEQUENCIA     PIC 9(06) VALUES ZEROS.
           05 WRK-FCF-ULT-SEQ       PIC 9(06) VALUES ZEROS.
           05 WRK-FCF-ARQ-ESPERADO  PIC X(40) VALUES SPACES.
           05 WRK-FCF-RETORNO       PIC X(01) VALUES SPACES.

      *---------------------Lista tirada do cadastro de filiais
      *    (QUANDO NAO HA ARQCRM_CONSOLIDA_LISTA.TXT)
       01 WRK-USA-CADASTRO   PIC X(01) VALUES "N".
       01 WRK-FILIAL-LOCAL   PIC X(10) VALUES SPACES.
       01 WRK-QTD-ESPERADOS  PIC 9(03) VALUES ZEROS.
       01 WRK-IDX-ESPERADO   PIC 9(03) VALUES ZEROS.
       01 WRK-TAB-ESPERADOS.
           05 WRK-ARQ-ESPERADO  PIC X(40) OCCURS 100 TIMES.

      *---------------------Contadores do arquivo em processamento
       01 WRK-ARQ-LIDOS      PIC 9(05) VALUES ZEROS.
       0001-PRINCIPAL SECTION.
           DISPLAY "CONSOLIDACRM - INICIO".
           PERFORM INICIAR.
           IF WRK-USA-CADASTRO EQUAL "S"
              PERFORM VARYING WRK-IDX-ESPERADO FROM 1 BY 1
                      UNTIL WRK-IDX-ESPERADO GREATER WRK-QTD-ESPERADOS
                 MOVE WRK-ARQ-ESPERADO(WRK-IDX-ESPERADO)
                   TO WRK-NOME-EXCH
                 PERFORM CONSOLIDAR-ARQUIVO
              END-PERFORM
              CLOSE ARQCONSOL
           ELSE
              IF ARQLISTA-FS EQUAL ZEROS
                 PERFORM PROCESSAR-LISTA
                    UNTIL ARQLISTA-FS NOT EQUAL ZEROS
                 PERFORM FINALIZAR
              END-IF
           END-IF.
           DISPLAY "---------------------------------------------".
           DISPLAY "ARQUIVOS PROCESSADOS: " WRK-TOT-ARQUIVOS.
       INICIAR SECTION.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT ARQLISTA.
           IF ARQLISTA-FS EQUAL 35
              DISPLAY "SEM ARQCRM_CONSOLIDA_LISTA.TXT - ARQUIVOS "
                      "ESPERADOS DO CADASTRO DE FILIAIS"
              PERFORM CARREGAR-ESPERADOS
              IF WRK-QTD-ESPERADOS EQUAL ZEROS
                 DISPLAY "NENHUMA FILIAL ATIVA COM ARQUIVO ESPERADO"
                 GOBACK
              END-IF
              MOVE "S" TO WRK-USA-CADASTRO
           ELSE
              IF ARQLISTA-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO ABERTURA ARQCRM_CONSOLIDA_LISTA.TXT "
                          ARQLISTA-FS
                 GOBACK
              END-IF
           END-IF.
           OPEN EXTEND ARQCONSOL.
           IF ARQCONSOL-FS EQUAL 05
           IF ARQCONSOL-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQCRM_CONSOLIDADO.DAT "
                       ARQCONSOL-FS
              IF WRK-USA-CADASTRO NOT EQUAL "S"
                 CLOSE ARQLISTA
              END-IF
              MOVE "N" TO WRK-USA-CADASTRO
              MOVE 99 TO ARQLISTA-FS
              GOBACK
           END-IF.
           IF WRK-USA-CADASTRO NOT EQUAL "S"
              READ ARQLISTA
           END-IF.

      *    UM ARQUIVO POR FILIAL ATIVA QUE TENHA NOME DE ARQUIVO DE
      *    CLIENTES ESPERADO, MENOS A PROPRIA FILIAL. A TABELA E
      *    MONTADA ANTES PARA O CADASTRO ESTAR FECHADO QUANDO O
      *    FILIALCONF FOR CHAMADO
       CARREGAR-ESPERADOS SECTION.
           MOVE ZEROS TO WRK-QTD-ESPERADOS.
           MOVE "L" TO WRK-FCF-ACAO.
           CALL "FILIALCONF" USING WRK-FCF.
           MOVE WRK-FCF-FILIAL TO WRK-FILIAL-LOCAL.
           OPEN INPUT ARQFILIAL.
           IF ARQFILIAL-FS EQUAL ZEROS
              MOVE LOW-VALUES TO FIL-CODIGO
              START ARQFILIAL KEY IS GREATER FIL-CODIGO
              PERFORM UNTIL ARQFILIAL-FS NOT EQUAL ZEROS
                 READ ARQFILIAL NEXT RECORD
                 IF ARQFILIAL-FS EQUAL ZEROS
                    AND FIL-ATIVA EQUAL "S"
                    AND FIL-CODIGO NOT EQUAL WRK-FILIAL-LOCAL
                    AND FIL-ARQ-CRM NOT EQUAL SPACES
                    AND WRK-QTD-ESPERADOS LESS 100
                    ADD 1 TO WRK-QTD-ESPERADOS
                    MOVE FIL-ARQ-CRM
                      TO WRK-ARQ-ESPERADO(WRK-QTD-ESPERADOS)
                 END-IF
              END-PERFORM
              CLOSE ARQFILIAL
           END-IF.
           MOVE ZEROS TO ARQFILIAL-FS.

       PROCESSAR-LISTA SECTION.
           IF ARQLISTA-LINHA NOT EQUAL SPACES
           MOVE ZEROS TO WRK-ARQ-LIDOS WRK-ARQ-ACEITOS
                         WRK-ARQ-IGNORADOS WRK-ARQ-RODAPE-DIV.
           MOVE "N" TO WRK-ARQ-VALIDO.
           MOVE SPACES TO WRK-FILIAL-ORIGEM WRK-MOTIVO.

           OPEN INPUT ARQEXCH.
           IF ARQEXCH-FS NOT EQUAL ZEROS
                 OR EXCH-TIPO-REG NOT EQUAL "H"
                 DISPLAY "ARQUIVO " WRK-NOME-EXCH
                          " SEM CABECALHO VALIDO - REJEITADO"
                 MOVE "CABECALHO INVALIDO" TO WRK-MOTIVO
                 ADD 1 TO WRK-ARQ-RODAPE-DIV
              ELSE
                 MOVE EXCH-FILIAL-ORIGEM TO WRK-FILIAL-ORIGEM
                 PERFORM CONFERIR-FILIAL
                 IF WRK-ARQ-VALIDO EQUAL "S"
                    PERFORM CONSOLIDAR-DETALHES
                    MOVE "A" TO WRK-FCF-ACAO
                    CALL "FILIALCONF" USING WRK-FCF
                 END-IF
              END-IF
              CLOSE ARQEXCH
              PERFORM EXIBIR-RESUMO-FILIAL
           END-IF.

      *    FILIAL FORA DO CADASTRO, DESATIVADA, A PROPRIA MATRIZ,
      *    ARQUIVO SEM SEQUENCIA OU JA RECEBIDO: REJEITA O ARQUIVO.
      *    SEQUENCIA PULADA E NOME DIFERENTE DO ESPERADO SO AVISAM
       CONFERIR-FILIAL SECTION.
           MOVE "R"                TO WRK-FCF-ACAO.
           MOVE "C"                TO WRK-FCF-FLUXO.
           MOVE WRK-FILIAL-ORIGEM  TO WRK-FCF-FILIAL.
           MOVE EXCH-SEQUENCIA     TO WRK-FCF-SEQUENCIA.
           CALL "FILIALCONF" USING WRK-FCF.
           EVALUATE WRK-FCF-RETORNO
              WHEN "N"
                 MOVE "FILIAL FORA DO CADASTRO" TO WRK-MOTIVO
              WHEN "I"
                 MOVE "FILIAL DESATIVADA" TO WRK-MOTIVO
              WHEN "P"
                 MOVE "ARQUIVO DA PROPRIA FILIAL" TO WRK-MOTIVO
              WHEN "Z"
                 MOVE "CABECALHO SEM SEQUENCIA" TO WRK-MOTIVO
              WHEN "D"
                 MOVE "ARQUIVO JA RECEBIDO (SEQUENCIA REPETIDA)"
                   TO WRK-MOTIVO
              WHEN OTHER
                 MOVE "S" TO WRK-ARQ-VALIDO
           END-EVALUATE.
           IF WRK-ARQ-VALIDO EQUAL "S"
              IF EXCH-LAYOUT NOT NUMERIC
                 OR EXCH-LAYOUT LESS THAN WRK-LAYOUT-ESPERADO
                 MOVE "N" TO WRK-ARQ-VALIDO
                 MOVE "LAYOUT ANTIGO - ORIGEM SEM CONVERTECRM"
                   TO WRK-MOTIVO
              END-IF
           END-IF.
           IF WRK-FCF-RETORNO EQUAL "F"
              COMPUTE WRK-SEQ-DE  = WRK-FCF-ULT-SEQ + 1
              COMPUTE WRK-SEQ-ATE = WRK-FCF-SEQUENCIA - 1
              DISPLAY "AVISO: " WRK-FILIAL-ORIGEM
                      " - FALTAM OS ARQUIVOS DE SEQUENCIA "
                      WRK-SEQ-DE " A " WRK-SEQ-ATE
           END-IF.
           IF WRK-ARQ-VALIDO EQUAL "S"
              AND WRK-FCF-ARQ-ESPERADO NOT EQUAL SPACES
              AND WRK-FCF-ARQ-ESPERADO NOT EQUAL WRK-NOME-EXCH
              DISPLAY "AVISO: " WRK-FILIAL-ORIGEM
                      " - ARQUIVO ESPERADO " WRK-FCF-ARQ-ESPERADO
           END-IF.

       CONSOLIDAR-DETALHES SECTION.
           READ ARQEXCH.
           PERFORM UNTIL ARQEXCH-FS NOT EQUAL ZEROS
           DISPLAY "  IGNORADOS.........: " WRK-ARQ-IGNORADOS.
           EVALUATE TRUE
              WHEN WRK-ARQ-VALIDO NOT EQUAL "S"
                 DISPLAY "  " WRK-MOTIVO " - ARQUIVO REJEITADO"
              WHEN WRK-ARQ-RODAPE-DIV GREATER ZEROS
                 DISPLAY "  RODAPE DIVERGENTE OU AUSENTE - CONFERIR"
                          " COM A FILIAL"
