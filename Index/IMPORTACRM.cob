      *(CABECALHO/DETALHE/RODAPE NO LAYOUT DO #CRM-EXCH) E MESCLA OS
      *CLIENTES NOVOS NO ARQCRM.DAT LOCAL, SEM TOCAR EM NENHUM ID QUE
      *JA EXISTA AQUI - EVITA SOBRESCREVER UMA ALTERACAO QUE SO
      *ACONTECEU NESTA FILIAL. A FILIAL DO CABECALHO TEM QUE ESTAR
      *ATIVA NO CADASTRO DE FILIAIS E A SEQUENCIA DO ARQUIVO TEM QUE
      *SER A SEGUINTE DA ULTIMA RECEBIDA DELA (FILIALCONF): ARQUIVO
      *REPETIDO E RECUSADO, SEQUENCIA PULADA SAI EM AVISO
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQEXCH-FS         PIC 9(02) VALUES ZEROS.
       01 ARQPROXID-FS       PIC 9(02) VALUES ZEROS.
       01 WRK-MAIOR-ID       PIC 9(06) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "INTERCAMB".
       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-FILIAL-ORIGEM  PIC X(10) VALUES SPACES.
       01 WRK-SEQ-DE         PIC 9(06) VALUES ZEROS.
       01 WRK-SEQ-ATE        PIC 9(06) VALUES ZEROS.

      *    CONFERENCIA DE FILIAL / SEQUENCIA (FILIALCONF)
       01 WRK-FCF.
           05 WRK-FCF-ACAO          PIC X(01) VALUES SPACES.
           05 WRK-FCF-FLUXO         PIC X(01) VALUES SPACES.
           05 WRK-FCF-FILIAL        PIC X(10) VALUES SPACES.
           05 WRK-FCF-SEQUENCIA     PIC 9(06) VALUES ZEROS.
           05 WRK-FCF-ULT-SEQ       PIC 9(06) VALUES ZEROS.
           05 WRK-FCF-ARQ-ESPERADO  PIC X(40) VALUES SPACES.
           05 WRK-FCF-RETORNO       PIC X(01) VALUES SPACES.

       01 WRK-TOT-LIDOS      PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-INCLUIDOS  PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-IGNORADOS  PIC 9(05) VALUES ZEROS.
              MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              GOBACK
           END-IF.
      *    ARQUIVO GERADO ANTES DO CONVERTECRM NA ORIGEM TEM A CHAVE
      *    DO CLIENTE EM 4 DIGITOS - LIDO NO LAYOUT NOVO SAIRIA TODO
      *    DESLOCADO
           IF EXCH-LAYOUT NOT NUMERIC
              OR EXCH-LAYOUT LESS THAN WRK-VERSAO-ESPERADA
              DISPLAY "ARQUIVO DE INTERCAMBIO EM LAYOUT ANTIGO - A"
                       " FILIAL DE ORIGEM TEM QUE RODAR O CONVERTECRM"
              CLOSE ARQCRM ARQAUDIT ARQEXCH
              MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              GOBACK
           END-IF.
           MOVE EXCH-FILIAL-ORIGEM TO WRK-FILIAL-ORIGEM.
           DISPLAY "RECEBENDO DA FILIAL " WRK-FILIAL-ORIGEM
                    " - EXPORTADO EM " EXCH-DATA-EXPORT
                    " - SEQUENCIA " EXCH-SEQUENCIA.
           PERFORM CONFERIR-FILIAL.
           IF WRK-VERSAO-INCOMPATIVEL EQUAL "S"
              CLOSE ARQCRM ARQAUDIT ARQEXCH
              GOBACK
           END-IF.
           READ ARQEXCH.

      *    FILIAL FORA DO CADASTRO, DESATIVADA, A PROPRIA FILIAL,
      *    ARQUIVO SEM SEQUENCIA OU JA RECEBIDO: RECUSA O ARQUIVO
      *    INTEIRO. SEQUENCIA PULADA SO AVISA - O ARQUIVO QUE FALTOU
      *    TEM QUE SER PEDIDO A FILIAL, MAS ESTE E PROCESSADO
       CONFERIR-FILIAL SECTION.
           MOVE "R"                TO WRK-FCF-ACAO.
           MOVE "C"                TO WRK-FCF-FLUXO.
           MOVE WRK-FILIAL-ORIGEM  TO WRK-FCF-FILIAL.
           MOVE EXCH-SEQUENCIA     TO WRK-FCF-SEQUENCIA.
           CALL "FILIALCONF" USING WRK-FCF.
           EVALUATE WRK-FCF-RETORNO
              WHEN "N"
                 DISPLAY "FILIAL " WRK-FILIAL-ORIGEM
                         " FORA DO CADASTRO DE FILIAIS - RECUSADO"
                 MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              WHEN "I"
                 DISPLAY "FILIAL " WRK-FILIAL-ORIGEM
                         " DESATIVADA - ARQUIVO RECUSADO"
                 MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              WHEN "P"
                 DISPLAY "ARQUIVO GERADO NESTA PROPRIA FILIAL - "
                         "RECUSADO"
                 MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              WHEN "Z"
                 DISPLAY "CABECALHO SEM SEQUENCIA DE ARQUIVO - "
                         "RECUSADO"
                 MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              WHEN "D"
                 DISPLAY "ARQUIVO JA RECEBIDO - SEQUENCIA "
                         WRK-FCF-SEQUENCIA " (ULTIMA RECEBIDA "
                         WRK-FCF-ULT-SEQ ") - RECUSADO"
                 MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              WHEN "F"
                 COMPUTE WRK-SEQ-DE  = WRK-FCF-ULT-SEQ + 1
                 COMPUTE WRK-SEQ-ATE = WRK-FCF-SEQUENCIA - 1
                 DISPLAY "AVISO: FALTAM OS ARQUIVOS DE SEQUENCIA "
                         WRK-SEQ-DE " A " WRK-SEQ-ATE
                         " DESTA FILIAL"
           END-EVALUATE.

      *    PROCESSA OS DETALHES ATE ACHAR O RODAPE (OU O FIM DO
      *    ARQUIVO, SE O RODAPE FALTAR)
       PROCESSAR SECTION.

       FINALIZAR SECTION.
           PERFORM ATUALIZAR-PROXIMO-ID.
           MOVE "A" TO WRK-FCF-ACAO.
           CALL "FILIALCONF" USING WRK-FCF.
           CLOSE ARQCRM.
           CLOSE ARQAUDIT.
           CLOSE ARQEXCH.
