       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITJUNTA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: MODULO DA CONSULTA UNIFICADA DE AUDITORIA - LE TODAS
      *AS TRILHAS DO SISTEMA, CADA UMA NO SEU LAYOUT E FORMATO DE
      *DATA (ARQCRM_AUDIT, ARQPROD_AUDIT, ARQFUNC_AUDIT,
      *ARQBATIDA_LOG.TXT, ARQLOGJORNAL, ARQPRODMOV, ARQCAIXAMOV,
      *ARQAPROVACAO, ARQPERIODO_LOG.TXT E O PROPRIO REGISTRO DE
      *CONSULTAS ARQAUDIT_CONSULTA), APLICA O FILTRO RECEBIDO
      *(OPERADOR, PERIODO COM HORA, SUBSISTEMA, CLIENTE/PRODUTO/
      *FUNCIONARIO) E GRAVA OS EVENTOS NUM FORMATO SO NO ARQUIVO DE
      *TRABALHO AUDIT_LINHATEMPO.DAT, QUE JA SAI NA ORDEM DE DATA E
      *HORA. SO ATENDE USUARIO NIVEL "A" DO ARQUSU E REGISTRA TODA
      *CONSULTA, ACEITA OU RECUSADA. CHAMADO PELO AUDITGERAL (TELA) E
      *PELO AUDITREL (LOTE)
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUSU ASSIGN TO "DADOS/ARQUSU.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQUSU-FS
           RECORD KEY IS USU-USUARIO.

           SELECT ARQLINHA ASSIGN TO "DADOS/AUDIT_LINHATEMPO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQLINHA-FS
           RECORD KEY IS LTP-CHAVE.

           SELECT ARQCONSLOG ASSIGN TO "DADOS/ARQAUDIT_CONSULTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCONSLOG-FS.

           SELECT ARQAUDIT ASSIGN TO "DADOS/ARQCRM_AUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQAUDIT-FS.

           SELECT ARQPRODAUD ASSIGN TO "DADOS/ARQPROD_AUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPRODAUD-FS.

           SELECT ARQFUNCAUD ASSIGN TO "DADOS/ARQFUNC_AUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQFUNCAUD-FS.

           SELECT ARQBATLOG ASSIGN TO "DADOS/ARQBATIDA_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQBATLOG-FS.

           SELECT ARQLOGJORNAL ASSIGN TO "DADOS/ARQLOGJORNAL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQLOGJORNAL-FS.

           SELECT ARQPRODMOV ASSIGN TO "DADOS/ARQPRODMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPRODMOV-FS.

           SELECT ARQCAIXAMOV ASSIGN TO "DADOS/ARQCAIXAMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCAIXAMOV-FS.

           SELECT ARQAPROV ASSIGN TO "DADOS/ARQAPROVACAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQAPROV-FS
           RECORD KEY IS APROV-SEQ.

           SELECT ARQPERLOG ASSIGN TO "DADOS/ARQPERIODO_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQPERLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUSU.
       COPY "#USU".

       FD ARQLINHA.
       COPY "#AUDIT-LINHA".

       FD ARQCONSLOG
           RECORDING MODE IS F.
       COPY "#AUDIT-CONSULTA".

       FD ARQAUDIT.
       COPY "#CRM-AUDIT".

       FD ARQPRODAUD.
       COPY "#PROD-AUDIT".

       FD ARQFUNCAUD.
       COPY "#FUNC-AUDIT".

      *    MESMA LINHA GRAVADA PELO PONTOCORRIGE
       FD ARQBATLOG.
       01 ARQBATLOG-LINHA    PIC X(90).

      *    MESMO LAYOUT DO VALIDALOGIN/SESSAO
       FD ARQLOGJORNAL
           RECORDING MODE IS F.
       01 LOGJOR-REGISTRO.
           05 LOGJOR-USUARIO    PIC X(10).
           05 LOGJOR-DATA       PIC 9(08).
           05 LOGJOR-HORA       PIC 9(08).
           05 LOGJOR-RESULTADO  PIC X(01).
           05 LOGJOR-ORIGEM     PIC X(10).

       FD ARQPRODMOV.
       COPY "#PROD-MOV".

      *    MESMO LAYOUT DO CAIXAMOV
       FD ARQCAIXAMOV
           RECORDING MODE IS F.
       01 CXM-REGISTRO.
           05 CXM-DATA     PIC 9(08).
           05 CXM-HORA     PIC 9(08).
           05 CXM-TIPO     PIC X(01).
           05 CXM-VALOR    PIC 9(07)V99.
           05 CXM-MOTIVO   PIC X(30).
           05 CXM-OPERADOR PIC X(10).
           05 CXM-TURNO    PIC 9(06).

       FD ARQAPROV.
       COPY "#CRM-APROV".

      *    MESMA LINHA GRAVADA PELO MESFECHA
       FD ARQPERLOG.
       01 ARQPERLOG-LINHA    PIC X(60).

       WORKING-STORAGE SECTION.
       01 ARQUSU-FS          PIC 9(02) VALUES ZEROS.
       01 ARQLINHA-FS        PIC 9(02) VALUES ZEROS.
       01 ARQCONSLOG-FS      PIC 9(02) VALUES ZEROS.
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPRODAUD-FS      PIC 9(02) VALUES ZEROS.
       01 ARQFUNCAUD-FS      PIC 9(02) VALUES ZEROS.
       01 ARQBATLOG-FS       PIC 9(02) VALUES ZEROS.
       01 ARQLOGJORNAL-FS    PIC 9(02) VALUES ZEROS.
       01 ARQPRODMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQCAIXAMOV-FS     PIC 9(02) VALUES ZEROS.
       01 ARQAPROV-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPERLOG-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-SEQ            PIC 9(07) VALUES ZEROS.
       01 WRK-PASSA          PIC X(01) VALUES "N".
       01 WRK-SUBSISTEMA     PIC X(08) VALUES SPACES.

      *----------PERIODO DO FILTRO EM DATA+HORA (HHMMSSCC)
       01 WRK-MOMENTO-INI.
           05 WRK-MINI-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-MINI-HORA      PIC 9(08) VALUE ZEROS.
       01 WRK-MOMENTO-FIM.
           05 WRK-MFIM-DATA      PIC 9(08) VALUE 99999999.
           05 WRK-MFIM-HORA      PIC 9(08) VALUE 99999999.

      *----------RESUMOS ANTES/DEPOIS (40 POSICOES)
       01 WRK-RESUMO-CRM.
           05 WRK-RCRM-NOME      PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RCRM-TELEFONE  PIC X(14).
           05 FILLER             PIC X(03) VALUE " ST".
           05 WRK-RCRM-STATUS    PIC 9(01).

       01 WRK-RESUMO-PROD.
           05 WRK-RPRD-DESCRICAO PIC X(18).
           05 FILLER             PIC X(02) VALUE " $".
           05 WRK-RPRD-PRECO     PIC ZZZZZ9.99.
           05 FILLER             PIC X(03) VALUE " E ".
           05 WRK-RPRD-ESTOQUE   PIC ZZZZZ9.

       01 WRK-RESUMO-FUNC.
           05 WRK-RFUN-NOME      PIC X(16).
           05 FILLER             PIC X(02) VALUE " $".
           05 WRK-RFUN-SALARIO   PIC ZZZZZ9.99.
           05 FILLER             PIC X(05) VALUE " DSL ".
           05 WRK-RFUN-DESLIG    PIC 9(08).

       01 WRK-VALOR-ED       PIC ZZZZZZ9.99.

      *----------PALAVRAS DAS LINHAS DE TEXTO (PONTO E PERIODO)
       01 WRK-PALAVRAS.
           05 WRK-PAL            PIC X(12) OCCURS 10 TIMES.
       01 WRK-PAL-IDX        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-PAL-DATA       PIC 9(08) VALUES ZEROS.
       01 WRK-PAL-CHAVE      PIC 9(06) VALUES ZEROS.

       LINKAGE SECTION.
       COPY "#AUDIT-FILTRO".

       PROCEDURE DIVISION USING AUDF-FILTRO.
       0001-PRINCIPAL SECTION.
           MOVE ZEROS TO AUDF-QTD-ACHADOS WRK-SEQ.
           PERFORM PREPARAR-FILTRO.
           PERFORM CONFERIR-NIVEL.
           IF AUDF-RESULTADO EQUAL "S"
              OPEN OUTPUT ARQLINHA
              IF ARQLINHA-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO ABERTURA AUDIT_LINHATEMPO.DAT STATUS "
                         ARQLINHA-FS
                 MOVE "N" TO AUDF-RESULTADO
              ELSE
                 PERFORM LER-TRILHA-CRM
                 PERFORM LER-TRILHA-PRODUTO
                 PERFORM LER-TRILHA-FUNC
                 PERFORM LER-TRILHA-PONTO
                 PERFORM LER-TRILHA-LOGIN
                 PERFORM LER-TRILHA-ESTOQUE
                 PERFORM LER-TRILHA-CAIXA
                 PERFORM LER-TRILHA-APROVA
                 PERFORM LER-TRILHA-PERIODO
                 PERFORM LER-TRILHA-CONSULTA
                 CLOSE ARQLINHA
              END-IF
           END-IF.
           PERFORM GRAVAR-CONSULTA.
           GOBACK.

      *    HORA DO FILTRO EM HHMM; SEM HORA FINAL, VALE O DIA INTEIRO
       PREPARAR-FILTRO SECTION.
           MOVE AUDF-DATA-INI TO WRK-MINI-DATA.
           COMPUTE WRK-MINI-HORA = AUDF-HORA-INI * 10000.
           IF AUDF-DATA-FIM EQUAL ZEROS
              MOVE 99999999 TO WRK-MFIM-DATA
           ELSE
              MOVE AUDF-DATA-FIM TO WRK-MFIM-DATA
           END-IF.
           IF AUDF-HORA-FIM EQUAL ZEROS
              MOVE 99999999 TO WRK-MFIM-HORA
           ELSE
              COMPUTE WRK-MFIM-HORA = AUDF-HORA-FIM * 10000 + 9999
           END-IF.

      *    O NIVEL E CONFERIDO AQUI TAMBEM, NO CADASTRO DE USUARIOS -
      *    QUEM CHAMA O MODULO NAO PASSA POR CIMA DA RESTRICAO
       CONFERIR-NIVEL SECTION.
           MOVE "N" TO AUDF-RESULTADO.
           OPEN INPUT ARQUSU.
           IF ARQUSU-FS EQUAL ZEROS
              MOVE AUDF-USUARIO TO USU-USUARIO
              READ ARQUSU
              IF ARQUSU-FS EQUAL ZEROS
                 AND USU-NIVEL EQUAL "A"
                 AND USU-BLOQUEADO NOT EQUAL "S"
                 AND USU-BLOQUEADO NOT EQUAL "D"
                 MOVE "S" TO AUDF-RESULTADO
              END-IF
              CLOSE ARQUSU
           END-IF.
           IF AUDF-RESULTADO NOT EQUAL "S"
              DISPLAY "CONSULTA DE AUDITORIA RESTRITA AO NIVEL A - "
                      AUDF-USUARIO " RECUSADO"
           END-IF.
           MOVE ZEROS TO ARQUSU-FS.

       LIMPAR-LINHA SECTION.
           MOVE SPACES TO LTP-REGISTRO.
           MOVE ZEROS  TO LTP-DATA LTP-HORA LTP-SEQ LTP-CHAVE-REG.
           MOVE WRK-SUBSISTEMA TO LTP-SUBSISTEMA.

      *    O EVENTO MONTADO PASSA PELO FILTRO E, SE PASSAR, ENTRA NA
      *    LINHA DO TEMPO - A SEQUENCIA DESEMPATA DATA E HORA IGUAIS
       FILTRAR-GRAVAR SECTION.
           MOVE "S" TO WRK-PASSA.
           IF AUDF-OPERADOR NOT EQUAL SPACES
              AND AUDF-OPERADOR NOT EQUAL LTP-OPERADOR
              MOVE "N" TO WRK-PASSA
           END-IF.
           IF LTP-MOMENTO LESS WRK-MOMENTO-INI
              OR LTP-MOMENTO GREATER WRK-MOMENTO-FIM
              MOVE "N" TO WRK-PASSA
           END-IF.
           IF AUDF-TIPO-CHAVE NOT EQUAL SPACES
              IF AUDF-TIPO-CHAVE NOT EQUAL LTP-TIPO-CHAVE
                 MOVE "N" TO WRK-PASSA
              ELSE
                 IF AUDF-CHAVE NOT EQUAL ZEROS
                    AND AUDF-CHAVE NOT EQUAL LTP-CHAVE-REG
                    MOVE "N" TO WRK-PASSA
                 END-IF
              END-IF
           END-IF.
           IF WRK-PASSA EQUAL "S"
              ADD 1 TO WRK-SEQ
              MOVE WRK-SEQ TO LTP-SEQ
              WRITE LTP-REGISTRO
              IF ARQLINHA-FS EQUAL ZEROS
                 ADD 1 TO AUDF-QTD-ACHADOS
              END-IF
           END-IF.

      *    SUBSISTEMA FORA DO FILTRO NEM ABRE O ARQUIVO
       CONFERIR-SUBSISTEMA SECTION.
           MOVE "S" TO WRK-PASSA.
           IF AUDF-SUBSISTEMA NOT EQUAL SPACES
              AND AUDF-SUBSISTEMA NOT EQUAL WRK-SUBSISTEMA
              MOVE "N" TO WRK-PASSA
           END-IF.

      *----------CRM: ARQCRM_AUDIT.DAT
       LER-TRILHA-CRM SECTION.
           MOVE "CRM" TO WRK-SUBSISTEMA.
           PERFORM CONFERIR-SUBSISTEMA.
           IF WRK-PASSA EQUAL "S"
              OPEN INPUT ARQAUDIT
              PERFORM UNTIL ARQAUDIT-FS NOT EQUAL ZEROS
                 READ ARQAUDIT NEXT RECORD
                 IF ARQAUDIT-FS EQUAL ZEROS
                    PERFORM MONTAR-CRM
                 END-IF
              END-PERFORM
              IF ARQAUDIT-FS EQUAL 10
                 CLOSE ARQAUDIT
              END-IF
              MOVE ZEROS TO ARQAUDIT-FS
           END-IF.

      *    A OPERACAO GRAVADA NA TRILHA DIZ QUAL PROGRAMA A FEZ - BAIXA
      *    E STATUS APROVADOS PELO SUPERVISOR APARECEM TAMBEM NA TRILHA
      *    APROVA, COM O APROVADOR
       MONTAR-CRM SECTION.
           PERFORM LIMPAR-LINHA.
           MOVE AUDCRM-DATA     TO LTP-DATA.
           MOVE AUDCRM-HORA     TO LTP-HORA.
           MOVE AUDCRM-OPERADOR TO LTP-OPERADOR.
           MOVE AUDCRM-OPERACAO TO LTP-ACAO.
           MOVE "C"             TO LTP-TIPO-CHAVE.
           MOVE AUDCRM-ID       TO LTP-CHAVE-REG.
           MOVE AUDCRM-NOME-ANTES     TO WRK-RCRM-NOME.
           MOVE AUDCRM-TELEFONE-ANTES TO WRK-RCRM-TELEFONE.
           MOVE AUDCRM-STATUS-ANTES   TO WRK-RCRM-STATUS.
           MOVE WRK-RESUMO-CRM        TO LTP-ANTES.
           MOVE AUDCRM-NOME-DEPOIS     TO WRK-RCRM-NOME.
           MOVE AUDCRM-TELEFONE-DEPOIS TO WRK-RCRM-TELEFONE.
           MOVE AUDCRM-STATUS-DEPOIS   TO WRK-RCRM-STATUS.
           MOVE WRK-RESUMO-CRM         TO LTP-DEPOIS.
           EVALUATE AUDCRM-OPERACAO
              WHEN "INCLUSAO"
                 MOVE "CADASTRO"     TO LTP-PROGRAMA
              WHEN "ALTERACAO"
                 MOVE "ALTERA"       TO LTP-PROGRAMA
              WHEN "DESFAZER"
                 MOVE "ALTERA"       TO LTP-PROGRAMA
              WHEN "BAIXA"
                 MOVE "EXCLUI"       TO LTP-PROGRAMA
              WHEN "STATUS"
                 MOVE "STATUS"       TO LTP-PROGRAMA
              WHEN "CARGA"
                 MOVE "CARGA"        TO LTP-PROGRAMA
              WHEN "MAIORIDADE"
                 MOVE "MENORIDADE"   TO LTP-PROGRAMA
              WHEN "RESTAURA"
                 MOVE "ARQUIVOCONS"  TO LTP-PROGRAMA
              WHEN "CEP"
                 MOVE "CEPVERIFICA"  TO LTP-PROGRAMA
              WHEN "ARQUIVO"
                 MOVE "ARQUIVACRM"   TO LTP-PROGRAMA
              WHEN "EXPURGO"
                 MOVE "EXPURGACRM"   TO LTP-PROGRAMA
              WHEN "INTERCAMB"
                 MOVE "IMPORTACRM"   TO LTP-PROGRAMA
              WHEN OTHER
                 MOVE "CRM"          TO LTP-PROGRAMA
           END-EVALUATE.
           PERFORM FILTRAR-GRAVAR.

      *----------PRODUTOS: ARQPROD_AUDIT.DAT
       LER-TRILHA-PRODUTO SECTION.
           MOVE "PRODUTO" TO WRK-SUBSISTEMA.
           PERFORM CONFERIR-SUBSISTEMA.
           IF WRK-PASSA EQUAL "S"
              OPEN INPUT ARQPRODAUD
              PERFORM UNTIL ARQPRODAUD-FS NOT EQUAL ZEROS
                 READ ARQPRODAUD NEXT RECORD
                 IF ARQPRODAUD-FS EQUAL ZEROS
                    PERFORM MONTAR-PRODUTO
                 END-IF
              END-PERFORM
              IF ARQPRODAUD-FS EQUAL 10
                 CLOSE ARQPRODAUD
              END-IF
              MOVE ZEROS TO ARQPRODAUD-FS
           END-IF.

       MONTAR-PRODUTO SECTION.
           PERFORM LIMPAR-LINHA.
           MOVE AUDPROD-DATA     TO LTP-DATA.
           MOVE AUDPROD-HORA     TO LTP-HORA.
           MOVE AUDPROD-OPERADOR TO LTP-OPERADOR.
           MOVE AUDPROD-OPERACAO TO LTP-ACAO.
           MOVE "P"              TO LTP-TIPO-CHAVE.
           MOVE AUDPROD-CODIGO   TO LTP-CHAVE-REG.
           MOVE AUDPROD-DESCRICAO-ANTES TO WRK-RPRD-DESCRICAO.
           MOVE AUDPROD-PRECO-ANTES     TO WRK-RPRD-PRECO.
           MOVE AUDPROD-ESTOQUE-ANTES   TO WRK-RPRD-ESTOQUE.
           MOVE WRK-RESUMO-PROD         TO LTP-ANTES.
           MOVE AUDPROD-DESCRICAO-DEPOIS TO WRK-RPRD-DESCRICAO.
           MOVE AUDPROD-PRECO-DEPOIS     TO WRK-RPRD-PRECO.
           MOVE AUDPROD-ESTOQUE-DEPOIS   TO WRK-RPRD-ESTOQUE.
           MOVE WRK-RESUMO-PROD          TO LTP-DEPOIS.
           IF AUDPROD-OPERACAO EQUAL "INCLUSAO"
              MOVE "PRODCADASTRO" TO LTP-PROGRAMA
           ELSE
              MOVE "PRODALTERA"   TO LTP-PROGRAMA
           END-IF.
           PERFORM FILTRAR-GRAVAR.

      *----------FUNCIONARIOS: ARQFUNC_AUDIT.DAT
       LER-TRILHA-FUNC SECTION.
           MOVE "FUNC" TO WRK-SUBSISTEMA.
           PERFORM CONFERIR-SUBSISTEMA.
           IF WRK-PASSA EQUAL "S"
              OPEN INPUT ARQFUNCAUD
              PERFORM UNTIL ARQFUNCAUD-FS NOT EQUAL ZEROS
                 READ ARQFUNCAUD NEXT RECORD
                 IF ARQFUNCAUD-FS EQUAL ZEROS
                    PERFORM MONTAR-FUNC
                 END-IF
              END-PERFORM
              IF ARQFUNCAUD-FS EQUAL 10
                 CLOSE ARQFUNCAUD
              END-IF
              MOVE ZEROS TO ARQFUNCAUD-FS
           END-IF.

       MONTAR-FUNC SECTION.
           PERFORM LIMPAR-LINHA.
           MOVE AUDFUNC-DATA     TO LTP-DATA.
           MOVE AUDFUNC-HORA     TO LTP-HORA.
           MOVE AUDFUNC-OPERADOR TO LTP-OPERADOR.
           MOVE AUDFUNC-OPERACAO TO LTP-ACAO.
           MOVE "F"              TO LTP-TIPO-CHAVE.
           MOVE AUDFUNC-ID       TO LTP-CHAVE-REG.
           MOVE AUDFUNC-NOME-ANTES    TO WRK-RFUN-NOME.
           MOVE AUDFUNC-SALARIO-ANTES TO WRK-RFUN-SALARIO.
           MOVE AUDFUNC-DESLIG-ANTES  TO WRK-RFUN-DESLIG.
           MOVE WRK-RESUMO-FUNC       TO LTP-ANTES.
           MOVE AUDFUNC-NOME-DEPOIS    TO WRK-RFUN-NOME.
           MOVE AUDFUNC-SALARIO-DEPOIS TO WRK-RFUN-SALARIO.
           MOVE AUDFUNC-DESLIG-DEPOIS  TO WRK-RFUN-DESLIG.
           MOVE WRK-RESUMO-FUNC        TO LTP-DEPOIS.
           EVALUATE AUDFUNC-OPERACAO
              WHEN "ADMISSAO"
                 MOVE "FUNCCADASTRO" TO LTP-PROGRAMA
              WHEN "DISSIDIO"
                 MOVE "DISSIDIO"     TO LTP-PROGRAMA
              WHEN "DESLIGA"
                 MOVE "FUNCDESLIGA"  TO LTP-PROGRAMA
              WHEN OTHER
                 MOVE "FUNCALTERA"   TO LTP-PROGRAMA
           END-EVALUATE.
           PERFORM FILTRAR-GRAVAR.

      *----------PONTO: ARQBATIDA_LOG.TXT (TEXTO DO PONTOCORRIGE)
      *    "AAAAMMDD INSERIDA FUNC NNNN AAAAMMDD HHMMSSCC T POR USUARIO"
      *    "AAAAMMDD ANULADA FUNC NNNN AAAAMMDD HHMMSSCC (ERA T) POR U."
      *    A LINHA SO TEM A DATA DA CORRECAO - ENTRA COM HORA ZERO
       LER-TRILHA-PONTO SECTION.
           MOVE "PONTO" TO WRK-SUBSISTEMA.
           PERFORM CONFERIR-SUBSISTEMA.
           IF WRK-PASSA EQUAL "S"
              OPEN INPUT ARQBATLOG
              PERFORM UNTIL ARQBATLOG-FS NOT EQUAL ZEROS
                 READ ARQBATLOG
                 IF ARQBATLOG-FS EQUAL ZEROS
                    AND ARQBATLOG-LINHA(1:8) IS NUMERIC
                    PERFORM MONTAR-PONTO
                 END-IF
              END-PERFORM
              IF ARQBATLOG-FS EQUAL 10
                 CLOSE ARQBATLOG
              END-IF
              MOVE ZEROS TO ARQBATLOG-FS
           END-IF.

       MONTAR-PONTO SECTION.
           PERFORM SEPARAR-BATLOG.
           PERFORM LIMPAR-LINHA.
           MOVE ARQBATLOG-LINHA(1:8) TO LTP-DATA.
           MOVE WRK-PAL(2)           TO LTP-ACAO.
           MOVE "F"                  TO LTP-TIPO-CHAVE.
           MOVE WRK-PAL-CHAVE        TO LTP-CHAVE-REG.
           MOVE "PONTOCORRIGE"       TO LTP-PROGRAMA.
      *    O USUARIO E A PALAVRA DEPOIS DO "POR"
           PERFORM VARYING WRK-PAL-IDX FROM 7 BY 1
                   UNTIL WRK-PAL-IDX GREATER 9
              IF WRK-PAL(WRK-PAL-IDX) EQUAL "POR"
                 MOVE WRK-PAL(WRK-PAL-IDX + 1) TO LTP-OPERADOR
              END-IF
           END-PERFORM.
           IF WRK-PAL(2) EQUAL "ANULADA"
              STRING "BATIDA " DELIMITED BY SIZE
                     WRK-PAL(5) DELIMITED BY SPACE
                     " "        DELIMITED BY SIZE
                     WRK-PAL(6) DELIMITED BY SPACE
                     " "        DELIMITED BY SIZE
                     WRK-PAL(7) DELIMITED BY SPACE
                     " "        DELIMITED BY SIZE
                     WRK-PAL(8) DELIMITED BY SPACE
                INTO LTP-ANTES
              END-STRING
              MOVE "ANULADA" TO LTP-DEPOIS
           ELSE
              STRING "BATIDA " DELIMITED BY SIZE
                     WRK-PAL(5) DELIMITED BY SPACE
                     " "        DELIMITED BY SIZE
                     WRK-PAL(6) DELIMITED BY SPACE
                     " "        DELIMITED BY SIZE
                     WRK-PAL(7) DELIMITED BY SPACE
                INTO LTP-DEPOIS
              END-STRING
           END-IF.
           PERFORM FILTRAR-GRAVAR.

       SEPARAR-BATLOG SECTION.
           MOVE SPACES TO WRK-PALAVRAS.
           MOVE ZEROS  TO WRK-PAL-CHAVE.
           UNSTRING ARQBATLOG-LINHA DELIMITED BY ALL SPACE
               INTO WRK-PAL(1) WRK-PAL(2) WRK-PAL(3) WRK-PAL(4)
                    WRK-PAL(5) WRK-PAL(6) WRK-PAL(7) WRK-PAL(8)
                    WRK-PAL(9) WRK-PAL(10)
           END-UNSTRING.
           IF WRK-PAL(4)(1:4) IS NUMERIC
              MOVE WRK-PAL(4)(1:4) TO WRK-PAL-CHAVE
           END-IF.

      *----------LOGIN: ARQLOGJORNAL.DAT (VALIDALOGIN E SESSAO)
       LER-TRILHA-LOGIN SECTION.
           MOVE "LOGIN" TO WRK-SUBSISTEMA.
           PERFORM CONFERIR-SUBSISTEMA.
           IF WRK-PASSA EQUAL "S"
              OPEN INPUT ARQLOGJORNAL
              PERFORM UNTIL ARQLOGJORNAL-FS NOT EQUAL ZEROS
                 READ ARQLOGJORNAL NEXT RECORD
                 IF ARQLOGJORNAL-FS EQUAL ZEROS
                    PERFORM MONTAR-LOGIN
                 END-IF
              END-PERFORM
              IF ARQLOGJORNAL-FS EQUAL 10
                 CLOSE ARQLOGJORNAL
              END-IF
              MOVE ZEROS TO ARQLOGJORNAL-FS
           END-IF.

      *    O PROGRAMA E O QUE PEDIU O SIGN-ON (ORIGEM DO JORNAL)
       MONTAR-LOGIN SECTION.
           PERFORM LIMPAR-LINHA.
           MOVE LOGJOR-DATA    TO LTP-DATA.
           MOVE LOGJOR-HORA    TO LTP-HORA.
           MOVE LOGJOR-USUARIO TO LTP-OPERADOR.
           MOVE LOGJOR-ORIGEM  TO LTP-PROGRAMA.
           EVALUATE LOGJOR-RESULTADO
              WHEN "S"
                 MOVE "LOGIN OK"   TO LTP-ACAO
              WHEN "F"
                 MOVE "FALHA"      TO LTP-ACAO
              WHEN "B"
                 MOVE "BLOQUEADO"  TO LTP-ACAO
              WHEN "A"
                 MOVE "ABRE SESS"  TO LTP-ACAO
              WHEN "E"
                 MOVE "FECHA SESS" TO LTP-ACAO
              WHEN OTHER
                 MOVE LOGJOR-RESULTADO TO LTP-ACAO
           END-EVALUATE.
           STRING "SIGN-ON VIA " DELIMITED BY SIZE
                  LOGJOR-ORIGEM  DELIMITED BY SIZE
             INTO LTP-DEPOIS
           END-STRING.
           PERFORM FILTRAR-GRAVAR.

      *----------ESTOQUE: ARQPRODMOV.DAT
       LER-TRILHA-ESTOQUE SECTION.
           MOVE "ESTOQUE" TO WRK-SUBSISTEMA.
           PERFORM CONFERIR-SUBSISTEMA.
           IF WRK-PASSA EQUAL "S"
              OPEN INPUT ARQPRODMOV
              PERFORM UNTIL ARQPRODMOV-FS NOT EQUAL ZEROS
                 READ ARQPRODMOV NEXT RECORD
                 IF ARQPRODMOV-FS EQUAL ZEROS
                    PERFORM MONTAR-ESTOQUE
                 END-IF
              END-PERFORM
              IF ARQPRODMOV-FS EQUAL 10
                 CLOSE ARQPRODMOV
              END-IF
              MOVE ZEROS TO ARQPRODMOV-FS
           END-IF.

       MONTAR-ESTOQUE SECTION.
           PERFORM LIMPAR-LINHA.
           MOVE MOVPROD-DATA     TO LTP-DATA.
           MOVE MOVPROD-HORA     TO LTP-HORA.
           MOVE MOVPROD-OPERADOR TO LTP-OPERADOR.
           MOVE "P"              TO LTP-TIPO-CHAVE.
           MOVE MOVPROD-CODIGO   TO LTP-CHAVE-REG.
           EVALUATE MOVPROD-TIPO
              WHEN "E"
                 MOVE "ENTRADA"    TO LTP-ACAO
                 MOVE "PEDCOMPRA"  TO LTP-PROGRAMA
              WHEN "V"
                 MOVE "VENDA"      TO LTP-ACAO
                 MOVE "VENDAENTRADA" TO LTP-PROGRAMA
              WHEN "A"
                 MOVE "AJUSTE"     TO LTP-ACAO
                 MOVE "PRODMOVTO"  TO LTP-PROGRAMA
              WHEN "D"
                 MOVE "DEVOLUCAO"  TO LTP-ACAO
                 MOVE "DEVOLUCAO"  TO LTP-PROGRAMA
              WHEN "T"
                 MOVE "TRANSFER"   TO LTP-ACAO
                 MOVE "PRODMOVTO"  TO LTP-PROGRAMA
              WHEN "B"
                 MOVE "BAIXA LOTE" TO LTP-ACAO
                 MOVE "PRODLOTEBAIXA" TO LTP-PROGRAMA
              WHEN "F"
                 MOVE "SAI FILIAL" TO LTP-ACAO
                 MOVE "TRANSFILIAL" TO LTP-PROGRAMA
              WHEN "R"
                 MOVE "ENT FILIAL" TO LTP-ACAO
                 MOVE "TRANSFILIAL" TO LTP-PROGRAMA
              WHEN OTHER
                 MOVE MOVPROD-TIPO TO LTP-ACAO
                 MOVE "PRODMOVTO"  TO LTP-PROGRAMA
           END-EVALUATE.
           STRING "ESTOQUE "            DELIMITED BY SIZE
                  MOVPROD-ESTOQUE-ANTES DELIMITED BY SIZE
                  " QTD "               DELIMITED BY SIZE
                  MOVPROD-QUANTIDADE    DELIMITED BY SIZE
             INTO LTP-ANTES
           END-STRING.
           STRING "ESTOQUE "             DELIMITED BY SIZE
                  MOVPROD-ESTOQUE-DEPOIS DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  MOVPROD-MOTIVO         DELIMITED BY SIZE
             INTO LTP-DEPOIS
           END-STRING.
           PERFORM FILTRAR-GRAVAR.

      *----------CAIXA: ARQCAIXAMOV.DAT (SANGRIA E SUPRIMENTO)
       LER-TRILHA-CAIXA SECTION.
           MOVE "CAIXA" TO WRK-SUBSISTEMA.
           PERFORM CONFERIR-SUBSISTEMA.
           IF WRK-PASSA EQUAL "S"
              OPEN INPUT ARQCAIXAMOV
              PERFORM UNTIL ARQCAIXAMOV-FS NOT EQUAL ZEROS
                 READ ARQCAIXAMOV NEXT RECORD
                 IF ARQCAIXAMOV-FS EQUAL ZEROS
                    PERFORM MONTAR-CAIXA
                 END-IF
              END-PERFORM
              IF ARQCAIXAMOV-FS EQUAL 10
                 CLOSE ARQCAIXAMOV
              END-IF
              MOVE ZEROS TO ARQCAIXAMOV-FS
           END-IF.

       MONTAR-CAIXA SECTION.
           PERFORM LIMPAR-LINHA.
           MOVE CXM-DATA     TO LTP-DATA.
           MOVE CXM-HORA     TO LTP-HORA.
           MOVE CXM-OPERADOR TO LTP-OPERADOR.
           MOVE "CAIXAMOV"   TO LTP-PROGRAMA.
           IF CXM-TIPO EQUAL "S"
              MOVE "SANGRIA"    TO LTP-ACAO
           ELSE
              MOVE "SUPRIMENTO" TO LTP-ACAO
           END-IF.
           STRING "TURNO " DELIMITED BY SIZE
                  CXM-TURNO DELIMITED BY SIZE
             INTO LTP-ANTES
           END-STRING.
           MOVE CXM-VALOR TO WRK-VALOR-ED.
           STRING WRK-VALOR-ED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  CXM-MOTIVO   DELIMITED BY SIZE
             INTO LTP-DEPOIS
           END-STRING.
           PERFORM FILTRAR-GRAVAR.

      *----------APROVACOES: ARQAPROVACAO.DAT
      *    CADA PENDENCIA VIRA ATE DOIS EVENTOS: O PEDIDO DO OPERADOR
      *    (EXCLUI/STATUS) E A DECISAO DO SUPERVISOR (APROVA), ESTA SEM
      *    HORA NO REGISTRO
       LER-TRILHA-APROVA SECTION.
           MOVE "APROVA" TO WRK-SUBSISTEMA.
           PERFORM CONFERIR-SUBSISTEMA.
           IF WRK-PASSA EQUAL "S"
              OPEN INPUT ARQAPROV
              PERFORM UNTIL ARQAPROV-FS NOT EQUAL ZEROS
                 READ ARQAPROV NEXT RECORD
                 IF ARQAPROV-FS EQUAL ZEROS
                    PERFORM MONTAR-PEDIDO
                    IF APROV-SITUACAO EQUAL "A"
                       OR APROV-SITUACAO EQUAL "R"
                       PERFORM MONTAR-DECISAO
                    END-IF
                 END-IF
              END-PERFORM
              IF ARQAPROV-FS EQUAL 10
                 CLOSE ARQAPROV
              END-IF
              MOVE ZEROS TO ARQAPROV-FS
           END-IF.

       MONTAR-PEDIDO SECTION.
           PERFORM LIMPAR-LINHA.
           MOVE APROV-DATA        TO LTP-DATA.
           MOVE APROV-HORA        TO LTP-HORA.
           MOVE APROV-SOLICITANTE TO LTP-OPERADOR.
           IF APROV-TIPO EQUAL "BAIXA"
              MOVE "PEDE BAIXA" TO LTP-ACAO
           ELSE
              MOVE "PED STATUS" TO LTP-ACAO
           END-IF.
           MOVE "C"               TO LTP-TIPO-CHAVE.
           MOVE APROV-ID          TO LTP-CHAVE-REG.
           IF APROV-TIPO EQUAL "BAIXA"
              MOVE "EXCLUI" TO LTP-PROGRAMA
           ELSE
              MOVE "STATUS" TO LTP-PROGRAMA
           END-IF.
           STRING APROV-NOME         DELIMITED BY SIZE
                  " ST "             DELIMITED BY SIZE
                  APROV-STATUS-ANTES DELIMITED BY SIZE
             INTO LTP-ANTES
           END-STRING.
           STRING "ST "             DELIMITED BY SIZE
                  APROV-STATUS-NOVO DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  APROV-MOTIVO      DELIMITED BY SIZE
             INTO LTP-DEPOIS
           END-STRING.
           PERFORM FILTRAR-GRAVAR.

       MONTAR-DECISAO SECTION.
           PERFORM LIMPAR-LINHA.
           MOVE APROV-DATA-DECISAO TO LTP-DATA.
           MOVE APROV-APROVADOR    TO LTP-OPERADOR.
           IF APROV-SITUACAO EQUAL "A"
              MOVE "APROVADA"  TO LTP-ACAO
           ELSE
              MOVE "REJEITADA" TO LTP-ACAO
           END-IF.
           MOVE "C"                TO LTP-TIPO-CHAVE.
           MOVE APROV-ID           TO LTP-CHAVE-REG.
           MOVE "APROVA"           TO LTP-PROGRAMA.
           STRING "PEDIDO "         DELIMITED BY SIZE
                  APROV-SEQ         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  APROV-TIPO        DELIMITED BY SPACE
                  " DE "            DELIMITED BY SIZE
                  APROV-SOLICITANTE DELIMITED BY SIZE
             INTO LTP-ANTES
           END-STRING.
           STRING "ST "             DELIMITED BY SIZE
                  APROV-STATUS-NOVO DELIMITED BY SIZE
             INTO LTP-DEPOIS
           END-STRING.
           PERFORM FILTRAR-GRAVAR.

      *----------PERIODO CONTABIL: ARQPERIODO_LOG.TXT (MESFECHA)
      *    "AAAAMMDD MES AAAAMM S POR OPERADOR" - SEM HORA
       LER-TRILHA-PERIODO SECTION.
           MOVE "PERIODO" TO WRK-SUBSISTEMA.
           PERFORM CONFERIR-SUBSISTEMA.
           IF WRK-PASSA EQUAL "S"
              OPEN INPUT ARQPERLOG
              PERFORM UNTIL ARQPERLOG-FS NOT EQUAL ZEROS
                 READ ARQPERLOG
                 IF ARQPERLOG-FS EQUAL ZEROS
                    AND ARQPERLOG-LINHA(1:8) IS NUMERIC
                    PERFORM MONTAR-PERIODO
                 END-IF
              END-PERFORM
              IF ARQPERLOG-FS EQUAL 10
                 CLOSE ARQPERLOG
              END-IF
              MOVE ZEROS TO ARQPERLOG-FS
           END-IF.

       MONTAR-PERIODO SECTION.
           MOVE SPACES TO WRK-PALAVRAS.
           UNSTRING ARQPERLOG-LINHA DELIMITED BY ALL SPACE
               INTO WRK-PAL(1) WRK-PAL(2) WRK-PAL(3) WRK-PAL(4)
                    WRK-PAL(5) WRK-PAL(6)
           END-UNSTRING.
           PERFORM LIMPAR-LINHA.
           MOVE ARQPERLOG-LINHA(1:8) TO LTP-DATA.
           MOVE WRK-PAL(6)           TO LTP-OPERADOR.
           MOVE "MESFECHA"           TO LTP-PROGRAMA.
           IF WRK-PAL(4) EQUAL "F"
              MOVE "FECHA MES"  TO LTP-ACAO
              MOVE "ABERTO"     TO LTP-ANTES
              MOVE "FECHADO"    TO LTP-DEPOIS
           ELSE
              MOVE "REABRE MES" TO LTP-ACAO
              MOVE "FECHADO"    TO LTP-ANTES
              MOVE "REABERTO"   TO LTP-DEPOIS
           END-IF.
           MOVE "MES"      TO LTP-ANTES(20:3).
           MOVE WRK-PAL(3) TO LTP-ANTES(24:6).
           PERFORM FILTRAR-GRAVAR.

      *----------CONSULTAS DE AUDITORIA ANTERIORES
       LER-TRILHA-CONSULTA SECTION.
           MOVE "CONSULTA" TO WRK-SUBSISTEMA.
           PERFORM CONFERIR-SUBSISTEMA.
           IF WRK-PASSA EQUAL "S"
              OPEN INPUT ARQCONSLOG
              PERFORM UNTIL ARQCONSLOG-FS NOT EQUAL ZEROS
                 READ ARQCONSLOG NEXT RECORD
                 IF ARQCONSLOG-FS EQUAL ZEROS
                    PERFORM MONTAR-CONSULTA
                 END-IF
              END-PERFORM
              IF ARQCONSLOG-FS EQUAL 10
                 CLOSE ARQCONSLOG
              END-IF
              MOVE ZEROS TO ARQCONSLOG-FS
           END-IF.

      *    A CHAVE CONSULTADA FICA COMO CHAVE DO EVENTO - A BUSCA POR
      *    UM CLIENTE MOSTRA TAMBEM QUEM JA O INVESTIGOU
       MONTAR-CONSULTA SECTION.
           PERFORM LIMPAR-LINHA.
           MOVE CAUD-DATA        TO LTP-DATA.
           MOVE CAUD-HORA        TO LTP-HORA.
           MOVE CAUD-USUARIO     TO LTP-OPERADOR.
           MOVE CAUD-TIPO-CHAVE  TO LTP-TIPO-CHAVE.
           MOVE CAUD-CHAVE       TO LTP-CHAVE-REG.
           IF CAUD-RESULTADO EQUAL "S"
              MOVE "CONSULTA"  TO LTP-ACAO
           ELSE
              MOVE "RECUSADA"  TO LTP-ACAO
           END-IF.
           IF CAUD-VIA EQUAL "LOTE"
              MOVE "AUDITREL"   TO LTP-PROGRAMA
           ELSE
              MOVE "AUDITGERAL" TO LTP-PROGRAMA
           END-IF.
           STRING "OPER "         DELIMITED BY SIZE
                  CAUD-OPERADOR   DELIMITED BY SIZE
                  " SUB "         DELIMITED BY SIZE
                  CAUD-SUBSISTEMA DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CAUD-DATA-INI   DELIMITED BY SIZE
                  INTO LTP-ANTES
           END-STRING.
           STRING "ATE "           DELIMITED BY SIZE
                  CAUD-DATA-FIM    DELIMITED BY SIZE
                  " ACHADOS "      DELIMITED BY SIZE
                  CAUD-QTD-ACHADOS DELIMITED BY SIZE
             INTO LTP-DEPOIS
           END-STRING.
           PERFORM FILTRAR-GRAVAR.

      *    TODA CONSULTA FICA REGISTRADA, INCLUSIVE A RECUSADA
       GRAVAR-CONSULTA SECTION.
           OPEN EXTEND ARQCONSLOG.
           IF ARQCONSLOG-FS EQUAL 05 OR ARQCONSLOG-FS EQUAL 35
              OPEN OUTPUT ARQCONSLOG
           END-IF.
           ACCEPT CAUD-DATA FROM DATE YYYYMMDD.
           ACCEPT CAUD-HORA FROM TIME.
           MOVE AUDF-USUARIO     TO CAUD-USUARIO.
           MOVE AUDF-VIA         TO CAUD-VIA.
           MOVE AUDF-OPERADOR    TO CAUD-OPERADOR.
           MOVE AUDF-DATA-INI    TO CAUD-DATA-INI.
           MOVE AUDF-HORA-INI    TO CAUD-HORA-INI.
           MOVE AUDF-DATA-FIM    TO CAUD-DATA-FIM.
           MOVE AUDF-HORA-FIM    TO CAUD-HORA-FIM.
           MOVE AUDF-SUBSISTEMA  TO CAUD-SUBSISTEMA.
           MOVE AUDF-TIPO-CHAVE  TO CAUD-TIPO-CHAVE.
           MOVE AUDF-CHAVE       TO CAUD-CHAVE.
           MOVE AUDF-QTD-ACHADOS TO CAUD-QTD-ACHADOS.
           MOVE AUDF-RESULTADO   TO CAUD-RESULTADO.
           WRITE CAUD-REGISTRO.
           CLOSE ARQCONSLOG.
