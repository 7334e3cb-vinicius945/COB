       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMOBCONFERE.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CONFERENCIA FISICA DO ATIVO IMOBILIZADO, NOS MOLDES DAS
      *FOLHAS DE CONTAGEM DO PRODCONTAGEM. GERA LISTAS NUMERADAS
      *(IMOBCONFCTRL.DAT) DOS BENS ATIVOS, OPCIONALMENTE POR SETOR
      *E/OU LOCAL, IMPRESSAS NO SPOOL COM O LOCAL DO CADASTRO E O
      *ESPACO PARA MARCAR; RECEBE A DIGITACAO (O CONFERENTE CONFIRMA A
      *PLAQUETA DE CADA LINHA, DIZ SE ACHOU O BEM E ONDE); IMPRIME O
      *RELATORIO DE DIVERGENCIA (NAO ENCONTRADO OU EM OUTRO LOCAL); E,
      *COM CONFIRMACAO DO SUPERVISOR (NIVEL "A"), EFETIVA: GRAVA A
      *DATA DA CONFERENCIA NO MESTRE E CORRIGE O LOCAL DO BEM ACHADO
      *EM OUTRO LUGAR. BEM NAO ENCONTRADO CONTINUA NO CADASTRO ATE A
      *BAIXA PELO IMOBBAIXA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQIMOB ASSIGN TO "DADOS/ARQIMOB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQIMOB-FS
           RECORD KEY IS IMB-PATRIMONIO.

           SELECT ARQIMOBCONF ASSIGN TO "DADOS/ARQIMOBCONF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQIMOBCONF-FS
           RECORD KEY IS CNF-CHAVE.

           SELECT ARQCONFCTRL ASSIGN TO "DADOS/IMOBCONFCTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCONFCTRL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQIMOB.
       COPY "#IMOB".

       FD ARQIMOBCONF.
       COPY "#IMOB-CONF".

       FD ARQCONFCTRL
           RECORDING MODE IS F.
      *    ULTIMO NUMERO DE LISTA EMITIDO (PADRAO CONTCTRL)
       01 CONFCTRL-REGISTRO.
           05 CONFCTRL-ULTIMA-LISTA PIC 9(04).

       WORKING-STORAGE SECTION.
       01 ARQIMOB-FS         PIC 9(02) VALUES ZEROS.
       01 ARQIMOBCONF-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCONFCTRL-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.

       01 WRK-LISTA          PIC 9(04) VALUES ZEROS.
       01 WRK-SEQ            PIC 9(03) VALUES ZEROS.
       01 WRK-FILTRO-SETOR   PIC X(10) VALUES SPACES.
       01 WRK-FILTRO-LOCAL   PIC X(20) VALUES SPACES.
       01 WRK-PLAQUETA       PIC 9(06) VALUES ZEROS.
       01 WRK-ACHOU          PIC X(01) VALUES SPACES.
       01 WRK-LOCAL-ACHADO   PIC X(20) VALUES SPACES.
       01 WRK-FIM-LISTA      PIC X(01) VALUES "N".
       01 WRK-TOT-ITENS      PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-DIVERG     PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-PENDENTES  PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-EFETIVADOS PIC 9(03) VALUES ZEROS.

       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "IMOBCONFER".

      *----------ENTRADA NO SPOOL (LISTA DE CONFERENCIA / DIVERGENCIA)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE SPACES.
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "IMOBCONFERE".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "USUARIO: ".
           ACCEPT WRK-USUARIO.
           DISPLAY "SENHA: ".
           ACCEPT WRK-SENHA.
           CALL "VALIDALOGIN" USING WRK-LOGIN.
           IF WRK-LOGIN-OK NOT EQUAL "S"
              DISPLAY "LOGIN RECUSADO"
              GOBACK
           END-IF.
           MOVE WRK-USUARIO TO WRK-SPL-OPERADOR.
           OPEN I-O ARQIMOB.
           IF ARQIMOB-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQIMOB.DAT STATUS " ARQIMOB-FS
              GOBACK
           END-IF.
           OPEN I-O ARQIMOBCONF.
           IF ARQIMOBCONF-FS EQUAL 35
              OPEN OUTPUT ARQIMOBCONF
              CLOSE ARQIMOBCONF
              OPEN I-O ARQIMOBCONF
           END-IF.
           IF ARQIMOBCONF-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQIMOBCONF.DAT STATUS "
                      ARQIMOBCONF-FS
              CLOSE ARQIMOB
              GOBACK
           END-IF.
           DISPLAY "CONFERENCIA FISICA DO IMOBILIZADO".
           DISPLAY "(G)ERAR LISTA (D)IGITAR (R)DIVERGENCIA"
                   " (E)FETIVAR? ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "G"
                 PERFORM GERAR-LISTA
              WHEN "D"
                 PERFORM DIGITAR-CONFERENCIA
              WHEN "R"
                 PERFORM RELATORIO-DIVERGENCIA
              WHEN "E"
                 PERFORM EFETIVAR-CONFERENCIA
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQIMOB ARQIMOBCONF.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

      *    CONGELA O SETOR E O LOCAL DO CADASTRO DE CADA BEM ATIVO E
      *    IMPRIME A LISTA PARA MARCAR NA VOLTA PELA LOJA
       GERAR-LISTA SECTION.
           DISPLAY "SETOR (VAZIO = TODOS): ".
           ACCEPT WRK-FILTRO-SETOR.
           DISPLAY "LOCAL (VAZIO = TODOS): ".
           ACCEPT WRK-FILTRO-LOCAL.
           PERFORM PROXIMA-LISTA.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "CONFER IMOB " DELIMITED BY SIZE
                  WRK-LISTA      DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "LISTA DE CONFERENCIA " DELIMITED BY SIZE
                  WRK-LISTA               DELIMITED BY SIZE
                  " - MARCAR O BEM ACHADO E ANOTAR O LOCAL SE OUTRO"
                                          DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE ZEROS TO WRK-SEQ WRK-TOT-ITENS.
           MOVE ZEROS TO IMB-PATRIMONIO.
           START ARQIMOB KEY IS NOT LESS IMB-PATRIMONIO
              INVALID KEY MOVE 10 TO ARQIMOB-FS
           END-START.
           PERFORM UNTIL ARQIMOB-FS NOT EQUAL ZEROS
                      OR WRK-SEQ EQUAL 999
              READ ARQIMOB NEXT RECORD
              IF ARQIMOB-FS EQUAL ZEROS
                 AND IMB-SITUACAO EQUAL "A"
                 IF (WRK-FILTRO-SETOR EQUAL SPACES
                     OR IMB-SETOR EQUAL WRK-FILTRO-SETOR)
                    AND (WRK-FILTRO-LOCAL EQUAL SPACES
                     OR IMB-LOCAL EQUAL WRK-FILTRO-LOCAL)
                    PERFORM GRAVAR-ITEM-LISTA
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQIMOB-FS.
           DISPLAY "LISTA " WRK-LISTA " GERADA COM "
                    WRK-TOT-ITENS " BEM(NS) - IMPRESSA NO SPOOL".

       GRAVAR-ITEM-LISTA SECTION.
           ADD 1 TO WRK-SEQ WRK-TOT-ITENS.
           MOVE WRK-LISTA       TO CNF-LISTA.
           MOVE WRK-SEQ         TO CNF-SEQ.
           MOVE IMB-PATRIMONIO  TO CNF-PATRIMONIO.
           MOVE IMB-SETOR       TO CNF-SETOR.
           MOVE IMB-LOCAL       TO CNF-LOCAL.
           MOVE "N"             TO CNF-CONFERIDO CNF-ENCONTRADO
                                   CNF-EFETIVADO.
           MOVE SPACES          TO CNF-LOCAL-ACHADO.
           MOVE ZEROS           TO CNF-DATA-CONFERENCIA.
           WRITE CNF-REGISTRO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-SEQ         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  IMB-PATRIMONIO  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  IMB-DESCRICAO   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  IMB-LOCAL       DELIMITED BY SIZE
                  " [ ] ________" DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       PROXIMA-LISTA SECTION.
           OPEN INPUT ARQCONFCTRL.
           IF ARQCONFCTRL-FS EQUAL 00
              READ ARQCONFCTRL
              MOVE CONFCTRL-ULTIMA-LISTA TO WRK-LISTA
              CLOSE ARQCONFCTRL
           ELSE
              MOVE ZERO TO WRK-LISTA
           END-IF.
           ADD 1 TO WRK-LISTA.
           OPEN OUTPUT ARQCONFCTRL.
           MOVE WRK-LISTA TO CONFCTRL-ULTIMA-LISTA.
           WRITE CONFCTRL-REGISTRO.
           CLOSE ARQCONFCTRL.

      *    DIGITACAO LINHA A LINHA - SO AS AINDA NAO CONFERIDAS OU AS
      *    NAO ENCONTRADAS (PARA UMA SEGUNDA PROCURA)
       DIGITAR-CONFERENCIA SECTION.
           DISPLAY "NUMERO DA LISTA: ".
           ACCEPT WRK-LISTA.
           MOVE "N" TO WRK-FIM-LISTA.
           MOVE WRK-LISTA TO CNF-LISTA.
           MOVE ZEROS     TO CNF-SEQ.
           START ARQIMOBCONF KEY IS NOT LESS CNF-CHAVE
              INVALID KEY MOVE 10 TO ARQIMOBCONF-FS
           END-START.
           PERFORM UNTIL ARQIMOBCONF-FS NOT EQUAL ZEROS
                      OR WRK-FIM-LISTA EQUAL "S"
              READ ARQIMOBCONF NEXT RECORD
              IF ARQIMOBCONF-FS EQUAL ZEROS
                 IF CNF-LISTA NOT EQUAL WRK-LISTA
                    MOVE "S" TO WRK-FIM-LISTA
                 ELSE
                    IF CNF-EFETIVADO NOT EQUAL "S"
                       AND (CNF-CONFERIDO NOT EQUAL "S"
                            OR CNF-ENCONTRADO NOT EQUAL "S")
                       PERFORM DIGITAR-ITEM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQIMOBCONF-FS.
           DISPLAY "DIGITACAO DA LISTA ENCERRADA".

      *    A PLAQUETA DIGITADA TEM QUE SER A DA LINHA - BEM TROCADO NAO
      *    ENTRA; "N" NA PERGUNTA REGISTRA O BEM COMO NAO ENCONTRADO
       DIGITAR-ITEM SECTION.
           DISPLAY "ITEM " CNF-SEQ " LOCAL " CNF-LOCAL.
           DISPLAY "PLAQUETA DO BEM (ZERO = PULAR): ".
           MOVE ZEROS TO WRK-PLAQUETA.
           ACCEPT WRK-PLAQUETA.
           IF WRK-PLAQUETA NOT EQUAL ZEROS
              IF WRK-PLAQUETA NOT EQUAL CNF-PATRIMONIO
                 DISPLAY "PLAQUETA NAO CONFERE COM O ITEM " CNF-SEQ
                         " DA LISTA - ITEM PULADO"
              ELSE
                 DISPLAY "BEM ENCONTRADO (S/N)? "
                 ACCEPT WRK-ACHOU
                 IF WRK-ACHOU EQUAL "S"
                    DISPLAY "LOCAL ONDE ESTAVA (VAZIO = O DA LISTA): "
                    MOVE SPACES TO WRK-LOCAL-ACHADO
                    ACCEPT WRK-LOCAL-ACHADO
                    IF WRK-LOCAL-ACHADO EQUAL SPACES
                       MOVE CNF-LOCAL TO WRK-LOCAL-ACHADO
                    END-IF
                 ELSE
                    MOVE "N"    TO WRK-ACHOU
                    MOVE SPACES TO WRK-LOCAL-ACHADO
                 END-IF
                 MOVE "S"              TO CNF-CONFERIDO
                 MOVE WRK-ACHOU        TO CNF-ENCONTRADO
                 MOVE WRK-LOCAL-ACHADO TO CNF-LOCAL-ACHADO
                 MOVE WRK-DATA-HOJE    TO CNF-DATA-CONFERENCIA
                 REWRITE CNF-REGISTRO
              END-IF
           END-IF.

      *    NAO ENCONTRADO, ENCONTRADO EM OUTRO LOCAL E AINDA NAO
      *    CONFERIDO - O QUE O SUPERVISOR PRECISA VER ANTES DE EFETIVAR
       RELATORIO-DIVERGENCIA SECTION.
           DISPLAY "NUMERO DA LISTA: ".
           ACCEPT WRK-LISTA.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING "DIVERG IMOB LST " DELIMITED BY SIZE
                  WRK-LISTA          DELIMITED BY SIZE
             INTO WRK-SPL-NOME
           END-STRING.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE ZEROS TO WRK-TOT-DIVERG WRK-TOT-PENDENTES.
           MOVE "N"   TO WRK-FIM-LISTA.
           MOVE WRK-LISTA TO CNF-LISTA.
           MOVE ZEROS     TO CNF-SEQ.
           START ARQIMOBCONF KEY IS NOT LESS CNF-CHAVE
              INVALID KEY MOVE 10 TO ARQIMOBCONF-FS
           END-START.
           PERFORM UNTIL ARQIMOBCONF-FS NOT EQUAL ZEROS
                      OR WRK-FIM-LISTA EQUAL "S"
              READ ARQIMOBCONF NEXT RECORD
              IF ARQIMOBCONF-FS EQUAL ZEROS
                 IF CNF-LISTA NOT EQUAL WRK-LISTA
                    MOVE "S" TO WRK-FIM-LISTA
                 ELSE
                    PERFORM RELATAR-ITEM
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQIMOBCONF-FS.
           DISPLAY "BENS COM DIVERGENCIA: " WRK-TOT-DIVERG.
           DISPLAY "BENS NAO CONFERIDOS.: " WRK-TOT-PENDENTES.

       RELATAR-ITEM SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           EVALUATE TRUE
              WHEN CNF-CONFERIDO NOT EQUAL "S"
                 ADD 1 TO WRK-TOT-PENDENTES
                 STRING "PATRIMONIO "    DELIMITED BY SIZE
                        CNF-PATRIMONIO   DELIMITED BY SIZE
                        " NAO CONFERIDO - LOCAL " DELIMITED BY SIZE
                        CNF-LOCAL        DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
              WHEN CNF-ENCONTRADO NOT EQUAL "S"
                 ADD 1 TO WRK-TOT-DIVERG
                 STRING "PATRIMONIO "    DELIMITED BY SIZE
                        CNF-PATRIMONIO   DELIMITED BY SIZE
                        " NAO ENCONTRADO - LOCAL " DELIMITED BY SIZE
                        CNF-LOCAL        DELIMITED BY SIZE
                        " SETOR "        DELIMITED BY SIZE
                        CNF-SETOR        DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
              WHEN CNF-LOCAL-ACHADO NOT EQUAL CNF-LOCAL
                 ADD 1 TO WRK-TOT-DIVERG
                 STRING "PATRIMONIO "    DELIMITED BY SIZE
                        CNF-PATRIMONIO   DELIMITED BY SIZE
                        " EM "           DELIMITED BY SIZE
                        CNF-LOCAL-ACHADO DELIMITED BY SIZE
                        " (CADASTRO "    DELIMITED BY SIZE
                        CNF-LOCAL        DELIMITED BY SIZE
                        ")"              DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WRK-SPL-LINHA NOT EQUAL SPACES
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              DISPLAY WRK-SPL-LINHA
           END-IF.

      *    EFETIVACAO: SO OS ENCONTRADOS MEXEM NO MESTRE (DATA DA
      *    CONFERENCIA E, SE FOR O CASO, O LOCAL NOVO)
       EFETIVAR-CONFERENCIA SECTION.
           IF WRK-LOGIN-NIVEL NOT EQUAL "A"
              DISPLAY "EFETIVACAO RESTRITA AO NIVEL A"
           ELSE
              DISPLAY "NUMERO DA LISTA: "
              ACCEPT WRK-LISTA
              DISPLAY "CONFIRMACAO DO SUPERVISOR - EFETIVAR A"
                      " CONFERENCIA DA LISTA (S/N)? "
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA NOT EQUAL "S"
                 DISPLAY "EFETIVACAO CANCELADA"
              ELSE
                 PERFORM EFETIVAR-LISTA
              END-IF
           END-IF.

       EFETIVAR-LISTA SECTION.
           MOVE ZEROS TO WRK-TOT-EFETIVADOS.
           MOVE "N"   TO WRK-FIM-LISTA.
           MOVE WRK-LISTA TO CNF-LISTA.
           MOVE ZEROS     TO CNF-SEQ.
           START ARQIMOBCONF KEY IS NOT LESS CNF-CHAVE
              INVALID KEY MOVE 10 TO ARQIMOBCONF-FS
           END-START.
           PERFORM UNTIL ARQIMOBCONF-FS NOT EQUAL ZEROS
                      OR WRK-FIM-LISTA EQUAL "S"
              READ ARQIMOBCONF NEXT RECORD
              IF ARQIMOBCONF-FS EQUAL ZEROS
                 IF CNF-LISTA NOT EQUAL WRK-LISTA
                    MOVE "S" TO WRK-FIM-LISTA
                 ELSE
                    IF CNF-CONFERIDO EQUAL "S"
                       AND CNF-ENCONTRADO EQUAL "S"
                       AND CNF-EFETIVADO NOT EQUAL "S"
                       PERFORM EFETIVAR-ITEM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQIMOBCONF-FS.
           DISPLAY "BENS EFETIVADOS: " WRK-TOT-EFETIVADOS.

       EFETIVAR-ITEM SECTION.
           MOVE CNF-PATRIMONIO TO IMB-PATRIMONIO.
           READ ARQIMOB.
           IF ARQIMOB-FS NOT EQUAL ZEROS
              DISPLAY "PATRIMONIO " CNF-PATRIMONIO
                      " FORA DO CADASTRO - ITEM PULADO"
              MOVE ZEROS TO ARQIMOB-FS
           ELSE
              MOVE CNF-DATA-CONFERENCIA TO IMB-DATA-CONFERENCIA
              MOVE CNF-LOCAL-ACHADO     TO IMB-LOCAL
              MOVE WRK-USUARIO          TO IMB-USUARIO
              MOVE WRK-DATA-HOJE        TO IMB-DATA-ALTERACAO
              REWRITE IMB-REGISTRO
              MOVE "S" TO CNF-EFETIVADO
              REWRITE CNF-REGISTRO
              ADD 1 TO WRK-TOT-EFETIVADOS
           END-IF.
