       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVROLA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: ROLAGEM MENSAL DO MOVIMENTO - CHAMADO PELO MESFECHA
      *DEPOIS DE FECHAR O MES. TIRA DO VENDAS.TXT E DO PEDIDOS.TXT
      *TODO REGISTRO DATADO ATE O MES FECHADO E O GRAVA NO ARQUIVO DE
      *PERIODO DO MES DELE (DADOS/VENDAS_AAAAMM.DAT, DADOS/PEDIDOS_
      *AAAAMM.DAT, INDEXADOS PELA ORDEM EM QUE ESTAVAM NO ATIVO), COM
      *UMA ENTRADA POR REGISTRO NO INDICE POR DATA E CLIENTE
      *(ARQMOVIDX.DAT) E OS TOTAIS NO CATALOGO (ARQMOVPERIODO.DAT). O
      *ATIVO E COPIADO INTEIRO ANTES (DADOS/VENDAS_ORIGEM_<DATA HORA>.
      *TXT) E REGRAVADO SO COM O QUE FICOU EM ABERTO (VENDA DE HOJE,
      *ENCOMENDA PARA DEPOIS DO MES). A ROLAGEM FICA "R" ATE O
      *MOVCONFERE PROVAR QUE OS PERIODOS BATEM COM A COPIA; ROLAGEM
      *ANTERIOR DO MESMO ARQUIVO AINDA SEM CONFERENCIA SEGURA A NOVA.
      *ROLAGEM "D" (ERRO AQUI OU DIVERGENCIA NO MOVCONFERE) E DESFEITA
      *NA CHAMADA SEGUINTE ANTES DE ROLAR DE NOVO: O ATIVO VOLTA A TER
      *TUDO O QUE A COPIA TINHA, SAEM DOS PERIODOS E DO INDICE OS
      *REGISTROS GRAVADOS SOB O CARIMBO DELA E O CATALOGO VOLTA AOS
      *TOTAIS DE ANTES - BASTA PEDIR O FECHAMENTO DO MES DE NOVO.
      *NADA E ROLADO (DEVOLVE "E") SE O ARQCRM_CTRL.DAT NAO MOSTRAR A
      *CHAVE DO CLIENTE EM 6 DIGITOS (LAYOUT 07) OU SE O CONVERTECRM
      *TIVER ARQUIVO PENDENTE - OS PERIODOS SAIRIAM COM LAYOUTS
      *MISTURADOS
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVENDAS ASSIGN TO ".\VENDAS.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQVENDAS-FS.

           SELECT ARQPEDIDO ASSIGN TO ".\PEDIDOS.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPEDIDO-FS.

           SELECT ARQORIGEM ASSIGN TO WRK-NOME-ORIGEM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQORIGEM-FS.

           SELECT ARQABERTO ASSIGN TO WRK-NOME-ABERTO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQABERTO-FS.

           SELECT ARQPERMES ASSIGN TO WRK-NOME-PERIODO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPERMES-FS
           RECORD KEY IS PMS-SEQ.

           SELECT ARQMOVPER ASSIGN TO "DADOS/ARQMOVPERIODO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQMOVPER-FS
           RECORD KEY IS MVP-CHAVE.

           SELECT ARQMOVIDX ASSIGN TO "DADOS/ARQMOVIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQMOVIDX-FS
           RECORD KEY IS MVX-CHAVE
           ALTERNATE RECORD KEY IS MVX-CHAVE-CLIENTE.

           SELECT ARQCTRL ASSIGN TO "DADOS/ARQCRM_CTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCTRL-FS.

           SELECT ARQCONV ASSIGN TO "DADOS/ARQCRM_CONVERSAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCONV-FS.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO VENDAENTRADA
       FD ARQVENDAS
           RECORDING MODE IS F.
       COPY "#VENDA".

      *    MESMO LAYOUT GRAVADO PELO PROGCOBPEDIDO
       FD ARQPEDIDO
           RECORDING MODE IS F.
       COPY "#PEDIDO".

      *    COPIA DO ATIVO E SOBRA EM ABERTO: O REGISTRO DO ATIVO
      *    COMPLETADO COM BRANCOS ATE 200 POSICOES, QUE COBRE OS DOIS
      *    LAYOUTS (O MESMO QUE O BACKUPCRM FAZ)
       FD ARQORIGEM
           RECORDING MODE IS F.
       01 ORG-REGISTRO       PIC X(200).

       FD ARQABERTO
           RECORDING MODE IS F.
       01 ABT-REGISTRO       PIC X(200).

      *    ARQUIVO DE PERIODO: A SEQUENCIA DO REGISTRO NO MES E O
      *    REGISTRO DO ATIVO COMO ESTAVA
       FD ARQPERMES.
       01 PMS-REGISTRO.
           05 PMS-SEQ            PIC 9(07).
           05 PMS-DADOS          PIC X(200).

       FD ARQMOVPER.
       COPY "#MOVPERIODO".

       FD ARQMOVIDX.
       COPY "#MOVINDICE".

       FD ARQCTRL.
       COPY "#CRM-CTRL".

       FD ARQCONV
           RECORDING MODE IS F.
       COPY "#CRM-CONVERSAO".

       WORKING-STORAGE SECTION.
       01 ARQVENDAS-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPEDIDO-FS       PIC 9(02) VALUES ZEROS.
       01 ARQORIGEM-FS       PIC 9(02) VALUES ZEROS.
       01 ARQABERTO-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPERMES-FS       PIC 9(02) VALUES ZEROS.
       01 ARQMOVPER-FS       PIC 9(02) VALUES ZEROS.
       01 ARQMOVIDX-FS       PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCONV-FS         PIC 9(02) VALUES ZEROS.
       01 WRK-VERSAO-ESPERADA PIC 9(02) VALUES 07.
       01 WRK-LAYOUT-OK      PIC X(01) VALUES "N".

       01 WRK-NOME-ORIGEM    PIC X(40) VALUES SPACES.
       01 WRK-NOME-PERIODO   PIC X(40) VALUES SPACES.
       01 WRK-NOME-ABERTO    PIC X(40)
                             VALUES "DADOS/MOVROLA_ABERTO.TXT".
      *    "V" VENDAS.TXT / "P" PEDIDOS.TXT E O NOME BASE DOS ARQUIVOS
      *    DE PERIODO DELE
       01 WRK-ARQUIVO        PIC X(01) VALUES SPACES.
       01 WRK-NOME-BASE      PIC X(07) VALUES SPACES.
       01 WRK-NOME-ATIVO     PIC X(11) VALUES SPACES.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-HORA-AGORA     PIC 9(08) VALUES ZEROS.
       01 WRK-CARIMBO        PIC 9(14) VALUES ZEROS.
       01 WRK-CONTROLES-OK   PIC X(01) VALUES "N".
       01 WRK-PODE-ROLAR     PIC X(01) VALUES "N".
       01 WRK-ERRO           PIC X(01) VALUES "N".
       01 WRK-PER-ABERTO     PIC X(01) VALUES "N".
       01 WRK-PER-ANOMES     PIC 9(06) VALUES ZEROS.

      *----------REGISTRO DO ATIVO EM VISAO COMUM AOS DOIS ARQUIVOS
       01 WRK-ATIVO-FS       PIC 9(02) VALUES ZEROS.
       01 WRK-REG-DADOS      PIC X(200) VALUES SPACES.
       01 WRK-REG-DATA       PIC 9(08) VALUES ZEROS.
       01 WRK-REG-CLIENTE    PIC 9(06) VALUES ZEROS.
       01 WRK-REG-VALOR      PIC 9(07)V99 VALUES ZEROS.

      *----------TOTAIS DA ROLAGEM DE UM ARQUIVO
       01 WRK-QTD-A-ROLAR    PIC 9(07) VALUES ZEROS.
       01 WRK-QTD-ORIGEM     PIC 9(07) VALUES ZEROS.
       01 WRK-VALOR-ORIGEM   PIC 9(11)V99 VALUES ZEROS.
       01 WRK-QTD-ROLADA     PIC 9(07) VALUES ZEROS.
       01 WRK-VALOR-ROLADO   PIC 9(11)V99 VALUES ZEROS.
       01 WRK-QTD-ABERTO     PIC 9(07) VALUES ZEROS.
       01 WRK-VALOR-ABERTO   PIC 9(11)V99 VALUES ZEROS.
       01 WRK-QTD-DEVOLVIDA  PIC 9(07) VALUES ZEROS.
       01 WRK-QTD-ESPERADA   PIC 9(07) VALUES ZEROS.
       01 WRK-DEVOLVEU       PIC X(01) VALUES "N".
      *    REGISTROS DO INICIO DO ATIVO QUE SAIRAM DA ROLAGEM
       01 WRK-QTD-NO-ATIVO   PIC 9(07) VALUES ZEROS.

      *----------ATIVO REFEITO: A COPIA (FONTE) INTEIRA E DEPOIS O QUE
      *----------FOI GRAVADO NO ATIVO APOS OS REGISTROS DA ROLAGEM
       01 WRK-QTD-FONTE      PIC 9(07) VALUES ZEROS.
       01 WRK-QTD-COPIADA    PIC 9(07) VALUES ZEROS.
       01 WRK-SEQ            PIC 9(07) VALUES ZEROS.
       01 WRK-REFAZ-OK       PIC X(01) VALUES "N".

      *----------ROLAGENS "D" DO ARQUIVO A DESFAZER ANTES DE ROLAR
       01 WRK-QTD-DSF        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-DSF-IDX        PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TAB-DSF.
           05 WRK-DSF-ITEM OCCURS 12 TIMES.
               10 WRK-DSF-ANOMES     PIC 9(06).
               10 WRK-DSF-CARIMBO    PIC 9(14).
               10 WRK-DSF-ORIGEM     PIC X(40).
               10 WRK-DSF-QTD        PIC 9(07).
               10 WRK-DSF-NO-ATIVO   PIC 9(07).

      *----------PERIODOS GRAVADOS PELA ROLAGEM SENDO DESFEITA
       01 WRK-QTD-PDS        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-PDS-IDX        PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-PDS.
           05 WRK-PDS-ITEM OCCURS 600 TIMES.
               10 WRK-PDS-ANOMES     PIC 9(06).
               10 WRK-PDS-QTD        PIC 9(07).
               10 WRK-PDS-QTD-ANTES  PIC 9(07).

       LINKAGE SECTION.
       01 LNK-ROLAGEM.
           05 LNK-ROL-ANOMES     PIC 9(06).
           05 LNK-ROL-OPERADOR   PIC X(10).
      *    DEVOLVIDO: "S" ROLADO / "N" NADA A ROLAR / "E" RECUSADO OU
      *    COM ERRO (VER AS MENSAGENS)
           05 LNK-ROL-RESULTADO  PIC X(01).

       PROCEDURE DIVISION USING LNK-ROLAGEM.
       0001-PRINCIPAL SECTION.
           DISPLAY "MOVROLA - INICIO".
           MOVE "N" TO LNK-ROL-RESULTADO.
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           COMPUTE WRK-CARIMBO = WRK-DATA-HOJE * 1000000
                               + WRK-HORA-AGORA / 100.
           PERFORM CONFERIR-LAYOUT.
           IF WRK-LAYOUT-OK EQUAL "S"
              PERFORM ABRIR-CONTROLES
           ELSE
              MOVE "N" TO WRK-CONTROLES-OK
           END-IF.
           IF WRK-CONTROLES-OK EQUAL "S"
              MOVE "V"           TO WRK-ARQUIVO
              MOVE "VENDAS"      TO WRK-NOME-BASE
              MOVE "VENDAS.TXT"  TO WRK-NOME-ATIVO
              PERFORM ROLAR-ARQUIVO
              MOVE "P"           TO WRK-ARQUIVO
              MOVE "PEDIDOS"     TO WRK-NOME-BASE
              MOVE "PEDIDOS.TXT" TO WRK-NOME-ATIVO
              PERFORM ROLAR-ARQUIVO
              CLOSE ARQMOVPER
              CLOSE ARQMOVIDX
           ELSE
              MOVE "E" TO LNK-ROL-RESULTADO
           END-IF.
           DISPLAY "MOVROLA - FIM".
           GOBACK.

      *    O ATIVO SO PODE IR PARA OS PERIODOS NO LAYOUT 07 (CLIENTE
      *    COM 6 DIGITOS): SEM O CARIMBO NO ARQCRM_CTRL.DAT OU COM
      *    ARQUIVO AINDA PENDENTE NO CONTROLE DO CONVERTECRM, NADA ROLA
       CONFERIR-LAYOUT SECTION.
           MOVE "S" TO WRK-LAYOUT-OK.
           OPEN INPUT ARQCONV.
           IF ARQCONV-FS EQUAL ZEROS
              PERFORM UNTIL ARQCONV-FS NOT EQUAL ZEROS
                 READ ARQCONV
                 IF ARQCONV-FS EQUAL ZEROS
                    AND CONV-ETAPA NOT EQUAL "C"
                    AND CONV-ETAPA NOT EQUAL "A"
                    DISPLAY "BASE MEIO CONVERTIDA - PENDENTE: "
                            CONV-ARQUIVO
                    MOVE "N" TO WRK-LAYOUT-OK
                 END-IF
              END-PERFORM
              CLOSE ARQCONV
           END-IF.
           OPEN INPUT ARQCTRL.
           IF ARQCTRL-FS EQUAL ZEROS
              READ ARQCTRL
              IF ARQCTRL-FS NOT EQUAL ZEROS
                 MOVE ZEROS TO CTLCRM-VERSAO
              END-IF
              CLOSE ARQCTRL
           ELSE
              MOVE ZEROS TO CTLCRM-VERSAO
           END-IF.
           IF CTLCRM-VERSAO LESS THAN WRK-VERSAO-ESPERADA
              DISPLAY "ARQCRM_CTRL.DAT SEM O LAYOUT 07 - EXECUTE O"
                      " CONVERTECRM ANTES DE ROLAR"
              MOVE "N" TO WRK-LAYOUT-OK
           END-IF.

       ABRIR-CONTROLES SECTION.
           MOVE "S" TO WRK-CONTROLES-OK.
           OPEN I-O ARQMOVPER.
           IF ARQMOVPER-FS EQUAL 35
              OPEN OUTPUT ARQMOVPER
              CLOSE ARQMOVPER
              OPEN I-O ARQMOVPER
           END-IF.
           IF ARQMOVPER-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQMOVPERIODO.DAT STATUS "
                      ARQMOVPER-FS
              MOVE "N" TO WRK-CONTROLES-OK
           ELSE
              OPEN I-O ARQMOVIDX
              IF ARQMOVIDX-FS EQUAL 35
                 OPEN OUTPUT ARQMOVIDX
                 CLOSE ARQMOVIDX
                 OPEN I-O ARQMOVIDX
              END-IF
              IF ARQMOVIDX-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO ABERTURA ARQMOVIDX.DAT STATUS "
                         ARQMOVIDX-FS
                 CLOSE ARQMOVPER
                 MOVE "N" TO WRK-CONTROLES-OK
              END-IF
           END-IF.

      *    PRIMEIRA PASSADA SO CONTA O QUE VAI SAIR - NADA DATADO ATE O
      *    MES FECHADO, NADA E MEXIDO (MES JA ROLADO, ATIVO VAZIO)
       ROLAR-ARQUIVO SECTION.
           PERFORM CONFERIR-ROLAGEM-ANTERIOR.
           MOVE "N" TO WRK-ERRO.
           IF WRK-PODE-ROLAR EQUAL "S"
              PERFORM CONTAR-A-ROLAR
              IF WRK-QTD-A-ROLAR EQUAL ZEROS
                 DISPLAY WRK-NOME-ATIVO ": NADA DATADO ATE "
                         LNK-ROL-ANOMES " - NADA A ROLAR"
              ELSE
                 PERFORM ROLAR-REGISTROS
                 MOVE WRK-QTD-ORIGEM TO WRK-QTD-FONTE
                                        WRK-QTD-NO-ATIVO
                 IF WRK-ERRO EQUAL "N"
                    MOVE WRK-QTD-ABERTO TO WRK-QTD-ESPERADA
                    PERFORM DEVOLVER-ABERTOS
                    IF WRK-DEVOLVEU EQUAL "S"
                       MOVE WRK-QTD-ABERTO TO WRK-QTD-NO-ATIVO
                    ELSE
                       MOVE "S" TO WRK-ERRO
                       PERFORM RESTAURAR-ATIVO
                    END-IF
                 END-IF
                 PERFORM GRAVAR-ROLAGEM
                 IF WRK-ERRO EQUAL "N"
                    IF LNK-ROL-RESULTADO NOT EQUAL "E"
                       MOVE "S" TO LNK-ROL-RESULTADO
                    END-IF
                 ELSE
                    MOVE "E" TO LNK-ROL-RESULTADO
                 END-IF
              END-IF
           ELSE
              MOVE "E" TO LNK-ROL-RESULTADO
           END-IF.

      *    ROLAGEM "R" AINDA SEM CONFERENCIA SEGURA A NOVA; AS "D" SAO
      *    DESFEITAS, DA MAIS RECENTE PARA A MAIS ANTIGA, E A ROLAGEM
      *    SEGUE COM O MOVIMENTO DELAS DE VOLTA NO ATIVO
       CONFERIR-ROLAGEM-ANTERIOR SECTION.
           MOVE "S" TO WRK-PODE-ROLAR.
           MOVE ZERO TO WRK-QTD-DSF.
           MOVE "R"         TO MVP-TIPO.
           MOVE WRK-ARQUIVO TO MVP-ARQUIVO.
           MOVE ZEROS       TO MVP-ANOMES.
           START ARQMOVPER KEY IS NOT LESS MVP-CHAVE.
           PERFORM UNTIL ARQMOVPER-FS NOT EQUAL ZEROS
              READ ARQMOVPER NEXT RECORD
              IF ARQMOVPER-FS EQUAL ZEROS
                 IF MVP-TIPO NOT EQUAL "R"
                    OR MVP-ARQUIVO NOT EQUAL WRK-ARQUIVO
                    MOVE 10 TO ARQMOVPER-FS
                 ELSE
                    EVALUATE MVP-SITUACAO
                       WHEN "R"
                          DISPLAY WRK-NOME-ATIVO ": ROLAGEM DE "
                                  MVP-ANOMES " SEM CONFERENCIA"
                                  " - RODE O MOVCONFERE"
                          MOVE "N" TO WRK-PODE-ROLAR
                       WHEN "D"
                          IF WRK-QTD-DSF LESS 12
                             ADD 1 TO WRK-QTD-DSF
                             MOVE MVP-ANOMES
                               TO WRK-DSF-ANOMES(WRK-QTD-DSF)
                             MOVE MVP-CARIMBO
                               TO WRK-DSF-CARIMBO(WRK-QTD-DSF)
                             MOVE MVP-NOME-ORIGEM
                               TO WRK-DSF-ORIGEM(WRK-QTD-DSF)
                             MOVE MVP-QTD
                               TO WRK-DSF-QTD(WRK-QTD-DSF)
                             MOVE MVP-QTD-NO-ATIVO
                               TO WRK-DSF-NO-ATIVO(WRK-QTD-DSF)
                          ELSE
                             DISPLAY WRK-NOME-ATIVO ": MAIS DE 12 "
                                     "ROLAGENS DIVERGENTES A DESFAZER"
                             MOVE "N" TO WRK-PODE-ROLAR
                          END-IF
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQMOVPER-FS.
           IF WRK-PODE-ROLAR EQUAL "S"
              PERFORM VARYING WRK-DSF-IDX FROM WRK-QTD-DSF BY -1
                      UNTIL WRK-DSF-IDX LESS 1
                         OR WRK-PODE-ROLAR NOT EQUAL "S"
                 PERFORM DESFAZER-ROLAGEM
              END-PERFORM
           END-IF.

      *    PRIMEIRO O ATIVO (SE A ROLAGEM MEXEU NELE), DEPOIS OS
      *    PERIODOS E O INDICE, POR ULTIMO A ROLAGEM SAI COMO "X". CADA
      *    PASSO PODE SER REPETIDO: PAROU NO MEIO, A PROXIMA CHAMADA
      *    RETOMA DE ONDE O CATALOGO FICOU
       DESFAZER-ROLAGEM SECTION.
           DISPLAY WRK-NOME-ATIVO ": DESFAZENDO A ROLAGEM DE "
                   WRK-DSF-ANOMES(WRK-DSF-IDX) " (SITUACAO D)".
           MOVE "N" TO WRK-ERRO.
           IF WRK-DSF-NO-ATIVO(WRK-DSF-IDX)
              NOT EQUAL WRK-DSF-QTD(WRK-DSF-IDX)
              MOVE WRK-DSF-ORIGEM(WRK-DSF-IDX)   TO WRK-NOME-ORIGEM
              MOVE WRK-DSF-QTD(WRK-DSF-IDX)      TO WRK-QTD-FONTE
              MOVE WRK-DSF-NO-ATIVO(WRK-DSF-IDX) TO WRK-QTD-NO-ATIVO
              PERFORM REFAZER-ATIVO
              PERFORM REGRAVAR-FONTE-ROLAGEM
              IF WRK-REFAZ-OK NOT EQUAL "S"
                 MOVE "S" TO WRK-ERRO
              END-IF
           END-IF.
           IF WRK-ERRO EQUAL "N"
              PERFORM CARREGAR-PERIODOS-ROLAGEM
              PERFORM VARYING WRK-PDS-IDX FROM 1 BY 1
                      UNTIL WRK-PDS-IDX GREATER WRK-QTD-PDS
                 PERFORM DESFAZER-PERIODO
              END-PERFORM
           END-IF.
           IF WRK-ERRO EQUAL "N"
              MOVE "R"                         TO MVP-TIPO
              MOVE WRK-ARQUIVO                 TO MVP-ARQUIVO
              MOVE WRK-DSF-ANOMES(WRK-DSF-IDX) TO MVP-ANOMES
              READ ARQMOVPER
              IF ARQMOVPER-FS EQUAL ZEROS
                 MOVE "X"              TO MVP-SITUACAO
                 MOVE LNK-ROL-OPERADOR TO MVP-OPERADOR
                 REWRITE MVP-REGISTRO
              END-IF
              IF ARQMOVPER-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO REGRAVACAO ARQMOVPERIODO.DAT STATUS "
                         ARQMOVPER-FS
                 MOVE "S" TO WRK-ERRO
              END-IF
           END-IF.
           IF WRK-ERRO EQUAL "N"
              DISPLAY WRK-NOME-ATIVO ": ROLAGEM DE "
                      WRK-DSF-ANOMES(WRK-DSF-IDX)
                      " DESFEITA - O MOVIMENTO VOLTOU AO ATIVO"
           ELSE
              DISPLAY WRK-NOME-ATIVO ": ROLAGEM DE "
                      WRK-DSF-ANOMES(WRK-DSF-IDX)
                      " NAO DESFEITA - CORRIGIR O ERRO ACIMA E PEDIR"
                      " O FECHAMENTO DE NOVO"
              MOVE "N" TO WRK-PODE-ROLAR
           END-IF.

      *    O ATIVO REFEITO PASSA A SER A FONTE DA ROLAGEM - SE A
      *    DESFEITA PARAR DEPOIS DAQUI, A PROXIMA NAO REFAZ DE NOVO
       REGRAVAR-FONTE-ROLAGEM SECTION.
           MOVE "R"                         TO MVP-TIPO.
           MOVE WRK-ARQUIVO                 TO MVP-ARQUIVO.
           MOVE WRK-DSF-ANOMES(WRK-DSF-IDX) TO MVP-ANOMES.
           READ ARQMOVPER.
           IF ARQMOVPER-FS EQUAL ZEROS
              MOVE WRK-NOME-ORIGEM  TO MVP-NOME-ORIGEM
              MOVE WRK-QTD-FONTE    TO MVP-QTD
              MOVE WRK-QTD-NO-ATIVO TO MVP-QTD-NO-ATIVO
              REWRITE MVP-REGISTRO
           END-IF.
           IF ARQMOVPER-FS NOT EQUAL ZEROS
              DISPLAY "ERRO REGRAVACAO ARQMOVPERIODO.DAT STATUS "
                      ARQMOVPER-FS " - ATIVO JA REFEITO DE "
                      WRK-NOME-ORIGEM
              MOVE "N" TO WRK-REFAZ-OK
           END-IF.

      *    PERIODOS CUJA ULTIMA ROLAGEM FOI A QUE ESTA SENDO DESFEITA
       CARREGAR-PERIODOS-ROLAGEM SECTION.
           MOVE ZERO        TO WRK-QTD-PDS.
           MOVE "P"         TO MVP-TIPO.
           MOVE WRK-ARQUIVO TO MVP-ARQUIVO.
           MOVE ZEROS       TO MVP-ANOMES.
           START ARQMOVPER KEY IS NOT LESS MVP-CHAVE.
           PERFORM UNTIL ARQMOVPER-FS NOT EQUAL ZEROS
              READ ARQMOVPER NEXT RECORD
              IF ARQMOVPER-FS EQUAL ZEROS
                 IF MVP-TIPO NOT EQUAL "P"
                    OR MVP-ARQUIVO NOT EQUAL WRK-ARQUIVO
                    MOVE 10 TO ARQMOVPER-FS
                 ELSE
                    IF MVP-CARIMBO EQUAL WRK-DSF-CARIMBO(WRK-DSF-IDX)
                       AND WRK-QTD-PDS LESS 600
                       ADD 1 TO WRK-QTD-PDS
                       MOVE MVP-ANOMES
                         TO WRK-PDS-ANOMES(WRK-QTD-PDS)
                       MOVE MVP-QTD
                         TO WRK-PDS-QTD(WRK-QTD-PDS)
                       MOVE MVP-QTD-ANTES
                         TO WRK-PDS-QTD-ANTES(WRK-QTD-PDS)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQMOVPER-FS.

      *    SAI DO PERIODO E DO INDICE TODA SEQUENCIA ACIMA DO QUE O
      *    PERIODO TINHA ANTES DA ROLAGEM; O CATALOGO VOLTA AOS TOTAIS
      *    DE ANTES (PERIODO CRIADO POR ELA SAI DO CATALOGO)
       DESFAZER-PERIODO SECTION.
           MOVE WRK-PDS-ANOMES(WRK-PDS-IDX) TO WRK-PER-ANOMES.
           PERFORM MONTAR-NOME-PERIODO.
           OPEN I-O ARQPERMES.
           IF ARQPERMES-FS EQUAL ZEROS
              COMPUTE WRK-SEQ = WRK-PDS-QTD-ANTES(WRK-PDS-IDX) + 1
              PERFORM UNTIL WRK-SEQ GREATER WRK-PDS-QTD(WRK-PDS-IDX)
                 MOVE WRK-SEQ TO PMS-SEQ
                 DELETE ARQPERMES RECORD
                 IF ARQPERMES-FS NOT EQUAL ZEROS
                    AND ARQPERMES-FS NOT EQUAL 23
                    DISPLAY "ERRO EXCLUSAO " WRK-NOME-PERIODO " SEQ "
                            WRK-SEQ " STATUS " ARQPERMES-FS
                    MOVE "S" TO WRK-ERRO
                 END-IF
                 ADD 1 TO WRK-SEQ
              END-PERFORM
              CLOSE ARQPERMES
           ELSE
              IF ARQPERMES-FS NOT EQUAL 35
                 DISPLAY "ERRO ABERTURA " WRK-NOME-PERIODO
                         " STATUS " ARQPERMES-FS
                 MOVE "S" TO WRK-ERRO
              END-IF
           END-IF.
           MOVE WRK-ARQUIVO TO MVX-ARQUIVO.
           COMPUTE MVX-DATA = WRK-PER-ANOMES * 100.
           MOVE ZEROS       TO MVX-ANOMES MVX-SEQ.
           START ARQMOVIDX KEY IS NOT LESS MVX-CHAVE.
           PERFORM UNTIL ARQMOVIDX-FS NOT EQUAL ZEROS
              READ ARQMOVIDX NEXT RECORD
              IF ARQMOVIDX-FS EQUAL ZEROS
                 IF MVX-ARQUIVO NOT EQUAL WRK-ARQUIVO
                    OR MVX-DATA(1:6) GREATER WRK-PER-ANOMES
                    MOVE 10 TO ARQMOVIDX-FS
                 ELSE
                    IF MVX-ANOMES EQUAL WRK-PER-ANOMES
                       AND MVX-SEQ GREATER
                           WRK-PDS-QTD-ANTES(WRK-PDS-IDX)
                       DELETE ARQMOVIDX RECORD
                       IF ARQMOVIDX-FS NOT EQUAL ZEROS
                          DISPLAY "ERRO EXCLUSAO ARQMOVIDX.DAT STATUS "
                                  ARQMOVIDX-FS
                          MOVE "S" TO WRK-ERRO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQMOVIDX-FS.
           IF WRK-ERRO EQUAL "N"
              MOVE "P"            TO MVP-TIPO
              MOVE WRK-ARQUIVO    TO MVP-ARQUIVO
              MOVE WRK-PER-ANOMES TO MVP-ANOMES
              READ ARQMOVPER
              IF ARQMOVPER-FS EQUAL ZEROS
                 IF MVP-QTD-ANTES EQUAL ZEROS
                    DELETE ARQMOVPER RECORD
                 ELSE
                    MOVE MVP-QTD-ANTES   TO MVP-QTD
                    MOVE MVP-VALOR-ANTES TO MVP-VALOR
                    MOVE "C"             TO MVP-SITUACAO
                    REWRITE MVP-REGISTRO
                 END-IF
                 IF ARQMOVPER-FS NOT EQUAL ZEROS
                    DISPLAY "ERRO REGRAVACAO ARQMOVPERIODO.DAT STATUS "
                            ARQMOVPER-FS
                    MOVE "S" TO WRK-ERRO
                 END-IF
              END-IF
              MOVE ZEROS TO ARQMOVPER-FS
           END-IF.

       CONTAR-A-ROLAR SECTION.
           MOVE ZEROS TO WRK-QTD-A-ROLAR.
           PERFORM ABRIR-ATIVO-LEITURA.
           IF WRK-ATIVO-FS EQUAL ZEROS
              PERFORM UNTIL WRK-ATIVO-FS NOT EQUAL ZEROS
                 PERFORM LER-ATIVO
                 IF WRK-ATIVO-FS EQUAL ZEROS
                    AND WRK-REG-DATA(1:6) NOT GREATER LNK-ROL-ANOMES
                    ADD 1 TO WRK-QTD-A-ROLAR
                 END-IF
              END-PERFORM
              PERFORM FECHAR-ATIVO
           END-IF.

      *    SEGUNDA PASSADA: TODO REGISTRO VAI PARA A COPIA DE ORIGEM;
      *    O DATADO ATE O MES FECHADO VAI PARA O PERIODO DELE E PARA O
      *    INDICE, O RESTO PARA A SOBRA QUE VOLTA AO ATIVO
       ROLAR-REGISTROS SECTION.
           MOVE ZEROS TO WRK-QTD-ORIGEM WRK-VALOR-ORIGEM
                         WRK-QTD-ROLADA WRK-VALOR-ROLADO
                         WRK-QTD-ABERTO WRK-VALOR-ABERTO.
           MOVE SPACES TO WRK-NOME-ORIGEM.
           STRING "DADOS/"        DELIMITED BY SIZE
                  WRK-NOME-BASE   DELIMITED BY SPACE
                  "_ORIGEM_"      DELIMITED BY SIZE
                  WRK-CARIMBO     DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
             INTO WRK-NOME-ORIGEM
           END-STRING.
           OPEN OUTPUT ARQORIGEM.
           OPEN OUTPUT ARQABERTO.
           PERFORM ABRIR-ATIVO-LEITURA.
           PERFORM UNTIL WRK-ATIVO-FS NOT EQUAL ZEROS
              PERFORM LER-ATIVO
              IF WRK-ATIVO-FS EQUAL ZEROS
                 WRITE ORG-REGISTRO FROM WRK-REG-DADOS
                 IF ARQORIGEM-FS NOT EQUAL ZEROS
                    DISPLAY "ERRO GRAVACAO " WRK-NOME-ORIGEM
                            " STATUS " ARQORIGEM-FS
                    MOVE "S" TO WRK-ERRO
                 END-IF
                 ADD 1             TO WRK-QTD-ORIGEM
                 ADD WRK-REG-VALOR TO WRK-VALOR-ORIGEM
                 IF WRK-REG-DATA(1:6) NOT GREATER LNK-ROL-ANOMES
                    PERFORM GRAVAR-NO-PERIODO
                 ELSE
                    WRITE ABT-REGISTRO FROM WRK-REG-DADOS
                    ADD 1             TO WRK-QTD-ABERTO
                    ADD WRK-REG-VALOR TO WRK-VALOR-ABERTO
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM FECHAR-ATIVO.
           IF WRK-PER-ABERTO EQUAL "S"
              PERFORM FECHAR-PERIODO
           END-IF.
           CLOSE ARQORIGEM.
           CLOSE ARQABERTO.

      *    O ATIVO E QUASE TODO EM ORDEM DE DATA; O PERIODO SO TROCA
      *    QUANDO O MES DO REGISTRO MUDA (ENCOMENDA DATADA NA ENTREGA
      *    PODE IR E VOLTAR)
       GRAVAR-NO-PERIODO SECTION.
           IF WRK-PER-ABERTO NOT EQUAL "S"
              OR WRK-REG-DATA(1:6) NOT EQUAL WRK-PER-ANOMES
              IF WRK-PER-ABERTO EQUAL "S"
                 PERFORM FECHAR-PERIODO
              END-IF
              MOVE WRK-REG-DATA(1:6) TO WRK-PER-ANOMES
              PERFORM ABRIR-PERIODO
           END-IF.
           ADD 1 TO MVP-QTD.
           MOVE MVP-QTD       TO PMS-SEQ.
           MOVE WRK-REG-DADOS TO PMS-DADOS.
           WRITE PMS-REGISTRO.
           IF ARQPERMES-FS NOT EQUAL ZEROS
              DISPLAY "ERRO GRAVACAO " WRK-NOME-PERIODO " SEQ "
                      PMS-SEQ " STATUS " ARQPERMES-FS
              MOVE "S" TO WRK-ERRO
           END-IF.
           ADD WRK-REG-VALOR TO MVP-VALOR.
           ADD 1             TO WRK-QTD-ROLADA.
           ADD WRK-REG-VALOR TO WRK-VALOR-ROLADO.
           MOVE WRK-ARQUIVO     TO MVX-ARQUIVO MVX-CLI-ARQUIVO.
           MOVE WRK-REG-DATA    TO MVX-DATA.
           MOVE WRK-PER-ANOMES  TO MVX-ANOMES MVX-CLI-ANOMES.
           MOVE PMS-SEQ         TO MVX-SEQ MVX-CLI-SEQ.
           MOVE WRK-REG-CLIENTE TO MVX-CLI-CLIENTE.
           WRITE MVX-REGISTRO.
           IF ARQMOVIDX-FS EQUAL 22
              REWRITE MVX-REGISTRO
           END-IF.
           IF ARQMOVIDX-FS NOT EQUAL ZEROS
              DISPLAY "ERRO GRAVACAO ARQMOVIDX.DAT STATUS "
                      ARQMOVIDX-FS
              MOVE "S" TO WRK-ERRO
           END-IF.

      *    PERIODO TOCADO PELA PRIMEIRA VEZ NESTA ROLAGEM GUARDA O QUE
      *    JA TINHA (MES REABERTO E FECHADO DE NOVO) PARA A CONFERENCIA
       ABRIR-PERIODO SECTION.
           MOVE "P"            TO MVP-TIPO.
           MOVE WRK-ARQUIVO    TO MVP-ARQUIVO.
           MOVE WRK-PER-ANOMES TO MVP-ANOMES.
           READ ARQMOVPER.
           IF ARQMOVPER-FS NOT EQUAL ZEROS
              INITIALIZE MVP-REGISTRO
              MOVE "P"            TO MVP-TIPO
              MOVE WRK-ARQUIVO    TO MVP-ARQUIVO
              MOVE WRK-PER-ANOMES TO MVP-ANOMES
           END-IF.
           IF MVP-CARIMBO NOT EQUAL WRK-CARIMBO
              MOVE MVP-QTD     TO MVP-QTD-ANTES
              MOVE MVP-VALOR   TO MVP-VALOR-ANTES
              MOVE WRK-CARIMBO TO MVP-CARIMBO
           END-IF.
           MOVE LNK-ROL-OPERADOR TO MVP-OPERADOR.
           MOVE "R"              TO MVP-SITUACAO.
           MOVE ZEROS            TO MVP-DATA-CONFERE.
           PERFORM MONTAR-NOME-PERIODO.
           OPEN I-O ARQPERMES.
           IF ARQPERMES-FS EQUAL 35
              OPEN OUTPUT ARQPERMES
              CLOSE ARQPERMES
              OPEN I-O ARQPERMES
           END-IF.
           IF ARQPERMES-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA " WRK-NOME-PERIODO
                      " STATUS " ARQPERMES-FS
              MOVE "S" TO WRK-ERRO
           END-IF.
           MOVE "S" TO WRK-PER-ABERTO.

       MONTAR-NOME-PERIODO SECTION.
           MOVE SPACES TO WRK-NOME-PERIODO.
           STRING "DADOS/"        DELIMITED BY SIZE
                  WRK-NOME-BASE   DELIMITED BY SPACE
                  "_"             DELIMITED BY SIZE
                  WRK-PER-ANOMES  DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
             INTO WRK-NOME-PERIODO
           END-STRING.

       FECHAR-PERIODO SECTION.
           CLOSE ARQPERMES.
           WRITE MVP-REGISTRO.
           IF ARQMOVPER-FS EQUAL 22
              REWRITE MVP-REGISTRO
           END-IF.
           MOVE "N" TO WRK-PER-ABERTO.

      *    SO COM OS PERIODOS GRAVADOS SEM ERRO O ATIVO E REGRAVADO COM
      *    A SOBRA; COM ERRO ELE FICA COMO ESTAVA E A ROLAGEM SAI "D".
      *    TAMBEM REGRAVA O ATIVO REFEITO - O QUE ESTIVER NO ARQABERTO
       DEVOLVER-ABERTOS SECTION.
           MOVE ZEROS TO WRK-QTD-DEVOLVIDA.
           MOVE "S"   TO WRK-DEVOLVEU.
           OPEN INPUT ARQABERTO.
           PERFORM ABRIR-ATIVO-GRAVACAO.
           PERFORM UNTIL ARQABERTO-FS NOT EQUAL ZEROS
              READ ARQABERTO
              IF ARQABERTO-FS EQUAL ZEROS
                 MOVE ABT-REGISTRO TO WRK-REG-DADOS
                 PERFORM GRAVAR-ATIVO
                 IF WRK-ATIVO-FS EQUAL ZEROS
                    ADD 1 TO WRK-QTD-DEVOLVIDA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ARQABERTO.
           PERFORM FECHAR-ATIVO.
           IF WRK-QTD-DEVOLVIDA NOT EQUAL WRK-QTD-ESPERADA
              DISPLAY WRK-NOME-ATIVO ": " WRK-QTD-ESPERADA
                      " REGISTROS A REGRAVAR, REGRAVADOS "
                      WRK-QTD-DEVOLVIDA
              MOVE "N" TO WRK-DEVOLVEU
           END-IF.

      *    REGRAVACAO DA SOBRA FALHOU NO MEIO: O ATIVO SO TEM REGISTROS
      *    DA ROLAGEM (OS WRK-QTD-DEVOLVIDA PRIMEIROS) E VOLTA A SER A
      *    COPIA DE ORIGEM INTEIRA
       RESTAURAR-ATIVO SECTION.
           MOVE WRK-QTD-ORIGEM    TO WRK-QTD-FONTE.
           MOVE WRK-QTD-DEVOLVIDA TO WRK-QTD-NO-ATIVO.
           PERFORM REFAZER-ATIVO.

      *    ATIVO REFEITO: A FONTE INTEIRA (WRK-NOME-ORIGEM, COM
      *    WRK-QTD-FONTE REGISTROS) E DEPOIS DELA O QUE O ATIVO TEM ALEM
      *    DOS WRK-QTD-NO-ATIVO PRIMEIROS, QUE SAIRAM DA ROLAGEM. E
      *    MONTADO NUM ARQUIVO DE TRABALHO ANTES DE TOCAR NO ATIVO; SE A
      *    REGRAVACAO FALHAR NO MEIO, O ARQUIVO DE TRABALHO PASSA A SER
      *    A FONTE E O QUE JA FOI REGRAVADO, A PARTE DO ATIVO QUE SAIU
      *    DELA
       REFAZER-ATIVO SECTION.
           MOVE "N"    TO WRK-REFAZ-OK.
           MOVE ZEROS  TO WRK-QTD-COPIADA.
           MOVE SPACES TO WRK-NOME-ABERTO.
           STRING "DADOS/"        DELIMITED BY SIZE
                  WRK-NOME-BASE   DELIMITED BY SPACE
                  "_REFAZ_"       DELIMITED BY SIZE
                  WRK-CARIMBO     DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
             INTO WRK-NOME-ABERTO
           END-STRING.
           OPEN INPUT ARQORIGEM.
           IF ARQORIGEM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA " WRK-NOME-ORIGEM
                      " STATUS " ARQORIGEM-FS
           ELSE
              OPEN OUTPUT ARQABERTO
              IF ARQABERTO-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO ABERTURA " WRK-NOME-ABERTO
                         " STATUS " ARQABERTO-FS
              ELSE
                 MOVE "S" TO WRK-REFAZ-OK
                 PERFORM UNTIL ARQORIGEM-FS NOT EQUAL ZEROS
                    READ ARQORIGEM
                    IF ARQORIGEM-FS EQUAL ZEROS
                       WRITE ABT-REGISTRO FROM ORG-REGISTRO
                       IF ARQABERTO-FS NOT EQUAL ZEROS
                          MOVE "N" TO WRK-REFAZ-OK
                       END-IF
                       ADD 1 TO WRK-QTD-COPIADA
                    END-IF
                 END-PERFORM
                 IF WRK-QTD-COPIADA NOT EQUAL WRK-QTD-FONTE
                    DISPLAY WRK-NOME-ORIGEM ": " WRK-QTD-FONTE
                            " REGISTROS ESPERADOS, LIDOS "
                            WRK-QTD-COPIADA
                    MOVE "N" TO WRK-REFAZ-OK
                 END-IF
                 MOVE ZEROS TO WRK-SEQ
                 PERFORM ABRIR-ATIVO-LEITURA
                 IF WRK-ATIVO-FS EQUAL ZEROS
                    PERFORM UNTIL WRK-ATIVO-FS NOT EQUAL ZEROS
                       PERFORM LER-ATIVO
                       IF WRK-ATIVO-FS EQUAL ZEROS
                          ADD 1 TO WRK-SEQ
                          IF WRK-SEQ GREATER WRK-QTD-NO-ATIVO
                             WRITE ABT-REGISTRO FROM WRK-REG-DADOS
                             IF ARQABERTO-FS NOT EQUAL ZEROS
                                MOVE "N" TO WRK-REFAZ-OK
                             END-IF
                             ADD 1 TO WRK-QTD-COPIADA
                          END-IF
                       END-IF
                    END-PERFORM
                    PERFORM FECHAR-ATIVO
                 ELSE
                    IF WRK-ATIVO-FS NOT EQUAL 35
                       DISPLAY "ERRO ABERTURA " WRK-NOME-ATIVO
                               " STATUS " WRK-ATIVO-FS
                       MOVE "N" TO WRK-REFAZ-OK
                    END-IF
                 END-IF
                 CLOSE ARQABERTO
                 IF WRK-REFAZ-OK NOT EQUAL "S"
                    DISPLAY "ERRO GRAVACAO " WRK-NOME-ABERTO
                            " - ATIVO NAO MEXIDO"
                 END-IF
              END-IF
              CLOSE ARQORIGEM
           END-IF.
           IF WRK-REFAZ-OK EQUAL "S"
              MOVE WRK-QTD-COPIADA TO WRK-QTD-ESPERADA
              PERFORM DEVOLVER-ABERTOS
              IF WRK-DEVOLVEU EQUAL "S"
                 MOVE WRK-QTD-FONTE TO WRK-QTD-NO-ATIVO
                 DISPLAY WRK-NOME-ATIVO ": REFEITO COM "
                         WRK-QTD-COPIADA " REGISTROS"
              ELSE
                 MOVE "N"               TO WRK-REFAZ-OK
                 MOVE WRK-NOME-ABERTO   TO WRK-NOME-ORIGEM
                 MOVE WRK-QTD-COPIADA   TO WRK-QTD-FONTE
                 MOVE WRK-QTD-DEVOLVIDA TO WRK-QTD-NO-ATIVO
                 DISPLAY WRK-NOME-ATIVO ": REGRAVACAO INCOMPLETA - "
                         "O CONTEUDO INTEIRO ESTA EM " WRK-NOME-ORIGEM
              END-IF
           END-IF.
           MOVE "DADOS/MOVROLA_ABERTO.TXT" TO WRK-NOME-ABERTO.

      *    ROLAGEM COM ERRO SAI "D" COM O QUE A DESFEITA PRECISA: A
      *    FONTE E QUANTOS REGISTROS DO INICIO DO ATIVO SAIRAM DELA
       GRAVAR-ROLAGEM SECTION.
           INITIALIZE MVP-REGISTRO.
           MOVE "R"               TO MVP-TIPO.
           MOVE WRK-ARQUIVO       TO MVP-ARQUIVO.
           MOVE LNK-ROL-ANOMES    TO MVP-ANOMES.
           MOVE WRK-QTD-FONTE     TO MVP-QTD.
           MOVE WRK-VALOR-ORIGEM  TO MVP-VALOR.
           MOVE WRK-CARIMBO       TO MVP-CARIMBO.
           MOVE LNK-ROL-OPERADOR  TO MVP-OPERADOR.
           IF WRK-ERRO EQUAL "S"
              MOVE "D"            TO MVP-SITUACAO
           ELSE
              MOVE "R"            TO MVP-SITUACAO
           END-IF.
           MOVE WRK-NOME-ORIGEM   TO MVP-NOME-ORIGEM.
           MOVE WRK-QTD-ABERTO    TO MVP-QTD-ABERTO.
           MOVE WRK-VALOR-ABERTO  TO MVP-VALOR-ABERTO.
           MOVE WRK-QTD-NO-ATIVO  TO MVP-QTD-NO-ATIVO.
           WRITE MVP-REGISTRO.
           IF ARQMOVPER-FS EQUAL 22
              REWRITE MVP-REGISTRO
           END-IF.
           IF ARQMOVPER-FS NOT EQUAL ZEROS
              DISPLAY "ERRO GRAVACAO ARQMOVPERIODO.DAT STATUS "
                      ARQMOVPER-FS
              MOVE "S" TO WRK-ERRO
           END-IF.
           DISPLAY WRK-NOME-ATIVO ": " WRK-QTD-ORIGEM " REGISTROS, "
                   WRK-QTD-ROLADA " ROLADOS PARA OS PERIODOS, "
                   WRK-QTD-ABERTO " FICARAM NO ATIVO".
           DISPLAY "COPIA DE ORIGEM: " WRK-NOME-ORIGEM.
           IF WRK-ERRO EQUAL "S"
              DISPLAY WRK-NOME-ATIVO ": ROLAGEM COM ERRO - NO PROXIMO"
                      " PEDIDO DE FECHAMENTO ELA E DESFEITA E FEITA DE"
                      " NOVO"
           END-IF.

      *----------ACESSO AO ATIVO DO ARQUIVO SENDO ROLADO
       ABRIR-ATIVO-LEITURA SECTION.
           IF WRK-ARQUIVO EQUAL "V"
              OPEN INPUT ARQVENDAS
              MOVE ARQVENDAS-FS TO WRK-ATIVO-FS
           ELSE
              OPEN INPUT ARQPEDIDO
              MOVE ARQPEDIDO-FS TO WRK-ATIVO-FS
           END-IF.

       ABRIR-ATIVO-GRAVACAO SECTION.
           IF WRK-ARQUIVO EQUAL "V"
              OPEN OUTPUT ARQVENDAS
              MOVE ARQVENDAS-FS TO WRK-ATIVO-FS
           ELSE
              OPEN OUTPUT ARQPEDIDO
              MOVE ARQPEDIDO-FS TO WRK-ATIVO-FS
           END-IF.

       LER-ATIVO SECTION.
           IF WRK-ARQUIVO EQUAL "V"
              READ ARQVENDAS
              MOVE ARQVENDAS-FS TO WRK-ATIVO-FS
              IF WRK-ATIVO-FS EQUAL ZEROS
                 MOVE VEN-REGISTRO   TO WRK-REG-DADOS
                 MOVE VEN-DATA       TO WRK-REG-DATA
                 MOVE VEN-CLIENTE-ID TO WRK-REG-CLIENTE
                 MOVE VEN-VALOR      TO WRK-REG-VALOR
              END-IF
           ELSE
              READ ARQPEDIDO
              MOVE ARQPEDIDO-FS TO WRK-ATIVO-FS
              IF WRK-ATIVO-FS EQUAL ZEROS
                 MOVE PED-REGISTRO   TO WRK-REG-DADOS
                 MOVE PED-DATA       TO WRK-REG-DATA
                 MOVE PED-CLIENTE-ID TO WRK-REG-CLIENTE
                 MOVE PED-PRECO      TO WRK-REG-VALOR
              END-IF
           END-IF.

       GRAVAR-ATIVO SECTION.
           IF WRK-ARQUIVO EQUAL "V"
              WRITE VEN-REGISTRO FROM WRK-REG-DADOS
              MOVE ARQVENDAS-FS TO WRK-ATIVO-FS
           ELSE
              WRITE PED-REGISTRO FROM WRK-REG-DADOS
              MOVE ARQPEDIDO-FS TO WRK-ATIVO-FS
           END-IF.

       FECHAR-ATIVO SECTION.
           IF WRK-ARQUIVO EQUAL "V"
              CLOSE ARQVENDAS
           ELSE
              CLOSE ARQPEDIDO
           END-IF.
