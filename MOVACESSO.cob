       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVACESSO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: MODULO DE ACESSO AO MOVIMENTO DE VENDAS (VENDAS.TXT)
      *E DE PEDIDOS (PEDIDOS.TXT). OS DOIS SO CRESCIAM E CADA LEITOR
      *VARRIA O ARQUIVO DESDE O PRIMEIRO REGISTRO ATRAS DE UM DIA, UM
      *MES OU UM CLIENTE. DESDE A ROLAGEM MENSAL (MOVROLA, NO
      *MESFECHA) O MOVIMENTO DOS MESES FECHADOS ESTA NOS ARQUIVOS DE
      *PERIODO DADOS/VENDAS_AAAAMM.DAT E DADOS/PEDIDOS_AAAAMM.DAT, E O
      *ATIVO SO TEM O MES EM ABERTO. O MODULO ENTREGA UM REGISTRO POR
      *CHAMADA: PRIMEIRO OS PERIODOS DA FAIXA DE DATAS PEDIDA (LIDOS
      *DO CATALOGO ARQMOVPERIODO.DAT), DEPOIS O ATIVO. COM CLIENTE
      *INFORMADO, OU COM UM DIA SO, OS PERIODOS SAO LIDOS PELO INDICE
      *ARQMOVIDX.DAT, DIRETO NOS REGISTROS DELE. VENDAS E PEDIDOS TEM
      *LEITURAS SEPARADAS, QUE PODEM ESTAR ABERTAS AO MESMO TEMPO
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

           SELECT ARQPERVEN ASSIGN TO WRK-NOME-PERVEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPERVEN-FS
           RECORD KEY IS PVN-SEQ.

           SELECT ARQPERPED ASSIGN TO WRK-NOME-PERPED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPERPED-FS
           RECORD KEY IS PPD-SEQ.

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

      *    MESMO LAYOUT GRAVADO PELO MOVROLA - A SEQUENCIA DO REGISTRO
      *    NO PERIODO E O REGISTRO DO ATIVO COMO ESTAVA
       FD ARQPERVEN.
       01 PVN-REGISTRO.
           05 PVN-SEQ            PIC 9(07).
           05 PVN-DADOS          PIC X(200).

       FD ARQPERPED.
       01 PPD-REGISTRO.
           05 PPD-SEQ            PIC 9(07).
           05 PPD-DADOS          PIC X(200).

       FD ARQMOVPER.
       COPY "#MOVPERIODO".

       FD ARQMOVIDX.
       COPY "#MOVINDICE".

       WORKING-STORAGE SECTION.
       01 ARQVENDAS-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPEDIDO-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPERVEN-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPERPED-FS       PIC 9(02) VALUES ZEROS.
       01 ARQMOVPER-FS       PIC 9(02) VALUES ZEROS.
       01 ARQMOVIDX-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-NOME-PERVEN    PIC X(40) VALUES SPACES.
       01 WRK-NOME-PERPED    PIC X(40) VALUES SPACES.
       01 WRK-ANOMES-ABRIR   PIC 9(06) VALUES ZEROS.
       01 WRK-ENTREGUE       PIC X(01) VALUES "N".
       01 WRK-INDICE-OK      PIC X(01) VALUES "N".
       01 WRK-PRIMEIRA-CHAMADA PIC X(01) VALUES "S".

      *----------INDICE DIVIDIDO PELAS DUAS LEITURAS: ABERTO UMA VEZ,
      *          FECHADO QUANDO NINGUEM MAIS O USA
       01 WRK-INDICE-ABERTO  PIC X(01) VALUES "N".
       01 WRK-INDICE-USO     PIC 9(01) VALUES ZEROS.

      *----------ESTADO DE CADA LEITURA: 1 VENDAS / 2 PEDIDOS
       01 WRK-CANAL          PIC 9(01) VALUES 1.
       01 WRK-TAB-CANAL.
           05 WRK-CAN OCCURS 2 TIMES.
               10 WRK-CAN-ABERTO     PIC X(01).
               10 WRK-CAN-ARQUIVO    PIC X(01).
      *        "S" VARRE OS PERIODOS / "C" INDICE DO CLIENTE /
      *        "D" INDICE DO DIA
               10 WRK-CAN-MODO       PIC X(01).
      *        "P" LENDO OS PERIODOS / "A" LENDO O ATIVO / "F" FIM
               10 WRK-CAN-FASE       PIC X(01).
               10 WRK-CAN-ATIVO-OK   PIC X(01).
               10 WRK-CAN-USA-INDICE PIC X(01).
               10 WRK-CAN-DATA-INI   PIC 9(08).
               10 WRK-CAN-DATA-FIM   PIC 9(08).
               10 WRK-CAN-CLIENTE    PIC 9(06).
               10 WRK-CAN-QTD-PER    PIC 9(03) USAGE COMP.
               10 WRK-CAN-PER-IDX    PIC 9(03) USAGE COMP.
               10 WRK-CAN-PER-ANOMES PIC 9(06) OCCURS 600 TIMES.
               10 WRK-CAN-PER-ABERTO PIC 9(06).
               10 WRK-CAN-PRIMEIRA   PIC X(01).
               10 WRK-CAN-ULT-CHAVE  PIC X(22).

       LINKAGE SECTION.
       COPY "#MOVACESSO".

       PROCEDURE DIVISION USING MVA-PARAMETROS.
       0001-PRINCIPAL SECTION.
           IF WRK-PRIMEIRA-CHAMADA EQUAL "S"
              INITIALIZE WRK-TAB-CANAL
              MOVE "N" TO WRK-CAN-ABERTO(1) WRK-CAN-ABERTO(2)
              MOVE "N" TO WRK-PRIMEIRA-CHAMADA
           END-IF.
           IF MVA-ARQUIVO EQUAL "P"
              MOVE 2 TO WRK-CANAL
           ELSE
              MOVE 1 TO WRK-CANAL
           END-IF.
           EVALUATE MVA-ACAO
              WHEN "A"
                 PERFORM ABRIR-LEITURA
              WHEN "L"
                 PERFORM LER-PROXIMO
              WHEN "F"
                 PERFORM FECHAR-LEITURA
           END-EVALUATE.
           GOBACK.

      *    O MODO SAI DO PEDIDO: CLIENTE VAI PELO INDICE DO CLIENTE,
      *    UM DIA SO PELO INDICE DO DIA, O RESTO VARRE OS PERIODOS DA
      *    FAIXA. SEM INDICE (OU SEM PERIODO NENHUM) VARRE
       ABRIR-LEITURA SECTION.
           IF WRK-CAN-ABERTO(WRK-CANAL) EQUAL "S"
              PERFORM FECHAR-LEITURA
           END-IF.
           MOVE "S"          TO WRK-CAN-ABERTO(WRK-CANAL).
           MOVE MVA-ARQUIVO  TO WRK-CAN-ARQUIVO(WRK-CANAL).
           MOVE MVA-DATA-INI TO WRK-CAN-DATA-INI(WRK-CANAL).
           MOVE MVA-DATA-FIM TO WRK-CAN-DATA-FIM(WRK-CANAL).
           MOVE MVA-CLIENTE  TO WRK-CAN-CLIENTE(WRK-CANAL).
           MOVE ZERO         TO WRK-CAN-QTD-PER(WRK-CANAL).
           MOVE 1            TO WRK-CAN-PER-IDX(WRK-CANAL).
           MOVE ZEROS        TO WRK-CAN-PER-ABERTO(WRK-CANAL).
           MOVE "N"          TO WRK-CAN-ATIVO-OK(WRK-CANAL).
           MOVE "N"          TO WRK-CAN-USA-INDICE(WRK-CANAL).
           MOVE "S"          TO WRK-CAN-PRIMEIRA(WRK-CANAL).
           MOVE SPACES       TO WRK-CAN-ULT-CHAVE(WRK-CANAL).
           MOVE "N"          TO MVA-FIM.
           MOVE ZEROS        TO MVA-ANOMES.
           PERFORM CARREGAR-PERIODOS.
           EVALUATE TRUE
              WHEN MVA-CLIENTE NOT EQUAL ZEROS
                 MOVE "C" TO WRK-CAN-MODO(WRK-CANAL)
              WHEN MVA-DATA-INI NOT EQUAL ZEROS
                   AND MVA-DATA-INI EQUAL MVA-DATA-FIM
                 MOVE "D" TO WRK-CAN-MODO(WRK-CANAL)
              WHEN OTHER
                 MOVE "S" TO WRK-CAN-MODO(WRK-CANAL)
           END-EVALUATE.
           IF WRK-CAN-MODO(WRK-CANAL) NOT EQUAL "S"
              AND WRK-CAN-QTD-PER(WRK-CANAL) GREATER ZERO
              PERFORM ABRIR-INDICE
           END-IF.
           IF WRK-CAN-QTD-PER(WRK-CANAL) EQUAL ZERO
              MOVE "A" TO WRK-CAN-FASE(WRK-CANAL)
           ELSE
              MOVE "P" TO WRK-CAN-FASE(WRK-CANAL)
           END-IF.
           PERFORM ABRIR-ATIVO.
           IF WRK-CAN-ATIVO-OK(WRK-CANAL) EQUAL "S"
              OR WRK-CAN-QTD-PER(WRK-CANAL) GREATER ZERO
              MOVE ZEROS TO MVA-STATUS
           ELSE
              MOVE "S" TO MVA-FIM
              MOVE "F" TO WRK-CAN-FASE(WRK-CANAL)
           END-IF.

      *    PERIODOS DO ARQUIVO ENTRE O MES DA DATA INICIAL E O DA
      *    FINAL, NA ORDEM DO CATALOGO (ANO/MES CRESCENTE)
       CARREGAR-PERIODOS SECTION.
           OPEN INPUT ARQMOVPER.
           IF ARQMOVPER-FS EQUAL ZEROS
              MOVE "P"               TO MVP-TIPO
              MOVE MVA-ARQUIVO       TO MVP-ARQUIVO
              MOVE MVA-DATA-INI(1:6) TO MVP-ANOMES
              START ARQMOVPER KEY IS NOT LESS MVP-CHAVE
              PERFORM UNTIL ARQMOVPER-FS NOT EQUAL ZEROS
                 READ ARQMOVPER NEXT RECORD
                 IF ARQMOVPER-FS EQUAL ZEROS
                    IF MVP-TIPO NOT EQUAL "P"
                       OR MVP-ARQUIVO NOT EQUAL MVA-ARQUIVO
                       OR (MVA-DATA-FIM NOT EQUAL ZEROS
                           AND MVP-ANOMES GREATER MVA-DATA-FIM(1:6))
                       MOVE 10 TO ARQMOVPER-FS
                    ELSE
                       IF WRK-CAN-QTD-PER(WRK-CANAL) LESS 600
                          ADD 1 TO WRK-CAN-QTD-PER(WRK-CANAL)
                          MOVE MVP-ANOMES TO WRK-CAN-PER-ANOMES
                               (WRK-CANAL WRK-CAN-QTD-PER(WRK-CANAL))
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQMOVPER
           END-IF.

       ABRIR-INDICE SECTION.
           IF WRK-INDICE-ABERTO NOT EQUAL "S"
              OPEN INPUT ARQMOVIDX
              IF ARQMOVIDX-FS EQUAL ZEROS
                 MOVE "S" TO WRK-INDICE-ABERTO
              ELSE
                 DISPLAY "ARQMOVIDX.DAT NAO ABERTO (STATUS "
                         ARQMOVIDX-FS ") - PERIODOS LIDOS POR INTEIRO"
              END-IF
           END-IF.
           IF WRK-INDICE-ABERTO EQUAL "S"
              ADD 1 TO WRK-INDICE-USO
              MOVE "S" TO WRK-CAN-USA-INDICE(WRK-CANAL)
           ELSE
              MOVE "S" TO WRK-CAN-MODO(WRK-CANAL)
           END-IF.

       ABRIR-ATIVO SECTION.
           IF WRK-CANAL EQUAL 1
              OPEN INPUT ARQVENDAS
              MOVE ARQVENDAS-FS TO MVA-STATUS
           ELSE
              OPEN INPUT ARQPEDIDO
              MOVE ARQPEDIDO-FS TO MVA-STATUS
           END-IF.
           IF MVA-STATUS EQUAL ZEROS
              MOVE "S" TO WRK-CAN-ATIVO-OK(WRK-CANAL)
           END-IF.

       LER-PROXIMO SECTION.
           MOVE "N" TO WRK-ENTREGUE.
           IF WRK-CAN-ABERTO(WRK-CANAL) NOT EQUAL "S"
              MOVE "F" TO WRK-CAN-FASE(WRK-CANAL)
           END-IF.
           PERFORM UNTIL WRK-ENTREGUE EQUAL "S"
                      OR WRK-CAN-FASE(WRK-CANAL) EQUAL "F"
              EVALUATE TRUE
                 WHEN WRK-CAN-FASE(WRK-CANAL) EQUAL "A"
                    PERFORM LER-ATIVO
                 WHEN WRK-CAN-MODO(WRK-CANAL) EQUAL "S"
                    PERFORM LER-PERIODO
                 WHEN OTHER
                    PERFORM LER-PELO-INDICE
              END-EVALUATE
           END-PERFORM.
           IF WRK-ENTREGUE NOT EQUAL "S"
              MOVE "S" TO MVA-FIM
           END-IF.

      *    VARREDURA: UM PERIODO DA LISTA POR VEZ, DO PRIMEIRO AO
      *    ULTIMO REGISTRO; ACABADA A LISTA, PASSA AO ATIVO
       LER-PERIODO SECTION.
           IF WRK-CAN-PER-ABERTO(WRK-CANAL) EQUAL ZEROS
              IF WRK-CAN-PER-IDX(WRK-CANAL)
                 GREATER WRK-CAN-QTD-PER(WRK-CANAL)
                 MOVE "A" TO WRK-CAN-FASE(WRK-CANAL)
              ELSE
                 MOVE WRK-CAN-PER-ANOMES
                      (WRK-CANAL WRK-CAN-PER-IDX(WRK-CANAL))
                   TO WRK-ANOMES-ABRIR
                 PERFORM ABRIR-ARQ-PERIODO
                 IF WRK-CAN-PER-ABERTO(WRK-CANAL) EQUAL ZEROS
                    ADD 1 TO WRK-CAN-PER-IDX(WRK-CANAL)
                 END-IF
              END-IF
           ELSE
              IF WRK-CANAL EQUAL 1
                 READ ARQPERVEN NEXT RECORD
                 IF ARQPERVEN-FS EQUAL ZEROS
                    MOVE PVN-DADOS TO MVA-REGISTRO
                    PERFORM ENTREGAR-PERIODO
                 END-IF
              ELSE
                 READ ARQPERPED NEXT RECORD
                 IF ARQPERPED-FS EQUAL ZEROS
                    MOVE PPD-DADOS TO MVA-REGISTRO
                    PERFORM ENTREGAR-PERIODO
                 END-IF
              END-IF
              IF WRK-ENTREGUE NOT EQUAL "S"
                 PERFORM FECHAR-ARQ-PERIODO
                 ADD 1 TO WRK-CAN-PER-IDX(WRK-CANAL)
              END-IF
           END-IF.

      *    PELO INDICE: CADA ENTRADA APONTA O PERIODO E A SEQUENCIA DO
      *    REGISTRO, LIDO DIRETO PELA CHAVE. ACABADAS AS ENTRADAS DO
      *    CLIENTE (OU DO DIA), PASSA AO ATIVO
       LER-PELO-INDICE SECTION.
           PERFORM POSICIONAR-INDICE.
           IF WRK-INDICE-OK EQUAL "S"
              READ ARQMOVIDX NEXT RECORD
              IF ARQMOVIDX-FS NOT EQUAL ZEROS
                 MOVE "N" TO WRK-INDICE-OK
              END-IF
           END-IF.
           IF WRK-INDICE-OK EQUAL "S"
              IF WRK-CAN-MODO(WRK-CANAL) EQUAL "C"
                 IF MVX-CLI-ARQUIVO NOT EQUAL WRK-CAN-ARQUIVO(WRK-CANAL)
                    OR MVX-CLI-CLIENTE
                       NOT EQUAL WRK-CAN-CLIENTE(WRK-CANAL)
                    OR (WRK-CAN-DATA-FIM(WRK-CANAL) NOT EQUAL ZEROS
                        AND MVX-CLI-ANOMES
                            GREATER WRK-CAN-DATA-FIM(WRK-CANAL)(1:6))
                    MOVE "N" TO WRK-INDICE-OK
                 ELSE
                    MOVE MVX-CHAVE-CLIENTE
                      TO WRK-CAN-ULT-CHAVE(WRK-CANAL)
                 END-IF
              ELSE
                 IF MVX-ARQUIVO NOT EQUAL WRK-CAN-ARQUIVO(WRK-CANAL)
                    OR MVX-DATA NOT EQUAL WRK-CAN-DATA-INI(WRK-CANAL)
                    MOVE "N" TO WRK-INDICE-OK
                 ELSE
                    MOVE MVX-CHAVE TO WRK-CAN-ULT-CHAVE(WRK-CANAL)
                 END-IF
              END-IF
           END-IF.
           IF WRK-INDICE-OK NOT EQUAL "S"
              IF WRK-CAN-PER-ABERTO(WRK-CANAL) NOT EQUAL ZEROS
                 PERFORM FECHAR-ARQ-PERIODO
              END-IF
              MOVE "A" TO WRK-CAN-FASE(WRK-CANAL)
           ELSE
              IF MVX-DATA NOT LESS WRK-CAN-DATA-INI(WRK-CANAL)
                 AND (WRK-CAN-DATA-FIM(WRK-CANAL) EQUAL ZEROS
                      OR MVX-DATA
                         NOT GREATER WRK-CAN-DATA-FIM(WRK-CANAL))
                 PERFORM LER-REGISTRO-APONTADO
              END-IF
           END-IF.

      *    O INDICE E DIVIDIDO PELAS LEITURAS DE VENDAS E DE PEDIDOS,
      *    ENTAO CADA LEITURA SE REPOSICIONA DEPOIS DA ULTIMA CHAVE QUE
      *    ELA MESMA LEU
       POSICIONAR-INDICE SECTION.
           IF WRK-CAN-MODO(WRK-CANAL) EQUAL "C"
              IF WRK-CAN-PRIMEIRA(WRK-CANAL) EQUAL "S"
                 MOVE WRK-CAN-ARQUIVO(WRK-CANAL) TO MVX-CLI-ARQUIVO
                 MOVE WRK-CAN-CLIENTE(WRK-CANAL) TO MVX-CLI-CLIENTE
                 MOVE WRK-CAN-DATA-INI(WRK-CANAL)(1:6)
                   TO MVX-CLI-ANOMES
                 MOVE ZEROS TO MVX-CLI-SEQ
                 START ARQMOVIDX KEY IS NOT LESS MVX-CHAVE-CLIENTE
              ELSE
                 MOVE WRK-CAN-ULT-CHAVE(WRK-CANAL) TO MVX-CHAVE-CLIENTE
                 START ARQMOVIDX KEY IS GREATER MVX-CHAVE-CLIENTE
              END-IF
           ELSE
              IF WRK-CAN-PRIMEIRA(WRK-CANAL) EQUAL "S"
                 MOVE WRK-CAN-ARQUIVO(WRK-CANAL)  TO MVX-ARQUIVO
                 MOVE WRK-CAN-DATA-INI(WRK-CANAL) TO MVX-DATA
                 MOVE ZEROS TO MVX-ANOMES MVX-SEQ
                 START ARQMOVIDX KEY IS NOT LESS MVX-CHAVE
              ELSE
                 MOVE WRK-CAN-ULT-CHAVE(WRK-CANAL) TO MVX-CHAVE
                 START ARQMOVIDX KEY IS GREATER MVX-CHAVE
              END-IF
           END-IF.
           MOVE "N" TO WRK-CAN-PRIMEIRA(WRK-CANAL).
           IF ARQMOVIDX-FS EQUAL ZEROS
              MOVE "S" TO WRK-INDICE-OK
           ELSE
              MOVE "N" TO WRK-INDICE-OK
           END-IF.

       LER-REGISTRO-APONTADO SECTION.
           IF MVX-ANOMES NOT EQUAL WRK-CAN-PER-ABERTO(WRK-CANAL)
              IF WRK-CAN-PER-ABERTO(WRK-CANAL) NOT EQUAL ZEROS
                 PERFORM FECHAR-ARQ-PERIODO
              END-IF
              MOVE MVX-ANOMES TO WRK-ANOMES-ABRIR
              PERFORM ABRIR-ARQ-PERIODO
           END-IF.
           IF WRK-CAN-PER-ABERTO(WRK-CANAL) EQUAL MVX-ANOMES
              IF WRK-CANAL EQUAL 1
                 MOVE MVX-SEQ TO PVN-SEQ
                 READ ARQPERVEN
                 IF ARQPERVEN-FS EQUAL ZEROS
                    MOVE PVN-DADOS TO MVA-REGISTRO
                    PERFORM ENTREGAR-PERIODO
                 ELSE
                    DISPLAY "INDICE APONTA " MVX-ANOMES "/" MVX-SEQ
                            " SEM REGISTRO EM " WRK-NOME-PERVEN
                 END-IF
              ELSE
                 MOVE MVX-SEQ TO PPD-SEQ
                 READ ARQPERPED
                 IF ARQPERPED-FS EQUAL ZEROS
                    MOVE PPD-DADOS TO MVA-REGISTRO
                    PERFORM ENTREGAR-PERIODO
                 ELSE
                    DISPLAY "INDICE APONTA " MVX-ANOMES "/" MVX-SEQ
                            " SEM REGISTRO EM " WRK-NOME-PERPED
                 END-IF
              END-IF
           END-IF.

       ENTREGAR-PERIODO SECTION.
           MOVE WRK-CAN-PER-ABERTO(WRK-CANAL) TO MVA-ANOMES.
           MOVE "S" TO WRK-ENTREGUE.

       ABRIR-ARQ-PERIODO SECTION.
           IF WRK-CANAL EQUAL 1
              MOVE SPACES TO WRK-NOME-PERVEN
              STRING "DADOS/VENDAS_"  DELIMITED BY SIZE
                     WRK-ANOMES-ABRIR DELIMITED BY SIZE
                     ".DAT"           DELIMITED BY SIZE
                INTO WRK-NOME-PERVEN
              END-STRING
              OPEN INPUT ARQPERVEN
              IF ARQPERVEN-FS EQUAL ZEROS
                 MOVE WRK-ANOMES-ABRIR
                   TO WRK-CAN-PER-ABERTO(WRK-CANAL)
              ELSE
                 DISPLAY "SEM " WRK-NOME-PERVEN " (STATUS "
                         ARQPERVEN-FS ")"
              END-IF
           ELSE
              MOVE SPACES TO WRK-NOME-PERPED
              STRING "DADOS/PEDIDOS_" DELIMITED BY SIZE
                     WRK-ANOMES-ABRIR DELIMITED BY SIZE
                     ".DAT"           DELIMITED BY SIZE
                INTO WRK-NOME-PERPED
              END-STRING
              OPEN INPUT ARQPERPED
              IF ARQPERPED-FS EQUAL ZEROS
                 MOVE WRK-ANOMES-ABRIR
                   TO WRK-CAN-PER-ABERTO(WRK-CANAL)
              ELSE
                 DISPLAY "SEM " WRK-NOME-PERPED " (STATUS "
                         ARQPERPED-FS ")"
              END-IF
           END-IF.

       FECHAR-ARQ-PERIODO SECTION.
           IF WRK-CANAL EQUAL 1
              CLOSE ARQPERVEN
           ELSE
              CLOSE ARQPERPED
           END-IF.
           MOVE ZEROS TO WRK-CAN-PER-ABERTO(WRK-CANAL).

      *    O ATIVO VEM INTEIRO, NA ORDEM DE GRAVACAO - QUEM CHAMA
      *    SEPARA O DIA, O MES OU O CLIENTE COMO SEMPRE SEPAROU
       LER-ATIVO SECTION.
           IF WRK-CAN-ATIVO-OK(WRK-CANAL) NOT EQUAL "S"
              MOVE "F" TO WRK-CAN-FASE(WRK-CANAL)
           ELSE
              IF WRK-CANAL EQUAL 1
                 READ ARQVENDAS
                 IF ARQVENDAS-FS EQUAL ZEROS
                    MOVE VEN-REGISTRO TO MVA-REGISTRO
                    MOVE "S" TO WRK-ENTREGUE
                 END-IF
              ELSE
                 READ ARQPEDIDO
                 IF ARQPEDIDO-FS EQUAL ZEROS
                    MOVE PED-REGISTRO TO MVA-REGISTRO
                    MOVE "S" TO WRK-ENTREGUE
                 END-IF
              END-IF
              IF WRK-ENTREGUE EQUAL "S"
                 MOVE ZEROS TO MVA-ANOMES
              ELSE
                 MOVE "F" TO WRK-CAN-FASE(WRK-CANAL)
              END-IF
           END-IF.

       FECHAR-LEITURA SECTION.
           IF WRK-CAN-ABERTO(WRK-CANAL) EQUAL "S"
              IF WRK-CAN-PER-ABERTO(WRK-CANAL) NOT EQUAL ZEROS
                 PERFORM FECHAR-ARQ-PERIODO
              END-IF
              IF WRK-CAN-ATIVO-OK(WRK-CANAL) EQUAL "S"
                 IF WRK-CANAL EQUAL 1
                    CLOSE ARQVENDAS
                 ELSE
                    CLOSE ARQPEDIDO
                 END-IF
                 MOVE "N" TO WRK-CAN-ATIVO-OK(WRK-CANAL)
              END-IF
              IF WRK-CAN-USA-INDICE(WRK-CANAL) EQUAL "S"
                 SUBTRACT 1 FROM WRK-INDICE-USO
                 MOVE "N" TO WRK-CAN-USA-INDICE(WRK-CANAL)
                 IF WRK-INDICE-USO EQUAL ZEROS
                    CLOSE ARQMOVIDX
                    MOVE "N" TO WRK-INDICE-ABERTO
                 END-IF
              END-IF
              MOVE "N" TO WRK-CAN-ABERTO(WRK-CANAL)
              MOVE "F" TO WRK-CAN-FASE(WRK-CANAL)
           END-IF.
           MOVE "S" TO MVA-FIM.
