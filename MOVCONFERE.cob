       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVCONFERE.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CONFERENCIA DA ROLAGEM MENSAL DO MOVIMENTO (MOVROLA) -
      *CHAMADO PELO MESFECHA LOGO DEPOIS DA ROLAGEM E PASSO DO BATCH
      *NOTURNO PARA AS QUE FICARAM PENDENTES. PARA CADA ROLAGEM AINDA
      *"R" NO CATALOGO (ARQMOVPERIODO.DAT) RECONTA A COPIA DO ARQUIVO
      *ATIVO TIRADA ANTES DA ROLAGEM E PROVA QUE: A COPIA TEM A
      *QUANTIDADE E O TOTAL DE CONTROLE DO CATALOGO; CADA ARQUIVO DE
      *PERIODO TEM FISICAMENTE O QUE O CATALOGO DIZ E GANHOU NA
      *ROLAGEM EXATAMENTE O QUE A COPIA TINHA DAQUELE MES; O INDICE
      *(ARQMOVIDX.DAT) TEM UMA ENTRADA POR REGISTRO DO PERIODO; E O
      *QUE FICOU NO ATIVO E A SOBRA DA COPIA. MARCA A ROLAGEM E OS
      *PERIODOS "C" CONFERIDO OU "D" DIVERGENTE, IMPRIME O RESULTADO
      *NO SPOOL E DEVOLVE RC 8 QUANDO ALGO NAO BATE
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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

       DATA DIVISION.
       FILE SECTION.
       FD ARQVENDAS
           RECORDING MODE IS F.
       COPY "#VENDA".

       FD ARQPEDIDO
           RECORDING MODE IS F.
       COPY "#PEDIDO".

      *    COPIA DO ATIVO TIRADA PELO MOVROLA (REGISTRO DO ATIVO
      *    COMPLETADO COM BRANCOS ATE 200 POSICOES)
       FD ARQORIGEM
           RECORDING MODE IS F.
       01 ORG-REGISTRO       PIC X(200).

       FD ARQPERMES.
       01 PMS-REGISTRO.
           05 PMS-SEQ            PIC 9(07).
           05 PMS-DADOS          PIC X(200).

       FD ARQMOVPER.
       COPY "#MOVPERIODO".

       FD ARQMOVIDX.
       COPY "#MOVINDICE".

       WORKING-STORAGE SECTION.
       01 ARQVENDAS-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPEDIDO-FS       PIC 9(02) VALUES ZEROS.
       01 ARQORIGEM-FS       PIC 9(02) VALUES ZEROS.
       01 ARQPERMES-FS       PIC 9(02) VALUES ZEROS.
       01 ARQMOVPER-FS       PIC 9(02) VALUES ZEROS.
       01 ARQMOVIDX-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-NOME-ORIGEM    PIC X(40) VALUES SPACES.
       01 WRK-NOME-PERIODO   PIC X(40) VALUES SPACES.
       01 WRK-NOME-BASE      PIC X(07) VALUES SPACES.
       01 WRK-NOME-ATIVO     PIC X(11) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-INDICE-OK      PIC X(01) VALUES "N".
       01 WRK-FIM-INDICE     PIC X(01) VALUES "N".
       01 WRK-DIVERGE        PIC X(01) VALUES "N".
       01 WRK-DIVERGE-ANTES  PIC X(01) VALUES "N".
       01 WRK-TOT-CONFERIDAS PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-DIVERGENTES PIC 9(03) VALUES ZEROS.

      *----------REGISTRO DE VENDAS OU PEDIDOS EM 200 POSICOES, COM O
      *----------MESMO COMECO DO #VENDA E DO #PEDIDO
       01 WRK-ARQUIVO        PIC X(01) VALUES SPACES.
       01 WRK-REG-DADOS      PIC X(200) VALUES SPACES.
       01 FILLER REDEFINES WRK-REG-DADOS.
           05 WRK-RV-VALOR       PIC 9(06)V9.
           05 WRK-RV-DATA        PIC 9(08).
           05 FILLER             PIC X(185).
       01 FILLER REDEFINES WRK-REG-DADOS.
           05 FILLER             PIC X(23).
           05 WRK-RP-PRECO       PIC 9(04)V99.
           05 WRK-RP-DATA        PIC 9(08).
           05 FILLER             PIC X(163).
       01 WRK-REG-DATA       PIC 9(08) VALUES ZEROS.
       01 WRK-REG-VALOR      PIC 9(07)V99 VALUES ZEROS.

      *----------ROLAGENS AINDA SEM CONFERENCIA
       01 WRK-QTD-PEND       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-PND            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-PENDENTES.
           05 WRK-PEND OCCURS 100 TIMES.
               10 WRK-PND-ARQUIVO    PIC X(01).
               10 WRK-PND-ANOMES     PIC 9(06).

      *----------A ROLAGEM SENDO CONFERIDA, COMO ESTA NO CATALOGO
       01 WRK-ROL-ANOMES     PIC 9(06) VALUES ZEROS.
       01 WRK-ROL-CARIMBO    PIC 9(14) VALUES ZEROS.
       01 WRK-ROL-QTD        PIC 9(07) VALUES ZEROS.
       01 WRK-ROL-VALOR      PIC 9(11)V99 VALUES ZEROS.
       01 WRK-ROL-QTD-ABERTO PIC 9(07) VALUES ZEROS.
       01 WRK-ROL-VALOR-ABERTO PIC 9(11)V99 VALUES ZEROS.

      *----------RECONTAGEM DA COPIA DE ORIGEM, POR MES ROLADO
       01 WRK-COPIA-OK       PIC X(01) VALUES "N".
       01 WRK-ORG-QTD        PIC 9(07) VALUES ZEROS.
       01 WRK-ORG-VALOR      PIC 9(11)V99 VALUES ZEROS.
       01 WRK-ORG-QTD-ABERTO PIC 9(07) VALUES ZEROS.
       01 WRK-ORG-VALOR-ABERTO PIC 9(11)V99 VALUES ZEROS.
       01 WRK-QTD-MESES      PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-MES            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-MESES.
           05 WRK-MESES OCCURS 600 TIMES.
               10 WRK-MES-ANOMES     PIC 9(06).
               10 WRK-MES-QTD        PIC 9(07).
               10 WRK-MES-VALOR      PIC 9(11)V99.

      *----------CONTAGEM FISICA (PERIODO, INDICE, ATIVO)
       01 WRK-CNT-QTD        PIC 9(07) VALUES ZEROS.
       01 WRK-CNT-VALOR      PIC 9(11)V99 VALUES ZEROS.

      *----------UMA COMPARACAO: O ESPERADO CONTRA O ACHADO
       01 WRK-CMP-DESCR      PIC X(14) VALUES SPACES.
       01 WRK-CMP-QTD-ESP    PIC 9(07) VALUES ZEROS.
       01 WRK-CMP-VALOR-ESP  PIC 9(11)V99 VALUES ZEROS.
       01 WRK-CMP-QTD-ACH    PIC 9(07) VALUES ZEROS.
       01 WRK-CMP-VALOR-ACH  PIC 9(11)V99 VALUES ZEROS.
       01 WRK-ED-QTD-ESP     PIC Z(06)9.
       01 WRK-ED-QTD-ACH     PIC Z(06)9.
       01 WRK-ED-VALOR-ESP   PIC Z(10)9,99.
       01 WRK-ED-VALOR-ACH   PIC Z(10)9,99.
       01 WRK-CMP-RESULTADO  PIC X(08) VALUES SPACES.

      *----------ENTRADA NO SPOOL (RESULTADO DA CONFERENCIA)
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "CONFERE PERIODOS".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "MOVCONFERE".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "MOVCONFERE - INICIO".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQMOVPER.
           IF ARQMOVPER-FS NOT EQUAL ZEROS
              DISPLAY "NENHUMA ROLAGEM A CONFERIR (ARQMOVPERIODO.DAT "
                      "STATUS " ARQMOVPER-FS ")"
              DISPLAY "MOVCONFERE - FIM"
              GOBACK
           END-IF.
           PERFORM CARREGAR-PENDENTES.
           IF WRK-QTD-PEND EQUAL ZEROS
              DISPLAY "NENHUMA ROLAGEM A CONFERIR"
              CLOSE ARQMOVPER
              DISPLAY "MOVCONFERE - FIM"
              GOBACK
           END-IF.
           OPEN INPUT ARQMOVIDX.
           IF ARQMOVIDX-FS EQUAL ZEROS
              MOVE "S" TO WRK-INDICE-OK
           ELSE
              DISPLAY "ERRO ABERTURA ARQMOVIDX.DAT STATUS "
                      ARQMOVIDX-FS
              MOVE "N" TO WRK-INDICE-OK
           END-IF.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE ZEROS TO WRK-TOT-CONFERIDAS WRK-TOT-DIVERGENTES.
           PERFORM VARYING WRK-PND FROM 1 BY 1
                   UNTIL WRK-PND GREATER WRK-QTD-PEND
              PERFORM CONFERIR-ROLAGEM
           END-PERFORM.
           IF WRK-INDICE-OK EQUAL "S"
              CLOSE ARQMOVIDX
           END-IF.
           CLOSE ARQMOVPER.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ROLAGENS CONFERIDAS: " DELIMITED BY SIZE
                  WRK-TOT-CONFERIDAS      DELIMITED BY SIZE
                  "  DIVERGENTES: "       DELIMITED BY SIZE
                  WRK-TOT-DIVERGENTES     DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           IF WRK-TOT-DIVERGENTES NOT EQUAL ZEROS
              DISPLAY "PERIODOS NAO BATEM COM A ORIGEM - O PROXIMO "
                      "PEDIDO DE FECHAMENTO DESFAZ A ROLAGEM DIVERGENTE"
                      " E ROLA DE NOVO"
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "MOVCONFERE - FIM".
           GOBACK.

       CARREGAR-PENDENTES SECTION.
           MOVE ZEROS TO WRK-QTD-PEND.
           MOVE "R"   TO MVP-TIPO.
           MOVE SPACES TO MVP-ARQUIVO.
           MOVE ZEROS TO MVP-ANOMES.
           START ARQMOVPER KEY IS NOT LESS MVP-CHAVE
              INVALID KEY MOVE 10 TO ARQMOVPER-FS
           END-START.
           PERFORM UNTIL ARQMOVPER-FS NOT EQUAL ZEROS
              READ ARQMOVPER NEXT RECORD
              IF ARQMOVPER-FS EQUAL ZEROS
                 IF MVP-TIPO NOT EQUAL "R"
                    MOVE 10 TO ARQMOVPER-FS
                 ELSE
                    IF MVP-SITUACAO EQUAL "R"
                       AND WRK-QTD-PEND LESS 100
                       ADD 1 TO WRK-QTD-PEND
                       MOVE MVP-ARQUIVO TO WRK-PND-ARQUIVO(WRK-QTD-PEND)
                       MOVE MVP-ANOMES  TO WRK-PND-ANOMES(WRK-QTD-PEND)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQMOVPER-FS.

       CONFERIR-ROLAGEM SECTION.
           MOVE "N" TO WRK-DIVERGE.
           MOVE WRK-PND-ARQUIVO(WRK-PND) TO WRK-ARQUIVO.
           IF WRK-ARQUIVO EQUAL "V"
              MOVE "VENDAS"      TO WRK-NOME-BASE
              MOVE "VENDAS.TXT"  TO WRK-NOME-ATIVO
           ELSE
              MOVE "PEDIDOS"     TO WRK-NOME-BASE
              MOVE "PEDIDOS.TXT" TO WRK-NOME-ATIVO
           END-IF.
           MOVE "R"                     TO MVP-TIPO.
           MOVE WRK-ARQUIVO             TO MVP-ARQUIVO.
           MOVE WRK-PND-ANOMES(WRK-PND) TO MVP-ANOMES.
           READ ARQMOVPER.
           MOVE MVP-ANOMES        TO WRK-ROL-ANOMES.
           MOVE MVP-CARIMBO       TO WRK-ROL-CARIMBO.
           MOVE MVP-QTD           TO WRK-ROL-QTD.
           MOVE MVP-VALOR         TO WRK-ROL-VALOR.
           MOVE MVP-QTD-ABERTO    TO WRK-ROL-QTD-ABERTO.
           MOVE MVP-VALOR-ABERTO  TO WRK-ROL-VALOR-ABERTO.
           MOVE MVP-NOME-ORIGEM   TO WRK-NOME-ORIGEM.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-NOME-ATIVO     DELIMITED BY SPACE
                  " - ROLAGEM ATE "  DELIMITED BY SIZE
                  WRK-ROL-ANOMES     DELIMITED BY SIZE
                  " DE "             DELIMITED BY SIZE
                  WRK-ROL-CARIMBO    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "  COPIA DE ORIGEM " DELIMITED BY SIZE
                  WRK-NOME-ORIGEM      DELIMITED BY SPACE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           PERFORM RECONTAR-ORIGEM.
           IF WRK-COPIA-OK EQUAL "S"
              MOVE "ORIGEM"          TO WRK-CMP-DESCR
              MOVE WRK-ROL-QTD       TO WRK-CMP-QTD-ESP
              MOVE WRK-ROL-VALOR     TO WRK-CMP-VALOR-ESP
              MOVE WRK-ORG-QTD       TO WRK-CMP-QTD-ACH
              MOVE WRK-ORG-VALOR     TO WRK-CMP-VALOR-ACH
              PERFORM COMPARAR
              PERFORM VARYING WRK-MES FROM 1 BY 1
                      UNTIL WRK-MES GREATER WRK-QTD-MESES
                 PERFORM CONFERIR-PERIODO
              END-PERFORM
              PERFORM CONFERIR-ATIVO
           END-IF.
           MOVE "R"            TO MVP-TIPO.
           MOVE WRK-ARQUIVO    TO MVP-ARQUIVO.
           MOVE WRK-ROL-ANOMES TO MVP-ANOMES.
           READ ARQMOVPER.
           IF WRK-DIVERGE EQUAL "S"
              MOVE "D" TO MVP-SITUACAO
              ADD 1 TO WRK-TOT-DIVERGENTES
           ELSE
              MOVE "C" TO MVP-SITUACAO
              ADD 1 TO WRK-TOT-CONFERIDAS
           END-IF.
           MOVE WRK-DATA-HOJE TO MVP-DATA-CONFERE.
           REWRITE MVP-REGISTRO.
           MOVE SPACES TO WRK-SPL-LINHA.
           IF WRK-DIVERGE EQUAL "S"
              STRING WRK-NOME-ATIVO    DELIMITED BY SPACE
                     " - ROLAGEM DIVERGENTE" DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           ELSE
              STRING WRK-NOME-ATIVO    DELIMITED BY SPACE
                     " - ROLAGEM CONFERIDA" DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           END-IF.
           PERFORM GRAVAR-SPOOL.

      *    A COPIA E A VERDADE: QUANTIDADE E TOTAL DELA INTEIRA, DE
      *    CADA MES ROLADO E DA SOBRA QUE DEVIA TER FICADO NO ATIVO
       RECONTAR-ORIGEM SECTION.
           MOVE ZEROS TO WRK-ORG-QTD WRK-ORG-VALOR
                         WRK-ORG-QTD-ABERTO WRK-ORG-VALOR-ABERTO
                         WRK-QTD-MESES.
           OPEN INPUT ARQORIGEM.
           IF ARQORIGEM-FS NOT EQUAL ZEROS
              MOVE "N" TO WRK-COPIA-OK
              MOVE "S" TO WRK-DIVERGE
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "  COPIA DE ORIGEM NAO ABERTA (STATUS "
                                          DELIMITED BY SIZE
                     ARQORIGEM-FS         DELIMITED BY SIZE
                     ") - NADA A PROVAR"  DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
           ELSE
              MOVE "S" TO WRK-COPIA-OK
              PERFORM UNTIL ARQORIGEM-FS NOT EQUAL ZEROS
                 READ ARQORIGEM
                 IF ARQORIGEM-FS EQUAL ZEROS
                    MOVE ORG-REGISTRO TO WRK-REG-DADOS
                    PERFORM SEPARAR-CAMPOS
                    ADD 1             TO WRK-ORG-QTD
                    ADD WRK-REG-VALOR TO WRK-ORG-VALOR
                    IF WRK-REG-DATA(1:6) NOT GREATER WRK-ROL-ANOMES
                       PERFORM SOMAR-MES
                    ELSE
                       ADD 1             TO WRK-ORG-QTD-ABERTO
                       ADD WRK-REG-VALOR TO WRK-ORG-VALOR-ABERTO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQORIGEM
           END-IF.

       SOMAR-MES SECTION.
           PERFORM VARYING WRK-MES FROM 1 BY 1
                   UNTIL WRK-MES GREATER WRK-QTD-MESES
                      OR WRK-MES-ANOMES(WRK-MES) EQUAL
                         WRK-REG-DATA(1:6)
              CONTINUE
           END-PERFORM.
           IF WRK-MES GREATER WRK-QTD-MESES
              AND WRK-QTD-MESES LESS 600
              ADD 1 TO WRK-QTD-MESES
              MOVE WRK-QTD-MESES     TO WRK-MES
              MOVE WRK-REG-DATA(1:6) TO WRK-MES-ANOMES(WRK-MES)
              MOVE ZEROS TO WRK-MES-QTD(WRK-MES) WRK-MES-VALOR(WRK-MES)
           END-IF.
           IF WRK-MES NOT GREATER WRK-QTD-MESES
              ADD 1             TO WRK-MES-QTD(WRK-MES)
              ADD WRK-REG-VALOR TO WRK-MES-VALOR(WRK-MES)
           END-IF.

      *    O PERIODO TEM QUE SER DESTA ROLAGEM, TER FISICAMENTE O QUE
      *    O CATALOGO DIZ, TER GANHO O QUE A COPIA TINHA DO MES E TER
      *    UMA ENTRADA NO INDICE POR REGISTRO
       CONFERIR-PERIODO SECTION.
           MOVE WRK-DIVERGE TO WRK-DIVERGE-ANTES.
           MOVE "N"         TO WRK-DIVERGE.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "  PERIODO "              DELIMITED BY SIZE
                  WRK-MES-ANOMES(WRK-MES)   DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE "P"                     TO MVP-TIPO.
           MOVE WRK-ARQUIVO             TO MVP-ARQUIVO.
           MOVE WRK-MES-ANOMES(WRK-MES) TO MVP-ANOMES.
           READ ARQMOVPER.
           IF ARQMOVPER-FS NOT EQUAL ZEROS
              MOVE "S" TO WRK-DIVERGE
              MOVE "    SEM REGISTRO NO CATALOGO" TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           ELSE
              IF MVP-CARIMBO NOT EQUAL WRK-ROL-CARIMBO
                 MOVE "S" TO WRK-DIVERGE
                 MOVE SPACES TO WRK-SPL-LINHA
                 STRING "    PERIODO MEXIDO DEPOIS POR OUTRA ROLAGEM ("
                                          DELIMITED BY SIZE
                        MVP-CARIMBO       DELIMITED BY SIZE
                        ")"               DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
                 PERFORM GRAVAR-SPOOL
              ELSE
                 MOVE "    ROLADO"           TO WRK-CMP-DESCR
                 MOVE WRK-MES-QTD(WRK-MES)   TO WRK-CMP-QTD-ESP
                 MOVE WRK-MES-VALOR(WRK-MES) TO WRK-CMP-VALOR-ESP
                 COMPUTE WRK-CMP-QTD-ACH = MVP-QTD - MVP-QTD-ANTES
                 COMPUTE WRK-CMP-VALOR-ACH = MVP-VALOR - MVP-VALOR-ANTES
                 PERFORM COMPARAR
                 PERFORM CONTAR-PERIODO
                 MOVE "    FISICO"     TO WRK-CMP-DESCR
                 MOVE MVP-QTD          TO WRK-CMP-QTD-ESP
                 MOVE MVP-VALOR        TO WRK-CMP-VALOR-ESP
                 MOVE WRK-CNT-QTD      TO WRK-CMP-QTD-ACH
                 MOVE WRK-CNT-VALOR    TO WRK-CMP-VALOR-ACH
                 PERFORM COMPARAR
                 PERFORM CONTAR-INDICE
                 MOVE "    INDICE"     TO WRK-CMP-DESCR
                 MOVE MVP-QTD          TO WRK-CMP-QTD-ESP
                 MOVE ZEROS            TO WRK-CMP-VALOR-ESP
                 MOVE WRK-CNT-QTD      TO WRK-CMP-QTD-ACH
                 MOVE ZEROS            TO WRK-CMP-VALOR-ACH
                 PERFORM COMPARAR
                 IF WRK-DIVERGE EQUAL "S"
                    MOVE "D" TO MVP-SITUACAO
                 ELSE
                    MOVE "C" TO MVP-SITUACAO
                 END-IF
                 MOVE WRK-DATA-HOJE TO MVP-DATA-CONFERE
                 REWRITE MVP-REGISTRO
              END-IF
           END-IF.
           IF WRK-DIVERGE-ANTES EQUAL "S"
              MOVE "S" TO WRK-DIVERGE
           END-IF.

       CONTAR-PERIODO SECTION.
           MOVE ZEROS TO WRK-CNT-QTD WRK-CNT-VALOR.
           MOVE SPACES TO WRK-NOME-PERIODO.
           STRING "DADOS/"                 DELIMITED BY SIZE
                  WRK-NOME-BASE            DELIMITED BY SPACE
                  "_"                      DELIMITED BY SIZE
                  WRK-MES-ANOMES(WRK-MES)  DELIMITED BY SIZE
                  ".DAT"                   DELIMITED BY SIZE
             INTO WRK-NOME-PERIODO
           END-STRING.
           OPEN INPUT ARQPERMES.
           IF ARQPERMES-FS NOT EQUAL ZEROS
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "    " DELIMITED BY SIZE
                     WRK-NOME-PERIODO  DELIMITED BY SPACE
                     " NAO ABERTO (STATUS " DELIMITED BY SIZE
                     ARQPERMES-FS      DELIMITED BY SIZE
                     ")"               DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              PERFORM GRAVAR-SPOOL
           ELSE
              PERFORM UNTIL ARQPERMES-FS NOT EQUAL ZEROS
                 READ ARQPERMES NEXT RECORD
                 IF ARQPERMES-FS EQUAL ZEROS
                    MOVE PMS-DADOS TO WRK-REG-DADOS
                    PERFORM SEPARAR-CAMPOS
                    ADD 1             TO WRK-CNT-QTD
                    ADD WRK-REG-VALOR TO WRK-CNT-VALOR
                 END-IF
              END-PERFORM
              CLOSE ARQPERMES
           END-IF.

      *    ENTRADAS DO MES PELA CHAVE DE DATA: DO DIA 01 ATE A DATA
      *    SAIR DO MES
       CONTAR-INDICE SECTION.
           MOVE ZEROS TO WRK-CNT-QTD WRK-CNT-VALOR.
           IF WRK-INDICE-OK EQUAL "S"
              MOVE "N" TO WRK-FIM-INDICE
              MOVE WRK-ARQUIVO             TO MVX-ARQUIVO
              MOVE WRK-MES-ANOMES(WRK-MES) TO MVX-DATA(1:6)
              MOVE "00"                    TO MVX-DATA(7:2)
              MOVE ZEROS                   TO MVX-ANOMES MVX-SEQ
              START ARQMOVIDX KEY IS NOT LESS MVX-CHAVE
                 INVALID KEY MOVE "S" TO WRK-FIM-INDICE
              END-START
              PERFORM UNTIL WRK-FIM-INDICE EQUAL "S"
                 READ ARQMOVIDX NEXT RECORD
                 IF ARQMOVIDX-FS NOT EQUAL ZEROS
                    OR MVX-ARQUIVO NOT EQUAL WRK-ARQUIVO
                    OR MVX-DATA(1:6) NOT EQUAL WRK-MES-ANOMES(WRK-MES)
                    MOVE "S" TO WRK-FIM-INDICE
                 ELSE
                    IF MVX-ANOMES EQUAL WRK-MES-ANOMES(WRK-MES)
                       ADD 1 TO WRK-CNT-QTD
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      *    O ATIVO FOI REGRAVADO COM A SOBRA NA FRENTE; O QUE ENTROU
      *    DEPOIS DA ROLAGEM VEM ATRAS E NAO ENTRA NA CONTA
       CONFERIR-ATIVO SECTION.
           MOVE ZEROS TO WRK-CNT-QTD WRK-CNT-VALOR.
           IF WRK-ARQUIVO EQUAL "V"
              OPEN INPUT ARQVENDAS
              PERFORM UNTIL ARQVENDAS-FS NOT EQUAL ZEROS
                         OR WRK-CNT-QTD EQUAL WRK-ROL-QTD-ABERTO
                 READ ARQVENDAS
                 IF ARQVENDAS-FS EQUAL ZEROS
                    MOVE VEN-REGISTRO TO WRK-REG-DADOS
                    PERFORM SEPARAR-CAMPOS
                    ADD 1             TO WRK-CNT-QTD
                    ADD WRK-REG-VALOR TO WRK-CNT-VALOR
                 END-IF
              END-PERFORM
              CLOSE ARQVENDAS
           ELSE
              OPEN INPUT ARQPEDIDO
              PERFORM UNTIL ARQPEDIDO-FS NOT EQUAL ZEROS
                         OR WRK-CNT-QTD EQUAL WRK-ROL-QTD-ABERTO
                 READ ARQPEDIDO
                 IF ARQPEDIDO-FS EQUAL ZEROS
                    MOVE PED-REGISTRO TO WRK-REG-DADOS
                    PERFORM SEPARAR-CAMPOS
                    ADD 1             TO WRK-CNT-QTD
                    ADD WRK-REG-VALOR TO WRK-CNT-VALOR
                 END-IF
              END-PERFORM
              CLOSE ARQPEDIDO
           END-IF.
           MOVE "  SOBRA COPIA"      TO WRK-CMP-DESCR.
           MOVE WRK-ROL-QTD-ABERTO   TO WRK-CMP-QTD-ESP.
           MOVE WRK-ROL-VALOR-ABERTO TO WRK-CMP-VALOR-ESP.
           MOVE WRK-ORG-QTD-ABERTO   TO WRK-CMP-QTD-ACH.
           MOVE WRK-ORG-VALOR-ABERTO TO WRK-CMP-VALOR-ACH.
           PERFORM COMPARAR.
           MOVE "  SOBRA ATIVO"      TO WRK-CMP-DESCR.
           MOVE WRK-ROL-QTD-ABERTO   TO WRK-CMP-QTD-ESP.
           MOVE WRK-ROL-VALOR-ABERTO TO WRK-CMP-VALOR-ESP.
           MOVE WRK-CNT-QTD          TO WRK-CMP-QTD-ACH.
           MOVE WRK-CNT-VALOR        TO WRK-CMP-VALOR-ACH.
           PERFORM COMPARAR.

       SEPARAR-CAMPOS SECTION.
           IF WRK-ARQUIVO EQUAL "V"
              MOVE WRK-RV-DATA  TO WRK-REG-DATA
              MOVE WRK-RV-VALOR TO WRK-REG-VALOR
           ELSE
              MOVE WRK-RP-DATA  TO WRK-REG-DATA
              MOVE WRK-RP-PRECO TO WRK-REG-VALOR
           END-IF.

       COMPARAR SECTION.
           IF WRK-CMP-QTD-ESP EQUAL WRK-CMP-QTD-ACH
              AND WRK-CMP-VALOR-ESP EQUAL WRK-CMP-VALOR-ACH
              MOVE "OK"       TO WRK-CMP-RESULTADO
           ELSE
              MOVE "DIVERGE"  TO WRK-CMP-RESULTADO
              MOVE "S"        TO WRK-DIVERGE
           END-IF.
           MOVE WRK-CMP-QTD-ESP   TO WRK-ED-QTD-ESP.
           MOVE WRK-CMP-QTD-ACH   TO WRK-ED-QTD-ACH.
           MOVE WRK-CMP-VALOR-ESP TO WRK-ED-VALOR-ESP.
           MOVE WRK-CMP-VALOR-ACH TO WRK-ED-VALOR-ACH.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-CMP-DESCR     DELIMITED BY SIZE
                  " QTD "           DELIMITED BY SIZE
                  WRK-ED-QTD-ESP    DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WRK-ED-QTD-ACH    DELIMITED BY SIZE
                  " VALOR "         DELIMITED BY SIZE
                  WRK-ED-VALOR-ESP  DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WRK-ED-VALOR-ACH  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WRK-CMP-RESULTADO DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
