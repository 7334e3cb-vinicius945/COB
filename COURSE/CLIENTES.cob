           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS FS-ARQPARM.
      *    VINCULO CONTA X CLIENTE DO CRM - E POR ELE QUE A CONTA
      *    EXTRAIDA PARA UMA CAMPANHA DO MESTRE VIRA UM ARQCRM-ID ALVO
           SELECT ARQXREF ASSIGN TO "DADOS/ARQCRMXREF.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS FS-ARQXREF
              RECORD KEY IS XREF-CHAVE.
       DATA DIVISION.
       FILE      SECTION.
       FD EARQCLI
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       FD ARQXREF.
       COPY "#CRM-XREF".

       WORKING-STORAGE    SECTION.
       01 FS-EARQCLI            PIC 9(02).
       01 FS-CAMPSAIDA1         PIC 9(02).
       01 FS-ARQPARM            PIC 9(02).
       01 FS-SNAPCLI            PIC 9(02).
       01 FS-DELTACLI           PIC 9(02).
       01 FS-ARQXREF            PIC 9(02).

      *----------MODO DELTA
       01 WRK-MODO-DELTA        PIC X(01) VALUE "N".
               10 WRK-CAMP-TIPO      PIC 9(01) OCCURS 5 TIMES.
               10 WRK-CAMP-VALIDOS   PIC 9(06).
               10 WRK-CAMP-REJEITADOS PIC 9(06).
      *            "S" = CAMPANHA ABERTA NO MESTRE DE CAMPANHAS: AS
      *            CONTAS EXTRAIDAS SAO REGISTRADAS COMO ALVO E A
      *            SORTEADA PARA O CONTROLE NAO SAI NO EXTRATO
               10 WRK-CAMP-REGISTRA  PIC X(01).
               10 WRK-CAMP-CONTROLE  PIC 9(06).
               10 WRK-CAMP-SEM-VINCULO PIC 9(06).
       01 WRK-CAMP-IDX          PIC 9(01).
       01 WRK-SALDO-MIN         PIC 9(09)V99 VALUE 5000.
       01 WRK-IDX               PIC 9(02) USAGE COMP.
       01 WRK-REG-SAIDA         PIC X(22) VALUE SPACES.
       01 WRK-QUALIFICOU        PIC X(01) VALUE "N".

      *----------REGISTRO DOS ALVOS NO MESTRE DE CAMPANHAS
       01 WRK-HA-REGISTRO       PIC X(01) VALUE "N".
       01 WRK-CAMPALVO.
           05 WRK-ALV-ACAO       PIC X(01) VALUE "V".
           05 WRK-ALV-CAMPANHA   PIC X(15) VALUE SPACES.
           05 WRK-ALV-CLIENTE-ID PIC 9(06) VALUE ZEROS.
           05 WRK-ALV-ORIGEM     PIC X(15) VALUE "CLIENTES".
           05 WRK-ALV-RETORNO    PIC X(01) VALUE SPACES.
           05 WRK-ALV-CANAL      PIC X(01) VALUE SPACES.
       01 WRK-QTD-VINCULOS      PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-TAB-VINCULOS.
           05 WRK-VIN-ITEM OCCURS 999 TIMES.
               10 WRK-VIN-AGENCIA    PIC 9(04).
               10 WRK-VIN-CONTA      PIC 9(08).
               10 WRK-VIN-ID         PIC 9(06).
       01 WRK-VIN-IDX           PIC 9(04) USAGE COMP VALUE ZERO.
       01 WRK-VIN-ACHADO        PIC 9(04) USAGE COMP VALUE ZERO.

      *----------ENTRADA NO SPOOL CENTRAL COM OS TOTAIS DA RODADA -
      *----------OS CONTADORES COMP PASSAM PELAS COPIAS DE EXIBICAO
      *----------ANTES DO STRING
                     END-IF
                  END-PERFORM
                  CLOSE CAMPANHAS
                  PERFORM 0228-CONFERIR-MESTRE
               END-IF.
               IF WRK-QTD-CAMPANHAS EQUAL ZERO
                  PERFORM 0227-CAMPANHA-PADRAO
               END-EVALUATE.
           0225-FIM. EXIT.

      *    CAMPANHA DO CARTAO QUE ESTA ABERTA NO MESTRE DE CAMPANHAS
      *    TEM AS CONTAS REGISTRADAS COMO ALVO; AS DEMAIS (E A PADRAO)
      *    SEGUEM COMO ANTES, SEM REGISTRO
           0228-CONFERIR-MESTRE SECTION.
               MOVE "N" TO WRK-HA-REGISTRO.
               PERFORM VARYING WRK-CAMP-IDX FROM 1 BY 1
                       UNTIL WRK-CAMP-IDX GREATER WRK-QTD-CAMPANHAS
                  MOVE "N"   TO WRK-CAMP-REGISTRA(WRK-CAMP-IDX)
                  MOVE ZEROS TO WRK-CAMP-CONTROLE(WRK-CAMP-IDX)
                                WRK-CAMP-SEM-VINCULO(WRK-CAMP-IDX)
                  MOVE "V"   TO WRK-ALV-ACAO
                  MOVE WRK-CAMP-ID(WRK-CAMP-IDX) TO WRK-ALV-CAMPANHA
                  CALL "CAMPANHAALVO" USING WRK-CAMPALVO
                  IF WRK-ALV-RETORNO EQUAL "S"
                     MOVE "S" TO WRK-CAMP-REGISTRA(WRK-CAMP-IDX)
                     MOVE "S" TO WRK-HA-REGISTRO
                  END-IF
               END-PERFORM.
               IF WRK-HA-REGISTRO EQUAL "S"
                  PERFORM 0229-CARREGAR-VINCULOS
               END-IF.
           0228-FIM. EXIT.

           0229-CARREGAR-VINCULOS SECTION.
               MOVE ZERO TO WRK-QTD-VINCULOS.
               OPEN INPUT ARQXREF.
               IF FS-ARQXREF EQUAL ZEROS
                  MOVE ZEROS TO XREF-ID
                  START ARQXREF KEY IS NOT LESS XREF-CHAVE
                  PERFORM UNTIL FS-ARQXREF NOT EQUAL ZEROS
                     READ ARQXREF NEXT RECORD
                     IF FS-ARQXREF EQUAL ZEROS
                        AND WRK-QTD-VINCULOS LESS 999
                        ADD 1 TO WRK-QTD-VINCULOS
                        MOVE XREF-AGENCIA
                          TO WRK-VIN-AGENCIA(WRK-QTD-VINCULOS)
                        MOVE XREF-CONTA
                          TO WRK-VIN-CONTA(WRK-QTD-VINCULOS)
                        MOVE XREF-ID
                          TO WRK-VIN-ID(WRK-QTD-VINCULOS)
                     END-IF
                  END-PERFORM
                  CLOSE ARQXREF
               ELSE
                  DISPLAY "SEM ARQCRMXREF.DAT - CONTAS DAS CAMPANHAS"
                          " SEM CLIENTE DO CRM"
               END-IF.
           0229-FIM. EXIT.

           0227-CAMPANHA-PADRAO SECTION.
               MOVE 1 TO WRK-QTD-CAMPANHAS.
               MOVE "PADR" TO WRK-CAMP-ID(1).
                 IF REG-SALDO GREATER THAN OR EQUAL
                    WRK-CAMP-SALDO-MIN(WRK-CAMP-IDX)
                    AND WRK-TIPO-VALIDO EQUAL "S"
                    MOVE "A" TO WRK-ALV-RETORNO
                    IF WRK-CAMP-REGISTRA(WRK-CAMP-IDX) EQUAL "S"
                       PERFORM 0335-REGISTRAR-ALVO
                    END-IF
                    IF WRK-ALV-RETORNO EQUAL "C"
                       ADD 1 TO WRK-CAMP-CONTROLE(WRK-CAMP-IDX)
                    ELSE
                       PERFORM 0330-GRAVAR-SAIDA
                       ADD 1 TO WRK-CAMP-VALIDOS(WRK-CAMP-IDX)
                    END-IF
                    MOVE "S" TO WRK-QUALIFICOU
                    IF WRK-CAMP-IDX EQUAL 1
                       PERFORM 0340-CONTROLE-QUEBRA
                    MOVE "S" TO WRK-ACHOU-ANTERIOR
                 END-IF
              END-PERFORM.
      *       CONTA DO GRUPO DE CONTROLE NAO ESTA NAS SAIDAS DE ONTEM -
      *       COM CAMPANHA REGISTRADA A CONTA E REAVALIADA (O SORTEIO
      *       JA GRAVADO SE REPETE) EM VEZ DE CAIR COMO NAO VALIDA
              EVALUATE TRUE
                 WHEN WRK-ACHOU-ANTERIOR EQUAL "S"
                    ADD 1 TO WRK-CONTADOR-VALIDO
                 WHEN WRK-HA-REGISTRO EQUAL "S"
                    PERFORM 0320-AVALIAR-REGISTRO
                 WHEN OTHER
                    ADD 1 TO WRK-CONTADOR-NVALIDO
              END-EVALUATE.
           0570-FIM. EXIT.

      *    CONTA SEM VINCULO COM O CRM SAI NO EXTRATO NORMALMENTE, MAS
      *    NAO TEM COMO SER ACOMPANHADA NA APURACAO DE RESPOSTA
           0335-REGISTRAR-ALVO SECTION.
              MOVE ZERO TO WRK-VIN-ACHADO.
              PERFORM VARYING WRK-VIN-IDX FROM 1 BY 1
                      UNTIL WRK-VIN-IDX GREATER WRK-QTD-VINCULOS
                         OR WRK-VIN-ACHADO GREATER ZERO
                 IF WRK-VIN-AGENCIA(WRK-VIN-IDX) EQUAL REG-AGENCIA
                    AND WRK-VIN-CONTA(WRK-VIN-IDX) EQUAL REG-CONTA
                    MOVE WRK-VIN-IDX TO WRK-VIN-ACHADO
                 END-IF
              END-PERFORM.
              IF WRK-VIN-ACHADO EQUAL ZERO
                 ADD 1 TO WRK-CAMP-SEM-VINCULO(WRK-CAMP-IDX)
              ELSE
                 MOVE "G" TO WRK-ALV-ACAO
                 MOVE WRK-CAMP-ID(WRK-CAMP-IDX) TO WRK-ALV-CAMPANHA
                 MOVE WRK-VIN-ID(WRK-VIN-ACHADO) TO WRK-ALV-CLIENTE-ID
                 CALL "CAMPANHAALVO" USING WRK-CAMPALVO
              END-IF.
           0335-FIM. EXIT.

           0330-GRAVAR-SAIDA SECTION.
               EVALUATE WRK-CAMP-IDX
                          WRK-CAMP-VALIDOS(WRK-CAMP-IDX)
                          " REJEITADOS: "
                          WRK-CAMP-REJEITADOS(WRK-CAMP-IDX)
                  IF WRK-CAMP-REGISTRA(WRK-CAMP-IDX) EQUAL "S"
                     DISPLAY "   CONTROLE: "
                             WRK-CAMP-CONTROLE(WRK-CAMP-IDX)
                             " SEM VINCULO NO CRM: "
                             WRK-CAMP-SEM-VINCULO(WRK-CAMP-IDX)
                  END-IF
               END-PERFORM.
               PERFORM 0430-GRAVAR-SPOOL.

                    INTO WRK-SPL-LINHA
                  END-STRING
                  CALL "SPOOLGRAVA" USING WRK-SPOOL
                  IF WRK-CAMP-REGISTRA(WRK-CAMP-IDX) EQUAL "S"
                     MOVE SPACES TO WRK-SPL-LINHA
                     STRING "   CONTROLE "   DELIMITED BY SIZE
                            WRK-CAMP-CONTROLE(WRK-CAMP-IDX)
                                            DELIMITED BY SIZE
                            " SEM VINCULO NO CRM " DELIMITED BY SIZE
                            WRK-CAMP-SEM-VINCULO(WRK-CAMP-IDX)
                                            DELIMITED BY SIZE
                       INTO WRK-SPL-LINHA
                     END-STRING
                     CALL "SPOOLGRAVA" USING WRK-SPOOL
                  END-IF
               END-PERFORM.
      *        OS TOTAIS DO DELTA TAMBEM VAO PARA O SPOOL, PARA O
      *        RECONCILIA SEGUIR PROVANDO A POPULACAO
