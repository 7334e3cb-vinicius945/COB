      *DIARIO, E SO ENTAO TRAVA O MES NO ARQPERIODO.DAT - A PARTIR
      *DAI OS LANCADORES (VIA MODULO PERIODO) RECUSAM MOVIMENTO
      *DATADO DENTRO DO MES. A REABERTURA EXIGE SUPERVISOR (NIVEL A
      *PELO VALIDALOGIN) E SAI NO DIARIO DE BORDO ARQPERIODO_LOG.TXT.
      *MES FECHADO ROLA O MOVIMENTO DE VENDAS/PEDIDOS DATADO ATE ELE
      *PARA OS ARQUIVOS DE PERIODO (MOVROLA) E CONFERE A ROLAGEM
      *(MOVCONFERE); PEDIR DE NOVO O FECHAMENTO DE MES JA FECHADO SO
      *REFAZ A ROLAGEM QUE TIVER FICADO PARA TRAS (A QUE SAIU COM ERRO
      *OU DIVERGENTE E DESFEITA ANTES)
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WRK-ANOMES         PIC 9(06) VALUES ZEROS.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.

      *----------ROLAGEM DO MOVIMENTO PARA OS ARQUIVOS DE PERIODO
       01 WRK-ROLAGEM.
           05 WRK-ROL-ANOMES     PIC 9(06) VALUE ZEROS.
           05 WRK-ROL-OPERADOR   PIC X(10) VALUE SPACES.
           05 WRK-ROL-RESULTADO  PIC X(01) VALUE SPACES.

      *----------VARREDURA DOS DIAS DO MES
       01 WRK-ANO            PIC 9(04) VALUES ZEROS.
       01 WRK-MES            PIC 9(02) VALUES ZEROS.
              AND PER-SITUACAO EQUAL "F"
              DISPLAY "MES JA FECHADO POR " PER-OPERADOR
                       " EM " PER-DATA-ACAO
              PERFORM ROLAR-MOVIMENTO
              GOBACK
           END-IF.
           MOVE ZEROS TO ARQPERIODO-FS.
                 END-IF
                 PERFORM GRAVAR-LOG
                 DISPLAY "MES " WRK-ANOMES " FECHADO"
                 PERFORM ROLAR-MOVIMENTO
              END-IF
           END-IF.

      *    MES FECHADO NAO RECEBE MAIS MOVIMENTO: O QUE ESTA DATADO ATE
      *    ELE SAI DO VENDAS.TXT/PEDIDOS.TXT PARA OS ARQUIVOS DE
      *    PERIODO, E A ROLAGEM SO VALE DEPOIS DE CONFERIDA
       ROLAR-MOVIMENTO SECTION.
           MOVE WRK-ANOMES   TO WRK-ROL-ANOMES.
           MOVE WRK-OPERADOR TO WRK-ROL-OPERADOR.
           MOVE SPACES       TO WRK-ROL-RESULTADO.
           CALL "MOVROLA" USING WRK-ROLAGEM.
           EVALUATE WRK-ROL-RESULTADO
              WHEN "S"
                 CALL "MOVCONFERE"
              WHEN "N"
                 DISPLAY "MOVIMENTO DO MES JA ESTA NOS PERIODOS"
              WHEN OTHER
                 DISPLAY "ROLAGEM DO MOVIMENTO NAO CONCLUIDA - VER AS"
                         " MENSAGENS ACIMA; NO PROXIMO PEDIDO DE"
                         " FECHAMENTO A ROLAGEM COM ERRO E DESFEITA E"
                         " FEITA DE NOVO"
           END-EVALUATE.

      *    REABRIR MES FECHADO E COISA DE SUPERVISOR - PEDE LOGIN DE
      *    NIVEL "A" NA HORA E DEIXA REGISTRO NO DIARIO DE BORDO
       REABRIR-MES SECTION.
