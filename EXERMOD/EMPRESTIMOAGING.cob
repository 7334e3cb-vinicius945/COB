      *OBJETIVO: RELATORIO DE ENVELHECIMENTO (AGING) DAS PARCELAS EM
      *ABERTO PARA A COBRANCA - POR CLIENTE E CONTRATO, CLASSIFICA
      *CADA PARCELA NAO PAGA EM "A VENCER", "ATE 30", "31 A 60" E
      *"MAIS DE 60" DIAS DE ATRASO, COM OS TOTAIS POR FAIXA. PARCELA
      *DE CONTRATO BAIXADO PARA PERDA ("P") SAI DA CARTEIRA E NAO
      *ENTRA NO AGING
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WRK-LINHA-AGING.
           05 FILLER             PIC X(08) VALUE "CLIENTE ".
           05 WRK-AGI-CLIENTE    PIC 9(06).
           05 FILLER             PIC X(10) VALUE " CONTRATO ".
           05 WRK-AGI-CONTRATO   PIC 9(06).
           05 FILLER             PIC X(06) VALUE " PARC ".
      *       SUCESSOR E NAO ENVELHECE MAIS AQUI
              IF ARQPARC-FS EQUAL ZEROS
                 AND PARC-PAGA EQUAL "N"
                 PERFORM LER-CONTRATO
                 IF EMP-SITUACAO NOT EQUAL "P"
                    PERFORM CLASSIFICAR-PARCELA
                 END-IF
              END-IF
           END-PERFORM.

       LER-CONTRATO SECTION.
           MOVE ZEROS TO WRK-AGI-CLIENTE.
           MOVE PARC-NUMERO TO EMP-NUMERO.
           READ ARQEMP.
           IF ARQEMP-FS EQUAL ZEROS
              MOVE EMP-CLIENTE-ID TO WRK-AGI-CLIENTE
           ELSE
              MOVE SPACES TO EMP-SITUACAO
           END-IF.
           MOVE ZEROS TO ARQEMP-FS.

       CLASSIFICAR-PARCELA SECTION.
           ADD 1 TO WRK-TOT-ABERTAS.
           PERFORM CONTAR-ATRASO-UTIL.
                 ADD PARC-VALOR TO WRK-TOT-MAIS60
           END-EVALUATE.

           MOVE PARC-NUMERO     TO WRK-AGI-CONTRATO.
           MOVE PARC-SEQ        TO WRK-AGI-SEQ.
           MOVE PARC-VENCIMENTO TO WRK-AGI-VENC.
