       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAMENTO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: PAGAMENTO A FORNECEDOR - BAIXA TOTAL OU PARCIAL DE
      *UMA PARCELA DO CONTAS A PAGAR (ARQPAGARPARC.DAT), REDUZINDO O
      *SALDO E QUITANDO QUANDO CHEGA A ZERO; COM TODAS AS PARCELAS
      *QUITADAS A NOTA (ARQPAGAR.DAT) FICA QUITADA. CADA PAGAMENTO E
      *JORNALADO NO ARQPAGAMENTO.DAT COM DATA, VALOR E OPERADOR. A
      *REVISAO LIBERA (NO VALOR DA NOTA OU CORRIGIDO) A NOTA RETIDA NO
      *RECEBIMENTO DO PEDCOMPRA - NOTA RETIDA NAO SE PAGA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPAGAR ASSIGN TO "DADOS/ARQPAGAR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPAGAR-FS
           RECORD KEY IS PAG-CHAVE.

           SELECT ARQPAGARPARC ASSIGN TO "DADOS/ARQPAGARPARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPAGARPARC-FS
           RECORD KEY IS PGP-CHAVE
           ALTERNATE RECORD KEY IS PGP-VENCIMENTO
               WITH DUPLICATES.

           SELECT ARQPAGJORNAL ASSIGN TO "DADOS/ARQPAGAMENTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPAGJORNAL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPAGAR.
       COPY "#PAGAR".

       FD ARQPAGARPARC.
       COPY "#PAGAR-PARC".

       FD ARQPAGJORNAL
           RECORDING MODE IS F.
       COPY "#PAGAR-JORNAL".

       WORKING-STORAGE SECTION.
       01 ARQPAGAR-FS        PIC 9(02) VALUES ZEROS.
       01 ARQPAGARPARC-FS    PIC 9(02) VALUES ZEROS.
       01 ARQPAGJORNAL-FS    PIC 9(02) VALUES ZEROS.

       77 WRK-OPERADOR       PIC X(10) VALUES SPACES.
       77 WRK-OPCAO          PIC X(01) VALUES SPACES.
       77 WRK-FORNECEDOR     PIC 9(04) VALUES ZEROS.
       77 WRK-NOTA           PIC 9(09) VALUES ZEROS.
       77 WRK-SEQ            PIC 9(02) VALUES ZEROS.
       77 WRK-VALOR          PIC 9(07)V99 VALUES ZEROS.
       77 WRK-VALOR-PARCELA  PIC 9(07)V99 VALUES ZEROS.
       77 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       77 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       77 WRK-FIM-NOTA       PIC X(01) VALUES "N".
       77 WRK-EM-ABERTO      PIC 9(02) VALUES ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY "CONTAS A PAGAR - FORNECEDORES".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "OPERADOR: ".
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQPAGAR.
           IF ARQPAGAR-FS NOT EQUAL ZEROS
              DISPLAY "SEM CONTAS A PAGAR (STATUS " ARQPAGAR-FS ")"
              STOP RUN
           END-IF.
           OPEN I-O ARQPAGARPARC.
           IF ARQPAGARPARC-FS NOT EQUAL ZEROS
              DISPLAY "SEM PARCELAS A PAGAR (STATUS "
                      ARQPAGARPARC-FS ")"
              CLOSE ARQPAGAR
              STOP RUN
           END-IF.
           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WRK-FORNECEDOR.
           DISPLAY "NUMERO DA NOTA: ".
           ACCEPT WRK-NOTA.
           MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.
           MOVE WRK-NOTA       TO PAG-NOTA.
           READ ARQPAGAR.
           IF ARQPAGAR-FS NOT EQUAL ZEROS
              DISPLAY "NOTA NAO ENCONTRADA"
           ELSE
              DISPLAY "PEDIDO " PAG-PEDIDO " EMISSAO " PAG-DATA-NOTA
                      " VALOR " PAG-VALOR
                      " SITUACAO " PAG-SITUACAO
              DISPLAY "(P)AGAR PARCELA (R)EVISAR NOTA RETIDA? "
              ACCEPT WRK-OPCAO
              EVALUATE WRK-OPCAO
                 WHEN "P"
                    PERFORM PAGAR-PARCELA
                 WHEN "R"
                    PERFORM REVISAR-NOTA
                 WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
              END-EVALUATE
           END-IF.
           CLOSE ARQPAGAR.
           CLOSE ARQPAGARPARC.
           STOP RUN.

      *    PARCELA ZERO = A PRIMEIRA AINDA EM ABERTO DA NOTA
       PAGAR-PARCELA SECTION.
           EVALUATE PAG-SITUACAO
              WHEN "R"
                 DISPLAY "NOTA RETIDA PARA REVISAO - NAO PAGAR"
              WHEN "Q"
                 DISPLAY "NOTA JA QUITADA"
              WHEN OTHER
                 PERFORM LISTAR-PARCELAS
                 DISPLAY "PARCELA (0 = A PRIMEIRA EM ABERTO): "
                 ACCEPT WRK-SEQ
                 IF WRK-SEQ EQUAL ZEROS
                    PERFORM ACHAR-PRIMEIRA-ABERTA
                 END-IF
                 MOVE PAG-FORNECEDOR TO PGP-FORNECEDOR
                 MOVE PAG-NOTA       TO PGP-NOTA
                 MOVE WRK-SEQ        TO PGP-SEQ
                 READ ARQPAGARPARC
                 EVALUATE TRUE
                    WHEN ARQPAGARPARC-FS NOT EQUAL ZEROS
                       DISPLAY "PARCELA NAO ENCONTRADA"
                    WHEN PGP-SITUACAO EQUAL "Q"
                       DISPLAY "PARCELA JA QUITADA"
                    WHEN OTHER
                       PERFORM BAIXAR-PARCELA
                 END-EVALUATE
           END-EVALUATE.

       BAIXAR-PARCELA SECTION.
           DISPLAY "PARCELA " PGP-SEQ " VENCIMENTO " PGP-VENCIMENTO
                   " SALDO " PGP-SALDO.
           DISPLAY "VALOR PAGO (0 = O SALDO TODO): ".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR EQUAL ZEROS
              OR WRK-VALOR GREATER PGP-SALDO
              MOVE PGP-SALDO TO WRK-VALOR
           END-IF.
           DISPLAY "CONFIRMA O PAGAMENTO DE " WRK-VALOR " (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              SUBTRACT WRK-VALOR FROM PGP-SALDO
              IF PGP-SALDO EQUAL ZEROS
                 MOVE "Q" TO PGP-SITUACAO
                 DISPLAY "PARCELA QUITADA"
              ELSE
                 DISPLAY "SALDO RESTANTE DA PARCELA: " PGP-SALDO
              END-IF
              REWRITE PGP-REGISTRO
              PERFORM GRAVAR-JORNAL
              PERFORM CONFERIR-QUITACAO
           END-IF.

       LISTAR-PARCELAS SECTION.
           MOVE "N" TO WRK-FIM-NOTA.
           MOVE PAG-FORNECEDOR TO PGP-FORNECEDOR.
           MOVE PAG-NOTA       TO PGP-NOTA.
           MOVE ZEROS          TO PGP-SEQ.
           START ARQPAGARPARC KEY IS GREATER PGP-CHAVE.
           PERFORM UNTIL ARQPAGARPARC-FS NOT EQUAL ZEROS
                      OR WRK-FIM-NOTA EQUAL "S"
              READ ARQPAGARPARC NEXT RECORD
              IF ARQPAGARPARC-FS EQUAL ZEROS
                 IF PGP-FORNECEDOR NOT EQUAL PAG-FORNECEDOR
                    OR PGP-NOTA NOT EQUAL PAG-NOTA
                    MOVE "S" TO WRK-FIM-NOTA
                 ELSE
                    DISPLAY "  PARCELA " PGP-SEQ " VENC "
                            PGP-VENCIMENTO " VALOR " PGP-VALOR
                            " SALDO " PGP-SALDO " " PGP-SITUACAO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPAGARPARC-FS.

       ACHAR-PRIMEIRA-ABERTA SECTION.
           MOVE "N" TO WRK-FIM-NOTA.
           MOVE PAG-FORNECEDOR TO PGP-FORNECEDOR.
           MOVE PAG-NOTA       TO PGP-NOTA.
           MOVE ZEROS          TO PGP-SEQ.
           START ARQPAGARPARC KEY IS GREATER PGP-CHAVE.
           PERFORM UNTIL ARQPAGARPARC-FS NOT EQUAL ZEROS
                      OR WRK-FIM-NOTA EQUAL "S"
              READ ARQPAGARPARC NEXT RECORD
              IF ARQPAGARPARC-FS EQUAL ZEROS
                 IF PGP-FORNECEDOR NOT EQUAL PAG-FORNECEDOR
                    OR PGP-NOTA NOT EQUAL PAG-NOTA
                    MOVE "S" TO WRK-FIM-NOTA
                 ELSE
                    IF PGP-SITUACAO NOT EQUAL "Q"
                       MOVE PGP-SEQ TO WRK-SEQ
                       MOVE "S" TO WRK-FIM-NOTA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPAGARPARC-FS.

      *    SEM PARCELA EM ABERTO A NOTA TODA ESTA QUITADA
       CONFERIR-QUITACAO SECTION.
           MOVE ZEROS TO WRK-EM-ABERTO.
           MOVE "N" TO WRK-FIM-NOTA.
           MOVE PAG-FORNECEDOR TO PGP-FORNECEDOR.
           MOVE PAG-NOTA       TO PGP-NOTA.
           MOVE ZEROS          TO PGP-SEQ.
           START ARQPAGARPARC KEY IS GREATER PGP-CHAVE.
           PERFORM UNTIL ARQPAGARPARC-FS NOT EQUAL ZEROS
                      OR WRK-FIM-NOTA EQUAL "S"
              READ ARQPAGARPARC NEXT RECORD
              IF ARQPAGARPARC-FS EQUAL ZEROS
                 IF PGP-FORNECEDOR NOT EQUAL PAG-FORNECEDOR
                    OR PGP-NOTA NOT EQUAL PAG-NOTA
                    MOVE "S" TO WRK-FIM-NOTA
                 ELSE
                    IF PGP-SITUACAO NOT EQUAL "Q"
                       ADD 1 TO WRK-EM-ABERTO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPAGARPARC-FS.
           IF WRK-EM-ABERTO EQUAL ZEROS
              MOVE "Q" TO PAG-SITUACAO
              REWRITE PAG-REGISTRO
              DISPLAY "NOTA QUITADA"
           END-IF.

      *    NOTA RETIDA NO RECEBIMENTO: LIBERA NO VALOR DA NOTA, OU
      *    CORRIGIDO (NOTA DE ACERTO DO FORNECEDOR), REDIVIDINDO O
      *    VALOR NAS MESMAS PARCELAS E VENCIMENTOS; A LIBERACAO E O DIA
      *    EM QUE O CONTABILPOSTA LANCA O PASSIVO
       REVISAR-NOTA SECTION.
           IF PAG-SITUACAO NOT EQUAL "R"
              DISPLAY "NOTA NAO ESTA RETIDA"
           ELSE
              IF PAG-VALOR-PEDIDO EQUAL ZEROS
                 DISPLAY "RECEBIDO COM ITEM SEM PRECO NO PEDIDO"
              ELSE
                 DISPLAY "RECEBIDO AO PRECO DO PEDIDO: "
                         PAG-VALOR-PEDIDO
              END-IF
              DISPLAY "(L)IBERAR COMO ESTA (C)ORRIGIR O VALOR"
                      " (M)ANTER RETIDA? "
              ACCEPT WRK-OPCAO
              EVALUATE WRK-OPCAO
                 WHEN "L"
                    PERFORM LIBERAR-NOTA
                 WHEN "C"
                    DISPLAY "VALOR CORRETO DA NOTA: "
                    ACCEPT WRK-VALOR
                    IF WRK-VALOR EQUAL ZEROS
                       DISPLAY "VALOR INVALIDO - NOTA CONTINUA RETIDA"
                    ELSE
                       MOVE WRK-VALOR TO PAG-VALOR
                       PERFORM LIBERAR-NOTA
                    END-IF
                 WHEN OTHER
                    DISPLAY "NOTA CONTINUA RETIDA"
              END-EVALUATE
           END-IF.

       LIBERAR-NOTA SECTION.
           MOVE "A"           TO PAG-SITUACAO.
           MOVE WRK-DATA-HOJE TO PAG-DATA-LIBERACAO.
           MOVE WRK-OPERADOR  TO PAG-OPERADOR.
           REWRITE PAG-REGISTRO.
           COMPUTE WRK-VALOR-PARCELA = PAG-VALOR / PAG-PARCELAS.
           MOVE "N" TO WRK-FIM-NOTA.
           MOVE PAG-FORNECEDOR TO PGP-FORNECEDOR.
           MOVE PAG-NOTA       TO PGP-NOTA.
           MOVE ZEROS          TO PGP-SEQ.
           START ARQPAGARPARC KEY IS GREATER PGP-CHAVE.
           PERFORM UNTIL ARQPAGARPARC-FS NOT EQUAL ZEROS
                      OR WRK-FIM-NOTA EQUAL "S"
              READ ARQPAGARPARC NEXT RECORD
              IF ARQPAGARPARC-FS EQUAL ZEROS
                 IF PGP-FORNECEDOR NOT EQUAL PAG-FORNECEDOR
                    OR PGP-NOTA NOT EQUAL PAG-NOTA
                    MOVE "S" TO WRK-FIM-NOTA
                 ELSE
                    IF PGP-SEQ EQUAL PAG-PARCELAS
                       COMPUTE PGP-VALOR = PAG-VALOR
                           - WRK-VALOR-PARCELA * (PAG-PARCELAS - 1)
                    ELSE
                       MOVE WRK-VALOR-PARCELA TO PGP-VALOR
                    END-IF
                    MOVE PGP-VALOR TO PGP-SALDO
                    MOVE "A"       TO PGP-SITUACAO
                    REWRITE PGP-REGISTRO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPAGARPARC-FS.
           DISPLAY "NOTA LIBERADA PARA PAGAMENTO - VALOR " PAG-VALOR.

       GRAVAR-JORNAL SECTION.
           OPEN EXTEND ARQPAGJORNAL.
           IF ARQPAGJORNAL-FS EQUAL 05
              OPEN OUTPUT ARQPAGJORNAL
           END-IF.
           MOVE PGP-FORNECEDOR TO PGJ-FORNECEDOR.
           MOVE PGP-NOTA       TO PGJ-NOTA.
           MOVE PGP-SEQ        TO PGJ-SEQ.
           MOVE WRK-DATA-HOJE  TO PGJ-DATA.
           ACCEPT PGJ-HORA FROM TIME.
           MOVE WRK-VALOR      TO PGJ-VALOR.
           MOVE WRK-OPERADOR   TO PGJ-OPERADOR.
           WRITE PGJ-REGISTRO.
           CLOSE ARQPAGJORNAL.
