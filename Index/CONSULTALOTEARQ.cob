      *CHAMA O CONSULTALOTE E GRAVA ACHADOS/NAO ACHADOS EM
      *LOTE_IDS_OUT.TXT COM O RESUMO NO FIM - OUTRO DEPARTAMENTO
      *DEIXA A LISTA E BUSCA A RESPOSTA, SEM NINGUEM DIGITAR 1000
      *IDS NO TERMINAL. O ARQUIVO SAI DA EMPRESA SEM NINGUEM LOGADO:
      *E-MAIL E TELEFONE PASSAM UM A UM PELO MASCARA COMO USUARIO
      *LOTE, NIVEL "L" (SAEM MASCARADOS SE O LOTE NAO TIVER LIBERACAO
      *PARA CONTATO)
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD ARQIDSIN.
       01 REG-IDSIN.
           05 IDSIN-ID       PIC 9(06).

       FD ARQIDSOUT.
       01 REG-IDSOUT         PIC X(80).
       01 WRK-TOT-ACHADOS    PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-NAO-ACHADOS PIC 9(06) VALUES ZEROS.

       01 WRK-MASC-EMAIL     PIC X(30) VALUES SPACES.
       01 WRK-MASC-TELEFONE  PIC X(14) VALUES SPACES.

       COPY "#LOTECRM".
       COPY "#SIGILO-MASC".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           MOVE SPACES TO REG-IDSOUT.
           IF LOTE-ENCONTRADO(WRK-IDX) EQUAL "S"
              ADD 1 TO WRK-TOT-ACHADOS
              PERFORM MASCARAR-CONTATO
              STRING LOTE-ID(WRK-IDX)       DELIMITED BY SIZE
                     ","                    DELIMITED BY SIZE
                     LOTE-NOME(WRK-IDX)     DELIMITED BY SIZE
                     ","                    DELIMITED BY SIZE
                     WRK-MASC-EMAIL         DELIMITED BY SIZE
                     ","                    DELIMITED BY SIZE
                     WRK-MASC-TELEFONE      DELIMITED BY SIZE
                INTO REG-IDSOUT
              END-STRING
           ELSE
           END-IF.
           WRITE REG-IDSOUT.

       MASCARAR-CONTATO SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE "LOTE"          TO MSC-USUARIO.
           MOVE "L"             TO MSC-NIVEL.
           MOVE "CONSLOTEARQ"   TO MSC-PROGRAMA.
           MOVE 1               TO MSC-GRUPO.
           MOVE "C"             TO MSC-TIPO-CHAVE.
           MOVE LOTE-ID(WRK-IDX) TO MSC-CHAVE.
           MOVE "E"             TO MSC-FORMATO.
           MOVE "EMAIL"         TO MSC-CAMPO-NOME.
           MOVE LOTE-EMAIL(WRK-IDX) TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO       TO WRK-MASC-EMAIL.
           MOVE "T"             TO MSC-FORMATO.
           MOVE "TELEFONE"      TO MSC-CAMPO-NOME.
           MOVE LOTE-TELEFONE(WRK-IDX) TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO       TO WRK-MASC-TELEFONE.

       FINALIZAR SECTION.
           MOVE SPACES TO REG-IDSOUT.
           STRING "TOTAL,"          DELIMITED BY SIZE
