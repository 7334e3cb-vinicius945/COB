       01 WRK-BRW-QTD    PIC 9(04) VALUES ZEROS.
       01 WRK-BRW-TABELA.
           05 WRK-BRW-ITEM OCCURS 1000 TIMES.
               10 WRK-BRW-ID      PIC 9(06).
               10 WRK-BRW-NOME    PIC X(25).
               10 WRK-BRW-STATUS  PIC 9(01).
       01 WRK-BRW-IDX    PIC 9(04) VALUES ZEROS.
       01 WRK-BRW-SAIR   PIC X(01) VALUES "N".
       01 WRK-ULT-PAGINA PIC 9(03) VALUES 1.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-DATA-ATUAL      PIC 9(08) VALUE ZEROS.
       01 WRK-TEMPO-CADASTRO  PIC 9(02) VALUE ZEROS.
       01 WRK-FIDELIZACAO     PIC X(25) VALUE SPACES.

      *---------------------Quem consulta - o e-mail e o telefone saem
      *    mascarados para o nivel nao liberado na tabela ARQSIGILO
       01 WRK-OPERADOR        PIC X(10) VALUE "SISTEMA".
       01 WRK-NIVEL           PIC X(01) VALUE SPACES.
       COPY "#SIGILO-MASC".

       LINKAGE            SECTION.
       01 LNK-OPERADOR        PIC X(10).
       01 LNK-NIVEL           PIC X(01).


       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR
                                OPTIONAL LNK-NIVEL.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           IF ADDRESS OF LNK-NIVEL NOT EQUAL NULL
              MOVE LNK-NIVEL TO WRK-NIVEL
           END-IF.
           PERFORM INICIAR.
           PERFORM PROCESSAR.
           PERFORM FINALIZAR.
           DISPLAY "ID    "                     LINE 04 COLUMN 01
           DISPLAY ARQCRM-ID                     LINE 04 COLUMN 15.
           DISPLAY ARQCRM-NOME                   LINE 05 COLUMN 01.
           MOVE "EMAIL"         TO MSC-CAMPO-NOME.
           MOVE "E"             TO MSC-FORMATO.
           MOVE ARQCRM-EMAIL    TO MSC-CAMPO.
           PERFORM MASCARAR-CONTATO.
           DISPLAY MSC-CAMPO(1:30)               LINE 06 COLUMN 01.
           MOVE "TELEFONE"      TO MSC-CAMPO-NOME.
           MOVE "T"             TO MSC-FORMATO.
           MOVE ARQCRM-TELEFONE TO MSC-CAMPO.
           PERFORM MASCARAR-CONTATO.
           DISPLAY MSC-CAMPO(1:14)               LINE 07 COLUMN 01.
           IF ARQCRM-STATUS EQUAL  1
              DISPLAY "--INATIVO"                LINE 08 COLUMN 01
           END-IF.
                                                   LINE 12 COLUMN 01
           END-IF.

      *    O CAMPO VOLTA DO MASCARA COMO VEIO (E A VISAO FICA NO
      *    REGISTRO DE ACESSO) OU MASCARADO, CONFORME O NIVEL
       MASCARAR-CONTATO SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE WRK-OPERADOR    TO MSC-USUARIO.
           MOVE WRK-NIVEL       TO MSC-NIVEL.
           MOVE "CONSULTA"      TO MSC-PROGRAMA.
           MOVE 1               TO MSC-GRUPO.
           MOVE "C"             TO MSC-TIPO-CHAVE.
           MOVE ARQCRM-ID       TO MSC-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.

      *    CLASSIFICA O CLIENTE PELO TEMPO DE CADASTRO (EM ANOS), NA
      *    MESMA LINHA DE CORTE DO PROCOBFIDELIDADE
       CALCULAR-FIDELIZACAO SECTION.
