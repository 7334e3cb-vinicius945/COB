       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPFRIO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CADASTRO DOS EQUIPAMENTOS DE FRIO (GELADEIRAS E
      *FREEZERS) DA CADEIA FRIA - ARQEQUIPFRIO.DAT. INCLUI OU ALTERA
      *O EQUIPAMENTO COM LOCAL, FAIXA PERMITIDA EM CELSIUS E O
      *DEPOSITO DOS LOTES GUARDADOS NELE, DESATIVA O EQUIPAMENTO QUE
      *SAIU DE USO (PARA DE COBRAR LEITURA), LISTA O CADASTRO E
      *IMPRIME SOB DEMANDA O LIVRO MENSAL DE TEMPERATURAS (TEMPMENSAL)
      *PARA A VISITA DA VIGILANCIA SANITARIA
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQEQUIP ASSIGN TO "DADOS/ARQEQUIPFRIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQEQUIP-FS
           RECORD KEY IS EQP-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQEQUIP.
       COPY "#EQUIP-FRIO".

       WORKING-STORAGE    SECTION.
       01 ARQEQUIP-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-EXISTE         PIC X(01) VALUES "N".

       01 WRK-CODIGO         PIC X(05) VALUES SPACES.
       01 WRK-DESCRICAO      PIC X(25) VALUES SPACES.
       01 WRK-TIPO           PIC X(01) VALUES SPACES.
       01 WRK-LOCAL          PIC X(20) VALUES SPACES.
       01 WRK-DEPOSITO       PIC X(03) VALUES SPACES.
       01 WRK-MIN-C          PIC S9(03)V9 VALUES ZEROS.
       01 WRK-MAX-C          PIC S9(03)V9 VALUES ZEROS.
       01 WRK-MIN-ED         PIC -ZZ9.9.
       01 WRK-MAX-ED         PIC -ZZ9.9.
       01 WRK-MES-REF        PIC 9(06) VALUES ZEROS.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           OPEN I-O ARQEQUIP.
           IF ARQEQUIP-FS EQUAL 35
              OPEN OUTPUT ARQEQUIP
              CLOSE ARQEQUIP
              OPEN I-O ARQEQUIP
           END-IF.
           DISPLAY "EQUIPAMENTOS DE FRIO (GELADEIRAS E FREEZERS)".
           DISPLAY "(I)NCLUIR/ALTERAR (D)ESATIVAR (L)ISTAR "
                   "(R)ELATORIO MENSAL? ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "I"
                 PERFORM INCLUIR-EQUIPAMENTO
              WHEN "D"
                 PERFORM DESATIVAR-EQUIPAMENTO
              WHEN "L"
                 PERFORM LISTAR-EQUIPAMENTOS
              WHEN "R"
                 PERFORM IMPRIMIR-MENSAL
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQEQUIP.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

      *    EQUIPAMENTO JA CADASTRADO MOSTRA OS DADOS ATUAIS E E
      *    REGRAVADO INTEIRO - A FAIXA NOVA VALE DAS PROXIMAS LEITURAS
      *    EM DIANTE (CADA LEITURA GUARDA A FAIXA DA SUA HORA)
       INCLUIR-EQUIPAMENTO SECTION.
           DISPLAY "CODIGO DO EQUIPAMENTO: ".
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL SPACES
              DISPLAY "CODIGO OBRIGATORIO"
           ELSE
              MOVE WRK-CODIGO TO EQP-CODIGO
              READ ARQEQUIP
              IF ARQEQUIP-FS EQUAL ZEROS
                 MOVE "S" TO WRK-EXISTE
                 MOVE EQP-MIN-C TO WRK-MIN-ED
                 MOVE EQP-MAX-C TO WRK-MAX-ED
                 DISPLAY "ATUAL: " EQP-DESCRICAO " TIPO " EQP-TIPO
                         " LOCAL " EQP-LOCAL
                 DISPLAY "       DEPOSITO " EQP-DEPOSITO
                         " FAIXA " WRK-MIN-ED " A " WRK-MAX-ED
                         " C ATIVO " EQP-ATIVO
              ELSE
                 MOVE "N" TO WRK-EXISTE
                 MOVE ZEROS TO ARQEQUIP-FS
              END-IF
              DISPLAY "DESCRICAO: "
              ACCEPT WRK-DESCRICAO
              DISPLAY "TIPO (G)ELADEIRA (F)REEZER: "
              ACCEPT WRK-TIPO
              DISPLAY "LOCAL (COZINHA, ESTOQUE...): "
              ACCEPT WRK-LOCAL
              DISPLAY "DEPOSITO DOS LOTES GUARDADOS NELE: "
              ACCEPT WRK-DEPOSITO
              DISPLAY "TEMPERATURA MINIMA PERMITIDA (C): "
              ACCEPT WRK-MIN-C
              DISPLAY "TEMPERATURA MAXIMA PERMITIDA (C): "
              ACCEPT WRK-MAX-C
              IF WRK-TIPO NOT EQUAL "G" AND WRK-TIPO NOT EQUAL "F"
                 DISPLAY "TIPO INVALIDO - USE G OU F"
              ELSE
                 IF WRK-MIN-C NOT LESS WRK-MAX-C
                    DISPLAY "FAIXA INVALIDA - MINIMA DEVE SER MENOR"
                            " QUE A MAXIMA"
                 ELSE
                    DISPLAY "GRAVAR (S/N)? "
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA EQUAL "S"
                       PERFORM GRAVAR-EQUIPAMENTO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       GRAVAR-EQUIPAMENTO SECTION.
           MOVE WRK-CODIGO     TO EQP-CODIGO.
           MOVE WRK-DESCRICAO  TO EQP-DESCRICAO.
           MOVE WRK-TIPO       TO EQP-TIPO.
           MOVE WRK-LOCAL      TO EQP-LOCAL.
           MOVE WRK-DEPOSITO   TO EQP-DEPOSITO.
           MOVE WRK-MIN-C      TO EQP-MIN-C.
           MOVE WRK-MAX-C      TO EQP-MAX-C.
           MOVE "S"            TO EQP-ATIVO.
           MOVE WRK-OPERADOR   TO EQP-OPERADOR.
           ACCEPT EQP-DATA-ALTERACAO FROM DATE YYYYMMDD.
           IF WRK-EXISTE EQUAL "S"
              REWRITE EQP-REGISTRO
           ELSE
              WRITE EQP-REGISTRO
           END-IF.
           IF ARQEQUIP-FS EQUAL ZEROS
              DISPLAY "EQUIPAMENTO GRAVADO"
           ELSE
              DISPLAY "ERRO GRAVACAO ARQEQUIPFRIO.DAT STATUS "
                      ARQEQUIP-FS
           END-IF.

      *    O EQUIPAMENTO NAO E APAGADO - AS LEITURAS ANTIGAS CONTINUAM
      *    NO LIVRO DOS MESES EM QUE ELE ESTAVA EM USO
       DESATIVAR-EQUIPAMENTO SECTION.
           DISPLAY "CODIGO DO EQUIPAMENTO: ".
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO EQP-CODIGO.
           READ ARQEQUIP.
           IF ARQEQUIP-FS NOT EQUAL ZEROS
              DISPLAY "EQUIPAMENTO NAO CADASTRADO"
              MOVE ZEROS TO ARQEQUIP-FS
           ELSE
              DISPLAY EQP-DESCRICAO " - " EQP-LOCAL
              DISPLAY "(D)ESATIVAR OU (R)EATIVAR? "
              ACCEPT WRK-CONFIRMA
              EVALUATE WRK-CONFIRMA
                 WHEN "D"
                    MOVE "N" TO EQP-ATIVO
                 WHEN "R"
                    MOVE "S" TO EQP-ATIVO
              END-EVALUATE
              IF WRK-CONFIRMA EQUAL "D" OR WRK-CONFIRMA EQUAL "R"
                 MOVE WRK-OPERADOR TO EQP-OPERADOR
                 ACCEPT EQP-DATA-ALTERACAO FROM DATE YYYYMMDD
                 REWRITE EQP-REGISTRO
                 DISPLAY "EQUIPAMENTO ATUALIZADO - ATIVO " EQP-ATIVO
              END-IF
           END-IF.

       LISTAR-EQUIPAMENTOS SECTION.
           MOVE LOW-VALUES TO EQP-CHAVE.
           START ARQEQUIP KEY IS GREATER EQP-CHAVE.
           PERFORM UNTIL ARQEQUIP-FS NOT EQUAL ZEROS
              READ ARQEQUIP NEXT RECORD
              IF ARQEQUIP-FS EQUAL ZEROS
                 MOVE EQP-MIN-C TO WRK-MIN-ED
                 MOVE EQP-MAX-C TO WRK-MAX-ED
                 DISPLAY EQP-CODIGO " " EQP-DESCRICAO " " EQP-TIPO
                         " " EQP-LOCAL " DEP " EQP-DEPOSITO
                         " " WRK-MIN-ED " A " WRK-MAX-ED
                         " C ATIVO " EQP-ATIVO
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQEQUIP-FS.

      *    O LIVRO LE O CADASTRO POR CONTA PROPRIA - O ARQUIVO E
      *    FECHADO ANTES DA CHAMADA E REABERTO NA VOLTA
       IMPRIMIR-MENSAL SECTION.
           DISPLAY "MES DO LIVRO (AAAAMM): ".
           ACCEPT WRK-MES-REF.
           IF WRK-MES-REF IS NOT NUMERIC
              OR WRK-MES-REF(5:2) LESS "01"
              OR WRK-MES-REF(5:2) GREATER "12"
              DISPLAY "MES INVALIDO"
           ELSE
              CLOSE ARQEQUIP
              CALL "TEMPMENSAL" USING WRK-MES-REF
              OPEN I-O ARQEQUIP
           END-IF.
