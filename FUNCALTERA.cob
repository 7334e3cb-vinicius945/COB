      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CORRECAO DE DADOS DE FUNCIONARIO NO ARQFUNC.DAT
      *(NOME, SALARIO, DEPENDENTES), COM TRILHA DE AUDITORIA
      *ANTES/DEPOIS COMO O ALTERA DO CRM. SALARIO E CONTA ATUAIS
      *PASSAM PELO MASCARA COMO NO FUNCCONSULTA
      *********************************
       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
       01 WRK-SEGURATELA PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA   PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR   PIC X(10) VALUES "SISTEMA".
       01 WRK-NIVEL      PIC X(01) VALUES SPACES.
       01 WRK-SALARIO-ED PIC ZZZZZ9.99.
       01 WRK-BANCO-ED.
           05 WRK-BED-BANCO   PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-BED-AGENCIA PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-BED-CONTA   PIC 9(10).
       COPY "#SIGILO-MASC".

       01 WRK-FUNC-ID          PIC 9(04) VALUES ZEROS.
       01 WRK-FUNC-NOME        PIC X(20) VALUES SPACES.
       01 ARQSETOR-FS          PIC 9(02) VALUES ZEROS.
       01 WRK-FUNC-SETOR       PIC X(10) VALUES SPACES.
       01 WRK-SETOR-OK         PIC X(01) VALUES "N".
       01 WRK-FUNC-CARGO       PIC X(10) VALUES SPACES.
       01 WRK-FUNC-BANCO-HORAS PIC X(01) VALUES SPACES.
       01 WRK-FUNC-DIA-DESCANSO PIC X(01) VALUES SPACES.
       01 WRK-FUNC-ADIANTAMENTO PIC X(01) VALUES SPACES.

       01 WRK-NOME-ANTES        PIC X(20) VALUES SPACES.
       01 WRK-SALARIO-ANTES     PIC 9(06)V99 VALUES ZEROS.

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).
       01 LNK-NIVEL       PIC X(01).

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
                 DISPLAY "NOVO NOME "               LINE 05 COLUMN 01
                    ACCEPT WRK-FUNC-NOME            LINE 05 COLUMN 20
                 DISPLAY "SALARIO "                 LINE 06 COLUMN 01
                 PERFORM MASCARAR-SALARIO
                 DISPLAY MSC-CAMPO(1:9)             LINE 06 COLUMN 20
                 DISPLAY "NOVO SALARIO "            LINE 07 COLUMN 01
                    ACCEPT WRK-FUNC-SALARIO         LINE 07 COLUMN 20
                 DISPLAY "DEPENDENTES "             LINE 08 COLUMN 01
                 DISPLAY "NOVOS DEPENDENTES "       LINE 09 COLUMN 01
                    ACCEPT WRK-FUNC-DEPENDENTES     LINE 09 COLUMN 20
                 DISPLAY "BANCO/AG/CONTA "          LINE 10 COLUMN 01
                 IF FUNC-BANCO EQUAL ZEROS
                    DISPLAY "SEM DADOS BANCARIOS"   LINE 10 COLUMN 20
                 ELSE
                    PERFORM MASCARAR-BANCO
                    DISPLAY MSC-CAMPO(1:20)         LINE 10 COLUMN 20
                 END-IF
                 DISPLAY "NOVO BANCO (0 = SEM) "    LINE 11 COLUMN 01
                    ACCEPT WRK-FUNC-BANCO           LINE 11 COLUMN 25
                 IF WRK-FUNC-BANCO GREATER ZEROS
                 ELSE
                    MOVE ZEROS TO WRK-FUNC-AGENCIA WRK-FUNC-CONTA
                 END-IF
      *          CARGO EM BRANCO MANTEM O ATUAL
                 DISPLAY "CARGO/NOVO "              LINE 15 COLUMN 01
                 DISPLAY FUNC-CARGO                 LINE 15 COLUMN 20
                    ACCEPT WRK-FUNC-CARGO           LINE 15 COLUMN 35
                 IF WRK-FUNC-CARGO EQUAL SPACES
                    MOVE FUNC-CARGO TO WRK-FUNC-CARGO
                 END-IF
      *          BANCO DE HORAS EM BRANCO MANTEM O ATUAL - QUEM SAI DO
      *          BANCO LEVA O SALDO ABERTO ATE VENCER OU A RESCISAO
                 DISPLAY "BCO HORAS/NOVO "          LINE 13 COLUMN 01
                 DISPLAY FUNC-BANCO-HORAS           LINE 13 COLUMN 20
                    ACCEPT WRK-FUNC-BANCO-HORAS     LINE 13 COLUMN 35
                 IF WRK-FUNC-BANCO-HORAS NOT EQUAL "S"
                    AND WRK-FUNC-BANCO-HORAS NOT EQUAL "N"
                    MOVE FUNC-BANCO-HORAS TO WRK-FUNC-BANCO-HORAS
                 END-IF
                 DISPLAY "SETOR "                   LINE 16 COLUMN 01
                 DISPLAY FUNC-SETOR                 LINE 16 COLUMN 20
                 PERFORM CAPTURAR-SETOR
      *          FOLGA EM BRANCO MANTEM A ATUAL; "0" TIRA A FOLGA FIXA
                 DISPLAY "FOLGA/NOVA (1-7, 0=SEM)"  LINE 19 COLUMN 01
                 DISPLAY FUNC-DIA-DESCANSO          LINE 19 COLUMN 26
                    ACCEPT WRK-FUNC-DIA-DESCANSO    LINE 19 COLUMN 35
                 EVALUATE TRUE
                    WHEN WRK-FUNC-DIA-DESCANSO EQUAL "0"
                       MOVE SPACE TO WRK-FUNC-DIA-DESCANSO
                    WHEN WRK-FUNC-DIA-DESCANSO LESS "1"
                      OR WRK-FUNC-DIA-DESCANSO GREATER "7"
                       MOVE FUNC-DIA-DESCANSO TO WRK-FUNC-DIA-DESCANSO
                 END-EVALUATE
      *          ADESAO AO ADIANTAMENTO: EM BRANCO MANTEM A ATUAL
                 DISPLAY "ADIANTAMENTO/NOVO (S/N)"  LINE 20 COLUMN 01
                 DISPLAY FUNC-ADIANTAMENTO          LINE 20 COLUMN 26
                    ACCEPT WRK-FUNC-ADIANTAMENTO    LINE 20 COLUMN 35
                 IF WRK-FUNC-ADIANTAMENTO NOT EQUAL "S"
                    AND WRK-FUNC-ADIANTAMENTO NOT EQUAL "N"
                    MOVE FUNC-ADIANTAMENTO TO WRK-FUNC-ADIANTAMENTO
                 END-IF

      *          A CONFIRMACAO FICA ABAIXO DOS CAMPOS NOVOS DE BANCO,
      *          CARGO, SETOR, FOLGA E ADIANTAMENTO (LINHAS 10 A 20)
      *          PARA A TELA LER DE CIMA PARA BAIXO COMO NO FUNCCADASTRO
                 DISPLAY "DESEJA ALTERAR (S/N)? "   LINE 21 COLUMN 01
                    ACCEPT WRK-CONFIRMA             LINE 21 COLUMN 25
                 IF WRK-CONFIRMA EQUAL "S"
                    MOVE FUNC-NOME         TO WRK-NOME-ANTES
                    MOVE FUNC-SALARIO      TO WRK-SALARIO-ANTES
                    MOVE WRK-FUNC-AGENCIA     TO FUNC-AGENCIA
                    MOVE WRK-FUNC-CONTA       TO FUNC-CONTA
                    MOVE WRK-FUNC-SETOR       TO FUNC-SETOR
                    MOVE WRK-FUNC-CARGO       TO FUNC-CARGO
                    MOVE WRK-FUNC-BANCO-HORAS TO FUNC-BANCO-HORAS
                    MOVE WRK-FUNC-DIA-DESCANSO TO FUNC-DIA-DESCANSO
                    MOVE WRK-FUNC-ADIANTAMENTO TO FUNC-ADIANTAMENTO
                    REWRITE FUNC-REGISTRO
                    DISPLAY "REGISTRO REGRAVADO"    LINE 22 COLUMN 01
                    PERFORM GRAVAR-AUDITORIA
                 END-IF
              WHEN 23
                 DISPLAY "ERRO "                    LINE 20 COLUMN 01
                 DISPLAY ARQFUNC-FS
           END-EVALUATE.
           DISPLAY "VOLTANDO..."                    LINE 23 COLUMN 01.
           ACCEPT WRK-SEGURATELA                    LINE 24 COLUMN 01.

      *    MESMA VALIDACAO DE SETOR DO FUNCCADASTRO
      *    O CAMPO VOLTA DO MASCARA COMO ESTA SE O NIVEL ESTA LIBERADO
      *    (E A VISAO FICA REGISTRADA) OU MASCARADO
       MASCARAR-SALARIO SECTION.
           PERFORM PREPARAR-MASCARA.
           MOVE 4               TO MSC-GRUPO.
           MOVE "V"             TO MSC-FORMATO.
           MOVE "SALARIO"       TO MSC-CAMPO-NOME.
           MOVE FUNC-SALARIO    TO WRK-SALARIO-ED.
           MOVE WRK-SALARIO-ED  TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.

       MASCARAR-BANCO SECTION.
           PERFORM PREPARAR-MASCARA.
           MOVE 5               TO MSC-GRUPO.
           MOVE "N"             TO MSC-FORMATO.
           MOVE "CONTA"         TO MSC-CAMPO-NOME.
           MOVE FUNC-BANCO      TO WRK-BED-BANCO.
           MOVE FUNC-AGENCIA    TO WRK-BED-AGENCIA.
           MOVE FUNC-CONTA      TO WRK-BED-CONTA.
           MOVE WRK-BANCO-ED    TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.

       PREPARAR-MASCARA SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE WRK-OPERADOR    TO MSC-USUARIO.
           MOVE WRK-NIVEL       TO MSC-NIVEL.
           MOVE "FUNCALTERA"    TO MSC-PROGRAMA.
           MOVE "F"             TO MSC-TIPO-CHAVE.
           MOVE FUNC-ID         TO MSC-CHAVE.

       CAPTURAR-SETOR SECTION.
           MOVE "N" TO WRK-SETOR-OK.
           PERFORM UNTIL WRK-SETOR-OK EQUAL "S"
