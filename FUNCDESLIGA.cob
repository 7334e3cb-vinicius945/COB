      *(ARQFAIXAS.TXT, COM A DEDUCAO POR DEPENDENTE). O ACERTO E
      *NUMERADO (RESCCTRL.DAT), GRAVADO NO ARQRESCISAO.DAT E IMPRESSO
      *NO SPOOL - A TRILHA DO ARQFUNC_AUDIT PASSA A TER UM NUMERO
      *PARA APONTAR. QUEM ESTA NO BANCO DE HORAS TEM O SALDO ZERADO NO
      *ACERTO: CREDITO PAGO COMO HORA EXTRA, DEBITO DESCONTADO PELA
      *HORA SIMPLES
      *********************************
       ENVIRONMENT        DIVISION.
       CONFIGURATION      SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQRESCCTRL-FS.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC.
      *    ACERTO RESCISORIO NUMERADO, UM REGISTRO POR DESLIGAMENTO
       FD ARQRESCISAO
           RECORDING MODE IS F.
       COPY "#RESCISAO".

       FD ARQRESCCTRL
           RECORDING MODE IS F.
       01 RESCCTRL-REGISTRO.
           05 RESCCTRL-ULTIMO-NUMERO PIC 9(06).

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       WORKING-STORAGE    SECTION.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQFUNCAUD-FS      PIC 9(02) VALUES ZEROS.
       01 WRK-LIQUIDO-RESC   PIC 9(07)V99 VALUES ZEROS.
       77 WRK-DEDUCAO-DEPENDENTE PIC 9(04)V99 VALUE 189,59.

      *----------ACERTO DO BANCO DE HORAS (MESMA CARGA E MULTIPLICADOR
      *----------DA FOLHA, DO ARQPARM.DAT)
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       77 WRK-HORAS-PADRAO   PIC 9(03) VALUE 220.
       77 WRK-MULT-EXTRA     PIC 9(01)V99 VALUE 1,50.
       77 WRK-VALOR-HORA     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-BH-HORAS-RESC  PIC S9(04)V99 VALUE ZEROS.
       77 WRK-BH-PROVENTO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BH-DESCONTO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BH-HORAS-ED    PIC -ZZZ9,99.
       01 WRK-BANCOHORAS.
           05 WRK-BH-ACAO            PIC X(01) VALUE SPACE.
           05 WRK-BH-FUNC-ID         PIC 9(04) VALUE ZEROS.
           05 WRK-BH-NOME            PIC X(20) VALUE SPACES.
           05 WRK-BH-DATA            PIC 9(08) VALUE ZEROS.
           05 WRK-BH-TIPO            PIC X(01) VALUE SPACE.
           05 WRK-BH-HORAS           PIC S9(04)V99 VALUE ZEROS.
           05 WRK-BH-REF             PIC 9(06) VALUE ZEROS.
           05 WRK-BH-OPERADOR        PIC X(10) VALUE SPACES.
           05 WRK-BH-VENCIDAS        PIC 9(04)V99 VALUE ZEROS.
           05 WRK-BH-SALDO           PIC S9(05)V99 VALUE ZEROS.
           05 WRK-BH-RESULTADO       PIC X(01) VALUE SPACE.

      *----------FAIXAS EM MEMORIA (MESMO DESENHO DA FOLHA)
       01 WRK-QTD-FAIXAS-I  PIC 9(01) VALUE ZERO.
       01 WRK-TAB-FAIXAS-I.
           COMPUTE WRK-DECIMO-PROP =
               (FUNC-SALARIO / 12) * WRK-MES-DESLIG.
           PERFORM APURAR-FERIAS-VENCIDAS.
           PERFORM ACERTAR-BANCO-HORAS.
           COMPUTE WRK-BRUTO-RESC =
               WRK-SALDO-SALARIO + WRK-DECIMO-PROP
               + WRK-VALOR-FERIAS + WRK-BH-PROVENTO.
           PERFORM CARREGAR-FAIXAS-RESC.
           PERFORM CALCULAR-DESCONTOS-RESC.
           COMPUTE WRK-LIQUIDO-RESC =
               WRK-BRUTO-RESC - WRK-INSS-RESC - WRK-IRRF-RESC.
      *    O DEBITO DO BANCO NAO PASSA DO LIQUIDO DO ACERTO
           IF WRK-BH-DESCONTO GREATER WRK-LIQUIDO-RESC
              MOVE WRK-LIQUIDO-RESC TO WRK-BH-DESCONTO
           END-IF.
           SUBTRACT WRK-BH-DESCONTO FROM WRK-LIQUIDO-RESC.
           PERFORM PROXIMO-NUMERO-RESC.
           PERFORM GRAVAR-RESCISAO.
           PERFORM IMPRIMIR-DEMONSTRATIVO.
                  * 4 / 3
           END-IF.

      *    SALDO INTEIRO DO BANCO SAI NA RESCISAO, VENCIDO OU NAO
       ACERTAR-BANCO-HORAS SECTION.
           MOVE ZEROS TO WRK-BH-HORAS-RESC WRK-BH-PROVENTO
                         WRK-BH-DESCONTO.
           IF FUNC-BANCO-HORAS EQUAL "S"
              OPEN INPUT ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 READ ARQPARM
                 IF ARQPARM-FS EQUAL ZEROS
                    AND PARM-FOLHA-HORAS-PADRAO GREATER ZEROS
                    MOVE PARM-FOLHA-HORAS-PADRAO TO WRK-HORAS-PADRAO
                    MOVE PARM-FOLHA-MULT-EXTRA   TO WRK-MULT-EXTRA
                 END-IF
                 CLOSE ARQPARM
              END-IF
              MOVE ZEROS TO ARQPARM-FS
              MOVE "Z"                   TO WRK-BH-ACAO
              MOVE WRK-FUNC-ID           TO WRK-BH-FUNC-ID
              MOVE FUNC-NOME             TO WRK-BH-NOME
              MOVE WRK-DATA-DESLIGAMENTO TO WRK-BH-DATA
              MOVE WRK-OPERADOR          TO WRK-BH-OPERADOR
              CALL "BANCOHORAS" USING WRK-BANCOHORAS
              MOVE WRK-BH-HORAS TO WRK-BH-HORAS-RESC
              COMPUTE WRK-VALOR-HORA = FUNC-SALARIO / WRK-HORAS-PADRAO
              IF WRK-BH-HORAS-RESC GREATER ZEROS
                 COMPUTE WRK-BH-PROVENTO = WRK-BH-HORAS-RESC
                         * WRK-VALOR-HORA * WRK-MULT-EXTRA
              END-IF
              IF WRK-BH-HORAS-RESC LESS ZEROS
                 COMPUTE WRK-BH-DESCONTO =
                         (ZEROS - WRK-BH-HORAS-RESC) * WRK-VALOR-HORA
              END-IF
           END-IF.

       CARREGAR-FAIXAS-RESC SECTION.
           MOVE ZERO TO WRK-QTD-FAIXAS-I WRK-QTD-FAIXAS-R.
           OPEN INPUT ARQFAIXAS.
           MOVE WRK-IRRF-RESC         TO RESC-IRRF.
           MOVE WRK-LIQUIDO-RESC      TO RESC-LIQUIDO.
           MOVE WRK-OPERADOR          TO RESC-OPERADOR.
           COMPUTE RESC-BANCO-HORAS = WRK-BH-PROVENTO - WRK-BH-DESCONTO.
           WRITE RESC-REGISTRO.
           CLOSE ARQRESCISAO.

             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           IF FUNC-BANCO-HORAS EQUAL "S"
              MOVE WRK-BH-HORAS-RESC TO WRK-BH-HORAS-ED
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "BANCO DE HORAS "  DELIMITED BY SIZE
                     WRK-BH-HORAS-ED    DELIMITED BY SIZE
                     "H PAGO "          DELIMITED BY SIZE
                     WRK-BH-PROVENTO    DELIMITED BY SIZE
                     " DESCONTADO "     DELIMITED BY SIZE
                     WRK-BH-DESCONTO    DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "INSS "      DELIMITED BY SIZE
                  WRK-INSS-RESC DELIMITED BY SIZE
