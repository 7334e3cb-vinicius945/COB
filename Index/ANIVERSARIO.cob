      *ATIVOS E NAO EXCLUIDOS QUE FAZEM ANIVERSARIO NAQUELE MES (ID,
      *NOME, E-MAIL, TELEFONE E NIVEL DE FIDELIZACAO), ORDENADO PELO
      *DIA DO ANIVERSARIO E COM RODAPE DE TOTAL. O MARKETING RODA NO
      *DIA 25 DE CADA MES PARA O MES SEGUINTE. COM O CODIGO DE UMA
      *CAMPANHA DO CAMPANHAMANUT, CADA CLIENTE EXTRAIDO E REGISTRADO
      *COMO ALVO DELA (CAMPANHAALVO) E A LINHA SAI COM O CODIGO; O
      *CLIENTE SORTEADO PARA O GRUPO DE CONTROLE NAO SAI NO EXTRATO.
      *CADA CLIENTE EXTRAIDO TAMBEM GANHA A MENSAGEM "ANIVER" NA FILA
      *DE E-MAIL/SMS (MSGENFILA), QUE SO A ACEITA PARA QUEM AUTORIZOU
      *O CONTATO NAQUELE CANAL. O EXTRATO E CONFERIDO CONTRA A
      *LIBERACAO DE DADO PESSOAL DE QUEM O PEDIU (TABELA ARQSIGILO,
      *MODULO MASCARA): SEM LIBERACAO PARA CONTATO, E-MAIL E TELEFONE
      *SAEM MASCARADOS NO ARQUIVO; SEM LIBERACAO PARA NASCIMENTO, O DIA
      *DO ANIVERSARIO SAI COMO "**"
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "#CRM-CTRL".

       FD ARQCAMPANHA.
       01 ARQCAMPANHA-LINHA  PIC X(140).

       WORKING-STORAGE SECTION.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCAMPANHA-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-MES-CAMPANHA   PIC 9(02) VALUES ZEROS.
       01 WRK-TEMPO-CADASTRO  PIC 9(02) VALUES ZEROS.
       01 WRK-FIDELIZACAO     PIC X(25) VALUES SPACES.

       01 WRK-CSV-ID         PIC 9(06) VALUES ZEROS.
       01 WRK-CSV-DIA        PIC 9(02) VALUES ZEROS.
       01 WRK-TOT-ED         PIC 9(05) VALUES ZEROS.
       01 WRK-SO-CONSENTIMENTO PIC X(01) VALUES "N".
       01 WRK-TOT-SUPRIMIDOS   PIC 9(05) VALUES ZEROS.

      *----------CAMPANHA DO MESTRE (BRANCO = EXTRATO SEM REGISTRO)
       01 WRK-CAMPALVO.
           05 WRK-ALV-ACAO       PIC X(01) VALUE "V".
           05 WRK-ALV-CAMPANHA   PIC X(15) VALUE SPACES.
           05 WRK-ALV-CLIENTE-ID PIC 9(06) VALUE ZEROS.
           05 WRK-ALV-ORIGEM     PIC X(15) VALUE "ANIVERSARIO".
           05 WRK-ALV-RETORNO    PIC X(01) VALUE SPACES.
           05 WRK-ALV-CANAL      PIC X(01) VALUE SPACES.
       01 WRK-TOT-CONTROLE     PIC 9(05) VALUES ZEROS.

      *----------MENSAGEM DE ANIVERSARIO NA FILA DE SAIDA
       01 WRK-MSG.
           05 WRK-MSG-ACAO       PIC X(01) VALUE "E".
           05 WRK-MSG-DEST-TIPO  PIC X(01) VALUE "C".
           05 WRK-MSG-CLIENTE-ID PIC 9(06) VALUE ZEROS.
           05 WRK-MSG-USUARIO    PIC X(10) VALUE SPACES.
           05 WRK-MSG-CANAL      PIC X(01) VALUE SPACES.
           05 WRK-MSG-DESTINO    PIC X(40) VALUE SPACES.
           05 WRK-MSG-MODELO     PIC X(08) VALUE "ANIVER".
           05 WRK-MSG-PARM       PIC X(20) OCCURS 4 TIMES.
           05 WRK-MSG-PRIORIDADE PIC 9(01) VALUE 9.
           05 WRK-MSG-PROGRAMA   PIC X(12) VALUE "ANIVERSARIO".
           05 WRK-MSG-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-MSG-RETORNO    PIC X(01) VALUE SPACES.
           05 WRK-MSG-NUMERO     PIC 9(08) VALUE ZEROS.
       01 WRK-TOT-FILA         PIC 9(05) VALUES ZEROS.

      *----------QUEM PEDIU O EXTRATO E A LIBERACAO DELE PARA CONTATO
       01 WRK-SOLICITANTE      PIC X(10) VALUES SPACES.
       01 WRK-NIVEL            PIC X(01) VALUES SPACES.
       01 WRK-LIB-CONTATO      PIC X(01) VALUES "N".
       01 WRK-LIB-NASC         PIC X(01) VALUES "N".
       01 WRK-CSV-DIA-X        PIC X(02) VALUES SPACES.
       01 WRK-CSV-EMAIL        PIC X(30) VALUES SPACES.
       01 WRK-CSV-TELEFONE     PIC X(14) VALUES SPACES.
       COPY "#SIGILO-MASC".

       LINKAGE SECTION.
       01 LNK-OPERADOR         PIC X(10).
       01 LNK-NIVEL            PIC X(01).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR
                                OPTIONAL LNK-NIVEL.
       0001-PRINCIPAL SECTION.
           DISPLAY "ANIVERSARIO - INICIO".
           PERFORM INICIAR.
              DISPLAY "SUPRIMIDOS SEM CONSENTIMENTO: "
                       WRK-TOT-SUPRIMIDOS
           END-IF.
           IF WRK-ALV-CAMPANHA NOT EQUAL SPACES
              DISPLAY "CAMPANHA " WRK-ALV-CAMPANHA
                      " GRUPO DE CONTROLE: " WRK-TOT-CONTROLE
           END-IF.
           DISPLAY "MENSAGENS NA FILA.: " WRK-TOT-FILA.
           DISPLAY "ANIVERSARIO - FIM".
           STOP RUN.

              MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              GOBACK
           END-IF.
           PERFORM CONFERIR-CAMPANHA.
           IF WRK-VERSAO-INCOMPATIVEL EQUAL "S"
              GOBACK
           END-IF.
           PERFORM CONFERIR-SIGILO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              GOBACK
           END-IF.
           OPEN OUTPUT ARQCAMPANHA.
           MOVE "DIA,ID,NOME,EMAIL,TELEFONE,FIDELIZACAO,CAMPANHA"
                TO ARQCAMPANHA-LINHA.
           WRITE ARQCAMPANHA-LINHA.

      *    CAMPANHA INFORMADA TEM DE ESTAR CADASTRADA E ABERTA - SEM
      *    ELA O EXTRATO NAO TERIA COMO SER APURADO DEPOIS
       CONFERIR-CAMPANHA SECTION.
           DISPLAY "CODIGO DA CAMPANHA (VAZIO = SEM REGISTRO): ".
           ACCEPT WRK-ALV-CAMPANHA.
           IF WRK-ALV-CAMPANHA NOT EQUAL SPACES
              MOVE "V" TO WRK-ALV-ACAO
              CALL "CAMPANHAALVO" USING WRK-CAMPALVO
              EVALUATE WRK-ALV-RETORNO
                 WHEN "S"
                    MOVE "G" TO WRK-ALV-ACAO
                 WHEN "E"
                    DISPLAY "CAMPANHA JA ENCERRADA - EXTRATO NAO GERADO"
                    MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
                 WHEN OTHER
                    DISPLAY "CAMPANHA NAO CADASTRADA - EXTRATO NAO"
                            " GERADO"
                    MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              END-EVALUATE
           END-IF.

      *    O EXTRATO SAI DA EMPRESA - A LIBERACAO QUE VALE E A DE QUEM
      *    O PEDIU. LIBERADO, A VISAO DO EXTRATO INTEIRO FICA NUM SO
      *    REGISTRO DE ACESSO; SEM LIBERACAO, CADA LINHA SAI MASCARADA
       CONFERIR-SIGILO SECTION.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              MOVE LNK-OPERADOR TO WRK-SOLICITANTE
           END-IF.
           IF ADDRESS OF LNK-NIVEL NOT EQUAL NULL
              MOVE LNK-NIVEL TO WRK-NIVEL
           END-IF.
           IF WRK-SOLICITANTE EQUAL SPACES
              DISPLAY "USUARIO QUE PEDIU O EXTRATO: "
              ACCEPT WRK-SOLICITANTE
           END-IF.
           MOVE "V"             TO MSC-ACAO.
           MOVE WRK-SOLICITANTE TO MSC-USUARIO.
           MOVE WRK-NIVEL       TO MSC-NIVEL.
           MOVE "ANIVERSARIO"   TO MSC-PROGRAMA.
           MOVE 1               TO MSC-GRUPO.
           MOVE SPACES          TO MSC-FORMATO MSC-CAMPO.
           MOVE "EMAIL/FONE"    TO MSC-CAMPO-NOME.
           MOVE "X"             TO MSC-TIPO-CHAVE.
           MOVE ZEROS           TO MSC-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-LIBERADO    TO WRK-LIB-CONTATO.
           IF WRK-LIB-CONTATO NOT EQUAL "S"
              DISPLAY WRK-SOLICITANTE " SEM LIBERACAO PARA CONTATO -"
                      " E-MAIL E TELEFONE SAEM MASCARADOS"
           END-IF.
           MOVE 2               TO MSC-GRUPO.
           MOVE "DIA NASCIM"    TO MSC-CAMPO-NOME.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-LIBERADO    TO WRK-LIB-NASC.
           IF WRK-LIB-NASC NOT EQUAL "S"
              DISPLAY WRK-SOLICITANTE " SEM LIBERACAO PARA NASCIMENTO"
                      " - O DIA SAI MASCARADO"
           END-IF.

       MASCARAR-CONTATO SECTION.
           IF WRK-LIB-NASC EQUAL "S"
              MOVE WRK-CSV-DIA  TO WRK-CSV-DIA-X
           ELSE
              MOVE "**"         TO WRK-CSV-DIA-X
           END-IF.
           MOVE ARQCRM-EMAIL    TO WRK-CSV-EMAIL.
           MOVE ARQCRM-TELEFONE TO WRK-CSV-TELEFONE.
           IF WRK-LIB-CONTATO NOT EQUAL "S"
              MOVE "M"             TO MSC-ACAO
              MOVE 1               TO MSC-GRUPO
              MOVE "C"             TO MSC-TIPO-CHAVE
              MOVE ARQCRM-ID       TO MSC-CHAVE
              MOVE "E"             TO MSC-FORMATO
              MOVE "EMAIL"         TO MSC-CAMPO-NOME
              MOVE ARQCRM-EMAIL    TO MSC-CAMPO
              CALL "MASCARA" USING MSC-PARAMETROS
              MOVE MSC-CAMPO       TO WRK-CSV-EMAIL
              MOVE "T"             TO MSC-FORMATO
              MOVE "TELEFONE"      TO MSC-CAMPO-NOME
              MOVE ARQCRM-TELEFONE TO MSC-CAMPO
              CALL "MASCARA" USING MSC-PARAMETROS
              MOVE MSC-CAMPO       TO WRK-CSV-TELEFONE
           END-IF.

       VERIFICAR-VERSAO SECTION.
           MOVE "N" TO WRK-VERSAO-INCOMPATIVEL.
           OPEN INPUT ARQCTRL.
                       AND ARQCRM-CONSENTIMENTO NOT EQUAL "S"
                       ADD 1 TO WRK-TOT-SUPRIMIDOS
                    ELSE
                       PERFORM REGISTRAR-ALVO
                    END-IF
                 END-IF
              END-IF
              END-EVALUATE
           END-IF.

       REGISTRAR-ALVO SECTION.
           IF WRK-ALV-CAMPANHA EQUAL SPACES
              PERFORM GRAVAR-CAMPANHA
           ELSE
              MOVE ARQCRM-ID TO WRK-ALV-CLIENTE-ID
              CALL "CAMPANHAALVO" USING WRK-CAMPALVO
              IF WRK-ALV-RETORNO EQUAL "C"
                 ADD 1 TO WRK-TOT-CONTROLE
              ELSE
                 PERFORM GRAVAR-CAMPANHA
              END-IF
           END-IF.

       GRAVAR-CAMPANHA SECTION.
           PERFORM CALCULAR-FIDELIZACAO.
           MOVE ARQCRM-ID       TO WRK-CSV-ID.
           MOVE WRK-DIA-NASC    TO WRK-CSV-DIA.
           PERFORM MASCARAR-CONTATO.
           MOVE SPACES TO ARQCAMPANHA-LINHA.
           STRING
              WRK-CSV-DIA-X        DELIMITED BY SIZE
              ","                  DELIMITED BY SIZE
              WRK-CSV-ID           DELIMITED BY SIZE
              ","                  DELIMITED BY SIZE
              ARQCRM-NOME          DELIMITED BY SIZE
              ","                  DELIMITED BY SIZE
              WRK-CSV-EMAIL        DELIMITED BY SIZE
              ","                  DELIMITED BY SIZE
              WRK-CSV-TELEFONE     DELIMITED BY SIZE
              ","                  DELIMITED BY SIZE
              WRK-FIDELIZACAO      DELIMITED BY SIZE
              ","                  DELIMITED BY SIZE
              WRK-ALV-CAMPANHA     DELIMITED BY SIZE
              INTO ARQCAMPANHA-LINHA
           END-STRING.
           WRITE ARQCAMPANHA-LINHA.
           ADD 1 TO WRK-TOT-EXTRAIDOS.
           PERFORM ENFILEIRAR-MENSAGEM.

      *    O CANAL FICA COM O MODULO (O DO CONSENTIMENTO); CLIENTE SEM
      *    AUTORIZACAO PARA E-MAIL/SMS SEGUE SO NO EXTRATO
       ENFILEIRAR-MENSAGEM SECTION.
           MOVE ARQCRM-ID        TO WRK-MSG-CLIENTE-ID.
           MOVE SPACES           TO WRK-MSG-CANAL WRK-MSG-PARM(1)
                                    WRK-MSG-PARM(2) WRK-MSG-PARM(3)
                                    WRK-MSG-PARM(4).
           MOVE ARQCRM-NOME      TO WRK-MSG-PARM(1).
           MOVE WRK-ALV-CAMPANHA TO WRK-MSG-PARM(2).
           CALL "MSGENFILA" USING WRK-MSG.
           IF WRK-MSG-RETORNO EQUAL "S"
              ADD 1 TO WRK-TOT-FILA
           END-IF.

       FINALIZAR SECTION.
           MOVE WRK-TOT-EXTRAIDOS TO WRK-TOT-ED.
