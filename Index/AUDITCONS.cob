      *POR FAIXA DE DATAS E MOSTRA OS CAMPOS ANTES/DEPOIS LADO A LADO,
      *COM PAGINACAO NO MESMO ESTILO DO RELAT, PARA NAO PRECISAR MAIS
      *ABRIR O ARQUIVO NA MAO QUANDO ALGUEM PERGUNTA QUEM ALTEROU UM
      *CLIENTE. E-MAIL E TELEFONE, ANTES E DEPOIS, PASSAM PELO MASCARA
      *COM O OPERADOR E O NIVEL RECEBIDOS DO MENU
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".



       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-TIPOFILTRO     PIC X(01) VALUES SPACES.
       01 WRK-FILTRO-ID      PIC 9(06) VALUES ZEROS.
       01 WRK-FILTRO-OPERADOR PIC X(10) VALUES SPACES.
       01 WRK-FILTRO-DATA-INI PIC 9(08) VALUES ZEROS.
       01 WRK-FILTRO-DATA-FIM PIC 9(08) VALUES 99999999.
       01 WRK-TAMPAGINA      PIC 9(02) VALUE 5.
       01 WRK-PAGUANTE       PIC 9(02) VALUE ZEROS.

      *---------------------Quem consulta - o e-mail e o telefone saem
      *    mascarados para o nivel nao liberado na tabela ARQSIGILO
       01 WRK-OPERADOR       PIC X(10) VALUE "SISTEMA".
       01 WRK-NIVEL          PIC X(01) VALUE SPACES.
       COPY "#SIGILO-MASC".

       01 WRK-CABEC.
           05 FILLER             PIC X(05) VALUE "ID".
           05 FILLER             PIC X(11) VALUE "OPERACAO".
           05 FILLER             PIC X(10) VALUE "OPERADOR".

       01 WRK-LINHA-REG.
           05 WRK-REG-ID         PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-REG-OPERACAO   PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-DEP-STATUS     PIC 9(01).

       LINKAGE            SECTION.
       01 LNK-OPERADOR       PIC X(10).
       01 LNK-NIVEL          PIC X(01).

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
           IF WRK-VERSAO-INCOMPATIVEL NOT EQUAL "S"
              PERFORM PROCESSAR UNTIL ARQAUDIT-FS NOT EQUAL ZEROS
           MOVE AUDCRM-HORA           TO WRK-REG-HORA.
           MOVE AUDCRM-OPERADOR       TO WRK-REG-OPERADOR.
           MOVE AUDCRM-NOME-ANTES     TO WRK-ANT-NOME.
           MOVE "EMAIL"               TO MSC-CAMPO-NOME.
           MOVE "E"                   TO MSC-FORMATO.
           MOVE AUDCRM-EMAIL-ANTES    TO MSC-CAMPO.
           PERFORM MASCARAR-CONTATO.
           MOVE MSC-CAMPO             TO WRK-ANT-EMAIL.
           MOVE "TELEFONE"            TO MSC-CAMPO-NOME.
           MOVE "T"                   TO MSC-FORMATO.
           MOVE AUDCRM-TELEFONE-ANTES TO MSC-CAMPO.
           PERFORM MASCARAR-CONTATO.
           MOVE MSC-CAMPO             TO WRK-ANT-TELEFONE.
           MOVE AUDCRM-STATUS-ANTES   TO WRK-ANT-STATUS.
           MOVE AUDCRM-NOME-DEPOIS    TO WRK-DEP-NOME.
           MOVE "EMAIL"               TO MSC-CAMPO-NOME.
           MOVE "E"                   TO MSC-FORMATO.
           MOVE AUDCRM-EMAIL-DEPOIS   TO MSC-CAMPO.
           PERFORM MASCARAR-CONTATO.
           MOVE MSC-CAMPO             TO WRK-DEP-EMAIL.
           MOVE "TELEFONE"            TO MSC-CAMPO-NOME.
           MOVE "T"                   TO MSC-FORMATO.
           MOVE AUDCRM-TELEFONE-DEPOIS TO MSC-CAMPO.
           PERFORM MASCARAR-CONTATO.
           MOVE MSC-CAMPO             TO WRK-DEP-TELEFONE.
           MOVE AUDCRM-STATUS-DEPOIS  TO WRK-DEP-STATUS.

           DISPLAY WRK-LINHA-REG        LINE WRK-LINHA COLUMN 01.
              ADD 1 TO WRK-LINHA
           END-IF.

      *    O CAMPO VOLTA DO MASCARA COMO VEIO (E A VISAO FICA NO
      *    REGISTRO DE ACESSO) OU MASCARADO, CONFORME O NIVEL
       MASCARAR-CONTATO SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE WRK-OPERADOR    TO MSC-USUARIO.
           MOVE WRK-NIVEL       TO MSC-NIVEL.
           MOVE "AUDITCONS"     TO MSC-PROGRAMA.
           MOVE 1               TO MSC-GRUPO.
           MOVE "C"             TO MSC-TIPO-CHAVE.
           MOVE AUDCRM-ID       TO MSC-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.

       FINALIZAR SECTION.
           CLOSE ARQAUDIT.
           DISPLAY "ENTRADAS EXIBIDAS " LINE 19 COLUMN 01.
