       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMOBMANUT.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CADASTRO DO ATIVO IMOBILIZADO (ARQIMOB.DAT) - INCLUI,
      *ALTERA E CONSULTA O BEM PELO NUMERO DE PATRIMONIO: DATA DE
      *AQUISICAO, CUSTO, SETOR (ARQSETOR), VIDA UTIL EM MESES, METODO
      *(L LINEAR / S SALDO DECRESCENTE), VALOR RESIDUAL E LOCAL. BEM
      *ANTIGO ENTRA COM A DEPRECIACAO JA ACUMULADA E OS MESES JA
      *DEPRECIADOS; BEM NOVO PODE TER A AQUISICAO LANCADA NO DIARIO
      *(MOVIMENTO "A" NO ARQIMOBMOV.DAT, QUE O CONTABILPOSTA POSTA NO
      *DIA DE NEGOCIO). CUSTO E AQUISICAO NAO MUDAM DEPOIS DE GRAVADOS;
      *BEM BAIXADO OU VENDIDO SO E CONSULTADO. SO NIVEL "A"
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQIMOB ASSIGN TO "DADOS/ARQIMOB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQIMOB-FS
           RECORD KEY IS IMB-PATRIMONIO.

           SELECT ARQIMOBMOV ASSIGN TO "DADOS/ARQIMOBMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQIMOBMOV-FS.

           SELECT ARQSETOR ASSIGN TO "DADOS/ARQSETOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQSETOR-FS
           RECORD KEY IS SET-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQIMOB.
       COPY "#IMOB".

       FD ARQIMOBMOV
           RECORDING MODE IS F.
       COPY "#IMOB-MOV".

       FD ARQSETOR.
       COPY "#SETOR".

       WORKING-STORAGE SECTION.
       01 ARQIMOB-FS         PIC 9(02) VALUES ZEROS.
       01 ARQIMOBMOV-FS      PIC 9(02) VALUES ZEROS.
       01 ARQSETOR-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA-LANC      PIC 9(08) VALUES ZEROS.
       01 WRK-DADOS-OK       PIC X(01) VALUES "N".
       01 WRK-LANCAR-AQUIS   PIC X(01) VALUES "N".
       01 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-LIQUIDO        PIC S9(09)V99 VALUES ZEROS.
       01 WRK-LIQUIDO-ED     PIC -ZZZ.ZZZ.ZZ9,99.

      *----------CAMPOS DIGITADOS (SO VAO AO REGISTRO SE VALIDOS)
       01 WRK-PATRIMONIO     PIC 9(06) VALUES ZEROS.
       01 WRK-DESCRICAO      PIC X(30) VALUES SPACES.
       01 WRK-CLASSE         PIC X(10) VALUES SPACES.
       01 WRK-SETOR          PIC X(10) VALUES SPACES.
       01 WRK-LOCAL          PIC X(20) VALUES SPACES.
       01 WRK-DATA-AQUISICAO PIC 9(08) VALUES ZEROS.
       01 WRK-CUSTO          PIC 9(09)V99 VALUES ZEROS.
       01 WRK-VIDA-MESES     PIC 9(03) VALUES ZEROS.
       01 WRK-METODO         PIC X(01) VALUES SPACES.
       01 WRK-RESIDUAL       PIC 9(09)V99 VALUES ZEROS.
       01 WRK-DEPREC-ACUM    PIC 9(09)V99 VALUES ZEROS.
       01 WRK-MESES-DEPREC   PIC 9(03) VALUES ZEROS.

      *----------DIA DE NEGOCIO (DATAMOV) - DATA DA AQUISICAO NO DIARIO
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.

       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "IMOBMANUT".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "USUARIO: ".
           ACCEPT WRK-USUARIO.
           DISPLAY "SENHA: ".
           ACCEPT WRK-SENHA.
           CALL "VALIDALOGIN" USING WRK-LOGIN.
           IF WRK-LOGIN-OK NOT EQUAL "S"
              OR WRK-LOGIN-NIVEL NOT EQUAL "A"
              DISPLAY "ACESSO RESTRITO AO NIVEL A"
              GOBACK
           END-IF.
           CALL "DATAMOV" USING WRK-DATAMOV.
           IF WRK-DMV-EXISTE EQUAL "S"
              MOVE WRK-DMV-DATA TO WRK-DATA-LANC
           ELSE
              MOVE WRK-DATA-HOJE TO WRK-DATA-LANC
           END-IF.
           OPEN I-O ARQIMOB.
           IF ARQIMOB-FS EQUAL 35
              OPEN OUTPUT ARQIMOB
              CLOSE ARQIMOB
              OPEN I-O ARQIMOB
           END-IF.
           IF ARQIMOB-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQIMOB.DAT STATUS " ARQIMOB-FS
              GOBACK
           END-IF.
           DISPLAY "CADASTRO DO ATIVO IMOBILIZADO".
           DISPLAY "(I)NCLUIR (A)LTERAR (C)ONSULTAR? ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "I"
                 PERFORM INCLUIR-BEM
              WHEN "A"
                 PERFORM ALTERAR-BEM
              WHEN "C"
                 PERFORM CONSULTAR-BEM
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQIMOB.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

       INCLUIR-BEM SECTION.
           DISPLAY "NUMERO DE PATRIMONIO: ".
           ACCEPT WRK-PATRIMONIO.
           MOVE WRK-PATRIMONIO TO IMB-PATRIMONIO.
           READ ARQIMOB.
           IF ARQIMOB-FS EQUAL ZEROS
              DISPLAY "PATRIMONIO JA CADASTRADO - " IMB-DESCRICAO
           ELSE
              PERFORM DIGITAR-IDENTIFICACAO
              IF WRK-DADOS-OK EQUAL "S"
                 PERFORM DIGITAR-VALORES
              END-IF
              IF WRK-DADOS-OK EQUAL "S"
                 PERFORM DIGITAR-SALDO-INICIAL
              END-IF
              IF WRK-DADOS-OK EQUAL "S"
                 DISPLAY "GRAVAR (S/N)? "
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA EQUAL "S"
                    PERFORM GRAVAR-BEM-NOVO
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO ARQIMOB-FS.

      *    DESCRICAO, CLASSE, SETOR E LOCAL - OS CAMPOS QUE A
      *    ALTERACAO TAMBEM PODE MUDAR
       DIGITAR-IDENTIFICACAO SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "DESCRICAO: ".
           ACCEPT WRK-DESCRICAO.
           DISPLAY "CLASSE (EX.: MOVEIS, EQUIPAMENT, VEICULOS): ".
           ACCEPT WRK-CLASSE.
           DISPLAY "SETOR: ".
           ACCEPT WRK-SETOR.
           DISPLAY "LOCAL: ".
           ACCEPT WRK-LOCAL.
           IF WRK-DESCRICAO EQUAL SPACES OR WRK-CLASSE EQUAL SPACES
              DISPLAY "DESCRICAO E CLASSE OBRIGATORIAS"
           ELSE
              PERFORM VALIDAR-SETOR
              IF ARQSETOR-FS EQUAL ZEROS
                 MOVE "S" TO WRK-DADOS-OK
              END-IF
           END-IF.
           MOVE ZEROS TO ARQSETOR-FS.

       VALIDAR-SETOR SECTION.
           OPEN INPUT ARQSETOR.
           IF ARQSETOR-FS EQUAL ZEROS
              MOVE WRK-SETOR TO SET-CODIGO
              READ ARQSETOR
              IF ARQSETOR-FS NOT EQUAL ZEROS
                 DISPLAY "SETOR NAO CADASTRADO (SETORMANUT)"
                 CLOSE ARQSETOR
                 MOVE 23 TO ARQSETOR-FS
              ELSE
                 CLOSE ARQSETOR
              END-IF
           ELSE
              DISPLAY "SEM ARQSETOR.DAT (STATUS " ARQSETOR-FS ")"
           END-IF.

      *    VIDA, METODO E RESIDUAL - VALEM DAQUI PARA A FRENTE TAMBEM
      *    QUANDO ALTERADOS (A DEPRECIACAO JA FEITA NAO E REFEITA)
       DIGITAR-DEPRECIACAO SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "VIDA UTIL EM MESES (0 = NAO DEPRECIA): ".
           ACCEPT WRK-VIDA-MESES.
           DISPLAY "METODO (L)INEAR OU (S)ALDO DECRESCENTE: ".
           ACCEPT WRK-METODO.
           DISPLAY "VALOR RESIDUAL: ".
           ACCEPT WRK-RESIDUAL.
           IF WRK-METODO NOT EQUAL "L" AND WRK-METODO NOT EQUAL "S"
              DISPLAY "METODO INVALIDO"
           ELSE
              IF WRK-RESIDUAL NOT LESS WRK-CUSTO
                 AND WRK-VIDA-MESES GREATER ZERO
                 DISPLAY "RESIDUAL TEM QUE SER MENOR QUE O CUSTO"
              ELSE
                 MOVE "S" TO WRK-DADOS-OK
              END-IF
           END-IF.

       DIGITAR-VALORES SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "DATA DE AQUISICAO (AAAAMMDD): ".
           ACCEPT WRK-DATA-AQUISICAO.
           DISPLAY "CUSTO DE AQUISICAO: ".
           ACCEPT WRK-CUSTO.
           IF WRK-DATA-AQUISICAO NOT NUMERIC
              OR WRK-DATA-AQUISICAO(5:2) LESS "01"
              OR WRK-DATA-AQUISICAO(5:2) GREATER "12"
              OR WRK-DATA-AQUISICAO(7:2) LESS "01"
              OR WRK-DATA-AQUISICAO(7:2) GREATER "31"
              OR WRK-DATA-AQUISICAO GREATER WRK-DATA-LANC
              DISPLAY "DATA DE AQUISICAO INVALIDA"
           ELSE
              IF WRK-CUSTO EQUAL ZEROS
                 DISPLAY "CUSTO OBRIGATORIO"
              ELSE
                 PERFORM DIGITAR-DEPRECIACAO
              END-IF
           END-IF.

      *    BEM QUE JA ESTAVA NOS LIVROS ANTES DO CADASTRO: O SALDO DE
      *    DEPRECIACAO VEM DA PLANILHA DO CONTADOR E A AQUISICAO NAO E
      *    LANCADA DE NOVO NO DIARIO
       DIGITAR-SALDO-INICIAL SECTION.
           MOVE ZEROS TO WRK-DEPREC-ACUM WRK-MESES-DEPREC.
           DISPLAY "BEM JA DEPRECIADO ANTES DO CADASTRO (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              DISPLAY "DEPRECIACAO ACUMULADA: "
              ACCEPT WRK-DEPREC-ACUM
              DISPLAY "MESES JA DEPRECIADOS: "
              ACCEPT WRK-MESES-DEPREC
              IF WRK-DEPREC-ACUM GREATER WRK-CUSTO - WRK-RESIDUAL
                 DISPLAY "ACUMULADA MAIOR QUE O DEPRECIAVEL"
                 MOVE "N" TO WRK-DADOS-OK
              END-IF
              MOVE "N" TO WRK-LANCAR-AQUIS
           ELSE
              DISPLAY "LANCAR A AQUISICAO NO DIARIO (S/N)? "
              ACCEPT WRK-LANCAR-AQUIS
           END-IF.

       GRAVAR-BEM-NOVO SECTION.
           INITIALIZE IMB-REGISTRO.
           MOVE WRK-PATRIMONIO     TO IMB-PATRIMONIO.
           MOVE WRK-DESCRICAO      TO IMB-DESCRICAO.
           MOVE WRK-CLASSE         TO IMB-CLASSE.
           MOVE WRK-SETOR          TO IMB-SETOR.
           MOVE WRK-LOCAL          TO IMB-LOCAL.
           MOVE WRK-DATA-AQUISICAO TO IMB-DATA-AQUISICAO.
           MOVE WRK-CUSTO          TO IMB-CUSTO.
           MOVE WRK-VIDA-MESES     TO IMB-VIDA-MESES.
           MOVE WRK-METODO         TO IMB-METODO.
           MOVE WRK-RESIDUAL       TO IMB-RESIDUAL.
           MOVE WRK-DEPREC-ACUM    TO IMB-DEPREC-ACUM.
           MOVE WRK-MESES-DEPREC   TO IMB-MESES-DEPREC.
           MOVE "A"                TO IMB-SITUACAO.
           MOVE WRK-USUARIO        TO IMB-USUARIO.
           MOVE WRK-DATA-HOJE      TO IMB-DATA-ALTERACAO.
      *    O MES DA AQUISICAO NAO DEPRECIA - A PRIMEIRA COTA E A DO
      *    MES SEGUINTE
           MOVE WRK-DATA-AQUISICAO(1:6) TO IMB-ULT-ANOMES.
           WRITE IMB-REGISTRO.
           IF ARQIMOB-FS NOT EQUAL ZEROS
              DISPLAY "ERRO GRAVACAO ARQIMOB.DAT STATUS " ARQIMOB-FS
           ELSE
              DISPLAY "PATRIMONIO " IMB-PATRIMONIO " CADASTRADO"
              IF WRK-LANCAR-AQUIS EQUAL "S"
                 PERFORM GRAVAR-MOV-AQUISICAO
              END-IF
           END-IF.

       GRAVAR-MOV-AQUISICAO SECTION.
           OPEN EXTEND ARQIMOBMOV.
           IF ARQIMOBMOV-FS EQUAL 05 OR ARQIMOBMOV-FS EQUAL 35
              OPEN OUTPUT ARQIMOBMOV
           END-IF.
           INITIALIZE IMV-REGISTRO.
           MOVE WRK-DATA-LANC  TO IMV-DATA.
           MOVE "A"            TO IMV-TIPO.
           MOVE IMB-PATRIMONIO TO IMV-PATRIMONIO.
           MOVE IMB-CUSTO      TO IMV-CUSTO.
           MOVE WRK-USUARIO    TO IMV-OPERADOR.
           WRITE IMV-REGISTRO.
           CLOSE ARQIMOBMOV.
           DISPLAY "AQUISICAO VAI AO DIARIO NO DIA " WRK-DATA-LANC.

       ALTERAR-BEM SECTION.
           DISPLAY "NUMERO DE PATRIMONIO: ".
           ACCEPT WRK-PATRIMONIO.
           MOVE WRK-PATRIMONIO TO IMB-PATRIMONIO.
           READ ARQIMOB.
           IF ARQIMOB-FS NOT EQUAL ZEROS
              DISPLAY "PATRIMONIO NAO CADASTRADO"
           ELSE
              IF IMB-SITUACAO NOT EQUAL "A"
                 DISPLAY "BEM BAIXADO - SO CONSULTA"
              ELSE
                 PERFORM MOSTRAR-BEM
                 MOVE IMB-CUSTO TO WRK-CUSTO
                 PERFORM DIGITAR-IDENTIFICACAO
                 IF WRK-DADOS-OK EQUAL "S"
                    PERFORM DIGITAR-DEPRECIACAO
                 END-IF
                 IF WRK-DADOS-OK EQUAL "S"
                    AND WRK-RESIDUAL GREATER
                        IMB-CUSTO - IMB-DEPREC-ACUM
                    DISPLAY "RESIDUAL MAIOR QUE O VALOR LIQUIDO ATUAL"
                    MOVE "N" TO WRK-DADOS-OK
                 END-IF
                 IF WRK-DADOS-OK EQUAL "S"
                    DISPLAY "GRAVAR (S/N)? "
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA EQUAL "S"
                       MOVE WRK-DESCRICAO  TO IMB-DESCRICAO
                       MOVE WRK-CLASSE     TO IMB-CLASSE
                       MOVE WRK-SETOR      TO IMB-SETOR
                       MOVE WRK-LOCAL      TO IMB-LOCAL
                       MOVE WRK-VIDA-MESES TO IMB-VIDA-MESES
                       MOVE WRK-METODO     TO IMB-METODO
                       MOVE WRK-RESIDUAL   TO IMB-RESIDUAL
                       MOVE WRK-USUARIO    TO IMB-USUARIO
                       MOVE WRK-DATA-HOJE  TO IMB-DATA-ALTERACAO
                       REWRITE IMB-REGISTRO
                       DISPLAY "PATRIMONIO " IMB-PATRIMONIO " ALTERADO"
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO ARQIMOB-FS.

       CONSULTAR-BEM SECTION.
           DISPLAY "NUMERO DE PATRIMONIO: ".
           ACCEPT WRK-PATRIMONIO.
           MOVE WRK-PATRIMONIO TO IMB-PATRIMONIO.
           READ ARQIMOB.
           IF ARQIMOB-FS NOT EQUAL ZEROS
              DISPLAY "PATRIMONIO NAO CADASTRADO"
           ELSE
              PERFORM MOSTRAR-BEM
           END-IF.
           MOVE ZEROS TO ARQIMOB-FS.

       MOSTRAR-BEM SECTION.
           DISPLAY "PATRIMONIO.....: " IMB-PATRIMONIO " "
                   IMB-DESCRICAO.
           DISPLAY "CLASSE / SETOR.: " IMB-CLASSE " / " IMB-SETOR.
           DISPLAY "LOCAL..........: " IMB-LOCAL.
           DISPLAY "AQUISICAO......: " IMB-DATA-AQUISICAO.
           MOVE IMB-CUSTO TO WRK-VALOR-ED.
           DISPLAY "CUSTO..........: " WRK-VALOR-ED.
           DISPLAY "VIDA / METODO..: " IMB-VIDA-MESES " MESES / "
                   IMB-METODO.
           MOVE IMB-RESIDUAL TO WRK-VALOR-ED.
           DISPLAY "RESIDUAL.......: " WRK-VALOR-ED.
           MOVE IMB-DEPREC-ACUM TO WRK-VALOR-ED.
           DISPLAY "DEPREC. ACUM...: " WRK-VALOR-ED " ("
                   IMB-MESES-DEPREC " MESES, ULTIMO "
                   IMB-ULT-ANOMES ")".
           COMPUTE WRK-LIQUIDO = IMB-CUSTO - IMB-DEPREC-ACUM.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
           DISPLAY "VALOR LIQUIDO..: " WRK-LIQUIDO-ED.
           EVALUATE IMB-SITUACAO
              WHEN "B"
                 DISPLAY "BAIXADO EM " IMB-DATA-BAIXA
              WHEN "V"
                 MOVE IMB-VALOR-VENDA TO WRK-VALOR-ED
                 DISPLAY "VENDIDO EM " IMB-DATA-BAIXA " POR "
                         WRK-VALOR-ED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF IMB-SITUACAO NOT EQUAL "A"
              MOVE IMB-RESULTADO TO WRK-LIQUIDO-ED
              DISPLAY "GANHO (PERDA)..: " WRK-LIQUIDO-ED
           END-IF.
           IF IMB-DATA-CONFERENCIA NOT EQUAL ZEROS
              DISPLAY "ULTIMA CONFERENCIA FISICA: " IMB-DATA-CONFERENCIA
           END-IF.
