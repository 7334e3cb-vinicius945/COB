       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCARGA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CARGA DA TABELA DE CEP (ARQCEP.DAT) A PARTIR DO
      *ARQUIVO DE LOGRADOUROS DOS CORREIOS (CEP_CORREIOS.TXT, UM CEP
      *POR LINHA: CEP@LOGRADOURO@BAIRRO@CIDADE@UF). CEP NOVO ENTRA SEM
      *ZONA DE ENTREGA; CEP JA EXISTENTE TEM O ENDERECO ATUALIZADO E
      *MANTEM A ZONA, QUE E NOSSA E NAO VEM DOS CORREIOS. OS CEPS
      *NOVOS SAEM NO SPOOL ("CEP SEM ZONA") PARA O BALCAO DAR A ZONA
      *NO CEPMANUT - SEM ELA O PEDIDO CONTINUA PERGUNTANDO A ZONA
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCEP ASSIGN TO "DADOS/ARQCEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCEP-FS
           RECORD KEY IS CEP-CHAVE.

           SELECT ARQCORREIOS ASSIGN TO "DADOS/CEP_CORREIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQCORREIOS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCEP.
       COPY "#CEP".

       FD ARQCORREIOS.
       01 ARQCORREIOS-LINHA  PIC X(120).

       WORKING-STORAGE SECTION.
       01 ARQCEP-FS          PIC 9(02) VALUES ZEROS.
       01 ARQCORREIOS-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-DATA-ATUAL     PIC 9(08) VALUES ZEROS.
       01 WRK-ERRO           PIC X(01) VALUES "N".

      *----------CAMPOS DESMONTADOS DA LINHA DOS CORREIOS
       01 WRK-COR-CEP        PIC X(08) VALUES SPACES.
       01 WRK-COR-LOGRADOURO PIC X(30) VALUES SPACES.
       01 WRK-COR-BAIRRO     PIC X(20) VALUES SPACES.
       01 WRK-COR-CIDADE     PIC X(20) VALUES SPACES.
       01 WRK-COR-UF         PIC X(02) VALUES SPACES.

       01 WRK-TOT-LIDOS      PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-INCLUIDOS  PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-ATUALIZADOS PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-REJEITADOS PIC 9(06) VALUES ZEROS.

      *----------CEPS NOVOS (SEM ZONA) NO SPOOL CENTRAL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "CEP SEM ZONA".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "CEPCARGA".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.
       01 WRK-SPOOL-ABERTO   PIC X(01) VALUES "N".

       LINKAGE SECTION.
       01 LNK-OPERADOR       PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
       0001-PRINCIPAL SECTION.
           DISPLAY "CEPCARGA - INICIO".
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
                 MOVE LNK-OPERADOR TO WRK-SPL-OPERADOR
              END-IF
           END-IF.
           PERFORM INICIAR.
           IF WRK-ERRO NOT EQUAL "S"
              PERFORM PROCESSAR UNTIL ARQCORREIOS-FS NOT EQUAL ZEROS
              PERFORM FINALIZAR
           END-IF.
           DISPLAY "LINHAS LIDAS........: " WRK-TOT-LIDOS.
           DISPLAY "CEPS INCLUIDOS......: " WRK-TOT-INCLUIDOS.
           DISPLAY "CEPS ATUALIZADOS....: " WRK-TOT-ATUALIZADOS.
           DISPLAY "LINHAS REJEITADAS...: " WRK-TOT-REJEITADOS.
           DISPLAY "CEPCARGA - FIM".
           GOBACK.

       INICIAR SECTION.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT ARQCORREIOS.
           IF ARQCORREIOS-FS NOT EQUAL ZEROS
              DISPLAY "CEP_CORREIOS.TXT NAO ENCONTRADO (STATUS "
                       ARQCORREIOS-FS ")"
              MOVE "S" TO WRK-ERRO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ARQCEP.
           IF ARQCEP-FS EQUAL 35
              OPEN OUTPUT ARQCEP
              CLOSE ARQCEP
              OPEN I-O ARQCEP
           END-IF.
           IF ARQCEP-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQCEP.DAT STATUS " ARQCEP-FS
              CLOSE ARQCORREIOS
              MOVE "S" TO WRK-ERRO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    LINHA SEM CEP DE 8 DIGITOS OU SEM CIDADE/UF (CABECALHO,
      *    RODAPE, LINHA QUEBRADA) E REJEITADA E SO CONTADA
       PROCESSAR SECTION.
           READ ARQCORREIOS.
           IF ARQCORREIOS-FS EQUAL ZEROS
              ADD 1 TO WRK-TOT-LIDOS
              MOVE SPACES TO WRK-COR-CEP WRK-COR-LOGRADOURO
                             WRK-COR-BAIRRO WRK-COR-CIDADE WRK-COR-UF
              UNSTRING ARQCORREIOS-LINHA DELIMITED BY "@"
                 INTO WRK-COR-CEP WRK-COR-LOGRADOURO WRK-COR-BAIRRO
                      WRK-COR-CIDADE WRK-COR-UF
              END-UNSTRING
              IF WRK-COR-CEP IS NUMERIC
                 AND WRK-COR-CEP NOT EQUAL "00000000"
                 AND WRK-COR-CIDADE NOT EQUAL SPACES
                 AND WRK-COR-UF NOT EQUAL SPACES
                 PERFORM GRAVAR-CEP
              ELSE
                 ADD 1 TO WRK-TOT-REJEITADOS
              END-IF
           END-IF.

       GRAVAR-CEP SECTION.
           MOVE WRK-COR-CEP TO CEP-NUMERO.
           READ ARQCEP.
           IF ARQCEP-FS EQUAL ZEROS
              PERFORM MOVER-ENDERECO
              REWRITE CEP-REGISTRO
              IF ARQCEP-FS EQUAL ZEROS
                 ADD 1 TO WRK-TOT-ATUALIZADOS
              ELSE
                 ADD 1 TO WRK-TOT-REJEITADOS
              END-IF
           ELSE
              MOVE WRK-COR-CEP TO CEP-NUMERO
              MOVE SPACES      TO CEP-ZONA
              PERFORM MOVER-ENDERECO
              WRITE CEP-REGISTRO
              IF ARQCEP-FS EQUAL ZEROS
                 ADD 1 TO WRK-TOT-INCLUIDOS
                 PERFORM LISTAR-SEM-ZONA
              ELSE
                 ADD 1 TO WRK-TOT-REJEITADOS
              END-IF
           END-IF.
           MOVE ZEROS TO ARQCEP-FS.

       MOVER-ENDERECO SECTION.
           MOVE WRK-COR-LOGRADOURO TO CEP-LOGRADOURO.
           MOVE WRK-COR-BAIRRO     TO CEP-BAIRRO.
           MOVE WRK-COR-CIDADE     TO CEP-CIDADE.
           MOVE WRK-COR-UF         TO CEP-UF.
           MOVE "C"                TO CEP-ORIGEM.
           MOVE WRK-DATA-ATUAL     TO CEP-DATA.
           MOVE WRK-OPERADOR       TO CEP-OPERADOR.

       LISTAR-SEM-ZONA SECTION.
           IF WRK-SPOOL-ABERTO NOT EQUAL "S"
              MOVE "A" TO WRK-SPL-ACAO
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE "L" TO WRK-SPL-ACAO
              MOVE "CEPS NOVOS SEM ZONA - INFORMAR NO CEPMANUT"
                TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE SPACES TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE "S" TO WRK-SPOOL-ABERTO
           END-IF.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING CEP-NUMERO     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  CEP-LOGRADOURO DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  CEP-BAIRRO     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  CEP-CIDADE     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  CEP-UF         DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       FINALIZAR SECTION.
           CLOSE ARQCORREIOS.
           CLOSE ARQCEP.
