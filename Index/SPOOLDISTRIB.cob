      *SPOOL SAO AGRUPADAS E CADA PACOTE (DADOS/PACOTE_<DEPTO>.TXT)
      *SAI COM FOLHA DE ROSTO LISTANDO OS RELATORIOS E DEPOIS OS
      *RELATORIOS NA ORDEM. O QUE NAO TEM ROTA CAI NO PACOTE GERAL,
      *NUNCA SOME. DEPARTAMENTO "*GESTOR" NA ROTA QUER DIZER "PACOTE
      *DO GESTOR DO SETOR": O CODIGO DO SETOR VEM NO NOME DO RELATORIO
      *DEPOIS DO PRIMEIRO ESPACO (EX. "ORCADO COZINHA") E O PACOTE SAI
      *COMO GESTOR<FUNC-ID> PELO SET-GESTOR DO ARQSETOR
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQDISTRIB-FS.

           SELECT ARQSETOR ASSIGN TO "DADOS/ARQSETOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQSETOR-FS
           RECORD KEY IS SET-CODIGO.

           SELECT ARQPACOTE ASSIGN TO WRK-NOME-PACOTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQPACOTE-FS.
           05 DIST-NOME          PIC X(20).
           05 DIST-DEPARTAMENTO  PIC X(12).

       FD ARQSETOR.
       COPY "#SETOR".

       FD ARQPACOTE.
       01 ARQPACOTE-LINHA    PIC X(90).

       01 ARQSPOOL-FS        PIC 9(02) VALUES ZEROS.
       01 ARQDISTRIB-FS      PIC 9(02) VALUES ZEROS.
       01 ARQPACOTE-FS       PIC 9(02) VALUES ZEROS.
       01 ARQSETOR-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-NOME-PACOTE    PIC X(40) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DEPTO-ACHADO   PIC 9(02) USAGE COMP VALUE ZERO.
       01 WRK-DEPTO-ATUAL    PIC X(12) VALUES SPACES.

      *----------ROTA POR GESTOR DE SETOR
       01 WRK-ROTA-SETOR     PIC X(10) VALUES SPACES.
       01 WRK-ROTA-PREFIXO   PIC X(20) VALUES SPACES.
       01 WRK-ROTA-PONTEIRO  PIC 9(02) VALUES ZEROS.
       01 WRK-DEPTO-GESTOR.
           05 FILLER             PIC X(06) VALUE "GESTOR".
           05 WRK-DEPTO-FUNC-ID  PIC 9(04) VALUE ZEROS.
           05 FILLER             PIC X(02) VALUE SPACES.

       01 WRK-SEQ            PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-PACOTES    PIC 9(02) VALUES ZEROS.

           MOVE "RFMSEGMENTA"  TO DIST-PROGRAMA.
           MOVE "MARKETING"    TO DIST-DEPARTAMENTO.
           WRITE DIST-REGISTRO.
           MOVE "ORCAREAL"     TO DIST-PROGRAMA.
           MOVE "*GESTOR"      TO DIST-DEPARTAMENTO.
           WRITE DIST-REGISTRO.
           MOVE "RESUMO ORCAMENTO" TO DIST-NOME.
           MOVE "CONTROLADORIA" TO DIST-DEPARTAMENTO.
           WRITE DIST-REGISTRO.
           MOVE SPACES         TO DIST-NOME.
           MOVE "IMOBDEPREC"   TO DIST-PROGRAMA.
           MOVE "CONTROLADORIA" TO DIST-DEPARTAMENTO.
           WRITE DIST-REGISTRO.
           MOVE "IMOBREL"      TO DIST-PROGRAMA.
           MOVE "CONTROLADORIA" TO DIST-DEPARTAMENTO.
           WRITE DIST-REGISTRO.
           MOVE "FLUXOCAIXA"   TO DIST-PROGRAMA.
           MOVE "CONTROLADORIA" TO DIST-DEPARTAMENTO.
           WRITE DIST-REGISTRO.
           MOVE "EMPRESTRECUP" TO DIST-PROGRAMA.
           MOVE "CREDITO"      TO DIST-DEPARTAMENTO.
           WRITE DIST-REGISTRO.
           MOVE "NEGATIVACAO"  TO DIST-PROGRAMA.
           MOVE "CREDITO"      TO DIST-DEPARTAMENTO.
           WRITE DIST-REGISTRO.
           MOVE "EXTRATOFIADO" TO DIST-PROGRAMA.
           MOVE "CREDITO"      TO DIST-DEPARTAMENTO.
           WRITE DIST-REGISTRO.
           MOVE "PONTOESCALA"  TO DIST-PROGRAMA.
           MOVE "*GESTOR"      TO DIST-DEPARTAMENTO.
           WRITE DIST-REGISTRO.
           CLOSE ARQDISTRIB.
           DISPLAY "SPOOLDISTRIB.TXT CRIADO COM AS ROTAS PADRAO".

                   TO WRK-ENT-DEPTO(WRK-QTD-ENTRADAS)
              END-IF
           END-PERFORM.
           IF WRK-ENT-DEPTO(WRK-QTD-ENTRADAS) EQUAL "*GESTOR"
              PERFORM ROTEAR-GESTOR
           END-IF.
           PERFORM ANOTAR-DEPARTAMENTO.

      *    SETOR SEM GESTOR OU FORA DO MESTRE VOLTA PARA O GERAL
       ROTEAR-GESTOR SECTION.
           MOVE "GERAL" TO WRK-ENT-DEPTO(WRK-QTD-ENTRADAS).
           MOVE SPACES TO WRK-ROTA-PREFIXO WRK-ROTA-SETOR.
           MOVE 1 TO WRK-ROTA-PONTEIRO.
           UNSTRING WRK-ENT-NOME(WRK-QTD-ENTRADAS) DELIMITED BY SPACE
              INTO WRK-ROTA-PREFIXO
              WITH POINTER WRK-ROTA-PONTEIRO
           END-UNSTRING.
           IF WRK-ROTA-PONTEIRO NOT GREATER 20
              MOVE WRK-ENT-NOME(WRK-QTD-ENTRADAS)(WRK-ROTA-PONTEIRO:)
                TO WRK-ROTA-SETOR
           END-IF.
           OPEN INPUT ARQSETOR.
           IF ARQSETOR-FS EQUAL ZEROS
              MOVE WRK-ROTA-SETOR TO SET-CODIGO
              READ ARQSETOR
              IF ARQSETOR-FS EQUAL ZEROS
                 AND SET-GESTOR GREATER ZEROS
                 MOVE SET-GESTOR TO WRK-DEPTO-FUNC-ID
                 MOVE WRK-DEPTO-GESTOR
                   TO WRK-ENT-DEPTO(WRK-QTD-ENTRADAS)
              END-IF
              CLOSE ARQSETOR
           END-IF.
           MOVE ZEROS TO ARQSETOR-FS.

       ANOTAR-DEPARTAMENTO SECTION.
           MOVE ZERO TO WRK-DEPTO-ACHADO.
           PERFORM VARYING WRK-DEPTO-IDX FROM 1 BY 1
