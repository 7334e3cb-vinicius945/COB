       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPBUSCA.
      *---------------------------------------------------------------
      * Consulta da tabela de CEP (ARQCEP.DAT) - recebe o CEP e
      * devolve logradouro, bairro, cidade, UF e zona de entrega.
      * LNK-ACHOU "N" = CEP fora da tabela (ou tabela ainda nao
      * carregada) e o chamador segue com a digitacao livre
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQCEP ASSIGN TO "DADOS/ARQCEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCEP-FS
           RECORD KEY IS CEP-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCEP.
       COPY "#CEP".

       WORKING-STORAGE    SECTION.
       01 ARQCEP-FS          PIC 9(02) VALUES ZEROS.

       LINKAGE            SECTION.
       01 LNK-CEPBUSCA.
           05 LNK-CEP            PIC 9(08).
           05 LNK-ACHOU          PIC X(01).
           05 LNK-LOGRADOURO     PIC X(30).
           05 LNK-BAIRRO         PIC X(20).
           05 LNK-CIDADE         PIC X(20).
           05 LNK-UF             PIC X(02).
           05 LNK-ZONA           PIC X(02).

       PROCEDURE DIVISION USING LNK-CEPBUSCA.
           MOVE "N"    TO LNK-ACHOU.
           MOVE SPACES TO LNK-LOGRADOURO LNK-BAIRRO LNK-CIDADE
                          LNK-UF LNK-ZONA.
           OPEN INPUT ARQCEP.
           IF ARQCEP-FS EQUAL ZEROS
              MOVE LNK-CEP TO CEP-NUMERO
              READ ARQCEP
              IF ARQCEP-FS EQUAL ZEROS
                 MOVE "S"            TO LNK-ACHOU
                 MOVE CEP-LOGRADOURO TO LNK-LOGRADOURO
                 MOVE CEP-BAIRRO     TO LNK-BAIRRO
                 MOVE CEP-CIDADE     TO LNK-CIDADE
                 MOVE CEP-UF         TO LNK-UF
                 MOVE CEP-ZONA       TO LNK-ZONA
              END-IF
              CLOSE ARQCEP
           END-IF.
           GOBACK.
