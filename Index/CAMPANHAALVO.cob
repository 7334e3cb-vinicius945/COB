       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANHAALVO.
      *---------------------------------------------------------------
      * Registro dos clientes alvo de uma campanha (ARQCAMPALVO.DAT),
      * chamado pelos programas que geram extrato de campanha.
      * LNK-ACAO "V" so confere a campanha no mestre (ARQCAMPANHA.DAT)
      * e devolve o canal; "G" grava o cliente como alvo e devolve o
      * grupo em que ele caiu. A cada N alvos um vai para o grupo de
      * controle (N = 100 / CMP-PCT-CONTROLE) e o chamador NAO o
      * contata. Cliente ja registrado na campanha devolve o grupo de
      * antes, entao rodar o extrato de novo nao muda o sorteio.
      * LNK-RETORNO: "S" campanha aberta (V) / "A" contatar ou "C"
      * controle (G) / "N" campanha nao cadastrada / "E" encerrada
      *---------------------------------------------------------------
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       FILE-CONTROL.
           SELECT ARQCAMPANHA ASSIGN TO "DADOS/ARQCAMPANHA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCAMPANHA-FS
           RECORD KEY IS CMP-CODIGO.

           SELECT ARQCAMPALVO ASSIGN TO "DADOS/ARQCAMPALVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCAMPALVO-FS
           RECORD KEY IS ALV-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCAMPANHA.
       COPY "#CRM-CAMPANHA".

       FD ARQCAMPALVO.
       COPY "#CRM-CAMPALVO".

       WORKING-STORAGE    SECTION.
       01 ARQCAMPANHA-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCAMPALVO-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-SEQUENCIA      PIC 9(07) VALUES ZEROS.
       01 WRK-INTERVALO      PIC 9(03) VALUES ZEROS.
       01 WRK-QUOCIENTE      PIC 9(07) VALUES ZEROS.
       01 WRK-RESTO          PIC 9(03) VALUES ZEROS.

       LINKAGE            SECTION.
       01 LNK-CAMPALVO.
           05 LNK-ACAO           PIC X(01).
           05 LNK-CAMPANHA       PIC X(15).
           05 LNK-CLIENTE-ID     PIC 9(06).
           05 LNK-ORIGEM         PIC X(15).
           05 LNK-RETORNO        PIC X(01).
           05 LNK-CANAL          PIC X(01).

       PROCEDURE DIVISION USING LNK-CAMPALVO.
           MOVE "N"    TO LNK-RETORNO.
           MOVE SPACES TO LNK-CANAL.
           IF LNK-ACAO EQUAL "G"
              OPEN I-O ARQCAMPANHA
           ELSE
              OPEN INPUT ARQCAMPANHA
           END-IF.
           IF ARQCAMPANHA-FS EQUAL ZEROS
              MOVE LNK-CAMPANHA TO CMP-CODIGO
              READ ARQCAMPANHA
              IF ARQCAMPANHA-FS EQUAL ZEROS
                 MOVE CMP-CANAL TO LNK-CANAL
                 IF CMP-SITUACAO EQUAL "E"
                    MOVE "E" TO LNK-RETORNO
                 ELSE
                    IF LNK-ACAO EQUAL "G"
                       PERFORM GRAVAR-ALVO
                    ELSE
                       MOVE "S" TO LNK-RETORNO
                    END-IF
                 END-IF
              END-IF
              CLOSE ARQCAMPANHA
           END-IF.
           GOBACK.

       GRAVAR-ALVO SECTION.
           OPEN I-O ARQCAMPALVO.
           IF ARQCAMPALVO-FS EQUAL 35
              OPEN OUTPUT ARQCAMPALVO
              CLOSE ARQCAMPALVO
              OPEN I-O ARQCAMPALVO
           END-IF.
           IF ARQCAMPALVO-FS EQUAL ZEROS
              MOVE LNK-CAMPANHA   TO ALV-CAMPANHA
              MOVE LNK-CLIENTE-ID TO ALV-CLIENTE-ID
              READ ARQCAMPALVO
              IF ARQCAMPALVO-FS EQUAL ZEROS
                 MOVE ALV-GRUPO TO LNK-RETORNO
              ELSE
                 PERFORM SORTEAR-GRUPO
                 MOVE LNK-CAMPANHA   TO ALV-CAMPANHA
                 MOVE LNK-CLIENTE-ID TO ALV-CLIENTE-ID
                 MOVE LNK-ORIGEM     TO ALV-ORIGEM
                 ACCEPT ALV-DATA FROM DATE YYYYMMDD
                 WRITE ALV-REGISTRO
                 IF ARQCAMPALVO-FS EQUAL ZEROS
                    MOVE ALV-GRUPO TO LNK-RETORNO
                    IF ALV-GRUPO EQUAL "C"
                       ADD 1 TO CMP-QTD-CONTROLE
                    ELSE
                       ADD 1 TO CMP-QTD-ALVOS
                    END-IF
                    REWRITE CMP-REGISTRO
                 END-IF
              END-IF
              CLOSE ARQCAMPALVO
           END-IF.

      *    SORTEIO SISTEMATICO PELA ORDEM DE CHEGADA NO EXTRATO: O
      *    CONTROLE SAI DA MESMA LISTA ELEGIVEL, ENTAO E UM GRUPO
      *    PARECIDO COM O CONTATADO
       SORTEAR-GRUPO SECTION.
           MOVE "A" TO ALV-GRUPO.
           IF CMP-PCT-CONTROLE GREATER ZEROS
              DIVIDE 100 BY CMP-PCT-CONTROLE GIVING WRK-INTERVALO
              COMPUTE WRK-SEQUENCIA =
                      CMP-QTD-ALVOS + CMP-QTD-CONTROLE + 1
              DIVIDE WRK-SEQUENCIA BY WRK-INTERVALO
                     GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
              IF WRK-RESTO EQUAL ZEROS
                 MOVE "C" TO ALV-GRUPO
              END-IF
           END-IF.
