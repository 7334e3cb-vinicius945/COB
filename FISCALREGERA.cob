       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCALREGERA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: REGERACAO DO ARQUIVO FISCAL DE UMA DATA - QUANDO O
      *CONTADOR PEDE DE NOVO UM DIA OU DEPOIS DE CORRIGIR O CADASTRO
      *DO EMITENTE OU UMA ALIQUOTA: O SUPERVISOR (NIVEL A PELO
      *VALIDALOGIN) INFORMA A DATA E O FISCALEXPORTA APAGA O QUE
      *HAVIA DAQUELE DIA NO ARQFISCAL.DAT, GRAVA DE NOVO E REFAZ O
      *NFCE.TXT E O RELATORIO DE CONTROLE
      *********************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DATA           PIC 9(08) VALUES ZEROS.

      *----------LOGIN DO SUPERVISOR
       01 WRK-LOGIN.
           05 WRK-USUARIO     PIC X(10) VALUES SPACES.
           05 WRK-SENHA       PIC X(06) VALUES SPACES.
           05 WRK-LOGIN-OK    PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-NIVEL PIC X(01) VALUES SPACES.
           05 WRK-LOGIN-SETOR PIC X(10) VALUES SPACES.
           05 WRK-LOGIN-ORIGEM PIC X(10) VALUES "FISCALREG".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "REGERACAO DO ARQUIVO FISCAL (SUPERVISOR)".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "USUARIO: ".
           ACCEPT WRK-USUARIO.
           DISPLAY "SENHA: ".
           ACCEPT WRK-SENHA.
           CALL "VALIDALOGIN" USING WRK-LOGIN.
           IF WRK-LOGIN-OK NOT EQUAL "S"
              OR WRK-LOGIN-NIVEL NOT EQUAL "A"
              DISPLAY "REGERACAO FISCAL EXIGE NIVEL A"
              STOP RUN
           END-IF.
           DISPLAY "DATA A REGERAR (AAAAMMDD): ".
           ACCEPT WRK-DATA.
           IF WRK-DATA IS NOT NUMERIC
              OR WRK-DATA EQUAL ZEROS
              OR WRK-DATA GREATER WRK-DATA-HOJE
              DISPLAY "DATA INVALIDA"
              STOP RUN
           END-IF.
           DISPLAY "O ARQUIVO FISCAL DE " WRK-DATA
                   " SERA APAGADO E GRAVADO DE NOVO".
           DISPLAY "CONFIRMA A REGERACAO (S/N)? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S"
              CALL "FISCALEXPORTA" USING WRK-DATA
              IF RETURN-CODE GREATER 4
                 DISPLAY "REGERACAO COM ERRO - RC " RETURN-CODE
              ELSE
                 DISPLAY "REGERACAO CONCLUIDA - NFCE.TXT REFEITO, "
                         "CONTROLE NO SPOOL"
              END-IF
           END-IF.
           STOP RUN.
