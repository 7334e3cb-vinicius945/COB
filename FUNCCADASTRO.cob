       01 ARQSETOR-FS          PIC 9(02) VALUES ZEROS.
       01 WRK-FUNC-SETOR       PIC X(10) VALUES SPACES.
       01 WRK-SETOR-OK         PIC X(01) VALUES "N".
       01 WRK-FUNC-CARGO       PIC X(10) VALUES SPACES.
       01 WRK-FUNC-BANCO-HORAS PIC X(01) VALUES "N".
       01 WRK-FUNC-DIA-DESCANSO PIC X(01) VALUES SPACES.
       01 WRK-FUNC-DATA-ADMISSAO PIC 9(08) VALUES ZEROS.
       01 WRK-FUNC-ADIANTAMENTO PIC X(01) VALUES "N".

       LINKAGE            SECTION.
       01 LNK-OPERADOR    PIC X(10).
                 MOVE ZEROS TO WRK-FUNC-AGENCIA WRK-FUNC-CONTA
              END-IF
              PERFORM CAPTURAR-SETOR
              DISPLAY "CARGO (RATEIO GORJETA) "     LINE 13 COLUMN 01
                 ACCEPT WRK-FUNC-CARGO              LINE 13 COLUMN 25
              DISPLAY "BANCO DE HORAS (S/N) "       LINE 14 COLUMN 01
                 ACCEPT WRK-FUNC-BANCO-HORAS        LINE 14 COLUMN 25
              IF WRK-FUNC-BANCO-HORAS NOT EQUAL "S"
                 MOVE "N" TO WRK-FUNC-BANCO-HORAS
              END-IF
      *       FOLGA FORA DE 1 A 7 FICA EM BRANCO (SEM FOLGA FIXA)
              DISPLAY "FOLGA (1=SEG..7=DOM) "       LINE 15 COLUMN 01
                 ACCEPT WRK-FUNC-DIA-DESCANSO       LINE 15 COLUMN 25
              IF WRK-FUNC-DIA-DESCANSO LESS "1"
                 OR WRK-FUNC-DIA-DESCANSO GREATER "7"
                 MOVE SPACE TO WRK-FUNC-DIA-DESCANSO
              END-IF
      *       ADMISSAO EM BRANCO/ZERO E A DATA DE HOJE
              DISPLAY "ADMISSAO (AAAAMMDD) "        LINE 16 COLUMN 01
                 ACCEPT WRK-FUNC-DATA-ADMISSAO      LINE 16 COLUMN 25
              IF WRK-FUNC-DATA-ADMISSAO EQUAL ZEROS
                 ACCEPT WRK-FUNC-DATA-ADMISSAO FROM DATE YYYYMMDD
              END-IF
              DISPLAY "ADIANTAMENTO QUINZ (S/N) "   LINE 17 COLUMN 01
                 ACCEPT WRK-FUNC-ADIANTAMENTO       LINE 17 COLUMN 26
              IF WRK-FUNC-ADIANTAMENTO NOT EQUAL "S"
                 MOVE "N" TO WRK-FUNC-ADIANTAMENTO
              END-IF

              DISPLAY "DESEJA GRAVAR (S/N)? "       LINE 18 COLUMN 01
                 ACCEPT WRK-CONFIRMA                LINE 18 COLUMN 25
              IF WRK-CONFIRMA EQUAL "S"
                 MOVE WRK-FUNC-ID          TO FUNC-ID
                 MOVE WRK-FUNC-NOME        TO FUNC-NOME
                 MOVE WRK-FUNC-AGENCIA     TO FUNC-AGENCIA
                 MOVE WRK-FUNC-CONTA       TO FUNC-CONTA
                 MOVE WRK-FUNC-SETOR       TO FUNC-SETOR
                 MOVE WRK-FUNC-CARGO       TO FUNC-CARGO
                 MOVE WRK-FUNC-BANCO-HORAS TO FUNC-BANCO-HORAS
                 MOVE WRK-FUNC-DIA-DESCANSO TO FUNC-DIA-DESCANSO
                 MOVE WRK-FUNC-DATA-ADMISSAO TO FUNC-DATA-ADMISSAO
                 MOVE WRK-FUNC-ADIANTAMENTO TO FUNC-ADIANTAMENTO
                 WRITE FUNC-REGISTRO
                 IF ARQFUNC-FS EQUAL 00
                    DISPLAY "FUNCIONARIO ADMITIDO"  LINE 19 COLUMN 01
                    PERFORM GRAVAR-AUDITORIA
                 ELSE
                    DISPLAY "ERRO AO GRAVAR - STATUS "
                                                    LINE 19 COLUMN 01
                    DISPLAY ARQFUNC-FS              LINE 19 COLUMN 25
                 END-IF
              END-IF
           END-IF.
