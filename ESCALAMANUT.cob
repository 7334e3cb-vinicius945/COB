       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCALAMANUT.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: ESCALA SEMANAL DE TRABALHO POR SETOR - O PONTO SO
      *SABIA O QUE FOI BATIDO, NUNCA O QUE ERA PARA SER TRABALHADO.
      *MONTA A SEMANA (SEGUNDA A DOMINGO) DOS FUNCIONARIOS ATIVOS DE
      *UM SETOR COM HORARIO DE ENTRADA E SAIDA POR DIA, ALTERA UM DIA
      *AVULSO (TROCA DE TURNO) E LISTA A SEMANA. DIA DENTRO DE FERIAS
      *AGENDADAS (ARQFERIASAG) NAO E ESCALADO; FERIADO DO
      *ARQCALENDARIO.TXT SO E ESCALADO COM CONFIRMACAO. O PONTOESCALA
      *CONFRONTA A ESCALA COM AS BATIDAS TODA NOITE
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQESCALA ASSIGN TO "DADOS/ARQESCALA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQESCALA-FS
           RECORD KEY IS ESC-CHAVE.

           SELECT ARQFUNC ASSIGN TO "DADOS/ARQFUNC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFUNC-FS
           RECORD KEY IS FUNC-ID.

           SELECT ARQSETOR ASSIGN TO "DADOS/ARQSETOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQSETOR-FS
           RECORD KEY IS SET-CODIGO.

           SELECT ARQFERIASAG ASSIGN TO "DADOS/ARQFERIASAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQFERIASAG-FS
           RECORD KEY IS FAG-CHAVE.

           SELECT ARQCALEND ASSIGN TO "DADOS/ARQCALENDARIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQCALEND-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQESCALA.
       COPY "#ESCALA".

       FD ARQFUNC.
       COPY "#FUNC".

       FD ARQSETOR.
       COPY "#SETOR".

       FD ARQFERIASAG.
       COPY "#FERIAS-AG".

       FD ARQCALEND.
      *    MESMO LAYOUT GRAVADO PELO CALENDARIO
       01 CALEND-REGISTRO.
           05 CALEND-DATA        PIC 9(08).
           05 CALEND-DESCRICAO   PIC X(30).

       WORKING-STORAGE SECTION.
       01 ARQESCALA-FS       PIC 9(02) VALUES ZEROS.
       01 ARQFUNC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQSETOR-FS        PIC 9(02) VALUES ZEROS.
       01 ARQFERIASAG-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCALEND-FS       PIC 9(02) VALUES ZEROS.

       01 WRK-OPCAO          PIC X(01) VALUES SPACES.
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.
       01 WRK-SEGURATELA     PIC X(01) VALUES SPACES.
       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.

       01 WRK-SETOR          PIC X(10) VALUES SPACES.
       01 WRK-SEGUNDA        PIC 9(08) VALUES ZEROS.
       01 WRK-DOMINGO        PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-CORRIDOS  PIC 9(07) VALUES ZEROS.
       01 WRK-DIA-SEMANA     PIC 9(01) VALUES ZEROS.
       01 WRK-DIA-IDX        PIC 9(01) VALUES ZEROS.
       01 WRK-DATA-DIA       PIC 9(08) VALUES ZEROS.
       01 WRK-FUNC-ID        PIC 9(04) VALUES ZEROS.
       01 WRK-FUNC-SETOR     PIC X(10) VALUES SPACES.
       01 WRK-TOT-FUNC       PIC 9(04) VALUES ZEROS.
       01 WRK-TOT-DIAS       PIC 9(04) VALUES ZEROS.
       01 WRK-ABORTA         PIC X(01) VALUES "N".

      *----------HORARIO DIGITADO (HHMM; ENTRADA ZERO = FOLGA)
       01 WRK-ENTRADA        PIC 9(04) VALUES ZEROS.
       01 WRK-ENTRADA-R REDEFINES WRK-ENTRADA.
           05 WRK-ENT-HH     PIC 9(02).
           05 WRK-ENT-MM     PIC 9(02).
       01 WRK-SAIDA          PIC 9(04) VALUES ZEROS.
       01 WRK-SAIDA-R REDEFINES WRK-SAIDA.
           05 WRK-SAI-HH     PIC 9(02).
           05 WRK-SAI-MM     PIC 9(02).
       01 WRK-HORARIO-OK     PIC X(01) VALUES "N".

      *----------FERIAS E FERIADO DO DIA
       01 WRK-TEM-FERIAS     PIC X(01) VALUES "N".
       01 WRK-FIM-FERIAS     PIC X(01) VALUES "N".
       01 WRK-EH-FERIADO     PIC X(01) VALUES "N".
       01 WRK-FERIADO-DESC   PIC X(30) VALUES SPACES.
       01 WRK-QTD-FERIADOS   PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-FERIADOS.
           05 WRK-FER-ITEM OCCURS 200 TIMES.
               10 WRK-FER-DATA      PIC 9(08).
               10 WRK-FER-DESCRICAO PIC X(30).
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.

       LINKAGE SECTION.
       01 LNK-OPERADOR       PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR.
       0001-PRINCIPAL SECTION.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
              END-IF
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQESCALA.
           IF ARQESCALA-FS EQUAL 35
              OPEN OUTPUT ARQESCALA
              CLOSE ARQESCALA
              OPEN I-O ARQESCALA
           END-IF.
           IF ARQESCALA-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQESCALA.DAT STATUS "
                       ARQESCALA-FS
              GOBACK
           END-IF.
           PERFORM CARREGAR-FERIADOS.
           DISPLAY "ESCALA DE TRABALHO".
           DISPLAY "(S)EMANA DO SETOR (D)IA AVULSO (L)ISTAR SEMANA? ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN "S"
                 PERFORM MONTAR-SEMANA
              WHEN "D"
                 PERFORM ALTERAR-DIA
              WHEN "L"
                 PERFORM LISTAR-SEMANA
              WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQESCALA.
           DISPLAY "VOLTANDO...".
           ACCEPT WRK-SEGURATELA.
           GOBACK.

      *    SETOR DO MESTRE E SEGUNDA-FEIRA DE INICIO - SEM ISSO NAO HA
      *    SEMANA PARA MONTAR NEM LISTAR
       CAPTURAR-SEMANA SECTION.
           MOVE "N" TO WRK-ABORTA.
           DISPLAY "SETOR: ".
           ACCEPT WRK-SETOR.
           OPEN INPUT ARQSETOR.
           IF ARQSETOR-FS NOT EQUAL ZEROS
              DISPLAY "SEM MESTRE DE SETORES - CADASTRE NO SETORMANUT"
              MOVE "S" TO WRK-ABORTA
           ELSE
              MOVE WRK-SETOR TO SET-CODIGO
              READ ARQSETOR
              IF ARQSETOR-FS NOT EQUAL ZEROS
                 DISPLAY "SETOR NAO CADASTRADO"
                 MOVE "S" TO WRK-ABORTA
              ELSE
                 DISPLAY "SETOR: " SET-NOME
              END-IF
              CLOSE ARQSETOR
           END-IF.
           MOVE ZEROS TO ARQSETOR-FS.
           IF WRK-ABORTA NOT EQUAL "S"
              DISPLAY "SEGUNDA-FEIRA DA SEMANA (AAAAMMDD): "
              ACCEPT WRK-SEGUNDA
              IF WRK-SEGUNDA(5:2) LESS "01"
                 OR WRK-SEGUNDA(5:2) GREATER "12"
                 OR WRK-SEGUNDA(7:2) LESS "01"
                 OR WRK-SEGUNDA(7:2) GREATER "31"
                 DISPLAY "DATA INVALIDA"
                 MOVE "S" TO WRK-ABORTA
              ELSE
                 COMPUTE WRK-DIAS-CORRIDOS =
                         FUNCTION INTEGER-OF-DATE(WRK-SEGUNDA)
                 COMPUTE WRK-DIA-SEMANA =
                         FUNCTION MOD(WRK-DIAS-CORRIDOS 7)
                 IF WRK-DIA-SEMANA NOT EQUAL 1
                    DISPLAY "A SEMANA COMECA NA SEGUNDA-FEIRA"
                    MOVE "S" TO WRK-ABORTA
                 ELSE
                    COMPUTE WRK-DOMINGO =
                      FUNCTION DATE-OF-INTEGER(WRK-DIAS-CORRIDOS + 6)
                 END-IF
              END-IF
           END-IF.

      *    CADA FUNCIONARIO ATIVO DO SETOR, DIA A DIA DA SEMANA
       MONTAR-SEMANA SECTION.
           PERFORM CAPTURAR-SEMANA.
           IF WRK-ABORTA NOT EQUAL "S"
              MOVE ZEROS TO WRK-TOT-FUNC WRK-TOT-DIAS
              OPEN INPUT ARQFUNC
              IF ARQFUNC-FS NOT EQUAL ZEROS
                 DISPLAY "SEM CADASTRO DE FUNCIONARIOS"
              ELSE
                 MOVE ZEROS TO FUNC-ID
                 START ARQFUNC KEY IS GREATER OR EQUAL FUNC-ID
                 PERFORM UNTIL ARQFUNC-FS NOT EQUAL ZEROS
                    READ ARQFUNC NEXT RECORD
                    IF ARQFUNC-FS EQUAL ZEROS
                       AND FUNC-SETOR EQUAL WRK-SETOR
                       AND FUNC-DESLIGAMENTO EQUAL ZEROS
                       ADD 1 TO WRK-TOT-FUNC
                       MOVE FUNC-ID    TO WRK-FUNC-ID
                       MOVE FUNC-SETOR TO WRK-FUNC-SETOR
                       DISPLAY "---- " FUNC-ID " " FUNC-NOME
                       PERFORM ESCALAR-FUNCIONARIO
                    END-IF
                 END-PERFORM
                 CLOSE ARQFUNC
              END-IF
              MOVE ZEROS TO ARQFUNC-FS
              DISPLAY "FUNCIONARIOS: " WRK-TOT-FUNC
                      " DIAS ESCALADOS: " WRK-TOT-DIAS
           END-IF.

       ESCALAR-FUNCIONARIO SECTION.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX GREATER 7
              COMPUTE WRK-DATA-DIA = FUNCTION DATE-OF-INTEGER(
                      WRK-DIAS-CORRIDOS + WRK-DIA-IDX - 1)
              PERFORM ESCALAR-DIA
           END-PERFORM.

      *    FERIAS AGENDADAS BLOQUEIAM O DIA (E LIMPAM ESCALA ANTIGA);
      *    FERIADO PEDE CONFIRMACAO; ENTRADA ZERO = FOLGA
       ESCALAR-DIA SECTION.
           PERFORM VERIFICAR-FERIAS.
           IF WRK-TEM-FERIAS EQUAL "S"
              DISPLAY WRK-DATA-DIA " EM FERIAS - NAO ESCALADO"
              PERFORM REMOVER-DIA
           ELSE
              PERFORM VERIFICAR-FERIADO
              IF WRK-EH-FERIADO EQUAL "S"
                 DISPLAY WRK-DATA-DIA " FERIADO: " WRK-FERIADO-DESC
              END-IF
              PERFORM CAPTURAR-HORARIO
              IF WRK-ENTRADA EQUAL ZEROS
                 PERFORM REMOVER-DIA
              ELSE
                 IF WRK-HORARIO-OK EQUAL "S"
                    MOVE "S" TO WRK-CONFIRMA
                    IF WRK-EH-FERIADO EQUAL "S"
                       DISPLAY "ESCALAR NO FERIADO (S/N)? "
                       ACCEPT WRK-CONFIRMA
                    END-IF
                    IF WRK-CONFIRMA EQUAL "S"
                       PERFORM GRAVAR-DIA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CAPTURAR-HORARIO SECTION.
           MOVE "N" TO WRK-HORARIO-OK.
           MOVE ZEROS TO WRK-SAIDA.
           DISPLAY WRK-DATA-DIA " ENTRADA HHMM (0 = FOLGA): ".
           ACCEPT WRK-ENTRADA.
           IF WRK-ENTRADA NOT EQUAL ZEROS
              DISPLAY WRK-DATA-DIA " SAIDA HHMM: "
              ACCEPT WRK-SAIDA
              IF WRK-ENT-HH GREATER 23 OR WRK-ENT-MM GREATER 59
                 OR WRK-SAI-HH GREATER 23 OR WRK-SAI-MM GREATER 59
                 OR WRK-SAIDA EQUAL WRK-ENTRADA
                 DISPLAY "HORARIO INVALIDO - DIA NAO ESCALADO"
              ELSE
                 MOVE "S" TO WRK-HORARIO-OK
                 IF WRK-SAIDA LESS WRK-ENTRADA
                    DISPLAY "TURNO CRUZA A MEIA-NOITE"
                 END-IF
              END-IF
           END-IF.

       GRAVAR-DIA SECTION.
           MOVE WRK-DATA-DIA   TO ESC-DATA.
           MOVE WRK-FUNC-ID    TO ESC-FUNC-ID.
           READ ARQESCALA.
           MOVE WRK-FUNC-SETOR TO ESC-SETOR.
           MOVE WRK-ENTRADA    TO ESC-HORA-ENTRADA.
           MOVE WRK-SAIDA      TO ESC-HORA-SAIDA.
           MOVE WRK-OPERADOR   TO ESC-OPERADOR.
           MOVE WRK-DATA-HOJE  TO ESC-DATA-CADASTRO.
           IF ARQESCALA-FS EQUAL ZEROS
              REWRITE ESC-REGISTRO
           ELSE
              WRITE ESC-REGISTRO
           END-IF.
           MOVE ZEROS TO ARQESCALA-FS.
           ADD 1 TO WRK-TOT-DIAS.

       REMOVER-DIA SECTION.
           MOVE WRK-DATA-DIA TO ESC-DATA.
           MOVE WRK-FUNC-ID  TO ESC-FUNC-ID.
           READ ARQESCALA.
           IF ARQESCALA-FS EQUAL ZEROS
              DELETE ARQESCALA RECORD
           END-IF.
           MOVE ZEROS TO ARQESCALA-FS.

      *    TROCA DE TURNO OU AJUSTE DE UM DIA SO, SEM REFAZER A SEMANA
       ALTERAR-DIA SECTION.
           MOVE "N" TO WRK-ABORTA.
           DISPLAY "FUNC-ID: ".
           ACCEPT WRK-FUNC-ID.
           OPEN INPUT ARQFUNC.
           IF ARQFUNC-FS EQUAL ZEROS
              MOVE WRK-FUNC-ID TO FUNC-ID
              READ ARQFUNC
              IF ARQFUNC-FS NOT EQUAL ZEROS
                 OR FUNC-DESLIGAMENTO NOT EQUAL ZEROS
                 DISPLAY "FUNCIONARIO NAO ENCONTRADO OU DESLIGADO"
                 MOVE "S" TO WRK-ABORTA
              ELSE
                 DISPLAY "FUNCIONARIO: " FUNC-NOME
                         " SETOR " FUNC-SETOR
                 MOVE FUNC-SETOR TO WRK-FUNC-SETOR
              END-IF
              CLOSE ARQFUNC
           ELSE
              DISPLAY "SEM CADASTRO DE FUNCIONARIOS"
              MOVE "S" TO WRK-ABORTA
           END-IF.
           MOVE ZEROS TO ARQFUNC-FS.
           IF WRK-ABORTA NOT EQUAL "S"
              DISPLAY "DATA (AAAAMMDD): "
              ACCEPT WRK-DATA-DIA
              IF WRK-DATA-DIA(5:2) LESS "01"
                 OR WRK-DATA-DIA(5:2) GREATER "12"
                 OR WRK-DATA-DIA(7:2) LESS "01"
                 OR WRK-DATA-DIA(7:2) GREATER "31"
                 DISPLAY "DATA INVALIDA"
              ELSE
                 MOVE WRK-DATA-DIA TO ESC-DATA
                 MOVE WRK-FUNC-ID  TO ESC-FUNC-ID
                 READ ARQESCALA
                 IF ARQESCALA-FS EQUAL ZEROS
                    DISPLAY "ESCALA ATUAL: " ESC-HORA-ENTRADA
                            " AS " ESC-HORA-SAIDA
                 ELSE
                    DISPLAY "DIA SEM ESCALA (FOLGA)"
                 END-IF
                 MOVE ZEROS TO ARQESCALA-FS
                 MOVE ZEROS TO WRK-TOT-DIAS
                 PERFORM ESCALAR-DIA
              END-IF
           END-IF.

       LISTAR-SEMANA SECTION.
           PERFORM CAPTURAR-SEMANA.
           IF WRK-ABORTA NOT EQUAL "S"
              MOVE ZEROS TO WRK-TOT-DIAS
              MOVE WRK-SEGUNDA TO ESC-DATA
              MOVE ZEROS       TO ESC-FUNC-ID
              START ARQESCALA KEY IS GREATER OR EQUAL ESC-CHAVE
              PERFORM UNTIL ARQESCALA-FS NOT EQUAL ZEROS
                 READ ARQESCALA NEXT RECORD
                 IF ARQESCALA-FS EQUAL ZEROS
                    IF ESC-DATA GREATER WRK-DOMINGO
                       MOVE 10 TO ARQESCALA-FS
                    ELSE
                       IF ESC-SETOR EQUAL WRK-SETOR
                          ADD 1 TO WRK-TOT-DIAS
                          DISPLAY ESC-DATA " FUNC " ESC-FUNC-ID
                                  " " ESC-HORA-ENTRADA
                                  " AS " ESC-HORA-SAIDA
                                  " POR " ESC-OPERADOR
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE ZEROS TO ARQESCALA-FS
              DISPLAY "DIAS ESCALADOS NA SEMANA: " WRK-TOT-DIAS
           END-IF.

      *    MESMA VARREDURA DO AUSENCIA: AGENDAMENTOS DO FUNCIONARIO
      *    EM ORDEM DE INICIO, PARANDO NO PRIMEIRO QUE COBRE O DIA
       VERIFICAR-FERIAS SECTION.
           MOVE "N" TO WRK-TEM-FERIAS.
           MOVE "N" TO WRK-FIM-FERIAS.
           OPEN INPUT ARQFERIASAG.
           IF ARQFERIASAG-FS EQUAL ZEROS
              MOVE WRK-FUNC-ID TO FAG-FUNC-ID
              MOVE ZEROS       TO FAG-INICIO
              START ARQFERIASAG KEY IS GREATER OR EQUAL FAG-CHAVE
              PERFORM UNTIL ARQFERIASAG-FS NOT EQUAL ZEROS
                         OR WRK-FIM-FERIAS EQUAL "S"
                 READ ARQFERIASAG NEXT RECORD
                 IF ARQFERIASAG-FS EQUAL ZEROS
                    IF FAG-FUNC-ID NOT EQUAL WRK-FUNC-ID
                       MOVE "S" TO WRK-FIM-FERIAS
                    ELSE
                       IF WRK-DATA-DIA NOT LESS FAG-INICIO
                          AND WRK-DATA-DIA NOT GREATER FAG-FIM
                          MOVE "S" TO WRK-TEM-FERIAS
                          MOVE "S" TO WRK-FIM-FERIAS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQFERIASAG
           END-IF.
           MOVE ZEROS TO ARQFERIASAG-FS.

       VERIFICAR-FERIADO SECTION.
           MOVE "N" TO WRK-EH-FERIADO.
           MOVE SPACES TO WRK-FERIADO-DESC.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-FERIADOS
              IF WRK-FER-DATA(WRK-IDX) EQUAL WRK-DATA-DIA
                 MOVE "S" TO WRK-EH-FERIADO
                 MOVE WRK-FER-DESCRICAO(WRK-IDX) TO WRK-FERIADO-DESC
              END-IF
           END-PERFORM.

       CARREGAR-FERIADOS SECTION.
           MOVE ZERO TO WRK-QTD-FERIADOS.
           OPEN INPUT ARQCALEND.
           IF ARQCALEND-FS EQUAL ZEROS
              PERFORM UNTIL ARQCALEND-FS NOT EQUAL ZEROS
                 READ ARQCALEND
                 IF ARQCALEND-FS EQUAL ZEROS
                    AND WRK-QTD-FERIADOS LESS 200
                    ADD 1 TO WRK-QTD-FERIADOS
                    MOVE CALEND-DATA
                      TO WRK-FER-DATA(WRK-QTD-FERIADOS)
                    MOVE CALEND-DESCRICAO
                      TO WRK-FER-DESCRICAO(WRK-QTD-FERIADOS)
                 END-IF
              END-PERFORM
              CLOSE ARQCALEND
           END-IF.
           MOVE ZEROS TO ARQCALEND-FS.
