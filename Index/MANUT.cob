           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQPERM-FS.

           SELECT ARQSIGILO ASSIGN TO "DADOS/ARQSIGILO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQSIGILO-FS.


       DATA DIVISION.
       FILE SECTION.
       FD ARQPERM.
       COPY "#CRM-PERM".

       FD ARQSIGILO.
       COPY "#SIGILO".

       WORKING-STORAGE    SECTION.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 WRK-PERM-IDX       PIC 9(01) VALUES ZEROS.
       01 WRK-PERM-ACHADO    PIC 9(01) VALUES ZEROS.

      *    COPIA EM MEMORIA DA TABELA DE LIBERACAO DE DADO PESSOAL
      *    (ATE 5 NIVEIS, CONTANDO O "L" DO LOTE NOTURNO)
       01 ARQSIGILO-FS       PIC 9(02) VALUES ZEROS.
       01 WRK-ALTERAR-SIG    PIC X(01) VALUES "N".
       01 WRK-SIG-NIVEL      PIC X(01) VALUES SPACES.
       01 WRK-SIG-FLAGS      PIC X(05) VALUES SPACES.
       01 WRK-QTD-SIGILO     PIC 9(01) VALUES ZEROS.
       01 WRK-TAB-SIGILO.
           05 WRK-SIG-ITEM OCCURS 5 TIMES.
               10 WRK-TABS-NIVEL  PIC X(01).
               10 WRK-TABS-FLAGS  PIC X(05).
       01 WRK-SIG-IDX        PIC 9(01) VALUES ZEROS.
       01 WRK-SIG-ACHADO     PIC 9(01) VALUES ZEROS.


      *---------------------Variaveis de apoio

       01 WRK-SEGURATELA      PIC X(01) VALUES SPACES.
       01 WRK-VERSAO-ATUAL    PIC 9(02) VALUES 07.
      *    ULTIMO LAYOUT COM A CHAVE DO CLIENTE EM 4 DIGITOS - DAI PARA
      *    CIMA SO O CONVERTECRM MUDA O CARIMBO, PORQUE OS ARQUIVOS TEM
      *    QUE SER REGRAVADOS NO LAYOUT NOVO
       01 WRK-VERSAO-CHAVE-CURTA PIC 9(02) VALUES 06.
       01 WRK-VERSAO-GRAVAR   PIC 9(02) VALUES ZEROS.


       SCREEN SECTION.
           PERFORM INICIAR.
           PERFORM SETUP-PARAMETROS.
           PERFORM SETUP-PERMISSOES.
           PERFORM SETUP-SIGILO.
           PERFORM FINALIZAR.

           GOBACK.
              WHEN 35
               OPEN OUTPUT ARQCRM
                 DISPLAY "ARQUIVO FOI CRIADO"        LINE 01 COLUMN 01
                 MOVE WRK-VERSAO-ATUAL TO WRK-VERSAO-GRAVAR
                 PERFORM GRAVAR-CARIMBO
              WHEN OTHER
                 DISPLAY "ERRO   "                   LINE 01 COLUMN 01

       GRAVAR-CARIMBO SECTION.
           OPEN OUTPUT ARQCTRL.
           MOVE WRK-VERSAO-GRAVAR TO CTLCRM-VERSAO.
           MOVE ZEROS TO CTLCRM-TOT-REGISTROS.
           WRITE CTLCRM-REGISTRO.
           CLOSE ARQCTRL.
              READ ARQCTRL
              CLOSE ARQCTRL
              DISPLAY "LAYOUT VERSAO " CTLCRM-VERSAO LINE 02 COLUMN 01
              IF CTLCRM-VERSAO LESS THAN WRK-VERSAO-CHAVE-CURTA
                 DISPLAY "CARIMBO DESATUALIZADO - ATUALIZANDO"
                                                     LINE 03 COLUMN 01
                 MOVE WRK-VERSAO-CHAVE-CURTA TO WRK-VERSAO-GRAVAR
                 PERFORM GRAVAR-CARIMBO
              END-IF
              IF CTLCRM-VERSAO LESS THAN WRK-VERSAO-ATUAL
                 DISPLAY "CHAVE DO CLIENTE EM 4 DIGITOS - CONVERTECRM"
                                                     LINE 04 COLUMN 01
              END-IF
           ELSE
              DISPLAY "ARQUIVO SEM CARIMBO DE VERSAO - GRAVANDO"
                                                     LINE 02 COLUMN 01
              MOVE WRK-VERSAO-CHAVE-CURTA TO WRK-VERSAO-GRAVAR
              PERFORM GRAVAR-CARIMBO
              DISPLAY "CHAVE DO CLIENTE EM 4 DIGITOS - CONVERTECRM"
                                                     LINE 04 COLUMN 01
           END-IF.

              DISPLAY "VOLTANDO. APERTE UMA TECLA"   LINE 21 COLUMN 01
              MOVE ZEROS   TO PARM-EMPRESA-BANCO
              MOVE ZEROS   TO PARM-EMPRESA-AGENCIA
              MOVE ZEROS   TO PARM-EMPRESA-CONTA
              MOVE 1.00    TO PARM-PTS-TAXA-NOVO
              MOVE 2.00    TO PARM-PTS-TAXA-FIEL
              MOVE 0.05    TO PARM-PTS-VALOR-PONTO
              MOVE 12      TO PARM-PTS-MESES-VALIDADE
              MOVE ZEROS   TO PARM-EMPRESA-CNPJ
              MOVE SPACES  TO PARM-EMPRESA-RAZAO
              MOVE 001     TO PARM-NFCE-SERIE
              MOVE 30.00   TO PARM-CMV-ALVO
              MOVE 007     TO PARM-LOTE-DIAS-AVISO
              MOVE SPACES  TO PARM-FILIAL-LOCAL
              MOVE 005     TO PARM-TRANSF-DIAS-ALERTA
              MOVE 04      TO PARM-PREV-SEMANAS
              MOVE 10.00   TO PARM-ORC-TOLERANCIA
              MOVE 02.00   TO PARM-EMP-MULTA-PCT
              MOVE 0.0333  TO PARM-EMP-JUROS-DIA
              MOVE 180     TO PARM-EMP-DIAS-BAIXA
              MOVE 010     TO PARM-NEG-DIAS-CARENCIA
              OPEN OUTPUT ARQPARM
              WRITE PARM-SISTEMA
              CLOSE ARQPARM
                       PARM-EMPRESA-AGENCIA         LINE 07 COLUMN 45
              DISPLAY "CONTA DA EMPRESA....: "
                       PARM-EMPRESA-CONTA           LINE 08 COLUMN 45
              DISPLAY "PONTOS/R$ NOVO/FIEL.: "
                       PARM-PTS-TAXA-NOVO " / "
                       PARM-PTS-TAXA-FIEL           LINE 09 COLUMN 45
              DISPLAY "VALOR DO PONTO......: "
                       PARM-PTS-VALOR-PONTO         LINE 10 COLUMN 45
              DISPLAY "VALIDADE PONTOS (M).: "
                       PARM-PTS-MESES-VALIDADE      LINE 11 COLUMN 45
              DISPLAY "CNPJ EMITENTE.......: "
                       PARM-EMPRESA-CNPJ            LINE 12 COLUMN 45
              DISPLAY "SERIE NFC-E.........: "
                       PARM-NFCE-SERIE              LINE 13 COLUMN 45
              DISPLAY "CMV ALVO PIZZA (%)..: "
                       PARM-CMV-ALVO                LINE 14 COLUMN 45
              DISPLAY "AVISO VENC. LOTE (D): "
                       PARM-LOTE-DIAS-AVISO         LINE 15 COLUMN 45
              DISPLAY "TRANSITO ALERTA (D).: "
                       PARM-TRANSF-DIAS-ALERTA      LINE 17 COLUMN 45
              DISPLAY "FILIAL LOCAL........: "
                       PARM-FILIAL-LOCAL            LINE 18 COLUMN 45
              DISPLAY "SEMANAS PREVISAO....: "
                       PARM-PREV-SEMANAS            LINE 19 COLUMN 45
              DISPLAY "TOLER. ORCADO (PCT).: "
                       PARM-ORC-TOLERANCIA          LINE 20 COLUMN 45
              DISPLAY "DIAS ATRASO P/ BAIXA EMPR...: "
                       PARM-EMP-DIAS-BAIXA          LINE 17 COLUMN 01
              DISPLAY "CARENCIA NEGATIVACAO (D)....: "
                       PARM-NEG-DIAS-CARENCIA       LINE 18 COLUMN 01
              DISPLAY "EMPR MULTA/JUROS DIA: "
                       PARM-EMP-MULTA-PCT " / "
                       PARM-EMP-JUROS-DIA           LINE 16 COLUMN 45
              DISPLAY "RAZAO SOCIAL EMITENTE.......: "
                       PARM-EMPRESA-RAZAO           LINE 16 COLUMN 01

              DISPLAY "ALTERAR OS PARAMETROS? (S/N) "
                                                     LINE 15 COLUMN 01
                    ACCEPT PARM-EMPRESA-AGENCIA     LINE 09 COLUMN 65
                 DISPLAY "CONTA DA EMPRESA  " LINE 10 COLUMN 45
                    ACCEPT PARM-EMPRESA-CONTA       LINE 10 COLUMN 65
                 DISPLAY "PONTOS/R$ NOVO    " LINE 11 COLUMN 45
                    ACCEPT PARM-PTS-TAXA-NOVO       LINE 11 COLUMN 65
                 DISPLAY "PONTOS/R$ FIEL    " LINE 12 COLUMN 45
                    ACCEPT PARM-PTS-TAXA-FIEL       LINE 12 COLUMN 65
                 DISPLAY "VALOR DO PONTO    " LINE 13 COLUMN 45
                    ACCEPT PARM-PTS-VALOR-PONTO     LINE 13 COLUMN 65
                 DISPLAY "VALIDADE PONTOS(M)" LINE 14 COLUMN 45
                    ACCEPT PARM-PTS-MESES-VALIDADE  LINE 14 COLUMN 65
                 DISPLAY "CNPJ EMITENTE     " LINE 15 COLUMN 45
                    ACCEPT PARM-EMPRESA-CNPJ        LINE 15 COLUMN 65
                 DISPLAY "SERIE NFC-E       " LINE 16 COLUMN 45
                    ACCEPT PARM-NFCE-SERIE          LINE 16 COLUMN 65
                 DISPLAY "CMV ALVO PIZZA (%)" LINE 17 COLUMN 45
                    ACCEPT PARM-CMV-ALVO            LINE 17 COLUMN 65
                 DISPLAY "AVISO VENC LOTE(D)" LINE 18 COLUMN 45
                    ACCEPT PARM-LOTE-DIAS-AVISO     LINE 18 COLUMN 65
                 DISPLAY "TRANSITO ALERTA(D)" LINE 19 COLUMN 45
                    ACCEPT PARM-TRANSF-DIAS-ALERTA  LINE 19 COLUMN 65
                 DISPLAY "FILIAL LOCAL (COD)      " LINE 21 COLUMN 01
                    ACCEPT PARM-FILIAL-LOCAL        LINE 21 COLUMN 35
                 DISPLAY "SEMANAS PREVISAO  " LINE 21 COLUMN 45
                    ACCEPT PARM-PREV-SEMANAS        LINE 21 COLUMN 65
                 DISPLAY "TOLERANCIA ORCADO " LINE 22 COLUMN 45
                    ACCEPT PARM-ORC-TOLERANCIA      LINE 22 COLUMN 65
                 DISPLAY "MULTA ATRASO EMPREST. % " LINE 22 COLUMN 01
                    ACCEPT PARM-EMP-MULTA-PCT       LINE 22 COLUMN 35
                 DISPLAY "JUROS DIA ATRASO %" LINE 23 COLUMN 45
                    ACCEPT PARM-EMP-JUROS-DIA       LINE 23 COLUMN 65
                 DISPLAY "DIAS ATRASO BAIXA EMPR.  " LINE 23 COLUMN 01
                    ACCEPT PARM-EMP-DIAS-BAIXA      LINE 23 COLUMN 35
                 DISPLAY "CARENCIA NEGATIV. " LINE 20 COLUMN 45
                    ACCEPT PARM-NEG-DIAS-CARENCIA   LINE 20 COLUMN 65
                 DISPLAY "RAZAO SOCIAL EMITENTE    " LINE 20 COLUMN 01
                    ACCEPT PARM-EMPRESA-RAZAO       LINE 20 COLUMN 35

                 OPEN OUTPUT ARQPARM
                 WRITE PARM-SISTEMA
           DISPLAY "ARQPERMCRM.DAT CRIADO COM OS PADROES"
                                                    LINE 01 COLUMN 01.

      *    TABELA DE LIBERACAO DE DADO PESSOAL (ARQSIGILO.DAT) - UM
      *    REGISTRO POR NIVEL, 5 POSICOES S/N NA ORDEM CONTATO,
      *    NASCIMENTO, ENDERECO, SALARIO, BANCO. O NIVEL "L" E O LOTE
      *    NOTURNO. SE O ARQUIVO NAO EXISTE, CRIA COM OS MESMOS
      *    PADROES DE FABRICA DO MODULO MASCARA
       SETUP-SIGILO SECTION.
           DISPLAY TELA.
           OPEN INPUT ARQSIGILO.
           IF ARQSIGILO-FS EQUAL 35
              PERFORM CRIAR-SIGILO-PADRAO
              OPEN INPUT ARQSIGILO
           END-IF.
           IF ARQSIGILO-FS NOT EQUAL 00
              DISPLAY "ERRO ABERTURA ARQSIGILO "    LINE 01 COLUMN 01
              DISPLAY ARQSIGILO-FS                  LINE 02 COLUMN 01
              ACCEPT WRK-SEGURATELA                 LINE 20 COLUMN 01
              GOBACK
           END-IF.
           MOVE ZERO TO WRK-QTD-SIGILO.
           PERFORM UNTIL ARQSIGILO-FS NOT EQUAL 00
              READ ARQSIGILO
              IF ARQSIGILO-FS EQUAL 00 AND WRK-QTD-SIGILO LESS 5
                 ADD 1 TO WRK-QTD-SIGILO
                 MOVE SIG-NIVEL  TO WRK-TABS-NIVEL(WRK-QTD-SIGILO)
                 MOVE SIG-GRUPOS TO WRK-TABS-FLAGS(WRK-QTD-SIGILO)
              END-IF
           END-PERFORM.
           CLOSE ARQSIGILO.

           DISPLAY "LIBERACAO DE DADO PESSOAL POR NIVEL"
                                                    LINE 01 COLUMN 01.
           DISPLAY "(CONTATO NASCIM ENDERECO SALARIO BANCO)"
                                                    LINE 02 COLUMN 01.
           PERFORM VARYING WRK-SIG-IDX FROM 1 BY 1
                   UNTIL WRK-SIG-IDX GREATER WRK-QTD-SIGILO
              DISPLAY "NIVEL"      LINE WRK-SIG-IDX COLUMN 50
              DISPLAY WRK-TABS-NIVEL(WRK-SIG-IDX)
                                   LINE WRK-SIG-IDX COLUMN 56
              DISPLAY WRK-TABS-FLAGS(WRK-SIG-IDX)
                                   LINE WRK-SIG-IDX COLUMN 58
           END-PERFORM.
           DISPLAY "ALTERAR A TABELA? (S/N) "       LINE 08 COLUMN 01.
              ACCEPT WRK-ALTERAR-SIG                LINE 08 COLUMN 30.
           IF WRK-ALTERAR-SIG EQUAL "S"
              DISPLAY "NIVEL (A/B/C/L) "            LINE 09 COLUMN 01
                 ACCEPT WRK-SIG-NIVEL               LINE 09 COLUMN 30
              DISPLAY "FLAGS S/N DOS GRUPOS 1 A 5 " LINE 10 COLUMN 01
                 ACCEPT WRK-SIG-FLAGS               LINE 10 COLUMN 30
              PERFORM ATUALIZAR-SIGILO-NA-TABELA
              PERFORM REGRAVAR-SIGILO
              DISPLAY "TABELA ATUALIZADA"           LINE 12 COLUMN 01
           END-IF.
           DISPLAY "VOLTANDO. APERTE UMA TECLA"     LINE 21 COLUMN 01.
           ACCEPT WRK-SEGURATELA                    LINE 20 COLUMN 01.

       ATUALIZAR-SIGILO-NA-TABELA SECTION.
           MOVE ZERO TO WRK-SIG-ACHADO.
           PERFORM VARYING WRK-SIG-IDX FROM 1 BY 1
                   UNTIL WRK-SIG-IDX GREATER WRK-QTD-SIGILO
              IF WRK-TABS-NIVEL(WRK-SIG-IDX) EQUAL WRK-SIG-NIVEL
                 MOVE WRK-SIG-FLAGS TO WRK-TABS-FLAGS(WRK-SIG-IDX)
                 MOVE 1 TO WRK-SIG-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-SIG-ACHADO EQUAL ZERO AND WRK-QTD-SIGILO LESS 5
              ADD 1 TO WRK-QTD-SIGILO
              MOVE WRK-SIG-NIVEL TO WRK-TABS-NIVEL(WRK-QTD-SIGILO)
              MOVE WRK-SIG-FLAGS TO WRK-TABS-FLAGS(WRK-QTD-SIGILO)
           END-IF.

       REGRAVAR-SIGILO SECTION.
           OPEN OUTPUT ARQSIGILO.
           PERFORM VARYING WRK-SIG-IDX FROM 1 BY 1
                   UNTIL WRK-SIG-IDX GREATER WRK-QTD-SIGILO
              MOVE WRK-TABS-NIVEL(WRK-SIG-IDX) TO SIG-NIVEL
              MOVE WRK-TABS-FLAGS(WRK-SIG-IDX) TO SIG-GRUPOS
              WRITE SIG-REGISTRO
           END-PERFORM.
           CLOSE ARQSIGILO.

      *    MESMOS PADROES DE FABRICA DO MASCARA: A VE TUDO, B E O LOTE
      *    NOTURNO (L) TUDO MENOS SALARIO E BANCO, C NADA
       CRIAR-SIGILO-PADRAO SECTION.
           OPEN OUTPUT ARQSIGILO.
           MOVE "A"     TO SIG-NIVEL.
           MOVE "SSSSS" TO SIG-GRUPOS.
           WRITE SIG-REGISTRO.
           MOVE "B"     TO SIG-NIVEL.
           MOVE "SSSNN" TO SIG-GRUPOS.
           WRITE SIG-REGISTRO.
           MOVE "C"     TO SIG-NIVEL.
           MOVE "NNNNN" TO SIG-GRUPOS.
           WRITE SIG-REGISTRO.
           MOVE "L"     TO SIG-NIVEL.
           MOVE "SSSNN" TO SIG-GRUPOS.
           WRITE SIG-REGISTRO.
           CLOSE ARQSIGILO.
           DISPLAY "ARQSIGILO.DAT CRIADO COM OS PADROES"
                                                    LINE 01 COLUMN 01.

       FINALIZAR SECTION.
           CLOSE ARQCRM.
