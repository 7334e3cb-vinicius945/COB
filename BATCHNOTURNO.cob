      *OBJETIVO: DRIVER NOTURNO, AO ESTILO JCL, PARA RODAR OS JOBS DA
      *MADRUGADA SEM OPERADOR NO TERMINAL. OS STEPS DA NOITE VEM DO
      *CARTAO DE CONTROLE (BATCH_CONTROLE.TXT): UM STEP POR LINHA, NA
      *ORDEM DO CARTAO, COM REGRA DE CALENDARIO (DIARIO, SEMANAL NUM
      *DIA DA SEMANA, FIM DE MES OU DATA FIXA ANUAL - E ASSIM QUE O
      *ARQUIVACRM DISPARA SOZINHO NO FECHAMENTO) E POLITICA DE FALHA
      *(PARA OU CONTINUA). CADA
      *STEP E REGISTRADO NO LOG DE JOB (BATCH_JOBLOG.TXT) COM INICIO,
      *FIM E RETURN-CODE DEVOLVIDO PELO PROGRAMA CHAMADO; A ULTIMA
      *LINHA DO LOG E O STATUS FINAL QUE O OPERADOR CONFERE DE MANHA
       01 JOBLOG-LINHA       PIC X(80).

      *    CARTAO DE CONTROLE: NOME DO STEP, CALENDARIO ("D" TODA
      *    NOITE, "M" SO NO FIM DO MES, "A" SO NA DATA MMDD DO ANO,
      *    "S" SO NO DIA DA SEMANA DO MMDD - 0001 SEGUNDA A 0007
      *    DOMINGO) E POLITICA DE FALHA ("P" PARA O JOB, "C" CONTINUA)
       FD ARQCARTAO.
       01 CARTAO-REGISTRO.
           05 CARTAO-STEP        PIC X(13).
       01 WRK-MMDD-HOJE  PIC 9(04) VALUE ZEROS.
       01 WRK-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-AMANHA PIC 9(08) VALUE ZEROS.
      *    1 = SEGUNDA ... 7 = DOMINGO (O DIA 1 DA CONTAGEM CORRIDA,
      *    01/01/1601, FOI UMA SEGUNDA)
       01 WRK-DIA-SEMANA PIC 9(04) VALUE ZEROS.
       01 WRK-SEMANAS    PIC 9(07) VALUE ZEROS.
       01 WRK-DIAS-CORRIDOS PIC 9(07) VALUE ZEROS.
       01 WRK-FIM-DE-MES PIC X(01) VALUE "N".
       01 WRK-RODAR-HOJE PIC X(01) VALUE "N".

                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) + 1.
           COMPUTE WRK-DATA-AMANHA =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-HOJE).
           COMPUTE WRK-DIAS-CORRIDOS = WRK-DIAS-HOJE - 1.
           DIVIDE 7 INTO WRK-DIAS-CORRIDOS GIVING WRK-SEMANAS
                  REMAINDER WRK-DIA-SEMANA.
           IF WRK-DIA-SEMANA EQUAL ZEROS
              MOVE 7 TO WRK-DIA-SEMANA
           END-IF.
           IF WRK-DATA-AMANHA(5:2) NOT EQUAL WRK-DATA-HOJE(5:2)
              MOVE "S" TO WRK-FIM-DE-MES
           ELSE
           WRITE CARTAO-REGISTRO.
           MOVE "VERIFICACRM"    TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
      *    ROLAGEM DO MOVIMENTO FEITA NO MESFECHA E AINDA SEM
      *    CONFERENCIA - OS RELATORIOS DA NOITE LEEM OS PERIODOS
           MOVE "MOVCONFERE"     TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "RELAT"          TO CARTAO-STEP.
           MOVE "D"              TO CARTAO-CALENDARIO.
           MOVE ZEROS            TO CARTAO-MMDD.
           WRITE CARTAO-REGISTRO.
           MOVE "PONTOAPURA"     TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "PONTOESCALA"    TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "ADIANTAMENTO"   TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "RECEITALOTE"    TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "RECEITACUSTO"   TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "PREVISAOREAL"   TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "PREVISAODIA"    TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "PRODVALIDADE"   TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
      *    LEITURAS DE TEMPERATURA DA MANHA E DA NOITE DO DIA
           MOVE "TEMPFALTA"      TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "TRANSFATRASO"   TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "FILIALATRASO"   TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "PEDCANCREL"     TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "FISCALEXPORTA"  TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "COBRANCALOTE"   TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
      *    NEGATIVACAO LOGO DEPOIS DA COBRANCA - AS EXCLUSOES DOS
      *    DEBITOS QUITADOS SAEM NA REMESSA DO DIA SEGUINTE
           MOVE "NEGATIVACAO"    TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "MONITORAUDIT"   TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           MOVE "PONTOSEXPIRA"   TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
      *    LIVRO DE BANCO ALIMENTADO COM OS EVENTOS DO DIA
           MOVE "BANCOREGISTRA"  TO CARTAO-STEP.
           MOVE "D"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
      *    A DEPRECIACAO DO MES SAI ANTES DA POSTAGEM PARA AS COTAS
      *    DATADAS DO DIA ENTRAREM NO DIARIO NA MESMA NOITE
           MOVE "IMOBDEPREC"     TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "CONTABILPOSTA"  TO CARTAO-STEP.
           MOVE "D"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
      *    PROJECAO DE CAIXA SOBRE O DIARIO JA POSTADO NA NOITE
           MOVE "FLUXOCAIXA"     TO CARTAO-STEP.
           MOVE "D"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
      *    ORCADO X REALIZADO ANTES DO SPOOLDISTRIB PARA O RELATORIO
      *    DE CADA SETOR JA SAIR NO PACOTE DO GESTOR
           MOVE "CUSTOSETOR"     TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "ORCAREAL"       TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "IMOBREL"        TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
      *    APURACAO DAS CAMPANHAS CUJA JANELA TERMINOU (SO AS AINDA
      *    ABERTAS - NOS OUTROS DIAS NAO HA O QUE APURAR)
           MOVE "CAMPANHARESP"   TO CARTAO-STEP.
           MOVE "D"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "SPOOLDISTRIB"   TO CARTAO-STEP.
           MOVE "D"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "PAGARSEMANA"    TO CARTAO-STEP.
           MOVE "S"              TO CARTAO-CALENDARIO.
           MOVE 0001             TO CARTAO-MMDD.
           WRITE CARTAO-REGISTRO.
      *    CONFERENCIA SEMANAL DOS ENDERECOS CONTRA A TABELA DE CEP
      *    (SO A LISTA - A CORRECAO EM MASSA E PEDIDA NO CEPMANUT)
           MOVE "CEPVERIFICA"    TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
      *    ALERTA DE RISCO DE PERDA NA NOITE DE DOMINGO - OS RETORNOS
      *    CAEM NA LISTA DA MANHA DE SEGUNDA DO CONTATOREG
           MOVE "RETENCAO"       TO CARTAO-STEP.
           MOVE 0007             TO CARTAO-MMDD.
           WRITE CARTAO-REGISTRO.
           MOVE ZEROS            TO CARTAO-MMDD.
           MOVE "RECONCILIA"     TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "PRODABC"        TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "CUPOMREL"       TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "TURNOREL"       TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "GORJETARATEIO"  TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "IMPOSTOMENSAL"  TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "MARGEMMENSAL"   TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "EMPRESTPROV"    TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "EMPRESTRECUP"   TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "EXTRATOFIADO"   TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "RISCOCLASS"     TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "BALANCETE"      TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "TEMPMENSAL"     TO CARTAO-STEP.
           MOVE "M"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "ARQUIVACRM"     TO CARTAO-STEP.
           MOVE "A"              TO CARTAO-CALENDARIO.
           MOVE 1231             TO CARTAO-MMDD.
           MOVE "A"              TO CARTAO-CALENDARIO.
           MOVE 1220             TO CARTAO-MMDD.
           WRITE CARTAO-REGISTRO.
           MOVE "INFORMEREND"    TO CARTAO-STEP.
           MOVE "A"              TO CARTAO-CALENDARIO.
           MOVE 0215             TO CARTAO-MMDD.
           WRITE CARTAO-REGISTRO.
           MOVE "AVALPENDENTE"   TO CARTAO-STEP.
           MOVE "A"              TO CARTAO-CALENDARIO.
           MOVE 0701             TO CARTAO-MMDD.
           WRITE CARTAO-REGISTRO.
           MOVE "AVALPENDENTE"   TO CARTAO-STEP.
           MOVE "A"              TO CARTAO-CALENDARIO.
           MOVE 0101             TO CARTAO-MMDD.
           WRITE CARTAO-REGISTRO.
      *    FILA DE E-MAIL/SMS POR ULTIMO: PRIMEIRO BAIXA O RETORNO DO
      *    LOTE ANTERIOR, DEPOIS ENTREGA O QUE A NOITE ENFILEIROU
           MOVE ZEROS            TO CARTAO-MMDD.
           MOVE "MSGRETORNO"     TO CARTAO-STEP.
           MOVE "D"              TO CARTAO-CALENDARIO.
           WRITE CARTAO-REGISTRO.
           MOVE "MSGEXPORTA"     TO CARTAO-STEP.
           WRITE CARTAO-REGISTRO.
           CLOSE ARQCARTAO.
           DISPLAY "//BATCH_CONTROLE.TXT CRIADO COM A NOITE PADRAO".

           EVALUATE CARTAO-CALENDARIO
              WHEN "M"
                 MOVE WRK-FIM-DE-MES TO WRK-RODAR-HOJE
              WHEN "S"
                 IF CARTAO-MMDD EQUAL WRK-DIA-SEMANA
                    MOVE "S" TO WRK-RODAR-HOJE
                 ELSE
                    MOVE "N" TO WRK-RODAR-HOJE
                 END-IF
              WHEN "A"
                 IF CARTAO-MMDD EQUAL WRK-MMDD-HOJE
                    MOVE "S" TO WRK-RODAR-HOJE
                 END-IF
              WHEN "MENORIDADE"
                 CALL "MENORIDADE"
              WHEN "CEPVERIFICA"
                 CALL "CEPVERIFICA"
              WHEN "CONTROLEDIARIO"
                 CALL "CONTROLEDIARIO"
              WHEN "RECONCILIA"
                 CALL "CONTROLEPROD"
              WHEN "RFMSEGMENTA"
                 CALL "RFMSEGMENTA"
              WHEN "RETENCAO"
                 CALL "RETENCAO"
              WHEN "MONITORAUDIT"
                 CALL "MONITORAUDIT"
              WHEN "USUDORMENTE"
                 CALL "USUDORMENTE"
              WHEN "PONTOSEXPIRA"
                 CALL "PONTOSEXPIRA"
              WHEN "BANCOREGISTRA"
                 CALL "BANCOREGISTRA"
              WHEN "IMOBDEPREC"
                 CALL "IMOBDEPREC"
              WHEN "CONTABILPOSTA"
                 CALL "CONTABILPOSTA" USING WRK-FIM-DE-MES
              WHEN "BALANCETE"
                 CALL "BALANCETE"
              WHEN "CUSTOSETOR"
                 CALL "CUSTOSETOR"
              WHEN "ORCAREAL"
                 CALL "ORCAREAL"
              WHEN "FLUXOCAIXA"
                 CALL "FLUXOCAIXA"
              WHEN "IMOBREL"
                 CALL "IMOBREL"
              WHEN "CAMPANHARESP"
                 CALL "CAMPANHARESP"
              WHEN "SPOOLDISTRIB"
                 CALL "SPOOLDISTRIB"
              WHEN "PAGARSEMANA"
                 CALL "PAGARSEMANA"
              WHEN "PAINELMENSAL"
                 CALL "PAINELMENSAL"
              WHEN "PRODABC"
                 CALL "PRODABC"
              WHEN "CUPOMREL"
                 CALL "CUPOMREL"
              WHEN "TURNOREL"
                 CALL "TURNOREL"
              WHEN "GORJETARATEIO"
                 CALL "GORJETARATEIO"
              WHEN "IMPOSTOMENSAL"
                 CALL "IMPOSTOMENSAL"
              WHEN "MARGEMMENSAL"
                 CALL "MARGEMMENSAL"
              WHEN "PONTOAPURA"
                 CALL "PONTOAPURA"
              WHEN "PONTOESCALA"
                 CALL "PONTOESCALA"
              WHEN "ADIANTAMENTO"
                 CALL "ADIANTAMENTO"
              WHEN "RECEITALOTE"
                 CALL "RECEITALOTE"
              WHEN "RECEITACUSTO"
                 CALL "RECEITACUSTO"
              WHEN "PREVISAOREAL"
                 CALL "PREVISAOREAL"
              WHEN "PREVISAODIA"
                 CALL "PREVISAODIA"
              WHEN "PRODVALIDADE"
                 CALL "PRODVALIDADE"
              WHEN "TEMPFALTA"
                 CALL "TEMPFALTA"
              WHEN "TEMPMENSAL"
                 CALL "TEMPMENSAL"
              WHEN "TRANSFATRASO"
                 CALL "TRANSFATRASO"
              WHEN "FILIALATRASO"
                 CALL "FILIALATRASO"
              WHEN "PEDCANCREL"
                 CALL "PEDCANCREL"
              WHEN "FISCALEXPORTA"
                 CALL "FISCALEXPORTA"
              WHEN "COBRANCALOTE"
                 CALL "COBRANCALOTE"
              WHEN "NEGATIVACAO"
                 CALL "NEGATIVACAO"
              WHEN "EMPRESTPROV"
                 CALL "EMPRESTIMOPROV"
              WHEN "EMPRESTRECUP"
                 CALL "EMPRESTIMORECUP"
              WHEN "EXTRATOFIADO"
                 CALL "EXTRATOFIADO"
              WHEN "RISCOCLASS"
                 CALL "RISCOCLASS"
              WHEN "INVESTMENSAL"
              WHEN "DECIMO13P2"
                 MOVE 2 TO WRK-DECIMO-PARCELA
                 CALL "DECIMOTERCEIRO" USING WRK-DECIMO-PARCELA
              WHEN "INFORMEREND"
                 CALL "INFORMEREND"
              WHEN "AVALPENDENTE"
                 CALL "AVALPENDENTE"
              WHEN "MSGRETORNO"
                 CALL "MSGRETORNO"
              WHEN "MSGEXPORTA"
                 CALL "MSGEXPORTA"
              WHEN "AUDITREL"
                 CALL "AUDITREL"
              WHEN "MOVCONFERE"
                 CALL "MOVCONFERE"
              WHEN OTHER
                 DISPLAY "//STEP " WRK-STEP-NOME " DESCONHECIDO"
                 MOVE 12 TO RETURN-CODE
