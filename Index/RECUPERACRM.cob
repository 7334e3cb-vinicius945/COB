       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERACRM.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: RECUPERACAO PARA A FRENTE DEPOIS DO RESTAURACRM - A
      *GERACAO DEVOLVIDA SO TEM O CADASTRO ATE A HORA DO BACKUP, MAS A
      *TRILHA QUE O RESTAURACRM SALVOU ANTES DE REGRAVAR OS ARQUIVOS
      *(ARQCRM_AUDIT_RECUP.DAT E ARQCRM_HIST_RECUP.DAT) AINDA TEM TUDO
      *O QUE FOI DIGITADO DEPOIS. O PROGRAMA LE A TRILHA EM ORDEM DE
      *GRAVACAO E REAPLICA NO ARQCRM.DAT A IMAGEM DEPOIS DE CADA
      *INCLUSAO (CADASTRO), ALTERACAO/DESFAZER (ALTERA), BAIXA
      *(EXCLUI/APROVA), STATUS (STATUS/APROVA) E MAIORIDADE CARIMBADA
      *DEPOIS DA DATA/HORA DA GERACAO NO CATALOGO, ATE O PONTO DE
      *PARADA QUE O OPERADOR ESCOLHER (QUANDO O ESTRAGO VEIO DE UMA
      *TRANSACAO ERRADA). O ANTES DE CADA ALTERACAO TEM QUE BATER COM
      *O MESTRE - SE NAO BATER, E CONFLITO E NAO SE APLICA. CADA
      *REGISTRO APLICADO, IGNORADO OU EM CONFLITO SAI NO SPOOL
      *("RECUPERACAO CRM"). A TRILHA OFICIAL E REMONTADA COM A DA
      *GERACAO MAIS O QUE FOI REAPLICADO, E NO FIM RODA O
      *CONTROLEDIARIO DE CADA DATA DE MOVIMENTO TOCADA, PARA PROVAR
      *QUE O MESTRE REMONTADO BATE COM A TRILHA.
      *A TRILHA NAO GUARDA ENDERECO, CONSENTIMENTO NEM ZONA: A
      *INCLUSAO RECUPERADA VOLTA SEM ELES E SAI MARCADA NO SPOOL PARA
      *O BALCAO COMPLETAR NO ALTERA. AS OUTRAS OPERACOES DA TRILHA
      *(CARGA, CEP, ARQUIVO, RESTAURA, EXPURGO, INTERCAMB) SAO
      *LISTADAS COMO IGNORADAS - REFAZER NO PROGRAMA DE ORIGEM
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCRM  ASSIGN TO "DADOS/ARQCRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-NOME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
               WITH DUPLICATES.

           SELECT ARQAUDIT ASSIGN TO "DADOS/ARQCRM_AUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQAUDIT-FS.

           SELECT ARQHIST ASSIGN TO "DADOS/ARQCRM_STATUS_HIST.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQHIST-FS.

      *    TRILHA SALVA PELO RESTAURACRM E COPIAS DA GERACAO - MESMO
      *    REGISTRO DE 200 POSICOES DOS ARQUIVOS DO BACKUPCRM
           SELECT ARQTRILHA ASSIGN TO WRK-NOME-TRILHA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQTRILHA-FS.

           SELECT ARQCATALOGO ASSIGN TO "DADOS/BACKUP_CATALOGO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCATALOGO-FS.

           SELECT ARQCTRL ASSIGN TO "DADOS/ARQCRM_CTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCTRL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCRM.
       COPY "#CRM".

       FD ARQAUDIT.
       COPY "#CRM-AUDIT".

       FD ARQHIST.
       COPY "#CRM-HIST".

       FD ARQTRILHA
           RECORDING MODE IS F.
       01 TRL-REGISTRO       PIC X(200).

       FD ARQCATALOGO
           RECORDING MODE IS F.
       COPY "#CRM-BKPCAT".

       FD ARQCTRL.
       COPY "#CRM-CTRL".

       WORKING-STORAGE SECTION.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQHIST-FS         PIC 9(02) VALUES ZEROS.
       01 ARQTRILHA-FS       PIC 9(02) VALUES ZEROS.
       01 ARQCATALOGO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-NOME-TRILHA    PIC X(40) VALUES SPACES.
       01 WRK-GERACAO-ED     PIC 9(04) VALUES ZEROS.
       01 WRK-GERACAO-PEDIDA PIC 9(04) VALUES ZEROS.
       01 WRK-GER-ACHADA     PIC X(01) VALUES "N".
       01 WRK-CONFIRMA       PIC X(01) VALUES SPACES.

      *    CARIMBO DA GERACAO E PONTO DE PARADA, NO FORMATO AAAAMMDD
      *    SEGUIDO DE HHMMSSCC PARA COMPARAR DE UMA VEZ SO
       01 WRK-CARIMBO-GERACAO.
           05 WRK-CGE-DATA       PIC 9(08) VALUE ZEROS.
           05 WRK-CGE-HORA       PIC 9(08) VALUE ZEROS.
       01 WRK-CARIMBO-PARADA.
           05 WRK-CPA-DATA       PIC 9(08) VALUE ZEROS.
           05 WRK-CPA-HORA       PIC 9(08) VALUE ZEROS.
       01 WRK-CARIMBO-REG.
           05 WRK-CRG-DATA       PIC 9(08) VALUE ZEROS.
           05 WRK-CRG-HORA       PIC 9(08) VALUE ZEROS.

      *    COPIA DA TRANSACAO LIDA DA TRILHA SALVA
       01 WRK-AUDCRM-REGISTRO.
           05 WRK-AUD-ID              PIC 9(06).
           05 WRK-AUD-OPERACAO        PIC X(10).
           05 WRK-AUD-NOME-ANTES      PIC X(25).
           05 WRK-AUD-EMAIL-ANTES     PIC X(30).
           05 WRK-AUD-TELEFONE-ANTES  PIC X(14).
           05 WRK-AUD-STATUS-ANTES    PIC 9(01).
           05 WRK-AUD-NOME-DEPOIS     PIC X(25).
           05 WRK-AUD-EMAIL-DEPOIS    PIC X(30).
           05 WRK-AUD-TELEFONE-DEPOIS PIC X(14).
           05 WRK-AUD-STATUS-DEPOIS   PIC 9(01).
           05 WRK-AUD-NASC-ANTES      PIC 9(08).
           05 WRK-AUD-MENOR-ANTES     PIC X(01).
           05 WRK-AUD-NASC-DEPOIS     PIC 9(08).
           05 WRK-AUD-MENOR-DEPOIS    PIC X(01).
           05 WRK-AUD-DATA            PIC 9(08).
           05 WRK-AUD-HORA            PIC 9(08).
           05 WRK-AUD-OPERADOR        PIC X(10).

      *    RESULTADO DE CADA TRANSACAO: "A" APLICADA / "J" JA ESTAVA
      *    NO MESTRE / "I" IGNORADA / "C" CONFLITO / "P" DEPOIS DO
      *    PONTO DE PARADA
       01 WRK-RESULTADO      PIC X(01) VALUES SPACES.
       01 WRK-MOTIVO         PIC X(30) VALUES SPACES.
       01 WRK-ROTULO         PIC X(10) VALUES SPACES.

       01 WRK-QTD-LIDAS      PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-ANTERIORES PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-APLICADAS  PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-JA-FEITAS  PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-IGNORADAS  PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-CONFLITOS  PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-APOS-PARADA PIC 9(06) VALUES ZEROS.
       01 WRK-QTD-HIST       PIC 9(06) VALUES ZEROS.

      *    DATAS DE MOVIMENTO TOCADAS - UM CONTROLEDIARIO POR DATA
       01 WRK-TAB-DATAS.
           05 WRK-DATA-TOCADA    PIC 9(08) OCCURS 62 TIMES.
       01 WRK-QTD-DATAS      PIC 9(02) VALUES ZEROS.
       01 WRK-IDX            PIC 9(02) VALUES ZEROS.
       01 WRK-DATA-ACHADA    PIC X(01) VALUES "N".

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "RECUPERACAO CRM".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "RECUPERACRM".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *    GERACAO QUE O RESTAURACRM ACABOU DE DEVOLVER - SEM ELA, O
      *    OPERADOR ESCOLHE NO CATALOGO
       01 LNK-GERACAO        PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LNK-GERACAO.
       0001-PRINCIPAL SECTION.
           DISPLAY "RECUPERACRM - INICIO".
           PERFORM VERIFICAR-VERSAO.
           IF WRK-VERSAO-INCOMPATIVEL EQUAL "S"
              DISPLAY "RECUPERACRM - FIM"
              GOBACK
           END-IF.
           IF ADDRESS OF LNK-GERACAO NOT EQUAL NULL
              MOVE LNK-GERACAO TO WRK-GERACAO-PEDIDA
           ELSE
              PERFORM LISTAR-GERACOES
              DISPLAY "GERACAO QUE FOI RESTAURADA? "
              ACCEPT WRK-GERACAO-PEDIDA
           END-IF.
           PERFORM LER-CATALOGO.
           IF WRK-GER-ACHADA EQUAL "S"
              PERFORM PEDIR-PARADA
              DISPLAY "REAPLICAR A TRILHA SOBRE O ARQCRM.DAT (S/N)? "
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA EQUAL "S"
                 PERFORM INICIAR
                 IF ARQTRILHA-FS EQUAL ZEROS
                    PERFORM REAPLICAR-AUDITORIA
                    PERFORM REMONTAR-HISTORICO
                    PERFORM EXIBIR-TOTAIS
                    PERFORM RODAR-CONTROLE
                 END-IF
              END-IF
           END-IF.
           DISPLAY "RECUPERACRM - FIM".
           GOBACK.

       VERIFICAR-VERSAO SECTION.
           MOVE "N" TO WRK-VERSAO-INCOMPATIVEL.
           OPEN INPUT ARQCTRL.
           IF ARQCTRL-FS EQUAL 00
              READ ARQCTRL
              CLOSE ARQCTRL
              IF CTLCRM-VERSAO LESS THAN WRK-VERSAO-ESPERADA
                 DISPLAY "ARQCRM.DAT EM LAYOUT ANTIGO - EXECUTE MANUT"
                 MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              END-IF
           END-IF.

       LISTAR-GERACOES SECTION.
           OPEN INPUT ARQCATALOGO.
           IF ARQCATALOGO-FS EQUAL ZEROS
              DISPLAY "GERACOES DISPONIVEIS:"
              PERFORM UNTIL ARQCATALOGO-FS NOT EQUAL ZEROS
                 READ ARQCATALOGO
                 IF ARQCATALOGO-FS EQUAL ZEROS
                    DISPLAY "  GERACAO " BKPCAT-GERACAO
                            " DE " BKPCAT-DATA
                            " AS " BKPCAT-HORA
                 END-IF
              END-PERFORM
              CLOSE ARQCATALOGO
           END-IF.

       LER-CATALOGO SECTION.
           MOVE "N" TO WRK-GER-ACHADA.
           OPEN INPUT ARQCATALOGO.
           IF ARQCATALOGO-FS NOT EQUAL ZEROS
              DISPLAY "SEM CATALOGO DE BACKUP (STATUS "
                       ARQCATALOGO-FS ")"
           ELSE
              PERFORM UNTIL ARQCATALOGO-FS NOT EQUAL ZEROS
                      OR WRK-GER-ACHADA EQUAL "S"
                 READ ARQCATALOGO
                 IF ARQCATALOGO-FS EQUAL ZEROS
                    AND BKPCAT-GERACAO EQUAL WRK-GERACAO-PEDIDA
                    MOVE "S" TO WRK-GER-ACHADA
                    MOVE BKPCAT-GERACAO TO WRK-GERACAO-ED
                    MOVE BKPCAT-DATA    TO WRK-CGE-DATA
                    MOVE BKPCAT-HORA    TO WRK-CGE-HORA
                 END-IF
              END-PERFORM
              CLOSE ARQCATALOGO
              IF WRK-GER-ACHADA NOT EQUAL "S"
                 DISPLAY "GERACAO NAO ENCONTRADA NO CATALOGO"
              ELSE
                 DISPLAY "GERACAO " WRK-GERACAO-ED " DE "
                          WRK-CGE-DATA " AS " WRK-CGE-HORA
              END-IF
           END-IF.

      *    SEM PONTO DE PARADA, VAI ATE O FIM DA TRILHA
       PEDIR-PARADA SECTION.
           DISPLAY "PARAR EM QUE DATA (AAAAMMDD, ZERO = ATE O FIM)? ".
           ACCEPT WRK-CPA-DATA.
           IF WRK-CPA-DATA EQUAL ZEROS
              MOVE 99999999 TO WRK-CPA-DATA WRK-CPA-HORA
           ELSE
              DISPLAY "ATE QUE HORA (HHMMSSCC, ZERO = DIA INTEIRO)? "
              ACCEPT WRK-CPA-HORA
              IF WRK-CPA-HORA EQUAL ZEROS
                 MOVE 99999999 TO WRK-CPA-HORA
              END-IF
           END-IF.

      *    SEM A TRILHA SALVA NAO HA O QUE REAPLICAR - A DO ARQUIVO
      *    OFICIAL JA E A COPIA DA GERACAO
       INICIAR SECTION.
           MOVE "DADOS/ARQCRM_AUDIT_RECUP.DAT" TO WRK-NOME-TRILHA.
           OPEN INPUT ARQTRILHA.
           IF ARQTRILHA-FS NOT EQUAL ZEROS
              DISPLAY "SEM TRILHA SALVA PELO RESTAURACRM (STATUS "
                       ARQTRILHA-FS ")"
           ELSE
              CLOSE ARQTRILHA
              OPEN I-O ARQCRM
              IF ARQCRM-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO ABERTURA ARQCRM.DAT STATUS " ARQCRM-FS
                 MOVE 99 TO ARQTRILHA-FS
              ELSE
                 MOVE "A" TO WRK-SPL-ACAO
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
                 MOVE "L" TO WRK-SPL-ACAO
                 MOVE SPACES TO WRK-SPL-LINHA
                 STRING "RECUPERACAO DA GERACAO " DELIMITED BY SIZE
                        WRK-GERACAO-ED            DELIMITED BY SIZE
                        " DE "                    DELIMITED BY SIZE
                        WRK-CGE-DATA              DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WRK-CGE-HORA              DELIMITED BY SIZE
                        " ATE "                   DELIMITED BY SIZE
                        WRK-CPA-DATA              DELIMITED BY SIZE
                        " "                       DELIMITED BY SIZE
                        WRK-CPA-HORA              DELIMITED BY SIZE
                   INTO WRK-SPL-LINHA
                 END-STRING
                 CALL "SPOOLGRAVA" USING WRK-SPOOL
              END-IF
           END-IF.

      *    A TRILHA OFICIAL E REMONTADA: PRIMEIRO A COPIA DA GERACAO
      *    (O QUE O MESTRE RESTAURADO JA TEM), DEPOIS CADA TRANSACAO
      *    QUE FICOU NO MESTRE NESTA RECUPERACAO. RODAR DE NOVO DA O
      *    MESMO RESULTADO - O QUE JA ESTAVA APLICADO VOLTA COMO "J"
       REAPLICAR-AUDITORIA SECTION.
           OPEN OUTPUT ARQAUDIT.
           PERFORM MONTAR-NOME-AUDIT-GERACAO.
           OPEN INPUT ARQTRILHA.
           PERFORM UNTIL ARQTRILHA-FS NOT EQUAL ZEROS
              READ ARQTRILHA
              IF ARQTRILHA-FS EQUAL ZEROS
                 MOVE TRL-REGISTRO TO AUDCRM-REGISTRO
                 WRITE AUDCRM-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE ARQTRILHA.

           MOVE "DADOS/ARQCRM_AUDIT_RECUP.DAT" TO WRK-NOME-TRILHA.
           OPEN INPUT ARQTRILHA.
           PERFORM UNTIL ARQTRILHA-FS NOT EQUAL ZEROS
              READ ARQTRILHA
              IF ARQTRILHA-FS EQUAL ZEROS
                 MOVE TRL-REGISTRO TO WRK-AUDCRM-REGISTRO
                 MOVE WRK-AUD-DATA TO WRK-CRG-DATA
                 MOVE WRK-AUD-HORA TO WRK-CRG-HORA
                 IF WRK-CARIMBO-REG GREATER WRK-CARIMBO-GERACAO
                    ADD 1 TO WRK-QTD-LIDAS
                    PERFORM TRATAR-TRANSACAO
                 ELSE
                    ADD 1 TO WRK-QTD-ANTERIORES
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ARQTRILHA.
           CLOSE ARQAUDIT.
           CLOSE ARQCRM.
           MOVE ZEROS TO ARQTRILHA-FS.

       TRATAR-TRANSACAO SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-CARIMBO-REG GREATER WRK-CARIMBO-PARADA
              MOVE "P" TO WRK-RESULTADO
              MOVE "DEPOIS DO PONTO DE PARADA" TO WRK-MOTIVO
           ELSE
              EVALUATE WRK-AUD-OPERACAO
                 WHEN "INCLUSAO"
                    PERFORM APLICAR-INCLUSAO
                 WHEN "ALTERACAO"
                 WHEN "DESFAZER"
                 WHEN "STATUS"
                 WHEN "MAIORIDADE"
                    PERFORM APLICAR-ALTERACAO
                 WHEN "BAIXA"
                    PERFORM APLICAR-BAIXA
                 WHEN OTHER
                    MOVE "I" TO WRK-RESULTADO
                    MOVE "REFAZER NO PROGRAMA DE ORIGEM"
                      TO WRK-MOTIVO
              END-EVALUATE
           END-IF.
           EVALUATE WRK-RESULTADO
              WHEN "A"
                 ADD 1 TO WRK-QTD-APLICADAS
                 MOVE "APLICADA"  TO WRK-ROTULO
              WHEN "J"
                 ADD 1 TO WRK-QTD-JA-FEITAS
                 MOVE "JA FEITA"  TO WRK-ROTULO
              WHEN "I"
                 ADD 1 TO WRK-QTD-IGNORADAS
                 MOVE "IGNORADA"  TO WRK-ROTULO
              WHEN "C"
                 ADD 1 TO WRK-QTD-CONFLITOS
                 MOVE "CONFLITO"  TO WRK-ROTULO
              WHEN OTHER
                 ADD 1 TO WRK-QTD-APOS-PARADA
                 MOVE "NAO APLIC" TO WRK-ROTULO
           END-EVALUATE.
           IF WRK-RESULTADO EQUAL "A" OR WRK-RESULTADO EQUAL "J"
              MOVE WRK-AUDCRM-REGISTRO TO AUDCRM-REGISTRO
              WRITE AUDCRM-REGISTRO
              PERFORM GUARDAR-DATA
           END-IF.
           PERFORM LISTAR-TRANSACAO.

      *    O ID NAO PODE EXISTIR NO MESTRE RESTAURADO - SE EXISTIR COM
      *    A MESMA IMAGEM, A INCLUSAO JA FOI REAPLICADA ANTES
       APLICAR-INCLUSAO SECTION.
           MOVE WRK-AUD-ID TO ARQCRM-ID.
           READ ARQCRM.
           IF ARQCRM-FS EQUAL ZEROS
              PERFORM CONFERIR-DEPOIS
              IF WRK-RESULTADO NOT EQUAL "J"
                 MOVE "C" TO WRK-RESULTADO
                 MOVE "ID JA EXISTE COM OUTROS DADOS" TO WRK-MOTIVO
              END-IF
           ELSE
              MOVE SPACES                  TO ARQCRM-REGISTRO
              MOVE WRK-AUD-ID              TO ARQCRM-ID
              MOVE WRK-AUD-NOME-DEPOIS     TO ARQCRM-NOME
              MOVE WRK-AUD-EMAIL-DEPOIS    TO ARQCRM-EMAIL
              MOVE WRK-AUD-TELEFONE-DEPOIS TO ARQCRM-TELEFONE
              MOVE WRK-AUD-STATUS-DEPOIS   TO ARQCRM-STATUS
              MOVE "N"                     TO ARQCRM-EXCLUIDO
              MOVE WRK-AUD-DATA            TO ARQCRM-DATA-CADASTRO
              MOVE "Cliente novo"          TO ARQCRM-FIDELIZACAO
              MOVE WRK-AUD-NASC-DEPOIS     TO ARQCRM-DATA-NASCIMENTO
              MOVE WRK-AUD-MENOR-DEPOIS    TO ARQCRM-MENOR
              MOVE "N"                     TO ARQCRM-CONSENTIMENTO
              MOVE ZEROS                   TO ARQCRM-CONSENT-DATA
                                              ARQCRM-END-CEP
              WRITE ARQCRM-REGISTRO
              IF ARQCRM-FS EQUAL ZEROS
                 MOVE "A" TO WRK-RESULTADO
                 MOVE "COMPLETAR ENDERECO/CONSENT" TO WRK-MOTIVO
              ELSE
                 MOVE "C" TO WRK-RESULTADO
                 MOVE "ERRO NA GRAVACAO DO MESTRE" TO WRK-MOTIVO
              END-IF
           END-IF.
           MOVE ZEROS TO ARQCRM-FS.

      *    ALTERACAO, DESFAZER, STATUS E MAIORIDADE: O MESTRE TEM QUE
      *    ESTAR COM A IMAGEM ANTES DA TRANSACAO
       APLICAR-ALTERACAO SECTION.
           MOVE WRK-AUD-ID TO ARQCRM-ID.
           READ ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              MOVE "C" TO WRK-RESULTADO
              MOVE "ID NAO EXISTE NO MESTRE" TO WRK-MOTIVO
           ELSE
              PERFORM CONFERIR-DEPOIS
              IF WRK-RESULTADO NOT EQUAL "J"
                 IF ARQCRM-NOME     EQUAL WRK-AUD-NOME-ANTES
                    AND ARQCRM-EMAIL    EQUAL WRK-AUD-EMAIL-ANTES
                    AND ARQCRM-TELEFONE EQUAL WRK-AUD-TELEFONE-ANTES
                    AND ARQCRM-STATUS   EQUAL WRK-AUD-STATUS-ANTES
                    MOVE WRK-AUD-NOME-DEPOIS     TO ARQCRM-NOME
                    MOVE WRK-AUD-EMAIL-DEPOIS    TO ARQCRM-EMAIL
                    MOVE WRK-AUD-TELEFONE-DEPOIS TO ARQCRM-TELEFONE
                    MOVE WRK-AUD-STATUS-DEPOIS   TO ARQCRM-STATUS
                    MOVE WRK-AUD-NASC-DEPOIS
                      TO ARQCRM-DATA-NASCIMENTO
                    MOVE WRK-AUD-MENOR-DEPOIS    TO ARQCRM-MENOR
                    REWRITE ARQCRM-REGISTRO
                    MOVE "A" TO WRK-RESULTADO
                 ELSE
                    MOVE "C" TO WRK-RESULTADO
                    MOVE "ANTES NAO BATE COM O MESTRE" TO WRK-MOTIVO
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO ARQCRM-FS.

      *    BAIXA LOGICA, COMO NO EXCLUI - A IMAGEM E A MESMA ANTES E
      *    DEPOIS, O QUE MUDA E O ARQCRM-EXCLUIDO
       APLICAR-BAIXA SECTION.
           MOVE WRK-AUD-ID TO ARQCRM-ID.
           READ ARQCRM.
           EVALUATE TRUE
              WHEN ARQCRM-FS NOT EQUAL ZEROS
                 MOVE "C" TO WRK-RESULTADO
                 MOVE "ID NAO EXISTE NO MESTRE" TO WRK-MOTIVO
              WHEN ARQCRM-EXCLUIDO EQUAL "S"
                 MOVE "J" TO WRK-RESULTADO
              WHEN ARQCRM-NOME NOT EQUAL WRK-AUD-NOME-ANTES
                 MOVE "C" TO WRK-RESULTADO
                 MOVE "ANTES NAO BATE COM O MESTRE" TO WRK-MOTIVO
              WHEN OTHER
                 MOVE "S" TO ARQCRM-EXCLUIDO
                 REWRITE ARQCRM-REGISTRO
                 MOVE "A" TO WRK-RESULTADO
           END-EVALUATE.
           MOVE ZEROS TO ARQCRM-FS.

       CONFERIR-DEPOIS SECTION.
           MOVE SPACES TO WRK-RESULTADO.
           IF ARQCRM-NOME      EQUAL WRK-AUD-NOME-DEPOIS
              AND ARQCRM-EMAIL     EQUAL WRK-AUD-EMAIL-DEPOIS
              AND ARQCRM-TELEFONE  EQUAL WRK-AUD-TELEFONE-DEPOIS
              AND ARQCRM-STATUS    EQUAL WRK-AUD-STATUS-DEPOIS
              AND ARQCRM-DATA-NASCIMENTO EQUAL WRK-AUD-NASC-DEPOIS
              AND ARQCRM-MENOR     EQUAL WRK-AUD-MENOR-DEPOIS
              MOVE "J" TO WRK-RESULTADO
           END-IF.

       GUARDAR-DATA SECTION.
           MOVE "N" TO WRK-DATA-ACHADA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-DATAS
              IF WRK-DATA-TOCADA(WRK-IDX) EQUAL WRK-AUD-DATA
                 MOVE "S" TO WRK-DATA-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-DATA-ACHADA EQUAL "N"
              AND WRK-QTD-DATAS LESS 62
              ADD 1 TO WRK-QTD-DATAS
              MOVE WRK-AUD-DATA TO WRK-DATA-TOCADA(WRK-QTD-DATAS)
           END-IF.

       LISTAR-TRANSACAO SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-ROTULO       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-AUD-ID       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-AUD-OPERACAO DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-AUD-DATA     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-AUD-HORA     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-AUD-OPERADOR DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-MOTIVO       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

      *    O HISTORICO DE STATUS VOLTA A SER O DA GERACAO MAIS AS
      *    MUDANCAS SALVAS ATE O PONTO DE PARADA
       REMONTAR-HISTORICO SECTION.
           OPEN OUTPUT ARQHIST.
           PERFORM MONTAR-NOME-HIST-GERACAO.
           OPEN INPUT ARQTRILHA.
           PERFORM UNTIL ARQTRILHA-FS NOT EQUAL ZEROS
              READ ARQTRILHA
              IF ARQTRILHA-FS EQUAL ZEROS
                 MOVE TRL-REGISTRO TO HISTCRM-REGISTRO
                 WRITE HISTCRM-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE ARQTRILHA.

           MOVE "DADOS/ARQCRM_HIST_RECUP.DAT" TO WRK-NOME-TRILHA.
           OPEN INPUT ARQTRILHA.
           PERFORM UNTIL ARQTRILHA-FS NOT EQUAL ZEROS
              READ ARQTRILHA
              IF ARQTRILHA-FS EQUAL ZEROS
                 MOVE TRL-REGISTRO TO HISTCRM-REGISTRO
                 MOVE HISTCRM-DATA TO WRK-CRG-DATA
                 MOVE HISTCRM-HORA TO WRK-CRG-HORA
                 IF WRK-CARIMBO-REG GREATER WRK-CARIMBO-GERACAO
                    AND WRK-CARIMBO-REG NOT GREATER WRK-CARIMBO-PARADA
                    WRITE HISTCRM-REGISTRO
                    ADD 1 TO WRK-QTD-HIST
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ARQTRILHA.
           CLOSE ARQHIST.
           MOVE ZEROS TO ARQTRILHA-FS.

       EXIBIR-TOTAIS SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "LIDAS "          DELIMITED BY SIZE
                  WRK-QTD-LIDAS     DELIMITED BY SIZE
                  " APLICADAS "     DELIMITED BY SIZE
                  WRK-QTD-APLICADAS DELIMITED BY SIZE
                  " JA FEITAS "     DELIMITED BY SIZE
                  WRK-QTD-JA-FEITAS DELIMITED BY SIZE
                  " CONFLITOS "     DELIMITED BY SIZE
                  WRK-QTD-CONFLITOS DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "IGNORADAS "        DELIMITED BY SIZE
                  WRK-QTD-IGNORADAS   DELIMITED BY SIZE
                  " APOS A PARADA "   DELIMITED BY SIZE
                  WRK-QTD-APOS-PARADA DELIMITED BY SIZE
                  " HIST. STATUS "    DELIMITED BY SIZE
                  WRK-QTD-HIST        DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY "-------------------------------------------".
           DISPLAY "ANTERIORES A GERACAO.......: " WRK-QTD-ANTERIORES.
           DISPLAY "TRANSACOES POSTERIORES.....: " WRK-QTD-LIDAS.
           DISPLAY "APLICADAS..................: " WRK-QTD-APLICADAS.
           DISPLAY "JA ESTAVAM NO MESTRE.......: " WRK-QTD-JA-FEITAS.
           DISPLAY "CONFLITOS (NAO APLICADAS)..: " WRK-QTD-CONFLITOS.
           DISPLAY "IGNORADAS (OUTRAS OPER.)...: " WRK-QTD-IGNORADAS.
           DISPLAY "DEPOIS DO PONTO DE PARADA..: " WRK-QTD-APOS-PARADA.
           DISPLAY "HISTORICO DE STATUS REPOSTO: " WRK-QTD-HIST.
           DISPLAY "-------------------------------------------".

      *    O CONTROLEDIARIO DE CADA DATA DE MOVIMENTO REAPLICADA PROVA
      *    QUE TODO ID DA TRILHA REMONTADA ESTA NO MESTRE
       RODAR-CONTROLE SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-DATAS
              CALL "CONTROLEDIARIO" USING WRK-DATA-TOCADA(WRK-IDX)
           END-PERFORM.

       MONTAR-NOME-AUDIT-GERACAO SECTION.
           MOVE SPACES TO WRK-NOME-TRILHA.
           STRING "DADOS/BKP_AUDIT_G" DELIMITED BY SIZE
                  WRK-GERACAO-ED      DELIMITED BY SIZE
                  ".DAT"              DELIMITED BY SIZE
             INTO WRK-NOME-TRILHA
           END-STRING.

       MONTAR-NOME-HIST-GERACAO SECTION.
           MOVE SPACES TO WRK-NOME-TRILHA.
           STRING "DADOS/BKP_HIST_G" DELIMITED BY SIZE
                  WRK-GERACAO-ED     DELIMITED BY SIZE
                  ".DAT"             DELIMITED BY SIZE
             INTO WRK-NOME-TRILHA
           END-STRING.
