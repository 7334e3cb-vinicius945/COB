       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPVERIFICA.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CONFERE O ENDERECO DOS CLIENTES DO ARQCRM.DAT CONTRA
      *A TABELA DE CEP (ARQCEP.DAT) - LISTA NO SPOOL ("CEPVERIFICA")
      *O CLIENTE COM CEP FORA DA TABELA E O CLIENTE CUJA CIDADE, UF OU
      *ZONA DE ENTREGA DIVERGE DA TABELA (ZONA SO E CONFERIDA QUANDO A
      *TABELA TEM ZONA). CHAMADO COM LNK-CORRIGIR = "S" FAZ A CORRECAO
      *EM MASSA: GRAVA NO CLIENTE A CIDADE, A UF E A ZONA DA TABELA,
      *COM UMA ENTRADA "CEP" NA TRILHA DE AUDITORIA POR CLIENTE - O
      *ANTES E O DEPOIS DO ENDERECO FICAM NO DOCUMENTO DO SPOOL. CEP
      *DESCONHECIDO NAO TEM O QUE CORRIGIR: OU SE INCLUI O CEP NO
      *CEPMANUT OU SE ACERTA O CLIENTE NO ALTERA. STEP SEMANAL DO
      *BATCHNOTURNO (SO A LISTA); A CORRECAO SAI PELO CEPMANUT. O
      *CEP, A CIDADE E A UF DO CLIENTE NO SPOOL PASSAM PELO MASCARA
      *COMO USUARIO LOTE, NIVEL "L" (O DOCUMENTO FICA PARA QUEM ABRIR
      *O SPOOL) - A CIDADE E A UF DA TABELA TAMBEM, POIS SAO AS DO CEP
      *DO CLIENTE
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

           SELECT ARQCTRL ASSIGN TO "DADOS/ARQCRM_CTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCTRL-FS.

           SELECT ARQAUDIT ASSIGN TO "DADOS/ARQCRM_AUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQAUDIT-FS.

           SELECT ARQCEP ASSIGN TO "DADOS/ARQCEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCEP-FS
           RECORD KEY IS CEP-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCRM.
       COPY "#CRM".

       FD ARQCTRL.
       COPY "#CRM-CTRL".

       FD ARQAUDIT.
       COPY "#CRM-AUDIT".

       FD ARQCEP.
       COPY "#CEP".

       WORKING-STORAGE SECTION.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQCEP-FS          PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-CORRIGIR       PIC X(01) VALUES "N".
       01 WRK-DIVERGE        PIC X(01) VALUES "N".

      *---------------------Dia de negocio corrente (ARQDATAMOV.DAT)
       01 WRK-DATAMOV.
           05 WRK-DMV-EXISTE   PIC X(01) VALUE "N".
           05 WRK-DMV-DATA     PIC 9(08) VALUE ZEROS.
           05 WRK-DMV-SITUACAO PIC X(01) VALUE SPACES.
       01 WRK-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.

       01 WRK-TOT-LIDOS      PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-SEM-END    PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-CONFERE    PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-DESCONHECIDO PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-DIVERGENTE PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-CORRIGIDO  PIC 9(05) VALUES ZEROS.

       01 WRK-MASC-CEP       PIC X(08) VALUES SPACES.
       COPY "#SIGILO-MASC".

      *----------ANTES E DEPOIS DO ENDERECO NO DOCUMENTO DO SPOOL
       01 WRK-LINHA-DIVERGE.
           05 FILLER             PIC X(06) VALUE SPACES.
           05 WRK-DIV-ROTULO     PIC X(08) VALUE SPACES.
           05 WRK-DIV-CIDADE     PIC X(20) VALUE SPACES.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-DIV-UF         PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE " ZONA ".
           05 WRK-DIV-ZONA       PIC X(02) VALUE SPACES.

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "CEPVERIFICA".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "CEPVERIFICA".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

       LINKAGE SECTION.
      *    "S" CORRIGE OS DIVERGENTES; SEM ELE (OU "N") SO LISTA
       01 LNK-CORRIGIR       PIC X(01).
       01 LNK-OPERADOR       PIC X(10).

       PROCEDURE DIVISION USING OPTIONAL LNK-CORRIGIR
                                OPTIONAL LNK-OPERADOR.
       0001-PRINCIPAL SECTION.
           DISPLAY "CEPVERIFICA - INICIO".
           IF ADDRESS OF LNK-CORRIGIR NOT EQUAL NULL
              IF LNK-CORRIGIR EQUAL "S"
                 MOVE "S" TO WRK-CORRIGIR
              END-IF
           END-IF.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              IF LNK-OPERADOR NOT EQUAL SPACES
                 MOVE LNK-OPERADOR TO WRK-OPERADOR
                 MOVE LNK-OPERADOR TO WRK-SPL-OPERADOR
              END-IF
           END-IF.
           PERFORM INICIAR.
           IF WRK-VERSAO-INCOMPATIVEL NOT EQUAL "S"
              PERFORM PROCESSAR
              PERFORM FINALIZAR
           END-IF.
           DISPLAY "CLIENTES LIDOS......: " WRK-TOT-LIDOS.
           DISPLAY "SEM ENDERECO........: " WRK-TOT-SEM-END.
           DISPLAY "CONFEREM COM A TABELA: " WRK-TOT-CONFERE.
           DISPLAY "CEP DESCONHECIDO....: " WRK-TOT-DESCONHECIDO.
           DISPLAY "DIVERGENTES.........: " WRK-TOT-DIVERGENTE.
           DISPLAY "CORRIGIDOS..........: " WRK-TOT-CORRIGIDO.
           IF WRK-TOT-DESCONHECIDO GREATER ZEROS
              OR WRK-TOT-DIVERGENTE GREATER WRK-TOT-CORRIGIDO
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "CEPVERIFICA - FIM".
           GOBACK.

       INICIAR SECTION.
           PERFORM VERIFICAR-VERSAO.
           IF WRK-VERSAO-INCOMPATIVEL EQUAL "S"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OBTER-DATA-MOVIMENTO.
           IF WRK-VERSAO-INCOMPATIVEL EQUAL "S"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARQCEP.
           IF ARQCEP-FS NOT EQUAL ZEROS
              DISPLAY "TABELA DE CEP NAO CARREGADA - EXECUTE O CEPCARGA"
              MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WRK-CORRIGIR EQUAL "S"
              OPEN I-O ARQCRM
           ELSE
              OPEN INPUT ARQCRM
           END-IF.
           IF ARQCRM-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQCRM.DAT STATUS " ARQCRM-FS
              CLOSE ARQCEP
              MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WRK-CORRIGIR EQUAL "S"
              OPEN EXTEND ARQAUDIT
              IF ARQAUDIT-FS EQUAL 05
                 OPEN OUTPUT ARQAUDIT
              END-IF
              MOVE "CEPVERIFICA CORRECAO" TO WRK-SPL-NOME
           END-IF.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           IF WRK-CORRIGIR EQUAL "S"
              MOVE "CLIENTES X TABELA DE CEP - COM CORRECAO EM MASSA"
                TO WRK-SPL-LINHA
           ELSE
              MOVE "CLIENTES X TABELA DE CEP - SO CONFERENCIA"
                TO WRK-SPL-LINHA
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

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

      *    A CORRECAO GRAVA AUDITORIA, ENTAO SEGUE A MESMA REGRA DO
      *    BALCAO: COM O DIA FECHADO NAO SE CORRIGE, SO SE LISTA
       OBTER-DATA-MOVIMENTO SECTION.
           CALL "DATAMOV" USING WRK-DATAMOV.
           EVALUATE TRUE
              WHEN WRK-DMV-EXISTE NOT EQUAL "S"
                 ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
              WHEN WRK-DMV-SITUACAO EQUAL "A"
                 MOVE WRK-DMV-DATA TO WRK-DATA-MOVIMENTO
              WHEN OTHER
                 MOVE WRK-DMV-DATA TO WRK-DATA-MOVIMENTO
                 IF WRK-CORRIGIR EQUAL "S"
                    DISPLAY "DIA DE MOVIMENTO FECHADO - CORRECAO"
                            " NAO FEITA, SO A CONFERENCIA"
                    MOVE "N" TO WRK-CORRIGIR
                 END-IF
           END-EVALUATE.

       PROCESSAR SECTION.
           MOVE LOW-VALUES TO ARQCRM-CHAVE.
           START ARQCRM KEY IS GREATER ARQCRM-CHAVE.
           PERFORM UNTIL ARQCRM-FS NOT EQUAL ZEROS
              READ ARQCRM NEXT RECORD
              IF ARQCRM-FS EQUAL ZEROS
                 AND ARQCRM-EXCLUIDO NOT EQUAL "S"
                 ADD 1 TO WRK-TOT-LIDOS
                 IF ARQCRM-END-CEP EQUAL ZEROS
                    ADD 1 TO WRK-TOT-SEM-END
                 ELSE
                    PERFORM CONFERIR-CLIENTE
                 END-IF
              END-IF
           END-PERFORM.

       CONFERIR-CLIENTE SECTION.
           MOVE ARQCRM-END-CEP TO CEP-NUMERO.
           READ ARQCEP.
           IF ARQCEP-FS NOT EQUAL ZEROS
              MOVE ZEROS TO ARQCEP-FS
              ADD 1 TO WRK-TOT-DESCONHECIDO
              PERFORM LISTAR-CLIENTE
              MOVE "      CEP FORA DA TABELA" TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           ELSE
              MOVE "N" TO WRK-DIVERGE
              IF ARQCRM-END-CIDADE NOT EQUAL CEP-CIDADE
                 OR ARQCRM-END-UF NOT EQUAL CEP-UF
                 MOVE "S" TO WRK-DIVERGE
              END-IF
              IF CEP-ZONA NOT EQUAL SPACES
                 AND ARQCRM-ZONA-ENTREGA NOT EQUAL CEP-ZONA
                 MOVE "S" TO WRK-DIVERGE
              END-IF
              IF WRK-DIVERGE EQUAL "S"
                 ADD 1 TO WRK-TOT-DIVERGENTE
                 PERFORM LISTAR-DIVERGENCIA
                 IF WRK-CORRIGIR EQUAL "S"
                    PERFORM CORRIGIR-CLIENTE
                 END-IF
              ELSE
                 ADD 1 TO WRK-TOT-CONFERE
              END-IF
           END-IF.

       LISTAR-CLIENTE SECTION.
           MOVE "CEP"               TO MSC-CAMPO-NOME.
           MOVE ARQCRM-END-CEP      TO MSC-CAMPO.
           PERFORM MASCARAR-ENDERECO.
           MOVE MSC-CAMPO           TO WRK-MASC-CEP.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ID "          DELIMITED BY SIZE
                  ARQCRM-ID      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ARQCRM-NOME    DELIMITED BY SIZE
                  " CEP "        DELIMITED BY SIZE
                  WRK-MASC-CEP   DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       LISTAR-DIVERGENCIA SECTION.
           PERFORM LISTAR-CLIENTE.
           MOVE "CLIENTE "          TO WRK-DIV-ROTULO.
           MOVE ARQCRM-END-CIDADE   TO WRK-DIV-CIDADE.
           MOVE ARQCRM-END-UF       TO WRK-DIV-UF.
           PERFORM MASCARAR-CIDADE-UF.
           MOVE ARQCRM-ZONA-ENTREGA TO WRK-DIV-ZONA.
           MOVE WRK-LINHA-DIVERGE   TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "TABELA  "          TO WRK-DIV-ROTULO.
           MOVE CEP-CIDADE          TO WRK-DIV-CIDADE.
           MOVE CEP-UF              TO WRK-DIV-UF.
           PERFORM MASCARAR-CIDADE-UF.
           MOVE CEP-ZONA            TO WRK-DIV-ZONA.
           MOVE WRK-LINHA-DIVERGE   TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       MASCARAR-CIDADE-UF SECTION.
           MOVE "CIDADE"            TO MSC-CAMPO-NOME.
           MOVE WRK-DIV-CIDADE      TO MSC-CAMPO.
           PERFORM MASCARAR-ENDERECO.
           MOVE MSC-CAMPO           TO WRK-DIV-CIDADE.
           MOVE "UF"                TO MSC-CAMPO-NOME.
           MOVE WRK-DIV-UF          TO MSC-CAMPO.
           PERFORM MASCARAR-ENDERECO.
           MOVE MSC-CAMPO           TO WRK-DIV-UF.

      *    O CAMPO VOLTA DO MASCARA COMO VEIO (E A VISAO FICA NO
      *    REGISTRO DE ACESSO) OU MASCARADO, CONFORME O NIVEL
       MASCARAR-ENDERECO SECTION.
           MOVE "M"                 TO MSC-ACAO.
           MOVE "LOTE"              TO MSC-USUARIO.
           MOVE "L"                 TO MSC-NIVEL.
           MOVE "CEPVERIFICA"       TO MSC-PROGRAMA.
           MOVE 3                   TO MSC-GRUPO.
           MOVE "X"                 TO MSC-FORMATO.
           MOVE "C"                 TO MSC-TIPO-CHAVE.
           MOVE ARQCRM-ID           TO MSC-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.

      *    ZONA EM BRANCO NA TABELA NAO APAGA A ZONA DO CLIENTE
       CORRIGIR-CLIENTE SECTION.
           MOVE CEP-CIDADE TO ARQCRM-END-CIDADE.
           MOVE CEP-UF     TO ARQCRM-END-UF.
           IF CEP-ZONA NOT EQUAL SPACES
              MOVE CEP-ZONA TO ARQCRM-ZONA-ENTREGA
           END-IF.
           REWRITE ARQCRM-REGISTRO.
           IF ARQCRM-FS EQUAL ZEROS
              ADD 1 TO WRK-TOT-CORRIGIDO
              PERFORM GRAVAR-AUDITORIA
              MOVE "      CORRIGIDO PELA TABELA" TO WRK-SPL-LINHA
           ELSE
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "      ERRO AO REGRAVAR - STATUS "
                                         DELIMITED BY SIZE
                     ARQCRM-FS           DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              MOVE ZEROS TO ARQCRM-FS
           END-IF.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.

       GRAVAR-AUDITORIA SECTION.
           MOVE ARQCRM-ID              TO AUDCRM-ID.
           MOVE "CEP"                  TO AUDCRM-OPERACAO.
           MOVE ARQCRM-NOME            TO AUDCRM-NOME-ANTES
                                           AUDCRM-NOME-DEPOIS.
           MOVE ARQCRM-EMAIL           TO AUDCRM-EMAIL-ANTES
                                           AUDCRM-EMAIL-DEPOIS.
           MOVE ARQCRM-TELEFONE        TO AUDCRM-TELEFONE-ANTES
                                           AUDCRM-TELEFONE-DEPOIS.
           MOVE ARQCRM-STATUS          TO AUDCRM-STATUS-ANTES
                                           AUDCRM-STATUS-DEPOIS.
           MOVE ARQCRM-DATA-NASCIMENTO TO AUDCRM-DATA-NASCIMENTO-ANTES
                                        AUDCRM-DATA-NASCIMENTO-DEPOIS.
           MOVE ARQCRM-MENOR           TO AUDCRM-MENOR-ANTES
                                           AUDCRM-MENOR-DEPOIS.
           MOVE WRK-DATA-MOVIMENTO     TO AUDCRM-DATA.
           ACCEPT AUDCRM-HORA FROM TIME.
           MOVE WRK-OPERADOR           TO AUDCRM-OPERADOR.
           WRITE AUDCRM-REGISTRO.

       FINALIZAR SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "DESCONHECIDOS " DELIMITED BY SIZE
                  WRK-TOT-DESCONHECIDO DELIMITED BY SIZE
                  " DIVERGENTES "  DELIMITED BY SIZE
                  WRK-TOT-DIVERGENTE   DELIMITED BY SIZE
                  " CORRIGIDOS "   DELIMITED BY SIZE
                  WRK-TOT-CORRIGIDO    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           CLOSE ARQCRM.
           CLOSE ARQCEP.
           IF WRK-CORRIGIR EQUAL "S"
              CLOSE ARQAUDIT
           END-IF.
