      *GRAVA NO SPOOL CENTRAL UMA ETIQUETA POR CLIENTE COM O ENDERECO
      *DO ARQCRM.DAT (VERSAO 05). CLIENTE SEM ENDERECO (CEP ZERADO)
      *SAI NA CONTAGEM DE PULADOS - ANTES DESTE PROGRAMA O CANAL
      *CORREIO ERA UMA OPCAO QUE NUNCA PODIA SER ATENDIDA. COM O
      *CODIGO DE UMA CAMPANHA DO CAMPANHAMANUT, CADA ETIQUETA REGISTRA
      *O CLIENTE COMO ALVO DA CAMPANHA (CAMPANHAALVO) E O SORTEADO
      *PARA O GRUPO DE CONTROLE FICA SEM ETIQUETA. AS ETIQUETAS SAEM
      *DA EMPRESA: QUEM AS PEDE TEM DE ESTAR LIBERADO PARA ENDERECO NA
      *TABELA ARQSIGILO (MODULO MASCARA) - ETIQUETA MASCARADA NAO
      *CHEGA AO DESTINO, ENTAO SEM LIBERACAO NENHUMA E GERADA
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "#CRM-CTRL".

       FD ARQCAMPANHA.
       01 ARQCAMPANHA-LINHA  PIC X(140).

       WORKING-STORAGE SECTION.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCAMPANHA-FS     PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-NOME-EXTRATO   PIC X(40) VALUES SPACES.
      *----------CAMPOS DESMONTADOS DA LINHA DO EXTRATO
       01 WRK-CSV-CAMPO1     PIC X(10) VALUES SPACES.
       01 WRK-CSV-CAMPO2     PIC X(10) VALUES SPACES.
       01 WRK-ID-CLIENTE     PIC 9(06) VALUES ZEROS.

       01 WRK-TOT-ETIQUETAS  PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-PULADOS    PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-SEM-END    PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-CONTROLE   PIC 9(05) VALUES ZEROS.

      *----------CAMPANHA DO MESTRE (BRANCO = MALA SEM REGISTRO)
       01 WRK-CAMPALVO.
           05 WRK-ALV-ACAO       PIC X(01) VALUE "V".
           05 WRK-ALV-CAMPANHA   PIC X(15) VALUE SPACES.
           05 WRK-ALV-CLIENTE-ID PIC 9(06) VALUE ZEROS.
           05 WRK-ALV-ORIGEM     PIC X(15) VALUE "ETIQUETACORREIO".
           05 WRK-ALV-RETORNO    PIC X(01) VALUE SPACES.
           05 WRK-ALV-CANAL      PIC X(01) VALUE SPACES.

      *----------ENTRADA NO SPOOL CENTRAL, UMA ETIQUETA POR CLIENTE
       01 WRK-SPOOL.
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

      *----------BAIRRO DO CEP (O CADASTRO NAO GUARDA O BAIRRO)
       01 WRK-CEPBUSCA.
           05 WRK-CPB-CEP        PIC 9(08) VALUE ZEROS.
           05 WRK-CPB-ACHOU      PIC X(01) VALUE "N".
           05 WRK-CPB-LOGRADOURO PIC X(30) VALUE SPACES.
           05 WRK-CPB-BAIRRO     PIC X(20) VALUE SPACES.
           05 WRK-CPB-CIDADE     PIC X(20) VALUE SPACES.
           05 WRK-CPB-UF         PIC X(02) VALUE SPACES.
           05 WRK-CPB-ZONA       PIC X(02) VALUE SPACES.

       01 WRK-LINHA-CIDADE.
           05 WRK-ETQ-CIDADE     PIC X(20).
           05 FILLER             PIC X(03) VALUE " - ".
           05 FILLER             PIC X(04) VALUE "CEP ".
           05 WRK-ETQ-CEP        PIC 9(08).

      *----------QUEM PEDIU AS ETIQUETAS
       01 WRK-SOLICITANTE    PIC X(10) VALUES SPACES.
       01 WRK-NIVEL          PIC X(01) VALUES SPACES.
       COPY "#SIGILO-MASC".

       LINKAGE SECTION.
       01 LNK-OPERADOR       PIC X(10).
       01 LNK-NIVEL          PIC X(01).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR
                                OPTIONAL LNK-NIVEL.
       0001-PRINCIPAL SECTION.
           DISPLAY "ETIQUETACORREIO - INICIO".
           PERFORM INICIAR.
           DISPLAY "ETIQUETAS GERADAS...........: " WRK-TOT-ETIQUETAS.
           DISPLAY "SEM CONSENTIMENTO CORREIO...: " WRK-TOT-PULADOS.
           DISPLAY "SEM ENDERECO CADASTRADO.....: " WRK-TOT-SEM-END.
           IF WRK-ALV-CAMPANHA NOT EQUAL SPACES
              DISPLAY "GRUPO DE CONTROLE...........: "
                      WRK-TOT-CONTROLE
           END-IF.
           DISPLAY "ETIQUETACORREIO - FIM".
           GOBACK.

           IF WRK-NOME-EXTRATO EQUAL SPACES
              MOVE "DADOS/ARQCRM_ANIVERSARIO.TXT" TO WRK-NOME-EXTRATO
           END-IF.
           PERFORM CONFERIR-CAMPANHA.
           IF WRK-VERSAO-INCOMPATIVEL EQUAL "S"
              GOBACK
           END-IF.
           PERFORM CONFERIR-SIGILO.
           IF WRK-VERSAO-INCOMPATIVEL EQUAL "S"
              GOBACK
           END-IF.
           OPEN INPUT ARQCAMPANHA.
           IF ARQCAMPANHA-FS NOT EQUAL ZEROS
              DISPLAY "EXTRATO NAO ENCONTRADO (STATUS "
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           IF WRK-ALV-CAMPANHA NOT EQUAL SPACES
              MOVE SPACES TO WRK-SPL-LINHA
              STRING "CAMPANHA "      DELIMITED BY SIZE
                     WRK-ALV-CAMPANHA DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
              CALL "SPOOLGRAVA" USING WRK-SPOOL
              MOVE ALL "-" TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.

      *    CAMPANHA INFORMADA TEM DE ESTAR CADASTRADA E ABERTA. MALA
      *    DIRETA EM CAMPANHA DE OUTRO CANAL SO E AVISADA
       CONFERIR-CAMPANHA SECTION.
           DISPLAY "CODIGO DA CAMPANHA (VAZIO = SEM REGISTRO): ".
           ACCEPT WRK-ALV-CAMPANHA.
           IF WRK-ALV-CAMPANHA NOT EQUAL SPACES
              MOVE "V" TO WRK-ALV-ACAO
              CALL "CAMPANHAALVO" USING WRK-CAMPALVO
              EVALUATE WRK-ALV-RETORNO
                 WHEN "S"
                    MOVE "G" TO WRK-ALV-ACAO
                    IF WRK-ALV-CANAL NOT EQUAL "C"
                       DISPLAY "AVISO: CAMPANHA CADASTRADA COM CANAL "
                               WRK-ALV-CANAL
                    END-IF
                 WHEN "E"
                    DISPLAY "CAMPANHA JA ENCERRADA - ETIQUETAS NAO"
                            " GERADAS"
                    MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
                 WHEN OTHER
                    DISPLAY "CAMPANHA NAO CADASTRADA - ETIQUETAS NAO"
                            " GERADAS"
                    MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
              END-EVALUATE
           END-IF.

      *    LIBERADO, A VISAO DO LOTE INTEIRO DE ETIQUETAS FICA NUM SO
      *    REGISTRO DE ACESSO
       CONFERIR-SIGILO SECTION.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              MOVE LNK-OPERADOR TO WRK-SOLICITANTE
           END-IF.
           IF ADDRESS OF LNK-NIVEL NOT EQUAL NULL
              MOVE LNK-NIVEL TO WRK-NIVEL
           END-IF.
           IF WRK-SOLICITANTE EQUAL SPACES
              DISPLAY "USUARIO QUE PEDIU AS ETIQUETAS: "
              ACCEPT WRK-SOLICITANTE
           END-IF.
           MOVE "V"              TO MSC-ACAO.
           MOVE WRK-SOLICITANTE  TO MSC-USUARIO.
           MOVE WRK-NIVEL        TO MSC-NIVEL.
           MOVE "ETIQCORREIO"    TO MSC-PROGRAMA.
           MOVE 3                TO MSC-GRUPO.
           MOVE SPACES           TO MSC-FORMATO MSC-CAMPO.
           MOVE "ENDERECO"       TO MSC-CAMPO-NOME.
           MOVE "X"              TO MSC-TIPO-CHAVE.
           MOVE ZEROS            TO MSC-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.
           IF MSC-LIBERADO NOT EQUAL "S"
              DISPLAY WRK-SOLICITANTE " SEM LIBERACAO PARA ENDERECO -"
                      " ETIQUETAS NAO GERADAS"
              MOVE "S" TO WRK-VERSAO-INCOMPATIVEL
           END-IF.

       VERIFICAR-VERSAO SECTION.
           MOVE "N" TO WRK-VERSAO-INCOMPATIVEL.
              UNSTRING ARQCAMPANHA-LINHA DELIMITED BY ","
                 INTO WRK-CSV-CAMPO1 WRK-CSV-CAMPO2
              END-UNSTRING
              IF WRK-CSV-CAMPO2(1:6) IS NUMERIC
                 MOVE WRK-CSV-CAMPO2(1:6) TO WRK-ID-CLIENTE
                 PERFORM GERAR-ETIQUETA
              END-IF
           END-IF.
                 DISPLAY "CLIENTE " ARQCRM-ID
                          " COM CANAL CORREIO E SEM ENDERECO"
              WHEN OTHER
                 PERFORM REGISTRAR-ALVO
           END-EVALUATE.

       REGISTRAR-ALVO SECTION.
           IF WRK-ALV-CAMPANHA EQUAL SPACES
              PERFORM IMPRIMIR-ETIQUETA
           ELSE
              MOVE ARQCRM-ID TO WRK-ALV-CLIENTE-ID
              CALL "CAMPANHAALVO" USING WRK-CAMPALVO
              IF WRK-ALV-RETORNO EQUAL "C"
                 ADD 1 TO WRK-TOT-CONTROLE
              ELSE
                 PERFORM IMPRIMIR-ETIQUETA
              END-IF
           END-IF.

       IMPRIMIR-ETIQUETA SECTION.
           MOVE SPACES TO WRK-SPL-LINHA.
           MOVE ARQCRM-NOME TO WRK-SPL-LINHA.
             INTO WRK-SPL-LINHA
           END-STRING.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE ARQCRM-END-CEP TO WRK-CPB-CEP.
           CALL "CEPBUSCA" USING WRK-CEPBUSCA.
           IF WRK-CPB-ACHOU EQUAL "S"
              AND WRK-CPB-BAIRRO NOT EQUAL SPACES
              MOVE WRK-CPB-BAIRRO TO WRK-SPL-LINHA
              CALL "SPOOLGRAVA" USING WRK-SPOOL
           END-IF.
           MOVE ARQCRM-END-CIDADE TO WRK-ETQ-CIDADE.
           MOVE ARQCRM-END-UF     TO WRK-ETQ-UF.
           MOVE WRK-LINHA-CIDADE  TO WRK-SPL-LINHA.
