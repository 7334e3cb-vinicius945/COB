      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: GERA O ARQUIVO DE INTERCAMBIO (CABECALHO, UM DETALHE
      *POR CLIENTE NO LAYOUT DO #CRM-EXCH E RODAPE COM O TOTAL) PARA
      *ENVIAR A BASE LOCAL DO ARQCRM PARA OUTRA FILIAL. O CABECALHO
      *LEVA A FILIAL DESTA INSTALACAO (PARM-FILIAL-LOCAL, CONFERIDA NO
      *CADASTRO DE FILIAIS) E A SEQUENCIA DO ARQUIVO, DADAS PELO
      *FILIALCONF. O ARQUIVO LEVA CONTATO E NASCIMENTO PARA FORA
      *DESTA FILIAL: QUEM PEDE A EXPORTACAO TEM DE ESTAR LIBERADO
      *PARA OS DOIS GRUPOS NA TABELA ARQSIGILO (MODULO MASCARA), SENAO
      *NADA E GERADO - INTERCAMBIO MASCARADO ESTRAGARIA O CADASTRO DA
      *OUTRA FILIAL
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ARQEXCH-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

      *    CONFERENCIA DE FILIAL / SEQUENCIA (FILIALCONF)
       01 WRK-FCF.
           05 WRK-FCF-ACAO          PIC X(01) VALUES SPACES.
           05 WRK-FCF-FLUXO         PIC X(01) VALUES SPACES.
           05 WRK-FCF-FILIAL        PIC X(10) VALUES SPACES.
           05 WRK-FCF-SEQUENCIA     PIC 9(06) VALUES ZEROS.
           05 WRK-FCF-ULT-SEQ       PIC 9(06) VALUES ZEROS.
           05 WRK-FCF-ARQ-ESPERADO  PIC X(40) VALUES SPACES.
           05 WRK-FCF-RETORNO       PIC X(01) VALUES SPACES.
       01 WRK-DATA-ATUAL     PIC 9(08) VALUES ZEROS.
       01 WRK-TOT-EXPORTADOS PIC 9(05) VALUES ZEROS.

      *----------QUEM PEDIU A EXPORTACAO
       01 WRK-SOLICITANTE    PIC X(10) VALUES SPACES.
       01 WRK-NIVEL          PIC X(01) VALUES SPACES.
       01 WRK-LIBERADO       PIC X(01) VALUES "N".
       COPY "#SIGILO-MASC".

       LINKAGE SECTION.
       01 LNK-OPERADOR       PIC X(10).
       01 LNK-NIVEL          PIC X(01).

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERADOR
                                OPTIONAL LNK-NIVEL.
       0001-PRINCIPAL SECTION.
           DISPLAY "EXPORTACRM - INICIO".
           PERFORM INICIAR.
           PERFORM PROCESSAR.
           PERFORM FINALIZAR.
           DISPLAY "TOTAL EXPORTADO...: " WRK-TOT-EXPORTADOS.
           DISPLAY "FILIAL / SEQUENCIA: " WRK-FCF-FILIAL " "
                   WRK-FCF-SEQUENCIA.
           DISPLAY "EXPORTACRM - FIM".
           STOP RUN.

           IF WRK-VERSAO-INCOMPATIVEL EQUAL "S"
              GOBACK
           END-IF.
           PERFORM CONFERIR-SIGILO.
           IF WRK-LIBERADO NOT EQUAL "S"
              DISPLAY WRK-SOLICITANTE " SEM LIBERACAO PARA CONTATO E"
                      " NASCIMENTO - EXPORTACAO NAO GERADA"
              GOBACK
           END-IF.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT ARQCRM.
           IF ARQCRM-FS NOT EQUAL ZEROS
              CLOSE ARQCRM
              GOBACK
           END-IF.
           MOVE "E" TO WRK-FCF-ACAO.
           MOVE "C" TO WRK-FCF-FLUXO.
           CALL "FILIALCONF" USING WRK-FCF.
           IF WRK-FCF-RETORNO NOT EQUAL "S"
              DISPLAY "FILIAL LOCAL NAO CONFIGURADA - CADASTRE NO "
                      "FILIALMANUT E INFORME NO SETUP DO MANUT"
              CLOSE ARQCRM
              CLOSE ARQEXCH
              GOBACK
           END-IF.
           PERFORM GRAVAR-CABECALHO.

       VERIFICAR-VERSAO SECTION.
              END-IF
           END-IF.

      *    UMA CONFERENCIA POR GRUPO QUE VAI NO DETALHE; LIBERADO, A
      *    VISAO DO ARQUIVO INTEIRO FICA NUM SO REGISTRO DE ACESSO POR
      *    GRUPO
       CONFERIR-SIGILO SECTION.
           IF ADDRESS OF LNK-OPERADOR NOT EQUAL NULL
              MOVE LNK-OPERADOR TO WRK-SOLICITANTE
           END-IF.
           IF ADDRESS OF LNK-NIVEL NOT EQUAL NULL
              MOVE LNK-NIVEL TO WRK-NIVEL
           END-IF.
           IF WRK-SOLICITANTE EQUAL SPACES
              DISPLAY "USUARIO QUE PEDIU A EXPORTACAO: "
              ACCEPT WRK-SOLICITANTE
           END-IF.
           MOVE "V"              TO MSC-ACAO.
           MOVE WRK-SOLICITANTE  TO MSC-USUARIO.
           MOVE WRK-NIVEL        TO MSC-NIVEL.
           MOVE "EXPORTACRM"     TO MSC-PROGRAMA.
           MOVE SPACES           TO MSC-FORMATO MSC-CAMPO.
           MOVE "X"              TO MSC-TIPO-CHAVE.
           MOVE ZEROS            TO MSC-CHAVE.
           MOVE 1                TO MSC-GRUPO.
           MOVE "EMAIL/FONE"     TO MSC-CAMPO-NOME.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-LIBERADO     TO WRK-LIBERADO.
           IF WRK-LIBERADO EQUAL "S"
              MOVE 2             TO MSC-GRUPO
              MOVE "NASCIMENTO"  TO MSC-CAMPO-NOME
              CALL "MASCARA" USING MSC-PARAMETROS
              MOVE MSC-LIBERADO  TO WRK-LIBERADO
           END-IF.

       GRAVAR-CABECALHO SECTION.
           MOVE "H" TO EXCH-TIPO-REG.
           MOVE WRK-FCF-FILIAL    TO EXCH-FILIAL-ORIGEM.
           MOVE WRK-FCF-SEQUENCIA TO EXCH-SEQUENCIA.
           MOVE WRK-VERSAO-ESPERADA TO EXCH-LAYOUT.
           MOVE WRK-DATA-ATUAL   TO EXCH-DATA-EXPORT.
           ACCEPT EXCH-HORA-EXPORT FROM TIME.
           WRITE EXCH-REGISTRO.
