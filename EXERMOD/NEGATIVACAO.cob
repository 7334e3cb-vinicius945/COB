       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVACAO.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: NEGATIVACAO DE DEVEDORES NO BIRO DE CREDITO. GERA O
      *ARQUIVO DE REMESSA DO BIRO (NEGATIVACAO_BUREAU.TXT, LARGURA
      *FIXA: "0" CABECALHO COM O CNPJ E A RAZAO SOCIAL DO ARQPARM,
      *"1" INCLUSAO, "2" EXCLUSAO, "9" RODAPE COM AS QUANTIDADES).
      *PRIMEIRO AS EXCLUSOES: DEBITO NEGATIVADO QUE O EMPRESTIMOPAGA
      *OU O RECEBIMENTO MARCOU COMO QUITADO, OU QUE NAO ESTA MAIS EM
      *ABERTO (QUITACAO ANTECIPADA, RENEGOCIACAO), SAI NA REMESSA DO
      *DIA - O PRAZO LEGAL PARA LIMPAR O NOME E CURTO. DEPOIS AS
      *INCLUSOES: PARCELA VENCIDA DE CONTRATO QUE RECEBEU O AVISO
      *FINAL DO COBRANCALOTE HA MAIS DE PARM-NEG-DIAS-CARENCIA DIAS,
      *E TITULO FIADO EM ABERTO HA MAIS DE 60 DIAS (ULTIMO BALDE DO
      *AGING) MAIS A MESMA CARENCIA. OS DADOS DO DEVEDOR VEM DO
      *ARQCRM, COM O ENDERECO DA VERSAO 05 - CLIENTE SEM ENDERECO NAO
      *E NEGATIVADO (O BIRO PRECISA NOTIFICAR POR CORREIO) E SAI NO
      *RELATORIO COMO PENDENTE, COM RC 4. O CADASTRO LOCAL
      *ARQNEGATIVA.DAT GUARDA QUEM ESTA NEGATIVADO, POR QUAL DEBITO E
      *DESDE QUANDO. A REMESSA LEVA CONTATO, NASCIMENTO E ENDERECO
      *PARA FORA DA EMPRESA: ANTES DE TUDO O MASCARA CONFERE A
      *LIBERACAO DO USUARIO LOTE, NIVEL "L", NOS TRES GRUPOS - SEM ELA
      *A REMESSA NAO E GERADA (MASCARADA NAO SERVE AO BIRO), NADA E
      *MEXIDO NO ARQNEGATIVA.DAT E O RC E 8
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQNEG ASSIGN TO "DADOS/ARQNEGATIVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQNEG-FS
           RECORD KEY IS NEG-CHAVE.

           SELECT ARQEMP ASSIGN TO "DADOS/ARQEMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQEMP-FS
           RECORD KEY IS EMP-NUMERO.

           SELECT ARQPARC ASSIGN TO "DADOS/ARQPARCELA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQPARC-FS
           RECORD KEY IS PARC-CHAVE.

           SELECT ARQCOBRANCA ASSIGN TO "DADOS/ARQCOBRANCA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCOBRANCA-FS
           RECORD KEY IS COB-CONTRATO.

           SELECT ARQRECEBER ASSIGN TO "DADOS/ARQRECEBER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQRECEBER-FS
           RECORD KEY IS REC-DOCUMENTO.

           SELECT ARQCRM  ASSIGN TO "DADOS/ARQCRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ARQCRM-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-NOME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
               WITH DUPLICATES.

           SELECT ARQPARM ASSIGN TO "DADOS/ARQPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQPARM-FS.

           SELECT ARQBUREAU ASSIGN TO "DADOS/NEGATIVACAO_BUREAU.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQBUREAU-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQNEG.
       COPY "#NEGATIVA".

       FD ARQEMP.
       COPY "#EMPRESTIMO".

       FD ARQPARC.
       COPY "#PARCELA".

       FD ARQCOBRANCA.
       COPY "#COBRANCA".

       FD ARQRECEBER.
       COPY "#RECEBER".

       FD ARQCRM.
       COPY "#CRM".

       FD ARQPARM
           RECORDING MODE IS F.
       COPY "#PARMSIS".

       FD ARQBUREAU.
       01 BUR-LINHA          PIC X(160).

       WORKING-STORAGE SECTION.
       01 ARQNEG-FS          PIC 9(02) VALUES ZEROS.
       01 ARQEMP-FS          PIC 9(02) VALUES ZEROS.
       01 ARQPARC-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCOBRANCA-FS     PIC 9(02) VALUES ZEROS.
       01 ARQRECEBER-FS      PIC 9(02) VALUES ZEROS.
       01 ARQCRM-FS          PIC 9(02) VALUES ZEROS.
       01 ARQPARM-FS         PIC 9(02) VALUES ZEROS.
       01 ARQBUREAU-FS       PIC 9(02) VALUES ZEROS.

      *    CARENCIA PADRAO - A CARTA FINAL DA "10 DIAS" AO CLIENTE
       01 WRK-CARENCIA       PIC 9(03) VALUES 10.
       01 WRK-CNPJ           PIC 9(14) VALUES ZEROS.
       01 WRK-RAZAO          PIC X(30) VALUES SPACES.

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-DIAS-HOJE      PIC 9(07) VALUES ZEROS.
       01 WRK-DIAS-REF       PIC 9(07) VALUES ZEROS.
       01 WRK-FIM-CONTRATO   PIC X(01) VALUES "N".
       01 WRK-EM-ABERTO      PIC X(01) VALUES "N".
       01 WRK-DATA-QUITACAO  PIC 9(08) VALUES ZEROS.
       01 WRK-JA-LISTADO     PIC X(01) VALUES "N".

      *    DEBITO CANDIDATO A INCLUSAO
       01 WRK-CAND-ORIGEM    PIC X(01) VALUES SPACES.
       01 WRK-CAND-DOCUMENTO PIC 9(06) VALUES ZEROS.
       01 WRK-CAND-SEQ       PIC 9(03) VALUES ZEROS.
       01 WRK-CAND-CLIENTE   PIC 9(06) VALUES ZEROS.
       01 WRK-CAND-VALOR     PIC 9(08)V99 VALUES ZEROS.
       01 WRK-CAND-VENC      PIC 9(08) VALUES ZEROS.

       01 WRK-TOT-INCLUSOES  PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-EXCLUSOES  PIC 9(06) VALUES ZEROS.
       01 WRK-TOT-PENDENTES  PIC 9(06) VALUES ZEROS.
       01 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99.

      *----------REGISTROS DA REMESSA AO BIRO
       01 WRK-BUR-CABECALHO.
           05 FILLER             PIC X(01) VALUE "0".
           05 WRK-BUR-CAB-DATA   PIC 9(08).
           05 WRK-BUR-CAB-CNPJ   PIC 9(14).
           05 WRK-BUR-CAB-RAZAO  PIC X(30).
           05 FILLER             PIC X(107) VALUE SPACES.
       01 WRK-BUR-DETALHE.
      *    "1" INCLUSAO / "2" EXCLUSAO
           05 WRK-BUR-TIPO       PIC X(01).
           05 WRK-BUR-ORIGEM     PIC X(01).
           05 WRK-BUR-DOCUMENTO  PIC 9(06).
           05 WRK-BUR-SEQ        PIC 9(03).
           05 WRK-BUR-CLIENTE    PIC 9(06).
           05 WRK-BUR-NOME       PIC X(25).
           05 WRK-BUR-NASCIMENTO PIC 9(08).
           05 WRK-BUR-TELEFONE   PIC X(14).
           05 WRK-BUR-LOGRADOURO PIC X(30).
           05 WRK-BUR-NUMERO     PIC X(06).
           05 WRK-BUR-CIDADE     PIC X(20).
           05 WRK-BUR-UF         PIC X(02).
           05 WRK-BUR-CEP        PIC 9(08).
           05 WRK-BUR-VENCIMENTO PIC 9(08).
           05 WRK-BUR-VALOR      PIC 9(08)V99.
      *    INCLUSAO: DATA DA INCLUSAO / EXCLUSAO: DATA DA QUITACAO
           05 WRK-BUR-DATA       PIC 9(08).
           05 FILLER             PIC X(06) VALUE SPACES.
       01 WRK-BUR-RODAPE.
           05 FILLER             PIC X(01) VALUE "9".
           05 WRK-BUR-ROD-INCL   PIC 9(06).
           05 WRK-BUR-ROD-EXCL   PIC 9(06).
           05 FILLER             PIC X(147) VALUE SPACES.

      *----------RELATORIO NO SPOOL
       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "NEGATIVACAO BIRO".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "NEGATIVACAO".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.
       01 WRK-ROTULO         PIC X(10) VALUES SPACES.

       01 WRK-LIBERADO       PIC X(01) VALUES "N".
       COPY "#SIGILO-MASC".

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "NEGATIVACAO - INICIO".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM LER-PARAMETROS.
           PERFORM CONFERIR-SIGILO.
           IF WRK-LIBERADO NOT EQUAL "S"
              DISPLAY "LOTE SEM LIBERACAO PARA CONTATO, NASCIMENTO E"
                      " ENDERECO - REMESSA NAO GERADA"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ARQNEG.
           IF ARQNEG-FS EQUAL 35
              OPEN OUTPUT ARQNEG
              CLOSE ARQNEG
              OPEN I-O ARQNEG
           END-IF.
           IF ARQNEG-FS NOT EQUAL ZEROS
              DISPLAY "ERRO ABERTURA ARQNEGATIVA.DAT " ARQNEG-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ARQBUREAU.
           MOVE WRK-DATA-HOJE TO WRK-BUR-CAB-DATA.
           MOVE WRK-CNPJ      TO WRK-BUR-CAB-CNPJ.
           MOVE WRK-RAZAO     TO WRK-BUR-CAB-RAZAO.
           WRITE BUR-LINHA FROM WRK-BUR-CABECALHO.
           OPEN INPUT ARQEMP.
           OPEN INPUT ARQPARC.
           OPEN INPUT ARQCOBRANCA.
           OPEN INPUT ARQRECEBER.
           OPEN INPUT ARQCRM.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "REMESSA AO BIRO DE CREDITO EM " DELIMITED BY SIZE
                  WRK-DATA-HOJE                    DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM PROCESSAR-EXCLUSOES.
           IF ARQCOBRANCA-FS EQUAL ZEROS
              PERFORM INCLUIR-PARCELAS
           END-IF.
           IF ARQRECEBER-FS EQUAL ZEROS
              PERFORM INCLUIR-TITULOS
           END-IF.
           MOVE WRK-TOT-INCLUSOES TO WRK-BUR-ROD-INCL.
           MOVE WRK-TOT-EXCLUSOES TO WRK-BUR-ROD-EXCL.
           WRITE BUR-LINHA FROM WRK-BUR-RODAPE.
           CLOSE ARQBUREAU ARQNEG ARQEMP ARQPARC ARQCOBRANCA
                 ARQRECEBER ARQCRM.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "INCLUSOES " WRK-TOT-INCLUSOES
                  "  EXCLUSOES " WRK-TOT-EXCLUSOES
                  "  PENDENTES SEM ENDERECO " WRK-TOT-PENDENTES
                  DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WRK-TOT-PENDENTES GREATER ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "NEGATIVACAO - FIM".
           GOBACK.

      *    UMA CONFERENCIA POR GRUPO PARA A REMESSA INTEIRA - A
      *    VISAO FICA NUM SO REGISTRO DE ACESSO POR GRUPO
       CONFERIR-SIGILO SECTION.
           MOVE "V"              TO MSC-ACAO.
           MOVE "LOTE"           TO MSC-USUARIO.
           MOVE "L"              TO MSC-NIVEL.
           MOVE "NEGATIVACAO"    TO MSC-PROGRAMA.
           MOVE SPACES           TO MSC-FORMATO MSC-CAMPO.
           MOVE "X"              TO MSC-TIPO-CHAVE.
           MOVE ZEROS            TO MSC-CHAVE.
           MOVE 1                TO MSC-GRUPO.
           MOVE "TELEFONE"       TO MSC-CAMPO-NOME.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-LIBERADO     TO WRK-LIBERADO.
           IF WRK-LIBERADO EQUAL "S"
              MOVE 2             TO MSC-GRUPO
              MOVE "NASCIMENTO"  TO MSC-CAMPO-NOME
              CALL "MASCARA" USING MSC-PARAMETROS
              MOVE MSC-LIBERADO  TO WRK-LIBERADO
           END-IF.
           IF WRK-LIBERADO EQUAL "S"
              MOVE 3             TO MSC-GRUPO
              MOVE "ENDERECO"    TO MSC-CAMPO-NOME
              CALL "MASCARA" USING MSC-PARAMETROS
              MOVE MSC-LIBERADO  TO WRK-LIBERADO
           END-IF.

      *    ARQPARM.DAT GRAVADO ANTES DO CAMPO TRAZ LIXO NO FIM DO
      *    REGISTRO - SO VALE O QUE FOR NUMERICO E MAIOR QUE ZERO
       LER-PARAMETROS SECTION.
           OPEN INPUT ARQPARM.
           IF ARQPARM-FS EQUAL ZEROS
              READ ARQPARM
              IF ARQPARM-FS EQUAL ZEROS
                 IF PARM-NEG-DIAS-CARENCIA NUMERIC
                    AND PARM-NEG-DIAS-CARENCIA GREATER ZEROS
                    MOVE PARM-NEG-DIAS-CARENCIA TO WRK-CARENCIA
                 END-IF
                 IF PARM-EMPRESA-CNPJ NUMERIC
                    MOVE PARM-EMPRESA-CNPJ TO WRK-CNPJ
                 END-IF
                 MOVE PARM-EMPRESA-RAZAO TO WRK-RAZAO
              END-IF
              CLOSE ARQPARM
           END-IF.
           MOVE ZEROS TO ARQPARM-FS.

      *----------------------------------------------------------------
      *    EXCLUSOES: "Q" MARCADO NA BAIXA, OU "N" CUJO DEBITO JA NAO
      *    ESTA EM ABERTO
      *----------------------------------------------------------------
       PROCESSAR-EXCLUSOES SECTION.
           MOVE LOW-VALUES TO NEG-CHAVE.
           START ARQNEG KEY IS GREATER NEG-CHAVE.
           PERFORM UNTIL ARQNEG-FS NOT EQUAL ZEROS
              READ ARQNEG NEXT RECORD
              IF ARQNEG-FS EQUAL ZEROS
                 IF NEG-SITUACAO EQUAL "N"
                    PERFORM VERIFICAR-EM-ABERTO
                    IF WRK-EM-ABERTO EQUAL "N"
                       MOVE "Q"               TO NEG-SITUACAO
                       MOVE WRK-DATA-QUITACAO TO NEG-DATA-QUITACAO
                    END-IF
                 END-IF
                 IF NEG-SITUACAO EQUAL "Q"
                    PERFORM EXCLUIR-NEGATIVACAO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQNEG-FS.

      *    DEBITO AINDA DEVIDO? NA QUITACAO, A DATA DO PAGAMENTO QUANDO
      *    O ARQUIVO DE ORIGEM TEM; SENAO A DATA DE HOJE
       VERIFICAR-EM-ABERTO SECTION.
           MOVE "N"           TO WRK-EM-ABERTO.
           MOVE WRK-DATA-HOJE TO WRK-DATA-QUITACAO.
           IF NEG-ORIGEM EQUAL "E"
              MOVE NEG-DOCUMENTO TO PARC-NUMERO
              MOVE NEG-SEQ       TO PARC-SEQ
              READ ARQPARC
              IF ARQPARC-FS EQUAL ZEROS
                 IF PARC-PAGA EQUAL "N"
                    MOVE "S" TO WRK-EM-ABERTO
                 END-IF
                 IF PARC-PAGA EQUAL "S"
                    AND PARC-DATA-PAGAMENTO NUMERIC
                    AND PARC-DATA-PAGAMENTO GREATER ZEROS
                    MOVE PARC-DATA-PAGAMENTO TO WRK-DATA-QUITACAO
                 END-IF
              END-IF
              MOVE ZEROS TO ARQPARC-FS
           ELSE
              MOVE NEG-DOCUMENTO TO REC-DOCUMENTO
              READ ARQRECEBER
              IF ARQRECEBER-FS EQUAL ZEROS
                 AND REC-SITUACAO EQUAL "A"
                 AND REC-SALDO GREATER ZEROS
                 MOVE "S" TO WRK-EM-ABERTO
              END-IF
              MOVE ZEROS TO ARQRECEBER-FS
           END-IF.

       EXCLUIR-NEGATIVACAO SECTION.
           MOVE "2"               TO WRK-BUR-TIPO.
           MOVE NEG-ORIGEM        TO WRK-CAND-ORIGEM.
           MOVE NEG-DOCUMENTO     TO WRK-CAND-DOCUMENTO.
           MOVE NEG-SEQ           TO WRK-CAND-SEQ.
           MOVE NEG-CLIENTE-ID    TO WRK-CAND-CLIENTE.
           MOVE NEG-VALOR         TO WRK-CAND-VALOR.
           MOVE NEG-VENCIMENTO    TO WRK-CAND-VENC.
           MOVE NEG-DATA-QUITACAO TO WRK-BUR-DATA.
           PERFORM MONTAR-DETALHE.
           WRITE BUR-LINHA FROM WRK-BUR-DETALHE.
           MOVE "E"           TO NEG-SITUACAO.
           MOVE WRK-DATA-HOJE TO NEG-DATA-EXCLUSAO.
           REWRITE NEG-REGISTRO.
           ADD 1 TO WRK-TOT-EXCLUSOES.
           MOVE "EXCLUSAO" TO WRK-ROTULO.
           PERFORM LISTAR-MOVIMENTO.

      *----------------------------------------------------------------
      *    INCLUSOES DE EMPRESTIMO: CONTRATO NO AVISO FINAL (ESTAGIO 3)
      *    HA MAIS QUE A CARENCIA - CADA PARCELA VENCIDA EM ABERTO. O
      *    CONTRATO BAIXADO PARA PERDA SEGUE NEGATIVAVEL
      *----------------------------------------------------------------
       INCLUIR-PARCELAS SECTION.
           MOVE ZEROS TO COB-CONTRATO.
           START ARQCOBRANCA KEY IS GREATER COB-CONTRATO.
           PERFORM UNTIL ARQCOBRANCA-FS NOT EQUAL ZEROS
              READ ARQCOBRANCA NEXT RECORD
              IF ARQCOBRANCA-FS EQUAL ZEROS
                 AND COB-ESTAGIO EQUAL 3
                 AND COB-DATA-ENVIO GREATER ZEROS
                 COMPUTE WRK-DIAS-REF =
                         FUNCTION INTEGER-OF-DATE(COB-DATA-ENVIO)
                         + WRK-CARENCIA
                 IF WRK-DIAS-HOJE GREATER WRK-DIAS-REF
                    PERFORM INCLUIR-CONTRATO
                 END-IF
              END-IF
           END-PERFORM.

       INCLUIR-CONTRATO SECTION.
           MOVE COB-CONTRATO TO EMP-NUMERO.
           READ ARQEMP.
           IF ARQEMP-FS EQUAL ZEROS
              AND (EMP-SITUACAO EQUAL "A" OR EMP-SITUACAO EQUAL "P")
              MOVE "N" TO WRK-FIM-CONTRATO
              MOVE EMP-NUMERO TO PARC-NUMERO
              MOVE ZEROS      TO PARC-SEQ
              START ARQPARC KEY IS GREATER OR EQUAL PARC-CHAVE
              PERFORM UNTIL ARQPARC-FS NOT EQUAL ZEROS
                         OR WRK-FIM-CONTRATO EQUAL "S"
                 READ ARQPARC NEXT RECORD
                 IF ARQPARC-FS EQUAL ZEROS
                    IF PARC-NUMERO NOT EQUAL EMP-NUMERO
                       MOVE "S" TO WRK-FIM-CONTRATO
                    ELSE
                       IF PARC-PAGA EQUAL "N"
                          AND PARC-VENCIMENTO LESS WRK-DATA-HOJE
                          MOVE "E"             TO WRK-CAND-ORIGEM
                          MOVE PARC-NUMERO     TO WRK-CAND-DOCUMENTO
                          MOVE PARC-SEQ        TO WRK-CAND-SEQ
                          MOVE EMP-CLIENTE-ID  TO WRK-CAND-CLIENTE
                          MOVE PARC-VALOR      TO WRK-CAND-VALOR
                          MOVE PARC-VENCIMENTO TO WRK-CAND-VENC
                          PERFORM INCLUIR-NEGATIVACAO
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           MOVE ZEROS TO ARQEMP-FS ARQPARC-FS.

      *----------------------------------------------------------------
      *    INCLUSOES DE FIADO: O FIADO NAO TEM REGUA DE CARTAS - O
      *    ULTIMO BALDE DO AGING (MAIS DE 60 DIAS) FAZ AS VEZES DO AVISO
      *    FINAL, MAIS A MESMA CARENCIA
      *----------------------------------------------------------------
       INCLUIR-TITULOS SECTION.
           MOVE ZEROS TO REC-DOCUMENTO.
           START ARQRECEBER KEY IS GREATER REC-DOCUMENTO.
           PERFORM UNTIL ARQRECEBER-FS NOT EQUAL ZEROS
              READ ARQRECEBER NEXT RECORD
              IF ARQRECEBER-FS EQUAL ZEROS
                 AND REC-SITUACAO EQUAL "A"
                 AND REC-SALDO GREATER ZEROS
                 COMPUTE WRK-DIAS-REF =
                         FUNCTION INTEGER-OF-DATE(REC-VENCIMENTO)
                         + 60 + WRK-CARENCIA
                 IF WRK-DIAS-HOJE GREATER WRK-DIAS-REF
                    MOVE "F"            TO WRK-CAND-ORIGEM
                    MOVE REC-DOCUMENTO  TO WRK-CAND-DOCUMENTO
                    MOVE ZEROS          TO WRK-CAND-SEQ
                    MOVE REC-CLIENTE-ID TO WRK-CAND-CLIENTE
                    MOVE REC-SALDO      TO WRK-CAND-VALOR
                    MOVE REC-VENCIMENTO TO WRK-CAND-VENC
                    PERFORM INCLUIR-NEGATIVACAO
                 END-IF
              END-IF
           END-PERFORM.

      *    DEBITO JA NEGATIVADO ("N"/"Q") NAO VAI DE NOVO; SE A
      *    EXCLUSAO JA FOI E O DEBITO VOLTOU A CONSTAR EM ABERTO, A
      *    LINHA E REAPROVEITADA
       INCLUIR-NEGATIVACAO SECTION.
           MOVE "N" TO WRK-JA-LISTADO.
           MOVE WRK-CAND-ORIGEM    TO NEG-ORIGEM.
           MOVE WRK-CAND-DOCUMENTO TO NEG-DOCUMENTO.
           MOVE WRK-CAND-SEQ       TO NEG-SEQ.
           READ ARQNEG.
           IF ARQNEG-FS EQUAL ZEROS
              IF NEG-SITUACAO NOT EQUAL "E"
                 MOVE "S" TO WRK-JA-LISTADO
              END-IF
           END-IF.
           IF WRK-JA-LISTADO EQUAL "N"
              MOVE "1"           TO WRK-BUR-TIPO
              MOVE WRK-DATA-HOJE TO WRK-BUR-DATA
              PERFORM MONTAR-DETALHE
              IF WRK-BUR-LOGRADOURO EQUAL SPACES
                 ADD 1 TO WRK-TOT-PENDENTES
                 MOVE "SEM ENDER." TO WRK-ROTULO
                 PERFORM LISTAR-MOVIMENTO
              ELSE
                 WRITE BUR-LINHA FROM WRK-BUR-DETALHE
                 MOVE WRK-CAND-ORIGEM    TO NEG-ORIGEM
                 MOVE WRK-CAND-DOCUMENTO TO NEG-DOCUMENTO
                 MOVE WRK-CAND-SEQ       TO NEG-SEQ
                 MOVE WRK-CAND-CLIENTE TO NEG-CLIENTE-ID
                 MOVE WRK-CAND-VALOR   TO NEG-VALOR
                 MOVE WRK-CAND-VENC    TO NEG-VENCIMENTO
                 MOVE WRK-DATA-HOJE    TO NEG-DATA-INCLUSAO
                 MOVE "N"              TO NEG-SITUACAO
                 MOVE ZEROS            TO NEG-DATA-QUITACAO
                                          NEG-DATA-EXCLUSAO
                 IF ARQNEG-FS EQUAL ZEROS
                    REWRITE NEG-REGISTRO
                 ELSE
                    WRITE NEG-REGISTRO
                 END-IF
                 ADD 1 TO WRK-TOT-INCLUSOES
                 MOVE "INCLUSAO" TO WRK-ROTULO
                 PERFORM LISTAR-MOVIMENTO
              END-IF
           END-IF.
           MOVE ZEROS TO ARQNEG-FS.

      *    DADOS DO DEVEDOR NO ARQCRM, COM O ENDERECO DA VERSAO 05
       MONTAR-DETALHE SECTION.
           MOVE WRK-CAND-ORIGEM    TO WRK-BUR-ORIGEM.
           MOVE WRK-CAND-DOCUMENTO TO WRK-BUR-DOCUMENTO.
           MOVE WRK-CAND-SEQ       TO WRK-BUR-SEQ.
           MOVE WRK-CAND-CLIENTE   TO WRK-BUR-CLIENTE.
           MOVE WRK-CAND-VENC      TO WRK-BUR-VENCIMENTO.
           MOVE WRK-CAND-VALOR     TO WRK-BUR-VALOR.
           MOVE SPACES TO WRK-BUR-NOME WRK-BUR-TELEFONE
                          WRK-BUR-LOGRADOURO WRK-BUR-NUMERO
                          WRK-BUR-CIDADE WRK-BUR-UF.
           MOVE ZEROS  TO WRK-BUR-NASCIMENTO WRK-BUR-CEP.
           MOVE WRK-CAND-CLIENTE TO ARQCRM-ID.
           READ ARQCRM.
           IF ARQCRM-FS EQUAL ZEROS
              MOVE ARQCRM-NOME            TO WRK-BUR-NOME
              MOVE ARQCRM-DATA-NASCIMENTO TO WRK-BUR-NASCIMENTO
              MOVE ARQCRM-TELEFONE        TO WRK-BUR-TELEFONE
              MOVE ARQCRM-END-LOGRADOURO  TO WRK-BUR-LOGRADOURO
              MOVE ARQCRM-END-NUMERO      TO WRK-BUR-NUMERO
              MOVE ARQCRM-END-CIDADE      TO WRK-BUR-CIDADE
              MOVE ARQCRM-END-UF          TO WRK-BUR-UF
              IF ARQCRM-END-CEP NUMERIC
                 MOVE ARQCRM-END-CEP      TO WRK-BUR-CEP
              END-IF
           END-IF.
           MOVE ZEROS TO ARQCRM-FS.

       LISTAR-MOVIMENTO SECTION.
           MOVE WRK-BUR-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING WRK-ROTULO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-BUR-ORIGEM     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-BUR-DOCUMENTO  DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WRK-BUR-SEQ        DELIMITED BY SIZE
                  " CLIENTE "        DELIMITED BY SIZE
                  WRK-BUR-CLIENTE    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-BUR-NOME       DELIMITED BY SIZE
                  WRK-VALOR-ED       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-BUR-DATA       DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-LINHA-RELATORIO SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
