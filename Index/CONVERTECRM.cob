       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTECRM.
      *********************************
      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: CONVERSAO UNICA DA CHAVE DO CLIENTE DE 4 PARA 6
      *DIGITOS - REGRAVA NO LAYOUT NOVO TODO ARQUIVO DE DADOS QUE
      *GUARDA O ARQCRM-ID (MESTRE, INDEXADOS E SEQUENCIAIS DO CRM, DO
      *CREDITO, DAS VENDAS/PEDIDOS, TRILHAS DE RECUPERACAO, GERACOES
      *DE BACKUP DO CATALOGO, OS ARQUIVOS DE PERIODO DO MOVIMENTO E
      *AS COPIAS DE ROLAGEM DO CATALOGO ARQMOVPERIODO.DAT E OS TEXTOS
      *POR CLIENTE), COMPLETANDO O
      *ID COM ZEROS A ESQUERDA. O INDICE DO MOVIMENTO (ARQMOVIDX.DAT)
      *TEM A CHAVE DO CLIENTE REFEITA DOS PERIODOS JA CONVERTIDOS.
      *CADA ARQUIVO PASSA POR UM ARQUIVO DE
      *TRABALHO (ARQCRM_CONV_TRAB.DAT), VOLTA PARA O OFICIAL COM OPEN
      *OUTPUT E E RELIDO: A QUANTIDADE DE REGISTROS E A SOMA DOS IDS
      *TEM QUE BATER COM AS DE ANTES. A ETAPA DE CADA ARQUIVO FICA NO
      *ARQCRM_CONVERSAO.DAT, ENTAO UMA RODADA INTERROMPIDA E RETOMADA
      *DO PONTO EM QUE PAROU. SO COM TODOS OS ARQUIVOS CONFERIDOS O
      *ARQCRM_CTRL.DAT PASSA PARA A VERSAO 07, LEVANDO ADIANTE A
      *CONTAGEM DO CARIMBO. O RESULTADO SAI NO SPOOL ("CONVERSAO
      *CHAVE CRM"). RODAR COM A BASE PARADA E COM UMA COPIA DA PASTA
      *DADOS - O VERIFICACRM RECUSA A BASE ENQUANTO A CONVERSAO NAO
      *TERMINAR. RC 8 = DIVERGENCIA OU RECUSA, RC 4 = NADA A FAZER
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ARQUIVOS NO LAYOUT ANTIGO (ANT...) E NO NOVO (ARQ...) - O
      *    MESMO ARQUIVO FISICO, LIDO DE UM JEITO E REGRAVADO DO OUTRO
           SELECT ANTCRM ASSIGN TO "DADOS/ARQCRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTCRM-CHAVE
           ALTERNATE RECORD KEY IS ANTCRM-NOME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ANTCRM-EMAIL
               WITH DUPLICATES.

           SELECT ARQCRM ASSIGN TO "DADOS/ARQCRM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS ARQCRM-CHAVE
           ALTERNATE RECORD KEY IS ARQCRM-NOME
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS ARQCRM-EMAIL
               WITH DUPLICATES.

           SELECT ANTXREF ASSIGN TO "DADOS/ARQCRMXREF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTXREF-CHAVE.

           SELECT ARQXREF ASSIGN TO "DADOS/ARQCRMXREF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS XREF-CHAVE.

           SELECT ANTCONTATO ASSIGN TO "DADOS/ARQCRMCONTATO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTCONTATO-CHAVE.

           SELECT ARQCONTATO ASSIGN TO "DADOS/ARQCRMCONTATO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS CONTATO-CHAVE.

           SELECT ANTCONS ASSIGN TO "DADOS/ARQCONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTCONS-CHAVE.

           SELECT ARQCONS ASSIGN TO "DADOS/ARQCONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS CONS-ID.

           SELECT ANTRECEBER ASSIGN TO "DADOS/ARQRECEBER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTRECEBER-CHAVE.

           SELECT ARQRECEBER ASSIGN TO "DADOS/ARQRECEBER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS REC-DOCUMENTO.

           SELECT ANTEMP ASSIGN TO "DADOS/ARQEMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTEMP-CHAVE.

           SELECT ARQEMP ASSIGN TO "DADOS/ARQEMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS EMP-NUMERO.

           SELECT ANTINVEST ASSIGN TO "DADOS/ARQINVEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTINVEST-CHAVE.

           SELECT ARQINVEST ASSIGN TO "DADOS/ARQINVEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS INV-NUMERO.

           SELECT ANTSIMULA ASSIGN TO "DADOS/ARQSIMULA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTSIMULA-CHAVE.

           SELECT ARQSIMULA ASSIGN TO "DADOS/ARQSIMULA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS SIM-NUMERO.

           SELECT ANTCREDLIM ASSIGN TO "DADOS/ARQCREDLIM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTCREDLIM-CHAVE.

           SELECT ARQCREDLIM ASSIGN TO "DADOS/ARQCREDLIM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS CREDLIM-CLIENTE-ID.

           SELECT ANTRISCO ASSIGN TO "DADOS/ARQRISCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTRISCO-CHAVE.

           SELECT ARQRISCO ASSIGN TO "DADOS/ARQRISCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS RISCO-CLIENTE-ID.

           SELECT ANTAVAL ASSIGN TO "DADOS/ARQAVALISTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTAVAL-CHAVE.

           SELECT ARQAVALISTA ASSIGN TO "DADOS/ARQAVALISTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS AVAL-CHAVE.

           SELECT ANTFISCAL ASSIGN TO "DADOS/ARQFISCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTFISCAL-CHAVE.

           SELECT ARQFISCAL ASSIGN TO "DADOS/ARQFISCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS FIS-CHAVE.

           SELECT ANTNEG ASSIGN TO "DADOS/ARQNEGATIVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTNEG-CHAVE.

           SELECT ARQNEG ASSIGN TO "DADOS/ARQNEGATIVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS NEG-CHAVE.

           SELECT ANTAPROV ASSIGN TO "DADOS/ARQAPROVACAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTAPROV-CHAVE.

           SELECT ARQAPROV ASSIGN TO "DADOS/ARQAPROVACAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS APROV-SEQ.

           SELECT ANTCAMPALVO ASSIGN TO "DADOS/ARQCAMPALVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTCAMPALVO-CHAVE.

           SELECT ARQCAMPALVO ASSIGN TO "DADOS/ARQCAMPALVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS ALV-CHAVE.

           SELECT ANTMEMB ASSIGN TO "DADOS/ARQCRMGRUPOMEMB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTMEMB-CHAVE.

           SELECT ARQMEMB ASSIGN TO "DADOS/ARQCRMGRUPOMEMB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS MEMB-CLIENTE-ID.

           SELECT ANTMSGFILA ASSIGN TO "DADOS/ARQMSGFILA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS
           RECORD KEY IS ANTMSGFILA-CHAVE.

           SELECT ARQMSGFILA ASSIGN TO "DADOS/ARQMSGFILA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS MSG-NUMERO.

           SELECT ANTAUDIT ASSIGN TO "DADOS/ARQCRM_AUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQAUDIT ASSIGN TO "DADOS/ARQCRM_AUDIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTHIST ASSIGN TO "DADOS/ARQCRM_STATUS_HIST.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQHIST ASSIGN TO "DADOS/ARQCRM_STATUS_HIST.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTPEDIDO ASSIGN TO ".\PEDIDOS.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQPEDIDO ASSIGN TO ".\PEDIDOS.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTVENDA ASSIGN TO ".\VENDAS.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQVENDA ASSIGN TO ".\VENDAS.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTPROXID ASSIGN TO "DADOS/ARQCRM_PROXID.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQPROXID ASSIGN TO "DADOS/ARQCRM_PROXID.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTDEVOL ASSIGN TO "DADOS/ARQDEVOLUCAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQDEVOL ASSIGN TO "DADOS/ARQDEVOLUCAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTEMPBAIXA ASSIGN TO "DADOS/ARQEMPBAIXA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQEMPBAIXA ASSIGN TO "DADOS/ARQEMPBAIXA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTPARCPAGTO ASSIGN TO "DADOS/ARQPARCPAGTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQPARCPAGTO ASSIGN TO "DADOS/ARQPARCPAGTO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTFEEDFILA ASSIGN TO "DADOS/FEEDBACK_FILA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQFEEDFILA ASSIGN TO "DADOS/FEEDBACK_FILA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTPEDCANC ASSIGN TO "DADOS/ARQPEDCANC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQPEDCANC ASSIGN TO "DADOS/ARQPEDCANC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTSINAL ASSIGN TO "DADOS/ARQSINAL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQSINAL ASSIGN TO "DADOS/ARQSINAL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTPONTOS ASSIGN TO "DADOS/ARQPONTOS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQPONTOS ASSIGN TO "DADOS/ARQPONTOS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTCUPOMUSO ASSIGN TO "DADOS/ARQCUPOMUSO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQCUPOMUSO ASSIGN TO "DADOS/ARQCUPOMUSO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTBAIXA ASSIGN TO "DADOS/ARQCRM_BAIXA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQBAIXA ASSIGN TO "DADOS/ARQCRM_BAIXA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTARQUIVO ASSIGN TO "DADOS/ARQCRM_ARQUIVO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQARQUIVO ASSIGN TO "DADOS/ARQCRM_ARQUIVO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTCONSOL ASSIGN TO "DADOS/ARQCRM_CONSOLIDADO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQCONSOL ASSIGN TO "DADOS/ARQCRM_CONSOLIDADO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTCKPT ASSIGN TO "DADOS/ARQRELAT_CKPT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQCKPT ASSIGN TO "DADOS/ARQRELAT_CKPT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.

           SELECT ANTCRED ASSIGN TO ".\CREDDEC.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQANT-FS.

           SELECT ARQCRED ASSIGN TO ".\CREDDEC.TXT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS.
      *    TEXTOS POR CLIENTE (LINHA) E REGISTROS GENERICOS DE 200
      *    POSICOES (TRILHAS DE RECUPERACAO E BACKUPS) - O TAMANHO NAO
      *    MUDA, ENTAO O MESMO ARQUIVO SERVE PARA LER E REGRAVAR
      *    ARQUIVOS DE PERIODO DO MOVIMENTO (NOME MONTADO DO CATALOGO)
      *    - A SEQUENCIA NA FRENTE E O REGISTRO DO ATIVO EM 200
      *    POSICOES, ENTAO TAMBEM NAO MUDAM DE TAMANHO. O SEGUNDO SERVE
      *    PARA BUSCAR O CLIENTE AO REFAZER O INDICE DO MOVIMENTO
           SELECT ARQPERIODO ASSIGN TO WRK-NOME-ARQUIVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQDIN-FS
           RECORD KEY IS PER-SEQ.

           SELECT ARQPERCONS ASSIGN TO WRK-NOME-CONSULTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS ARQPERCONS-FS
           RECORD KEY IS PCS-SEQ.

           SELECT ARQMOVIDX ASSIGN TO "DADOS/ARQMOVIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQNOVO-FS
           RECORD KEY IS MVX-CHAVE
           ALTERNATE RECORD KEY IS MVX-CHAVE-CLIENTE.

           SELECT ARQMOVPER ASSIGN TO "DADOS/ARQMOVPERIODO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARQMOVPER-FS
           RECORD KEY IS MVP-CHAVE.

           SELECT ARQLINHA ASSIGN TO WRK-NOME-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARQDIN-FS.

           SELECT ARQGENERICO ASSIGN TO WRK-NOME-ARQUIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQDIN-FS.

           SELECT ARQTRAB ASSIGN TO "DADOS/ARQCRM_CONV_TRAB.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQTRAB-FS.

           SELECT ARQCONV ASSIGN TO "DADOS/ARQCRM_CONVERSAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCONV-FS.

           SELECT ARQCTRL ASSIGN TO "DADOS/ARQCRM_CTRL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCTRL-FS.

           SELECT ARQCATALOGO ASSIGN TO "DADOS/BACKUP_CATALOGO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARQCATALOGO-FS.

       DATA DIVISION.
       FILE SECTION.
      *    NO LAYOUT ANTIGO SO INTERESSAM O TAMANHO E A CHAVE (O ID DE
      *    4 DIGITOS E LOCALIZADO PELA POSICAO NA TABELA DE LAYOUTS)
       FD ANTCRM.
       01 ANTCRM-REGISTRO.
           05 ANTCRM-CHAVE        PIC X(04).
           05 ANTCRM-NOME         PIC X(25).
           05 ANTCRM-EMAIL        PIC X(30).
           05 FILLER              PIC X(136).

       FD ARQCRM.
       COPY "#CRM".

       FD ANTXREF.
       01 ANTXREF-REGISTRO.
           05 ANTXREF-CHAVE       PIC X(04).
           05 FILLER              PIC X(30).

       FD ARQXREF.
       COPY "#CRM-XREF".

       FD ANTCONTATO.
       01 ANTCONTATO-REGISTRO.
           05 ANTCONTATO-CHAVE    PIC X(08).
           05 FILLER              PIC X(95).

       FD ARQCONTATO.
       COPY "#CRM-CONTATO".

       FD ANTCONS.
       01 ANTCONS-REGISTRO.
           05 ANTCONS-CHAVE       PIC X(04).
           05 FILLER              PIC X(50).

       FD ARQCONS.
       COPY "#CONS".

       FD ANTRECEBER.
       01 ANTRECEBER-REGISTRO.
           05 ANTRECEBER-CHAVE    PIC X(06).
           05 FILLER              PIC X(39).

       FD ARQRECEBER.
       COPY "#RECEBER".

       FD ANTEMP.
       01 ANTEMP-REGISTRO.
           05 ANTEMP-CHAVE        PIC X(06).
           05 FILLER              PIC X(53).

       FD ARQEMP.
       COPY "#EMPRESTIMO".

       FD ANTINVEST.
       01 ANTINVEST-REGISTRO.
           05 ANTINVEST-CHAVE     PIC X(06).
           05 FILLER              PIC X(77).

       FD ARQINVEST.
       COPY "#INVEST".

       FD ANTSIMULA.
       01 ANTSIMULA-REGISTRO.
           05 ANTSIMULA-CHAVE     PIC X(06).
           05 FILLER              PIC X(73).

       FD ARQSIMULA.
       COPY "#SIMULA".

       FD ANTCREDLIM.
       01 ANTCREDLIM-REGISTRO.
           05 ANTCREDLIM-CHAVE    PIC X(04).
           05 FILLER              PIC X(16).

       FD ARQCREDLIM.
       COPY "#CREDLIM".

       FD ANTRISCO.
       01 ANTRISCO-REGISTRO.
           05 ANTRISCO-CHAVE      PIC X(04).
           05 FILLER              PIC X(09).

       FD ARQRISCO.
       COPY "#RISCO".

       FD ANTAVAL.
       01 ANTAVAL-REGISTRO.
           05 ANTAVAL-CHAVE       PIC X(10).
           05 FILLER              PIC X(08).

       FD ARQAVALISTA.
       COPY "#AVALISTA".

       FD ANTFISCAL.
       01 ANTFISCAL-REGISTRO.
           05 ANTFISCAL-CHAVE     PIC X(19).
           05 FILLER              PIC X(140).

       FD ARQFISCAL.
       COPY "#FISCAL".

       FD ANTNEG.
       01 ANTNEG-REGISTRO.
           05 ANTNEG-CHAVE        PIC X(10).
           05 FILLER              PIC X(47).

       FD ARQNEG.
       COPY "#NEGATIVA".

       FD ANTAPROV.
       01 ANTAPROV-REGISTRO.
           05 ANTAPROV-CHAVE      PIC X(06).
           05 FILLER              PIC X(160).

       FD ARQAPROV.
       COPY "#CRM-APROV".

       FD ANTCAMPALVO.
       01 ANTCAMPALVO-REGISTRO.
           05 ANTCAMPALVO-CHAVE   PIC X(19).
           05 FILLER              PIC X(24).

       FD ARQCAMPALVO.
       COPY "#CRM-CAMPALVO".

       FD ANTMEMB.
       01 ANTMEMB-REGISTRO.
           05 ANTMEMB-CHAVE       PIC X(04).
           05 FILLER              PIC X(12).

       FD ARQMEMB.
       COPY "#CRM-GRUPOMEMB".

       FD ANTMSGFILA.
       01 ANTMSGFILA-REGISTRO.
           05 ANTMSGFILA-CHAVE    PIC X(08).
           05 FILLER              PIC X(179).

       FD ARQMSGFILA.
       COPY "#MSG-FILA".

       FD ANTAUDIT
           RECORDING MODE IS F.
       01 ANTAUDIT-REGISTRO       PIC X(198).

       FD ARQAUDIT
           RECORDING MODE IS F.
       COPY "#CRM-AUDIT".

       FD ANTHIST
           RECORDING MODE IS F.
       01 ANTHIST-REGISTRO        PIC X(62).

       FD ARQHIST
           RECORDING MODE IS F.
       COPY "#CRM-HIST".

       FD ANTPEDIDO
           RECORDING MODE IS F.
       01 ANTPEDIDO-REGISTRO      PIC X(155).

       FD ARQPEDIDO
           RECORDING MODE IS F.
       COPY "#PEDIDO".

       FD ANTVENDA
           RECORDING MODE IS F.
       01 ANTVENDA-REGISTRO       PIC X(103).

       FD ARQVENDA
           RECORDING MODE IS F.
       COPY "#VENDA".

       FD ANTPROXID
           RECORDING MODE IS F.
       01 ANTPROXID-REGISTRO      PIC X(04).

       FD ARQPROXID
           RECORDING MODE IS F.
       COPY "#CRM-PROXID".

       FD ANTDEVOL
           RECORDING MODE IS F.
       01 ANTDEVOL-REGISTRO       PIC X(60).

       FD ARQDEVOL
           RECORDING MODE IS F.
       COPY "#DEVOLUCAO".

       FD ANTEMPBAIXA
           RECORDING MODE IS F.
       01 ANTEMPBAIXA-REGISTRO    PIC X(58).

       FD ARQEMPBAIXA
           RECORDING MODE IS F.
       COPY "#EMP-BAIXA".

       FD ANTPARCPAGTO
           RECORDING MODE IS F.
       01 ANTPARCPAGTO-REGISTRO   PIC X(124).

       FD ARQPARCPAGTO
           RECORDING MODE IS F.
       COPY "#PARC-PAGTO".

       FD ANTFEEDFILA
           RECORDING MODE IS F.
       01 ANTFEEDFILA-REGISTRO    PIC X(57).

       FD ARQFEEDFILA
           RECORDING MODE IS F.
       COPY "#FEEDFILA".

       FD ANTPEDCANC
           RECORDING MODE IS F.
       01 ANTPEDCANC-REGISTRO     PIC X(67).

       FD ARQPEDCANC
           RECORDING MODE IS F.
       COPY "#PEDCANC".

       FD ANTSINAL
           RECORDING MODE IS F.
       01 ANTSINAL-REGISTRO       PIC X(67).

       FD ARQSINAL
           RECORDING MODE IS F.
       COPY "#SINAL".

       FD ANTPONTOS
           RECORDING MODE IS F.
       01 ANTPONTOS-REGISTRO      PIC X(76).

       FD ARQPONTOS
           RECORDING MODE IS F.
       COPY "#CRM-PONTOS".

       FD ANTCUPOMUSO
           RECORDING MODE IS F.
       01 ANTCUPOMUSO-REGISTRO    PIC X(72).

       FD ARQCUPOMUSO
           RECORDING MODE IS F.
       COPY "#CUPOM-USO".

       FD ANTBAIXA
           RECORDING MODE IS F.
       01 ANTBAIXA-REGISTRO       PIC X(82).

       FD ARQBAIXA
           RECORDING MODE IS F.
       01 BAIXA-REGISTRO          PIC X(84).

       FD ANTARQUIVO
           RECORDING MODE IS F.
       01 ANTARQUIVO-REGISTRO     PIC X(98).

       FD ARQARQUIVO
           RECORDING MODE IS F.
       01 ARQUIVO-REGISTRO        PIC X(100).

       FD ANTCONSOL
           RECORDING MODE IS F.
       01 ANTCONSOL-REGISTRO      PIC X(135).

       FD ARQCONSOL
           RECORDING MODE IS F.
       01 CONSOL-REGISTRO         PIC X(137).

       FD ANTCKPT
           RECORDING MODE IS F.
       01 ANTCKPT-REGISTRO        PIC X(04).

       FD ARQCKPT
           RECORDING MODE IS F.
       01 CKPT-REGISTRO           PIC X(06).

       FD ANTCRED
           RECORDING MODE IS F.
       01 ANTCRED-REGISTRO        PIC X(78).

       FD ARQCRED
           RECORDING MODE IS F.
       01 CRED-REGISTRO           PIC X(80).
       FD ARQPERIODO.
       01 PER-REGISTRO.
           05 PER-SEQ            PIC 9(07).
           05 PER-DADOS          PIC X(200).

       FD ARQPERCONS.
       01 PCS-REGISTRO.
           05 PCS-SEQ            PIC 9(07).
           05 PCS-DADOS          PIC X(200).

      *    O INDICE JA NASCEU COM O CLIENTE DE 6 - SO O VALOR E REFEITO
       FD ARQMOVIDX.
       COPY "#MOVINDICE".

       FD ARQMOVPER.
       COPY "#MOVPERIODO".

       FD ARQLINHA.
       01 LINHA-REGISTRO     PIC X(200).

       FD ARQGENERICO
           RECORDING MODE IS F.
       01 GENERICO-REGISTRO  PIC X(200).

       FD ARQTRAB
           RECORDING MODE IS F.
       01 TRAB-REGISTRO      PIC X(400).

       FD ARQCONV
           RECORDING MODE IS F.
       COPY "#CRM-CONVERSAO".

       FD ARQCTRL.
       COPY "#CRM-CTRL".

       FD ARQCATALOGO
           RECORDING MODE IS F.
       COPY "#CRM-BKPCAT".

       WORKING-STORAGE SECTION.
       01 ARQANT-FS          PIC 9(02) VALUES ZEROS.
       01 ARQNOVO-FS         PIC 9(02) VALUES ZEROS.
       01 ARQDIN-FS          PIC 9(02) VALUES ZEROS.
       01 ARQTRAB-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCONV-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCTRL-FS         PIC 9(02) VALUES ZEROS.
       01 ARQCATALOGO-FS     PIC 9(02) VALUES ZEROS.
       01 ARQPERCONS-FS      PIC 9(02) VALUES ZEROS.
       01 ARQMOVPER-FS       PIC 9(02) VALUES ZEROS.

      *    06 = CHAVE DE 4 DIGITOS (ORIGEM) / 07 = CHAVE DE 6 (DESTINO)
       01 WRK-VERSAO-ORIGEM       PIC 9(02) VALUES 06.
       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-LIDA         PIC 9(02) VALUES ZEROS.
       01 WRK-CTRL-TOTAL          PIC 9(05) VALUES ZEROS.
       01 WRK-RECUSADO            PIC X(01) VALUES "N".
       01 WRK-PARAR               PIC X(01) VALUES "N".
       01 WRK-COMPLETA            PIC X(01) VALUES "N".

       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-HORA-AGORA     PIC 9(08) VALUES ZEROS.
       01 WRK-NOME-ARQUIVO   PIC X(40) VALUES SPACES.
       01 WRK-GERACAO-ED     PIC 9(04) VALUES ZEROS.
       01 WRK-NOME-CONSULTA  PIC X(40) VALUES SPACES.
       01 WRK-CONSULTA-NOVO  PIC X(40) VALUES SPACES.
       01 WRK-PERCONS-ABERTO PIC X(01) VALUES "N".
       01 WRK-MOV-BASE       PIC X(07) VALUES SPACES.
       01 WRK-MOV-POSICAO    PIC 9(03) VALUES ZEROS.
       01 WRK-CLI-ACHADO-X   PIC X(06) VALUES SPACES.
       01 WRK-CLI-ACHADO REDEFINES WRK-CLI-ACHADO-X PIC 9(06).

      *----------LAYOUTS: TIPO ("I" INDEXADO / "S" SEQUENCIAL FIXO /
      *----------"L" TEXTO EM LINHAS / "G" GENERICO DE 200 / "M"
      *----------PERIODO DO MOVIMENTO), REGRA ("N" ID SEMPRE NA POSICAO
      *----------/ "F" SO NO CABECALHO FISCAL / "V" SO EM LINHA "ID,..."
      *----------DE CSV / "X" CLIENTE REFEITO DO PERIODO), TAMANHO
      *----------ANTIGO E NOVO, POSICAO DO ID E NOME DO ARQUIVO. A
      *----------ENTRADA 42 E A DAS GERACOES DE BACKUP; 43 A 46 SAO AS
      *----------COPIAS DE ROLAGEM E OS PERIODOS DE PEDIDOS E DE VENDAS
      *----------(NOMES MONTADOS DOS CATALOGOS)
       01 WRK-LAYOUTS.
           05 FILLER PIC X(11) VALUE "IN195197001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRM.DAT".
           05 FILLER PIC X(11) VALUE "IN034036001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRMXREF.DAT".
           05 FILLER PIC X(11) VALUE "IN103105001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRMCONTATO.DAT".
           05 FILLER PIC X(11) VALUE "IN054056001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCONS.DAT".
           05 FILLER PIC X(11) VALUE "IN045047007".
           05 FILLER PIC X(40) VALUE "DADOS/ARQRECEBER.DAT".
           05 FILLER PIC X(11) VALUE "IN059061007".
           05 FILLER PIC X(40) VALUE "DADOS/ARQEMPRESTIMO.DAT".
           05 FILLER PIC X(11) VALUE "IN083085007".
           05 FILLER PIC X(40) VALUE "DADOS/ARQINVEST.DAT".
           05 FILLER PIC X(11) VALUE "IN079081007".
           05 FILLER PIC X(40) VALUE "DADOS/ARQSIMULA.DAT".
           05 FILLER PIC X(11) VALUE "IN020022001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCREDLIM.DAT".
           05 FILLER PIC X(11) VALUE "IN013015001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQRISCO.DAT".
           05 FILLER PIC X(11) VALUE "IN018020007".
           05 FILLER PIC X(40) VALUE "DADOS/ARQAVALISTA.DAT".
           05 FILLER PIC X(11) VALUE "IF159160088".
           05 FILLER PIC X(40) VALUE "DADOS/ARQFISCAL.DAT".
           05 FILLER PIC X(11) VALUE "IN057059011".
           05 FILLER PIC X(40) VALUE "DADOS/ARQNEGATIVA.DAT".
           05 FILLER PIC X(11) VALUE "IN166168017".
           05 FILLER PIC X(40) VALUE "DADOS/ARQAPROVACAO.DAT".
           05 FILLER PIC X(11) VALUE "IN043045016".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCAMPALVO.DAT".
           05 FILLER PIC X(11) VALUE "IN016018001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRMGRUPOMEMB.DAT".
           05 FILLER PIC X(11) VALUE "IN187189010".
           05 FILLER PIC X(40) VALUE "DADOS/ARQMSGFILA.DAT".
           05 FILLER PIC X(11) VALUE "SN198200001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRM_AUDIT.DAT".
           05 FILLER PIC X(11) VALUE "SN062064001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRM_STATUS_HIST.DAT".
           05 FILLER PIC X(11) VALUE "SN155157046".
           05 FILLER PIC X(40) VALUE ".\PEDIDOS.TXT".
           05 FILLER PIC X(11) VALUE "SN103105024".
           05 FILLER PIC X(40) VALUE ".\VENDAS.TXT".
           05 FILLER PIC X(11) VALUE "SN004006001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRM_PROXID.DAT".
           05 FILLER PIC X(11) VALUE "SN060062038".
           05 FILLER PIC X(40) VALUE "DADOS/ARQDEVOLUCAO.DAT".
           05 FILLER PIC X(11) VALUE "SN058060019".
           05 FILLER PIC X(40) VALUE "DADOS/ARQEMPBAIXA.DAT".
           05 FILLER PIC X(11) VALUE "SN124126010".
           05 FILLER PIC X(40) VALUE "DADOS/ARQPARCPAGTO.DAT".
           05 FILLER PIC X(11) VALUE "SN057059001".
           05 FILLER PIC X(40) VALUE "DADOS/FEEDBACK_FILA.DAT".
           05 FILLER PIC X(11) VALUE "SN067069037".
           05 FILLER PIC X(40) VALUE "DADOS/ARQPEDCANC.DAT".
           05 FILLER PIC X(11) VALUE "SN067069007".
           05 FILLER PIC X(40) VALUE "DADOS/ARQSINAL.DAT".
           05 FILLER PIC X(11) VALUE "SN076078001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQPONTOS.DAT".
           05 FILLER PIC X(11) VALUE "SN072074034".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCUPOMUSO.DAT".
           05 FILLER PIC X(11) VALUE "SN082084001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRM_BAIXA.DAT".
           05 FILLER PIC X(11) VALUE "SN098100001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRM_ARQUIVO.DAT".
           05 FILLER PIC X(11) VALUE "SN135137011".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRM_CONSOLIDADO.DAT".
           05 FILLER PIC X(11) VALUE "SN004006001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQRELAT_CKPT.DAT".
           05 FILLER PIC X(11) VALUE "SN078080047".
           05 FILLER PIC X(40) VALUE ".\CREDDEC.TXT".
           05 FILLER PIC X(11) VALUE "LN200200001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQRETENCAO.TXT".
           05 FILLER PIC X(11) VALUE "LV200200001".
           05 FILLER PIC X(40) VALUE "DADOS/FEEDBACK_TREND.TXT".
           05 FILLER PIC X(11) VALUE "LV200200001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRMSEGMENTO.TXT".
           05 FILLER PIC X(11) VALUE "LV200200001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQRETENCAO_SEG.TXT".
           05 FILLER PIC X(11) VALUE "GN200200001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRM_AUDIT_RECUP.DAT".
           05 FILLER PIC X(11) VALUE "GN200200001".
           05 FILLER PIC X(40) VALUE "DADOS/ARQCRM_HIST_RECUP.DAT".
           05 FILLER PIC X(11) VALUE "GN200200001".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "GN200200046".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "GN200200024".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "MN207207053".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "MN207207031".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "IX042042024".
           05 FILLER PIC X(40) VALUE "DADOS/ARQMOVIDX.DAT".
       01 WRK-TAB-LAYOUTS REDEFINES WRK-LAYOUTS.
           05 WRK-LAY-ITEM OCCURS 47 TIMES.
               10 WRK-LAY-TIPO        PIC X(01).
               10 WRK-LAY-REGRA       PIC X(01).
               10 WRK-LAY-TAM-ANTIGO  PIC 9(03).
               10 WRK-LAY-TAM-NOVO    PIC 9(03).
               10 WRK-LAY-POSICAO     PIC 9(03).
               10 WRK-LAY-NOME        PIC X(40).
       01 WRK-QTD-LAYOUTS    PIC 9(02) VALUES 47.
       01 WRK-LAY-BACKUP     PIC 9(02) VALUES 42.
       01 WRK-LAY-ORIGEM-PED PIC 9(02) VALUES 43.
       01 WRK-LAY-ORIGEM-VEN PIC 9(02) VALUES 44.
       01 WRK-LAY-PERIODO-PED PIC 9(02) VALUES 45.
       01 WRK-LAY-PERIODO-VEN PIC 9(02) VALUES 46.
       01 WRK-LAY-INDICE-MOV PIC 9(02) VALUES 47.

      *----------CONTROLE DA CONVERSAO EM MEMORIA (ARQCRM_CONVERSAO)
       01 WRK-QTD-CONV       PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-TAB-CONV.
           05 WRK-CNV-ITEM OCCURS 500 TIMES.
               10 WRK-CNV-NUMERO      PIC 9(02).
               10 WRK-CNV-ARQUIVO     PIC X(40).
               10 WRK-CNV-ETAPA       PIC X(01).
               10 WRK-CNV-QTD-ANTES   PIC 9(07).
               10 WRK-CNV-SOMA-ANTES  PIC 9(12).
               10 WRK-CNV-QTD-DEPOIS  PIC 9(07).
               10 WRK-CNV-SOMA-DEPOIS PIC 9(12).
               10 WRK-CNV-DATA        PIC 9(08).
               10 WRK-CNV-HORA        PIC 9(08).
       01 WRK-IDX            PIC 9(03) USAGE COMP VALUE ZERO.
       01 WRK-IDX-CTL        PIC 9(03) USAGE COMP VALUE ZERO.

      *----------ARQUIVO DA VEZ
       01 WRK-ARQ-NUMERO     PIC 9(02) VALUES ZEROS.
       01 WRK-ARQ-TIPO       PIC X(01) VALUES SPACES.
       01 WRK-ARQ-REGRA      PIC X(01) VALUES SPACES.
       01 WRK-ARQ-POSICAO    PIC 9(03) VALUES ZEROS.
       01 WRK-ARQ-QTD        PIC 9(07) VALUES ZEROS.
       01 WRK-ARQ-SOMA       PIC 9(12) VALUES ZEROS.

      *----------REGISTRO DA VEZ NOS DOIS LAYOUTS E O ID NELE
       01 WRK-BUF-ANTIGO     PIC X(400) VALUES SPACES.
       01 WRK-BUF-NOVO       PIC X(400) VALUES SPACES.
       01 WRK-POS-ANTES      PIC 9(03) VALUES ZEROS.
       01 WRK-POS-DEPOIS     PIC 9(03) VALUES ZEROS.
       01 WRK-TAM-RESTO      PIC 9(03) VALUES ZEROS.
       01 WRK-TEM-ID         PIC X(01) VALUES "N".
       01 WRK-ID-ANTIGO-X    PIC X(04) VALUES SPACES.
       01 WRK-ID-ANTIGO REDEFINES WRK-ID-ANTIGO-X PIC 9(04).
       01 WRK-ID-NOVO-X      PIC X(06) VALUES SPACES.
       01 WRK-ID-NOVO REDEFINES WRK-ID-NOVO-X PIC 9(06).

      *----------RELATORIO
       01 WRK-LINHA-DET.
           05 WRK-DET-ARQUIVO     PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-DET-QTD-ANTES   PIC Z(06)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-DET-SOMA-ANTES  PIC Z(11)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-DET-QTD-DEPOIS  PIC Z(06)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-DET-SOMA-DEPOIS PIC Z(11)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WRK-DET-RESULTADO   PIC X(10).
       01 WRK-TOT-CONFERIDOS PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-AUSENTES   PIC 9(03) VALUES ZEROS.
       01 WRK-TOT-PENDENTES  PIC 9(03) VALUES ZEROS.

       01 WRK-SPOOL.
           05 WRK-SPL-ACAO       PIC X(01) VALUE "A".
           05 WRK-SPL-NUMERO     PIC 9(06) VALUE ZEROS.
           05 WRK-SPL-NOME       PIC X(20) VALUE "CONVERSAO CHAVE CRM".
           05 WRK-SPL-PROGRAMA   PIC X(12) VALUE "CONVERTECRM".
           05 WRK-SPL-OPERADOR   PIC X(10) VALUE "SISTEMA".
           05 WRK-SPL-LINHA      PIC X(90) VALUE SPACES.

      *    REGISTRO DE USO - A CONVERSAO SE REGISTRA COMO LOTE E RECUSA
      *    RODAR ENQUANTO ALGUM ONLINE ESTIVER COM OS ARQUIVOS ABERTOS
       01 WRK-USO.
           05 WRK-USO-ACAO           PIC X(01) VALUE "R".
           05 WRK-USO-PROGRAMA       PIC X(12) VALUE "CONVERTECRM".
           05 WRK-USO-TIPO           PIC X(01) VALUE "B".
           05 WRK-USO-OPERADOR       PIC X(10) VALUE "SISTEMA".
           05 WRK-USO-RESULTADO      PIC X(01) VALUE SPACES.
           05 WRK-USO-QUEM           PIC X(12) VALUE SPACES.
           05 WRK-USO-QUEM-OPERADOR  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "CONVERTECRM - INICIO".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM VERIFICAR-VERSAO.
           IF WRK-RECUSADO EQUAL "N"
              PERFORM CARREGAR-CONTROLE
           END-IF.
           IF WRK-RECUSADO EQUAL "N"
              PERFORM RESERVAR-ARQUIVOS
           END-IF.
           IF WRK-RECUSADO NOT EQUAL "N"
              DISPLAY "CONVERTECRM - FIM"
              GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CONV
                      OR WRK-PARAR EQUAL "S"
              PERFORM CONVERTER-ARQUIVO
           END-PERFORM.
           PERFORM FINALIZAR-CONVERSAO.
           PERFORM IMPRIMIR-RELATORIO.
           MOVE "L" TO WRK-USO-ACAO.
           CALL "REGISTRAUSO" USING WRK-USO.
           IF WRK-COMPLETA NOT EQUAL "S"
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "CONVERTECRM - FIM".
           GOBACK.

      *    SO CONVERTE BASE NA VERSAO 06 (A ULTIMA COM CHAVE DE 4
      *    DIGITOS); MAIS ANTIGA TEM QUE PASSAR PELO MANUT PRIMEIRO
       VERIFICAR-VERSAO SECTION.
           MOVE "N" TO WRK-RECUSADO.
           OPEN INPUT ARQCTRL.
           IF ARQCTRL-FS NOT EQUAL ZEROS
              DISPLAY "ARQCRM_CTRL.DAT NAO ENCONTRADO - EXECUTE MANUT"
              MOVE "S" TO WRK-RECUSADO
              MOVE 8 TO RETURN-CODE
           ELSE
              READ ARQCTRL
              CLOSE ARQCTRL
              MOVE CTLCRM-VERSAO        TO WRK-VERSAO-LIDA
              MOVE CTLCRM-TOT-REGISTROS TO WRK-CTRL-TOTAL
              IF CTLCRM-VERSAO LESS THAN WRK-VERSAO-ORIGEM
                 DISPLAY "ARQCRM.DAT EM LAYOUT ANTIGO - EXECUTE MANUT"
                 MOVE "S" TO WRK-RECUSADO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      *    CONTROLE EXISTENTE = RODADA ANTERIOR INTERROMPIDA (OU JA
      *    CONCLUIDA); SEM CONTROLE, MONTA A LISTA DE ARQUIVOS DO ZERO
       CARREGAR-CONTROLE SECTION.
           MOVE ZERO TO WRK-QTD-CONV.
           OPEN INPUT ARQCONV.
           IF ARQCONV-FS EQUAL ZEROS
              PERFORM UNTIL ARQCONV-FS NOT EQUAL ZEROS
                 READ ARQCONV
                 IF ARQCONV-FS EQUAL ZEROS
                    AND WRK-QTD-CONV LESS 500
                    ADD 1 TO WRK-QTD-CONV
                    MOVE CONV-REGISTRO TO WRK-CNV-ITEM(WRK-QTD-CONV)
                 END-IF
              END-PERFORM
              CLOSE ARQCONV
              DISPLAY "RETOMANDO CONVERSAO - " WRK-QTD-CONV
                      " ARQUIVOS NO CONTROLE"
           ELSE
              IF WRK-VERSAO-LIDA NOT LESS WRK-VERSAO-ESPERADA
                 DISPLAY "BASE JA CONVERTIDA (VERSAO " WRK-VERSAO-LIDA
                         ") - NADA A FAZER"
                 MOVE "S" TO WRK-RECUSADO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 PERFORM MONTAR-CONTROLE
                 IF WRK-RECUSADO EQUAL "N"
                    PERFORM GRAVAR-CONTROLE
                 END-IF
              END-IF
           END-IF.
           IF WRK-RECUSADO EQUAL "N"
              AND WRK-VERSAO-LIDA NOT LESS WRK-VERSAO-ESPERADA
              MOVE "S" TO WRK-RECUSADO
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER WRK-QTD-CONV
                 IF WRK-CNV-ETAPA(WRK-IDX) NOT EQUAL "C"
                    AND WRK-CNV-ETAPA(WRK-IDX) NOT EQUAL "A"
                    MOVE "N" TO WRK-RECUSADO
                 END-IF
              END-PERFORM
              IF WRK-RECUSADO EQUAL "S"
                 DISPLAY "BASE JA CONVERTIDA (VERSAO " WRK-VERSAO-LIDA
                         ") - NADA A FAZER"
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      *    UMA ENTRADA POR ARQUIVO FIXO DA TABELA DE LAYOUTS, TRES
      *    POR GERACAO DE BACKUP CATALOGADA (CRM, AUDITORIA E
      *    HISTORICO - O BACKUP DO ARQUSU NAO TEM ID DE CLIENTE), UMA
      *    POR PERIODO E POR COPIA DE ROLAGEM DO CATALOGO DO MOVIMENTO
      *    E, POR ULTIMO, O INDICE DO MOVIMENTO - QUE SO E REFEITO
      *    DEPOIS DE TODOS OS PERIODOS CONVERTIDOS
       MONTAR-CONTROLE SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX NOT LESS WRK-LAY-BACKUP
              MOVE WRK-IDX TO WRK-ARQ-NUMERO
              MOVE WRK-LAY-NOME(WRK-IDX) TO WRK-NOME-ARQUIVO
              PERFORM INCLUIR-NO-CONTROLE
           END-PERFORM.
           MOVE WRK-LAY-BACKUP TO WRK-ARQ-NUMERO.
           OPEN INPUT ARQCATALOGO.
           IF ARQCATALOGO-FS EQUAL ZEROS
              PERFORM UNTIL ARQCATALOGO-FS NOT EQUAL ZEROS
                 READ ARQCATALOGO
                 IF ARQCATALOGO-FS EQUAL ZEROS
                    MOVE BKPCAT-GERACAO TO WRK-GERACAO-ED
                    MOVE SPACES TO WRK-NOME-ARQUIVO
                    STRING "DADOS/BKP_ARQCRM_G" DELIMITED BY SIZE
                           WRK-GERACAO-ED       DELIMITED BY SIZE
                           ".DAT"               DELIMITED BY SIZE
                      INTO WRK-NOME-ARQUIVO
                    END-STRING
                    PERFORM INCLUIR-NO-CONTROLE
                    MOVE SPACES TO WRK-NOME-ARQUIVO
                    STRING "DADOS/BKP_AUDIT_G" DELIMITED BY SIZE
                           WRK-GERACAO-ED      DELIMITED BY SIZE
                           ".DAT"              DELIMITED BY SIZE
                      INTO WRK-NOME-ARQUIVO
                    END-STRING
                    PERFORM INCLUIR-NO-CONTROLE
                    MOVE SPACES TO WRK-NOME-ARQUIVO
                    STRING "DADOS/BKP_HIST_G" DELIMITED BY SIZE
                           WRK-GERACAO-ED     DELIMITED BY SIZE
                           ".DAT"             DELIMITED BY SIZE
                      INTO WRK-NOME-ARQUIVO
                    END-STRING
                    PERFORM INCLUIR-NO-CONTROLE
                 END-IF
              END-PERFORM
              CLOSE ARQCATALOGO
           END-IF.
           OPEN INPUT ARQMOVPER.
           IF ARQMOVPER-FS EQUAL ZEROS
              PERFORM UNTIL ARQMOVPER-FS NOT EQUAL ZEROS
                 READ ARQMOVPER NEXT RECORD
                 IF ARQMOVPER-FS EQUAL ZEROS
                    PERFORM INCLUIR-MOVIMENTO
                 END-IF
              END-PERFORM
              CLOSE ARQMOVPER
           END-IF.
           MOVE WRK-LAY-INDICE-MOV TO WRK-ARQ-NUMERO.
           MOVE WRK-LAY-NOME(WRK-LAY-INDICE-MOV) TO WRK-NOME-ARQUIVO.
           PERFORM INCLUIR-NO-CONTROLE.

      *    CATALOGO DO MOVIMENTO: "P" E UM ARQUIVO DE PERIODO (NOME
      *    MONTADO COMO O MOVROLA MONTA); "R" E UMA ROLAGEM, COM O NOME
      *    DA COPIA DO ATIVO GUARDADO NELA
       INCLUIR-MOVIMENTO SECTION.
           IF MVP-ARQUIVO EQUAL "P"
              MOVE "PEDIDOS" TO WRK-MOV-BASE
           ELSE
              MOVE "VENDAS"  TO WRK-MOV-BASE
           END-IF.
           IF MVP-TIPO EQUAL "P"
              IF MVP-ARQUIVO EQUAL "P"
                 MOVE WRK-LAY-PERIODO-PED TO WRK-ARQ-NUMERO
              ELSE
                 MOVE WRK-LAY-PERIODO-VEN TO WRK-ARQ-NUMERO
              END-IF
              MOVE SPACES TO WRK-NOME-ARQUIVO
              STRING "DADOS/"      DELIMITED BY SIZE
                     WRK-MOV-BASE  DELIMITED BY SPACE
                     "_"           DELIMITED BY SIZE
                     MVP-ANOMES    DELIMITED BY SIZE
                     ".DAT"        DELIMITED BY SIZE
                INTO WRK-NOME-ARQUIVO
              END-STRING
              PERFORM INCLUIR-NO-CONTROLE
           ELSE
              IF MVP-NOME-ORIGEM NOT EQUAL SPACES
                 IF MVP-ARQUIVO EQUAL "P"
                    MOVE WRK-LAY-ORIGEM-PED TO WRK-ARQ-NUMERO
                 ELSE
                    MOVE WRK-LAY-ORIGEM-VEN TO WRK-ARQ-NUMERO
                 END-IF
                 MOVE MVP-NOME-ORIGEM TO WRK-NOME-ARQUIVO
                 PERFORM INCLUIR-NO-CONTROLE
              END-IF
           END-IF.

      *    LISTA QUE NAO CABE NO CONTROLE RECUSA A CONVERSAO - UM
      *    ARQUIVO DE FORA FICARIA NO LAYOUT ANTIGO
       INCLUIR-NO-CONTROLE SECTION.
           IF WRK-QTD-CONV NOT LESS 500
              IF WRK-RECUSADO EQUAL "N"
                 DISPLAY "MAIS DE 500 ARQUIVOS A CONVERTER - "
                         "CONVERSAO NAO INICIADA"
                 MOVE "S" TO WRK-RECUSADO
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WRK-QTD-CONV
              MOVE WRK-ARQ-NUMERO   TO WRK-CNV-NUMERO(WRK-QTD-CONV)
              MOVE WRK-NOME-ARQUIVO TO WRK-CNV-ARQUIVO(WRK-QTD-CONV)
              MOVE SPACES           TO WRK-CNV-ETAPA(WRK-QTD-CONV)
              MOVE ZEROS TO WRK-CNV-QTD-ANTES(WRK-QTD-CONV)
                            WRK-CNV-SOMA-ANTES(WRK-QTD-CONV)
                            WRK-CNV-QTD-DEPOIS(WRK-QTD-CONV)
                            WRK-CNV-SOMA-DEPOIS(WRK-QTD-CONV)
                            WRK-CNV-DATA(WRK-QTD-CONV)
                            WRK-CNV-HORA(WRK-QTD-CONV)
           END-IF.

      *    O CONTROLE INTEIRO E REGRAVADO A CADA MUDANCA DE ETAPA
       GRAVAR-CONTROLE SECTION.
           OPEN OUTPUT ARQCONV.
           PERFORM VARYING WRK-IDX-CTL FROM 1 BY 1
                   UNTIL WRK-IDX-CTL GREATER WRK-QTD-CONV
              MOVE WRK-CNV-ITEM(WRK-IDX-CTL) TO CONV-REGISTRO
              WRITE CONV-REGISTRO
           END-PERFORM.
           CLOSE ARQCONV.

       RESERVAR-ARQUIVOS SECTION.
           MOVE "R" TO WRK-USO-ACAO.
           CALL "REGISTRAUSO" USING WRK-USO.
           IF WRK-USO-RESULTADO EQUAL "O"
              DISPLAY "ARQUIVOS EM USO POR " WRK-USO-QUEM
                      " (" WRK-USO-QUEM-OPERADOR
                      ") - CONVERSAO NAO INICIADA"
              MOVE "S" TO WRK-RECUSADO
              MOVE 8 TO RETURN-CODE
           END-IF.

      *    ETAPAS DE UM ARQUIVO: " " DESCARREGA O LAYOUT ANTIGO PARA O
      *    TRABALHO (JA ALARGADO) E MARCA "T"; DAI EM DIANTE O OFICIAL
      *    E RECRIADO DO TRABALHO E RELIDO PARA A CONFERENCIA. "T" OU
      *    "E" DE RODADA ANTERIOR RECOMECAM DO TRABALHO, QUE SO E
      *    REAPROVEITADO DEPOIS QUE O ARQUIVO ANTERIOR FECHOU EM "C" -
      *    POR ISSO A CONVERSAO PARA NO PRIMEIRO ARQUIVO QUE NAO BATE
       CONVERTER-ARQUIVO SECTION.
           MOVE WRK-CNV-NUMERO(WRK-IDX)  TO WRK-ARQ-NUMERO.
           MOVE WRK-CNV-ARQUIVO(WRK-IDX) TO WRK-NOME-ARQUIVO.
           MOVE WRK-LAY-TIPO(WRK-ARQ-NUMERO)    TO WRK-ARQ-TIPO.
           MOVE WRK-LAY-REGRA(WRK-ARQ-NUMERO)   TO WRK-ARQ-REGRA.
           MOVE WRK-LAY-POSICAO(WRK-ARQ-NUMERO) TO WRK-ARQ-POSICAO.
           IF WRK-CNV-ETAPA(WRK-IDX) EQUAL SPACES
              PERFORM DESCARREGAR-ANTIGO
           END-IF.
           IF WRK-CNV-ETAPA(WRK-IDX) EQUAL "T"
              OR WRK-CNV-ETAPA(WRK-IDX) EQUAL "E"
              PERFORM RECARREGAR-NOVO
              IF WRK-PARAR NOT EQUAL "S"
                 PERFORM CONFERIR-NOVO
              END-IF
           END-IF.

       DESCARREGAR-ANTIGO SECTION.
           PERFORM ABRIR-ANTIGO.
           IF ARQANT-FS EQUAL 35
              DISPLAY "AUSENTE.....: " WRK-NOME-ARQUIVO
              MOVE "A" TO WRK-CNV-ETAPA(WRK-IDX)
              PERFORM CARIMBAR-ETAPA
           ELSE
              IF ARQANT-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO ABERTURA " WRK-NOME-ARQUIVO
                         " STATUS " ARQANT-FS
                 MOVE "S" TO WRK-PARAR
              ELSE
                 OPEN OUTPUT ARQTRAB
                 MOVE ZEROS TO WRK-ARQ-QTD WRK-ARQ-SOMA
                 PERFORM UNTIL ARQANT-FS NOT EQUAL ZEROS
                    MOVE SPACES TO WRK-BUF-ANTIGO
                    PERFORM LER-ANTIGO
                    IF ARQANT-FS EQUAL ZEROS
                       ADD 1 TO WRK-ARQ-QTD
                       IF WRK-ARQ-REGRA EQUAL "X"
                          PERFORM REFAZER-CLIENTE-INDICE
                       ELSE
                          PERFORM ALARGAR-REGISTRO
                       END-IF
                       WRITE TRAB-REGISTRO FROM WRK-BUF-NOVO
                    END-IF
                 END-PERFORM
                 PERFORM FECHAR-ANTIGO
                 IF WRK-PERCONS-ABERTO EQUAL "S"
                    CLOSE ARQPERCONS
                 END-IF
                 MOVE "N"    TO WRK-PERCONS-ABERTO
                 MOVE SPACES TO WRK-NOME-CONSULTA
                 CLOSE ARQTRAB
                 MOVE WRK-ARQ-QTD  TO WRK-CNV-QTD-ANTES(WRK-IDX)
                 MOVE WRK-ARQ-SOMA TO WRK-CNV-SOMA-ANTES(WRK-IDX)
                 MOVE "T" TO WRK-CNV-ETAPA(WRK-IDX)
                 PERFORM CARIMBAR-ETAPA
              END-IF
           END-IF.

      *    O OPEN OUTPUT RECRIA O ARQUIVO OFICIAL JA NO LAYOUT NOVO (NO
      *    INDEXADO, COM OS INDICES REFEITOS) - AS CHAVES SAEM DO
      *    TRABALHO NA MESMA ORDEM EM QUE FORAM LIDAS
       RECARREGAR-NOVO SECTION.
           OPEN INPUT ARQTRAB.
           IF ARQTRAB-FS NOT EQUAL ZEROS
              DISPLAY "ARQCRM_CONV_TRAB.DAT NAO ENCONTRADO PARA "
                      WRK-NOME-ARQUIVO " - RESTAURE A COPIA DA PASTA"
                      " DADOS E RODE DE NOVO"
              MOVE "S" TO WRK-PARAR
           ELSE
              PERFORM ABRIR-NOVO-SAIDA
              IF ARQNOVO-FS NOT EQUAL ZEROS
                 DISPLAY "ERRO ABERTURA " WRK-NOME-ARQUIVO
                         " STATUS " ARQNOVO-FS
                 MOVE "S" TO WRK-PARAR
                 MOVE 99 TO ARQTRAB-FS
              END-IF
              PERFORM UNTIL ARQTRAB-FS NOT EQUAL ZEROS
                 READ ARQTRAB INTO WRK-BUF-NOVO
                 IF ARQTRAB-FS EQUAL ZEROS
                    PERFORM GRAVAR-NOVO
                    IF ARQNOVO-FS NOT EQUAL ZEROS
                       DISPLAY "ERRO GRAVACAO " WRK-NOME-ARQUIVO
                               " STATUS " ARQNOVO-FS
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM FECHAR-NOVO
              CLOSE ARQTRAB
           END-IF.

       CONFERIR-NOVO SECTION.
           MOVE ZEROS TO WRK-ARQ-QTD WRK-ARQ-SOMA.
           PERFORM ABRIR-NOVO-ENTRADA.
           PERFORM UNTIL ARQNOVO-FS NOT EQUAL ZEROS
              MOVE SPACES TO WRK-BUF-NOVO
              PERFORM LER-NOVO
              IF ARQNOVO-FS EQUAL ZEROS
                 ADD 1 TO WRK-ARQ-QTD
                 PERFORM SOMAR-ID-NOVO
              END-IF
           END-PERFORM.
           PERFORM FECHAR-NOVO.
           MOVE WRK-ARQ-QTD  TO WRK-CNV-QTD-DEPOIS(WRK-IDX).
           MOVE WRK-ARQ-SOMA TO WRK-CNV-SOMA-DEPOIS(WRK-IDX).
           IF WRK-CNV-QTD-DEPOIS(WRK-IDX)
                 EQUAL WRK-CNV-QTD-ANTES(WRK-IDX)
              AND WRK-CNV-SOMA-DEPOIS(WRK-IDX)
                 EQUAL WRK-CNV-SOMA-ANTES(WRK-IDX)
              MOVE "C" TO WRK-CNV-ETAPA(WRK-IDX)
              DISPLAY "CONVERTIDO..: " WRK-NOME-ARQUIVO
                      " " WRK-ARQ-QTD " REG."
           ELSE
              MOVE "E" TO WRK-CNV-ETAPA(WRK-IDX)
              MOVE "S" TO WRK-PARAR
              DISPLAY "DIVERGENCIA.: " WRK-NOME-ARQUIVO
              DISPLAY "   ANTES  " WRK-CNV-QTD-ANTES(WRK-IDX)
                      " REG. SOMA " WRK-CNV-SOMA-ANTES(WRK-IDX)
              DISPLAY "   DEPOIS " WRK-CNV-QTD-DEPOIS(WRK-IDX)
                      " REG. SOMA " WRK-CNV-SOMA-DEPOIS(WRK-IDX)
           END-IF.
           PERFORM CARIMBAR-ETAPA.

       CARIMBAR-ETAPA SECTION.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE  TO WRK-CNV-DATA(WRK-IDX).
           MOVE WRK-HORA-AGORA TO WRK-CNV-HORA(WRK-IDX).
           PERFORM GRAVAR-CONTROLE.

      *    ONDE O ID DE 4 DIGITOS COMECA NO REGISTRO DA VEZ, CONFORME A
      *    REGRA DO ARQUIVO - "F": SO O CABECALHO (TIPO "1") DO
      *    DOCUMENTO FISCAL TEM CLIENTE; OS OUTROS TIPOS SO GANHAM UM
      *    BRANCO NO FIM. "V": SO A LINHA QUE COMECA COM "ID," - AS
      *    LINHAS DE TITULO DO CSV FICAM COMO ESTAO
       LOCALIZAR-ID-ANTIGO SECTION.
           MOVE "N" TO WRK-TEM-ID.
           MOVE WRK-ARQ-POSICAO TO WRK-POS-ANTES.
           EVALUATE WRK-ARQ-REGRA
              WHEN "F"
                 IF WRK-BUF-ANTIGO(16:1) EQUAL "1"
                    MOVE "S" TO WRK-TEM-ID
                 END-IF
              WHEN "V"
                 IF WRK-BUF-ANTIGO(1:4) IS NUMERIC
                    AND WRK-BUF-ANTIGO(5:1) EQUAL ","
                    MOVE "S" TO WRK-TEM-ID
                 END-IF
              WHEN OTHER
                 MOVE "S" TO WRK-TEM-ID
           END-EVALUATE.

      *    ABRE DOIS ZEROS A ESQUERDA DO ID E EMPURRA O RESTO DO
      *    REGISTRO DUAS POSICOES; O QUE PASSAR DO TAMANHO NOVO CAI NA
      *    GRAVACAO (SO BRANCOS DO GENERICO DE 200). ID EM BRANCO
      *    CONTINUA EM BRANCO. A SOMA DE CONTROLE E A DOS IDS ANTIGOS
       ALARGAR-REGISTRO SECTION.
           PERFORM LOCALIZAR-ID-ANTIGO.
           MOVE SPACES TO WRK-BUF-NOVO.
           IF WRK-TEM-ID NOT EQUAL "S"
              MOVE WRK-BUF-ANTIGO TO WRK-BUF-NOVO
           ELSE
              MOVE WRK-BUF-ANTIGO(WRK-POS-ANTES:4) TO WRK-ID-ANTIGO-X
              IF WRK-ID-ANTIGO-X IS NUMERIC
                 ADD WRK-ID-ANTIGO TO WRK-ARQ-SOMA
              END-IF
              IF WRK-POS-ANTES GREATER 1
                 COMPUTE WRK-TAM-RESTO = WRK-POS-ANTES - 1
                 MOVE WRK-BUF-ANTIGO(1:WRK-TAM-RESTO)
                   TO WRK-BUF-NOVO(1:WRK-TAM-RESTO)
              END-IF
              IF WRK-ID-ANTIGO-X NOT EQUAL SPACES
                 MOVE "00" TO WRK-BUF-NOVO(WRK-POS-ANTES:2)
              END-IF
              COMPUTE WRK-POS-DEPOIS = WRK-POS-ANTES + 2
              COMPUTE WRK-TAM-RESTO  = 399 - WRK-POS-ANTES
              MOVE WRK-BUF-ANTIGO(WRK-POS-ANTES:WRK-TAM-RESTO)
                TO WRK-BUF-NOVO(WRK-POS-DEPOIS:WRK-TAM-RESTO)
           END-IF.

      *    A ENTRADA DO INDICE DO MOVIMENTO NAO MUDA DE LAYOUT: O
      *    CLIENTE DELA E TROCADO PELO DO REGISTRO QUE ELA APONTA, LIDO
      *    DO PERIODO JA CONVERTIDO (O PERIODO DA VEZ FICA ABERTO ATE
      *    MUDAR). SEM O REGISTRO NO PERIODO, A ENTRADA FICA COMO ESTA.
      *    A SOMA DE CONTROLE E A DOS CLIENTES GRAVADOS
       REFAZER-CLIENTE-INDICE SECTION.
           MOVE WRK-BUF-ANTIGO TO WRK-BUF-NOVO.
           MOVE WRK-BUF-ANTIGO(1:42) TO MVX-REGISTRO.
           IF MVX-ARQUIVO EQUAL "P"
              MOVE "PEDIDOS" TO WRK-MOV-BASE
              MOVE WRK-LAY-POSICAO(WRK-LAY-PERIODO-PED)
                TO WRK-MOV-POSICAO
           ELSE
              MOVE "VENDAS"  TO WRK-MOV-BASE
              MOVE WRK-LAY-POSICAO(WRK-LAY-PERIODO-VEN)
                TO WRK-MOV-POSICAO
           END-IF.
           MOVE SPACES TO WRK-CONSULTA-NOVO.
           STRING "DADOS/"      DELIMITED BY SIZE
                  WRK-MOV-BASE  DELIMITED BY SPACE
                  "_"           DELIMITED BY SIZE
                  MVX-ANOMES    DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
             INTO WRK-CONSULTA-NOVO
           END-STRING.
           IF WRK-CONSULTA-NOVO NOT EQUAL WRK-NOME-CONSULTA
              IF WRK-PERCONS-ABERTO EQUAL "S"
                 CLOSE ARQPERCONS
              END-IF
              MOVE WRK-CONSULTA-NOVO TO WRK-NOME-CONSULTA
              MOVE "N" TO WRK-PERCONS-ABERTO
              OPEN INPUT ARQPERCONS
              IF ARQPERCONS-FS EQUAL ZEROS
                 MOVE "S" TO WRK-PERCONS-ABERTO
              END-IF
           END-IF.
           MOVE "N" TO WRK-TEM-ID.
           IF WRK-PERCONS-ABERTO EQUAL "S"
              MOVE MVX-SEQ TO PCS-SEQ
              READ ARQPERCONS
              IF ARQPERCONS-FS EQUAL ZEROS
                 COMPUTE WRK-POS-ANTES = WRK-MOV-POSICAO - 7
                 MOVE PCS-DADOS(WRK-POS-ANTES:6) TO WRK-CLI-ACHADO-X
                 IF WRK-CLI-ACHADO-X IS NUMERIC
                    MOVE WRK-CLI-ACHADO TO MVX-CLI-CLIENTE
                    MOVE "S" TO WRK-TEM-ID
                 END-IF
              END-IF
           END-IF.
           IF WRK-TEM-ID NOT EQUAL "S"
              DISPLAY "SEM REGISTRO NO PERIODO - ENTRADA MANTIDA: "
                      MVX-CHAVE
           END-IF.
           MOVE MVX-REGISTRO TO WRK-BUF-NOVO(1:42).
           ADD MVX-CLI-CLIENTE TO WRK-ARQ-SOMA.

      *    NA RELEITURA O ID JA TEM 6 DIGITOS, NA MESMA POSICAO
       SOMAR-ID-NOVO SECTION.
           MOVE "N" TO WRK-TEM-ID.
           EVALUATE WRK-ARQ-REGRA
              WHEN "F"
                 IF WRK-BUF-NOVO(16:1) EQUAL "1"
                    MOVE "S" TO WRK-TEM-ID
                 END-IF
              WHEN "V"
                 IF WRK-BUF-NOVO(1:6) IS NUMERIC
                    AND WRK-BUF-NOVO(7:1) EQUAL ","
                    MOVE "S" TO WRK-TEM-ID
                 END-IF
              WHEN OTHER
                 MOVE "S" TO WRK-TEM-ID
           END-EVALUATE.
           IF WRK-TEM-ID EQUAL "S"
              MOVE WRK-BUF-NOVO(WRK-ARQ-POSICAO:6) TO WRK-ID-NOVO-X
              IF WRK-ID-NOVO-X IS NUMERIC
                 ADD WRK-ID-NOVO TO WRK-ARQ-SOMA
              END-IF
           END-IF.

      *    ACESSO AOS ARQUIVOS PELO NUMERO NA TABELA DE LAYOUTS - OS
      *    DE TEXTO E OS GENERICOS USAM O NOME DA VEZ
       ABRIR-ANTIGO SECTION.
           EVALUATE WRK-ARQ-TIPO
              WHEN "L"
                 OPEN INPUT ARQLINHA
                 MOVE ARQDIN-FS TO ARQANT-FS
              WHEN "G"
                 OPEN INPUT ARQGENERICO
                 MOVE ARQDIN-FS TO ARQANT-FS
              WHEN "M"
                 OPEN INPUT ARQPERIODO
                 MOVE ARQDIN-FS TO ARQANT-FS
              WHEN OTHER
                 EVALUATE WRK-ARQ-NUMERO
                    WHEN 01
                       OPEN INPUT ANTCRM
                    WHEN 02
                       OPEN INPUT ANTXREF
                    WHEN 03
                       OPEN INPUT ANTCONTATO
                    WHEN 04
                       OPEN INPUT ANTCONS
                    WHEN 05
                       OPEN INPUT ANTRECEBER
                    WHEN 06
                       OPEN INPUT ANTEMP
                    WHEN 07
                       OPEN INPUT ANTINVEST
                    WHEN 08
                       OPEN INPUT ANTSIMULA
                    WHEN 09
                       OPEN INPUT ANTCREDLIM
                    WHEN 10
                       OPEN INPUT ANTRISCO
                    WHEN 11
                       OPEN INPUT ANTAVAL
                    WHEN 12
                       OPEN INPUT ANTFISCAL
                    WHEN 13
                       OPEN INPUT ANTNEG
                    WHEN 14
                       OPEN INPUT ANTAPROV
                    WHEN 15
                       OPEN INPUT ANTCAMPALVO
                    WHEN 16
                       OPEN INPUT ANTMEMB
                    WHEN 17
                       OPEN INPUT ANTMSGFILA
                    WHEN 18
                       OPEN INPUT ANTAUDIT
                    WHEN 19
                       OPEN INPUT ANTHIST
                    WHEN 20
                       OPEN INPUT ANTPEDIDO
                    WHEN 21
                       OPEN INPUT ANTVENDA
                    WHEN 22
                       OPEN INPUT ANTPROXID
                    WHEN 23
                       OPEN INPUT ANTDEVOL
                    WHEN 24
                       OPEN INPUT ANTEMPBAIXA
                    WHEN 25
                       OPEN INPUT ANTPARCPAGTO
                    WHEN 26
                       OPEN INPUT ANTFEEDFILA
                    WHEN 27
                       OPEN INPUT ANTPEDCANC
                    WHEN 28
                       OPEN INPUT ANTSINAL
                    WHEN 29
                       OPEN INPUT ANTPONTOS
                    WHEN 30
                       OPEN INPUT ANTCUPOMUSO
                    WHEN 31
                       OPEN INPUT ANTBAIXA
                    WHEN 32
                       OPEN INPUT ANTARQUIVO
                    WHEN 33
                       OPEN INPUT ANTCONSOL
                    WHEN 34
                       OPEN INPUT ANTCKPT
                    WHEN 35
                       OPEN INPUT ANTCRED
                    WHEN 47
                       OPEN INPUT ARQMOVIDX
                       MOVE ARQNOVO-FS TO ARQANT-FS
                 END-EVALUATE
           END-EVALUATE.

       LER-ANTIGO SECTION.
           EVALUATE WRK-ARQ-TIPO
              WHEN "L"
                 READ ARQLINHA INTO WRK-BUF-ANTIGO
                 MOVE ARQDIN-FS TO ARQANT-FS
              WHEN "G"
                 READ ARQGENERICO INTO WRK-BUF-ANTIGO
                 MOVE ARQDIN-FS TO ARQANT-FS
              WHEN "M"
                 READ ARQPERIODO NEXT RECORD INTO WRK-BUF-ANTIGO
                 MOVE ARQDIN-FS TO ARQANT-FS
              WHEN OTHER
                 EVALUATE WRK-ARQ-NUMERO
                    WHEN 01
                       READ ANTCRM NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 02
                       READ ANTXREF NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 03
                       READ ANTCONTATO NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 04
                       READ ANTCONS NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 05
                       READ ANTRECEBER NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 06
                       READ ANTEMP NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 07
                       READ ANTINVEST NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 08
                       READ ANTSIMULA NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 09
                       READ ANTCREDLIM NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 10
                       READ ANTRISCO NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 11
                       READ ANTAVAL NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 12
                       READ ANTFISCAL NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 13
                       READ ANTNEG NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 14
                       READ ANTAPROV NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 15
                       READ ANTCAMPALVO NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 16
                       READ ANTMEMB NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 17
                       READ ANTMSGFILA NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 18
                       READ ANTAUDIT NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 19
                       READ ANTHIST NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 20
                       READ ANTPEDIDO NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 21
                       READ ANTVENDA NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 22
                       READ ANTPROXID NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 23
                       READ ANTDEVOL NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 24
                       READ ANTEMPBAIXA NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 25
                       READ ANTPARCPAGTO NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 26
                       READ ANTFEEDFILA NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 27
                       READ ANTPEDCANC NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 28
                       READ ANTSINAL NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 29
                       READ ANTPONTOS NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 30
                       READ ANTCUPOMUSO NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 31
                       READ ANTBAIXA NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 32
                       READ ANTARQUIVO NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 33
                       READ ANTCONSOL NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 34
                       READ ANTCKPT NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 35
                       READ ANTCRED NEXT RECORD INTO WRK-BUF-ANTIGO
                    WHEN 47
                       READ ARQMOVIDX NEXT RECORD INTO WRK-BUF-ANTIGO
                       MOVE ARQNOVO-FS TO ARQANT-FS
                 END-EVALUATE
           END-EVALUATE.

       FECHAR-ANTIGO SECTION.
           EVALUATE WRK-ARQ-TIPO
              WHEN "L"
                 CLOSE ARQLINHA
              WHEN "G"
                 CLOSE ARQGENERICO
              WHEN "M"
                 CLOSE ARQPERIODO
              WHEN OTHER
                 EVALUATE WRK-ARQ-NUMERO
                    WHEN 01
                       CLOSE ANTCRM
                    WHEN 02
                       CLOSE ANTXREF
                    WHEN 03
                       CLOSE ANTCONTATO
                    WHEN 04
                       CLOSE ANTCONS
                    WHEN 05
                       CLOSE ANTRECEBER
                    WHEN 06
                       CLOSE ANTEMP
                    WHEN 07
                       CLOSE ANTINVEST
                    WHEN 08
                       CLOSE ANTSIMULA
                    WHEN 09
                       CLOSE ANTCREDLIM
                    WHEN 10
                       CLOSE ANTRISCO
                    WHEN 11
                       CLOSE ANTAVAL
                    WHEN 12
                       CLOSE ANTFISCAL
                    WHEN 13
                       CLOSE ANTNEG
                    WHEN 14
                       CLOSE ANTAPROV
                    WHEN 15
                       CLOSE ANTCAMPALVO
                    WHEN 16
                       CLOSE ANTMEMB
                    WHEN 17
                       CLOSE ANTMSGFILA
                    WHEN 18
                       CLOSE ANTAUDIT
                    WHEN 19
                       CLOSE ANTHIST
                    WHEN 20
                       CLOSE ANTPEDIDO
                    WHEN 21
                       CLOSE ANTVENDA
                    WHEN 22
                       CLOSE ANTPROXID
                    WHEN 23
                       CLOSE ANTDEVOL
                    WHEN 24
                       CLOSE ANTEMPBAIXA
                    WHEN 25
                       CLOSE ANTPARCPAGTO
                    WHEN 26
                       CLOSE ANTFEEDFILA
                    WHEN 27
                       CLOSE ANTPEDCANC
                    WHEN 28
                       CLOSE ANTSINAL
                    WHEN 29
                       CLOSE ANTPONTOS
                    WHEN 30
                       CLOSE ANTCUPOMUSO
                    WHEN 31
                       CLOSE ANTBAIXA
                    WHEN 32
                       CLOSE ANTARQUIVO
                    WHEN 33
                       CLOSE ANTCONSOL
                    WHEN 34
                       CLOSE ANTCKPT
                    WHEN 35
                       CLOSE ANTCRED
                    WHEN 47
                       CLOSE ARQMOVIDX
                 END-EVALUATE
           END-EVALUATE.

       ABRIR-NOVO-SAIDA SECTION.
           EVALUATE WRK-ARQ-TIPO
              WHEN "L"
                 OPEN OUTPUT ARQLINHA
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN "G"
                 OPEN OUTPUT ARQGENERICO
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN "M"
                 OPEN OUTPUT ARQPERIODO
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN OTHER
                 EVALUATE WRK-ARQ-NUMERO
                    WHEN 01
                       OPEN OUTPUT ARQCRM
                    WHEN 02
                       OPEN OUTPUT ARQXREF
                    WHEN 03
                       OPEN OUTPUT ARQCONTATO
                    WHEN 04
                       OPEN OUTPUT ARQCONS
                    WHEN 05
                       OPEN OUTPUT ARQRECEBER
                    WHEN 06
                       OPEN OUTPUT ARQEMP
                    WHEN 07
                       OPEN OUTPUT ARQINVEST
                    WHEN 08
                       OPEN OUTPUT ARQSIMULA
                    WHEN 09
                       OPEN OUTPUT ARQCREDLIM
                    WHEN 10
                       OPEN OUTPUT ARQRISCO
                    WHEN 11
                       OPEN OUTPUT ARQAVALISTA
                    WHEN 12
                       OPEN OUTPUT ARQFISCAL
                    WHEN 13
                       OPEN OUTPUT ARQNEG
                    WHEN 14
                       OPEN OUTPUT ARQAPROV
                    WHEN 15
                       OPEN OUTPUT ARQCAMPALVO
                    WHEN 16
                       OPEN OUTPUT ARQMEMB
                    WHEN 17
                       OPEN OUTPUT ARQMSGFILA
                    WHEN 18
                       OPEN OUTPUT ARQAUDIT
                    WHEN 19
                       OPEN OUTPUT ARQHIST
                    WHEN 20
                       OPEN OUTPUT ARQPEDIDO
                    WHEN 21
                       OPEN OUTPUT ARQVENDA
                    WHEN 22
                       OPEN OUTPUT ARQPROXID
                    WHEN 23
                       OPEN OUTPUT ARQDEVOL
                    WHEN 24
                       OPEN OUTPUT ARQEMPBAIXA
                    WHEN 25
                       OPEN OUTPUT ARQPARCPAGTO
                    WHEN 26
                       OPEN OUTPUT ARQFEEDFILA
                    WHEN 27
                       OPEN OUTPUT ARQPEDCANC
                    WHEN 28
                       OPEN OUTPUT ARQSINAL
                    WHEN 29
                       OPEN OUTPUT ARQPONTOS
                    WHEN 30
                       OPEN OUTPUT ARQCUPOMUSO
                    WHEN 31
                       OPEN OUTPUT ARQBAIXA
                    WHEN 32
                       OPEN OUTPUT ARQARQUIVO
                    WHEN 33
                       OPEN OUTPUT ARQCONSOL
                    WHEN 34
                       OPEN OUTPUT ARQCKPT
                    WHEN 35
                       OPEN OUTPUT ARQCRED
                    WHEN 47
                       OPEN OUTPUT ARQMOVIDX
                 END-EVALUATE
           END-EVALUATE.

       GRAVAR-NOVO SECTION.
           EVALUATE WRK-ARQ-TIPO
              WHEN "L"
                 WRITE LINHA-REGISTRO FROM WRK-BUF-NOVO
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN "G"
                 WRITE GENERICO-REGISTRO FROM WRK-BUF-NOVO
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN "M"
                 WRITE PER-REGISTRO FROM WRK-BUF-NOVO
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN OTHER
                 EVALUATE WRK-ARQ-NUMERO
                    WHEN 01
                       WRITE ARQCRM-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 02
                       WRITE XREF-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 03
                       WRITE CONTATO-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 04
                       WRITE CONS-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 05
                       WRITE REC-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 06
                       WRITE EMP-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 07
                       WRITE INV-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 08
                       WRITE SIM-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 09
                       WRITE CREDLIM-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 10
                       WRITE RISCO-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 11
                       WRITE AVAL-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 12
                       WRITE FIS-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 13
                       WRITE NEG-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 14
                       WRITE APROV-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 15
                       WRITE ALV-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 16
                       WRITE MEMB-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 17
                       WRITE MSG-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 18
                       WRITE AUDCRM-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 19
                       WRITE HISTCRM-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 20
                       WRITE PED-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 21
                       WRITE VEN-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 22
                       WRITE IDCRM-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 23
                       WRITE DEV-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 24
                       WRITE BXA-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 25
                       WRITE PPG-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 26
                       WRITE FILA-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 27
                       WRITE PEDCANC-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 28
                       WRITE SIN-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 29
                       WRITE PTS-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 30
                       WRITE USO-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 31
                       WRITE BAIXA-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 32
                       WRITE ARQUIVO-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 33
                       WRITE CONSOL-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 34
                       WRITE CKPT-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 35
                       WRITE CRED-REGISTRO FROM WRK-BUF-NOVO
                    WHEN 47
                       WRITE MVX-REGISTRO FROM WRK-BUF-NOVO
                 END-EVALUATE
           END-EVALUATE.

       ABRIR-NOVO-ENTRADA SECTION.
           EVALUATE WRK-ARQ-TIPO
              WHEN "L"
                 OPEN INPUT ARQLINHA
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN "G"
                 OPEN INPUT ARQGENERICO
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN "M"
                 OPEN INPUT ARQPERIODO
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN OTHER
                 EVALUATE WRK-ARQ-NUMERO
                    WHEN 01
                       OPEN INPUT ARQCRM
                    WHEN 02
                       OPEN INPUT ARQXREF
                    WHEN 03
                       OPEN INPUT ARQCONTATO
                    WHEN 04
                       OPEN INPUT ARQCONS
                    WHEN 05
                       OPEN INPUT ARQRECEBER
                    WHEN 06
                       OPEN INPUT ARQEMP
                    WHEN 07
                       OPEN INPUT ARQINVEST
                    WHEN 08
                       OPEN INPUT ARQSIMULA
                    WHEN 09
                       OPEN INPUT ARQCREDLIM
                    WHEN 10
                       OPEN INPUT ARQRISCO
                    WHEN 11
                       OPEN INPUT ARQAVALISTA
                    WHEN 12
                       OPEN INPUT ARQFISCAL
                    WHEN 13
                       OPEN INPUT ARQNEG
                    WHEN 14
                       OPEN INPUT ARQAPROV
                    WHEN 15
                       OPEN INPUT ARQCAMPALVO
                    WHEN 16
                       OPEN INPUT ARQMEMB
                    WHEN 17
                       OPEN INPUT ARQMSGFILA
                    WHEN 18
                       OPEN INPUT ARQAUDIT
                    WHEN 19
                       OPEN INPUT ARQHIST
                    WHEN 20
                       OPEN INPUT ARQPEDIDO
                    WHEN 21
                       OPEN INPUT ARQVENDA
                    WHEN 22
                       OPEN INPUT ARQPROXID
                    WHEN 23
                       OPEN INPUT ARQDEVOL
                    WHEN 24
                       OPEN INPUT ARQEMPBAIXA
                    WHEN 25
                       OPEN INPUT ARQPARCPAGTO
                    WHEN 26
                       OPEN INPUT ARQFEEDFILA
                    WHEN 27
                       OPEN INPUT ARQPEDCANC
                    WHEN 28
                       OPEN INPUT ARQSINAL
                    WHEN 29
                       OPEN INPUT ARQPONTOS
                    WHEN 30
                       OPEN INPUT ARQCUPOMUSO
                    WHEN 31
                       OPEN INPUT ARQBAIXA
                    WHEN 32
                       OPEN INPUT ARQARQUIVO
                    WHEN 33
                       OPEN INPUT ARQCONSOL
                    WHEN 34
                       OPEN INPUT ARQCKPT
                    WHEN 35
                       OPEN INPUT ARQCRED
                    WHEN 47
                       OPEN INPUT ARQMOVIDX
                 END-EVALUATE
           END-EVALUATE.

       LER-NOVO SECTION.
           EVALUATE WRK-ARQ-TIPO
              WHEN "L"
                 READ ARQLINHA INTO WRK-BUF-NOVO
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN "G"
                 READ ARQGENERICO INTO WRK-BUF-NOVO
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN "M"
                 READ ARQPERIODO NEXT RECORD INTO WRK-BUF-NOVO
                 MOVE ARQDIN-FS TO ARQNOVO-FS
              WHEN OTHER
                 EVALUATE WRK-ARQ-NUMERO
                    WHEN 01
                       READ ARQCRM NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 02
                       READ ARQXREF NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 03
                       READ ARQCONTATO NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 04
                       READ ARQCONS NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 05
                       READ ARQRECEBER NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 06
                       READ ARQEMP NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 07
                       READ ARQINVEST NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 08
                       READ ARQSIMULA NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 09
                       READ ARQCREDLIM NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 10
                       READ ARQRISCO NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 11
                       READ ARQAVALISTA NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 12
                       READ ARQFISCAL NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 13
                       READ ARQNEG NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 14
                       READ ARQAPROV NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 15
                       READ ARQCAMPALVO NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 16
                       READ ARQMEMB NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 17
                       READ ARQMSGFILA NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 18
                       READ ARQAUDIT NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 19
                       READ ARQHIST NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 20
                       READ ARQPEDIDO NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 21
                       READ ARQVENDA NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 22
                       READ ARQPROXID NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 23
                       READ ARQDEVOL NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 24
                       READ ARQEMPBAIXA NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 25
                       READ ARQPARCPAGTO NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 26
                       READ ARQFEEDFILA NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 27
                       READ ARQPEDCANC NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 28
                       READ ARQSINAL NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 29
                       READ ARQPONTOS NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 30
                       READ ARQCUPOMUSO NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 31
                       READ ARQBAIXA NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 32
                       READ ARQARQUIVO NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 33
                       READ ARQCONSOL NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 34
                       READ ARQCKPT NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 35
                       READ ARQCRED NEXT RECORD INTO WRK-BUF-NOVO
                    WHEN 47
                       READ ARQMOVIDX NEXT RECORD INTO WRK-BUF-NOVO
                 END-EVALUATE
           END-EVALUATE.

       FECHAR-NOVO SECTION.
           EVALUATE WRK-ARQ-TIPO
              WHEN "L"
                 CLOSE ARQLINHA
              WHEN "G"
                 CLOSE ARQGENERICO
              WHEN "M"
                 CLOSE ARQPERIODO
              WHEN OTHER
                 EVALUATE WRK-ARQ-NUMERO
                    WHEN 01
                       CLOSE ARQCRM
                    WHEN 02
                       CLOSE ARQXREF
                    WHEN 03
                       CLOSE ARQCONTATO
                    WHEN 04
                       CLOSE ARQCONS
                    WHEN 05
                       CLOSE ARQRECEBER
                    WHEN 06
                       CLOSE ARQEMP
                    WHEN 07
                       CLOSE ARQINVEST
                    WHEN 08
                       CLOSE ARQSIMULA
                    WHEN 09
                       CLOSE ARQCREDLIM
                    WHEN 10
                       CLOSE ARQRISCO
                    WHEN 11
                       CLOSE ARQAVALISTA
                    WHEN 12
                       CLOSE ARQFISCAL
                    WHEN 13
                       CLOSE ARQNEG
                    WHEN 14
                       CLOSE ARQAPROV
                    WHEN 15
                       CLOSE ARQCAMPALVO
                    WHEN 16
                       CLOSE ARQMEMB
                    WHEN 17
                       CLOSE ARQMSGFILA
                    WHEN 18
                       CLOSE ARQAUDIT
                    WHEN 19
                       CLOSE ARQHIST
                    WHEN 20
                       CLOSE ARQPEDIDO
                    WHEN 21
                       CLOSE ARQVENDA
                    WHEN 22
                       CLOSE ARQPROXID
                    WHEN 23
                       CLOSE ARQDEVOL
                    WHEN 24
                       CLOSE ARQEMPBAIXA
                    WHEN 25
                       CLOSE ARQPARCPAGTO
                    WHEN 26
                       CLOSE ARQFEEDFILA
                    WHEN 27
                       CLOSE ARQPEDCANC
                    WHEN 28
                       CLOSE ARQSINAL
                    WHEN 29
                       CLOSE ARQPONTOS
                    WHEN 30
                       CLOSE ARQCUPOMUSO
                    WHEN 31
                       CLOSE ARQBAIXA
                    WHEN 32
                       CLOSE ARQARQUIVO
                    WHEN 33
                       CLOSE ARQCONSOL
                    WHEN 34
                       CLOSE ARQCKPT
                    WHEN 35
                       CLOSE ARQCRED
                    WHEN 47
                       CLOSE ARQMOVIDX
                 END-EVALUATE
           END-EVALUATE.

      *    BASE TODA CONFERIDA: CARIMBO NA VERSAO NOVA, LEVANDO ADIANTE
      *    A CONTAGEM DO ARQCRM (O CONVERTECRM NAO DESCARTA NADA) E
      *    APAGANDO O TRABALHO. FALTANDO ALGUM, O CARIMBO FICA COMO
      *    ESTA E O CONTROLE FICA PARA A PROXIMA RODADA
       FINALIZAR-CONVERSAO SECTION.
           MOVE ZEROS TO WRK-TOT-CONFERIDOS WRK-TOT-AUSENTES
                         WRK-TOT-PENDENTES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CONV
              EVALUATE WRK-CNV-ETAPA(WRK-IDX)
                 WHEN "C"
                    ADD 1 TO WRK-TOT-CONFERIDOS
                 WHEN "A"
                    ADD 1 TO WRK-TOT-AUSENTES
                 WHEN OTHER
                    ADD 1 TO WRK-TOT-PENDENTES
              END-EVALUATE
           END-PERFORM.
           IF WRK-TOT-PENDENTES EQUAL ZEROS
              MOVE "S" TO WRK-COMPLETA
              IF WRK-CTRL-TOTAL GREATER ZEROS
                 AND WRK-CNV-ETAPA(1) EQUAL "C"
                 AND WRK-CNV-QTD-DEPOIS(1) NOT EQUAL WRK-CTRL-TOTAL
                 DISPLAY "ATENCAO: CARIMBO INDICAVA " WRK-CTRL-TOTAL
                         " REGISTROS NO ARQCRM, CONVERTIDOS "
                         WRK-CNV-QTD-DEPOIS(1)
              END-IF
              OPEN OUTPUT ARQCTRL
              MOVE WRK-VERSAO-ESPERADA TO CTLCRM-VERSAO
              MOVE WRK-CTRL-TOTAL      TO CTLCRM-TOT-REGISTROS
              WRITE CTLCRM-REGISTRO
              CLOSE ARQCTRL
              MOVE "DADOS/ARQCRM_CONV_TRAB.DAT" TO WRK-NOME-ARQUIVO
              CALL "CBL_DELETE_FILE" USING WRK-NOME-ARQUIVO
              DISPLAY "ARQCRM_CTRL.DAT CARIMBADO NA VERSAO "
                      WRK-VERSAO-ESPERADA
           ELSE
              DISPLAY "CONVERSAO INCOMPLETA - " WRK-TOT-PENDENTES
                      " ARQUIVO(S) PENDENTE(S), CARIMBO MANTIDO"
           END-IF.

       IMPRIMIR-RELATORIO SECTION.
           MOVE "A" TO WRK-SPL-ACAO.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           MOVE "L" TO WRK-SPL-ACAO.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CONVERSAO DA CHAVE DO CLIENTE PARA 6 DIGITOS EM "
                                         DELIMITED BY SIZE
                  WRK-DATA-HOJE          DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "ARQUIVO                        "
                                         DELIMITED BY SIZE
                  "QTD.ANT.   SOMA IDS ANT. QTD.DEP.  SOMA IDS DEP."
                                         DELIMITED BY SIZE
                  " RESULTADO"           DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-CONV
              MOVE WRK-CNV-ARQUIVO(WRK-IDX)     TO WRK-DET-ARQUIVO
              MOVE WRK-CNV-QTD-ANTES(WRK-IDX)   TO WRK-DET-QTD-ANTES
              MOVE WRK-CNV-SOMA-ANTES(WRK-IDX)  TO WRK-DET-SOMA-ANTES
              MOVE WRK-CNV-QTD-DEPOIS(WRK-IDX)  TO WRK-DET-QTD-DEPOIS
              MOVE WRK-CNV-SOMA-DEPOIS(WRK-IDX) TO WRK-DET-SOMA-DEPOIS
              EVALUATE WRK-CNV-ETAPA(WRK-IDX)
                 WHEN "C"
                    MOVE "CONFERE"  TO WRK-DET-RESULTADO
                 WHEN "A"
                    MOVE "AUSENTE"  TO WRK-DET-RESULTADO
                 WHEN "E"
                    MOVE "DIVERGE"  TO WRK-DET-RESULTADO
                 WHEN OTHER
                    MOVE "PENDENTE" TO WRK-DET-RESULTADO
              END-EVALUATE
              MOVE WRK-LINHA-DET TO WRK-SPL-LINHA
              PERFORM GRAVAR-SPOOL
           END-PERFORM.
           MOVE SPACES TO WRK-SPL-LINHA.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           STRING "CONFERIDOS: "      DELIMITED BY SIZE
                  WRK-TOT-CONFERIDOS  DELIMITED BY SIZE
                  "  AUSENTES: "      DELIMITED BY SIZE
                  WRK-TOT-AUSENTES    DELIMITED BY SIZE
                  "  PENDENTES: "     DELIMITED BY SIZE
                  WRK-TOT-PENDENTES   DELIMITED BY SIZE
             INTO WRK-SPL-LINHA
           END-STRING.
           PERFORM GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPL-LINHA.
           IF WRK-COMPLETA EQUAL "S"
              STRING "BASE CONVERTIDA - ARQCRM_CTRL.DAT NA VERSAO "
                                         DELIMITED BY SIZE
                     WRK-VERSAO-ESPERADA DELIMITED BY SIZE
                INTO WRK-SPL-LINHA
              END-STRING
           ELSE
              MOVE "CONVERSAO INCOMPLETA - RODAR DE NOVO APOS CORRIGIR"
                TO WRK-SPL-LINHA
           END-IF.
           PERFORM GRAVAR-SPOOL.

       GRAVAR-SPOOL SECTION.
           CALL "SPOOLGRAVA" USING WRK-SPOOL.
           DISPLAY WRK-SPL-LINHA.
