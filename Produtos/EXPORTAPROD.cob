      *AREA DE COMENTARIOS - REMARKS***
      *OBJETIVO: EXPORTACAO DO CATALOGO DE PRODUTOS PARA AS FILIAIS -
      *IRMAO DO EXPORTACRM. GERA O DADOS/PRODEXPORT.TXT COM
      *CABECALHO (FILIAL DE ORIGEM, DATA/HORA E SEQUENCIA DO ARQUIVO
      *- FILIAL LOCAL E SEQUENCIA VEM DO FILIALCONF), UM "D" POR
      *PRODUTO DO ARQPROD.DAT (SEM O ESTOQUE, QUE E DE CADA FILIAL),
      *UM REGISTRO "P" COM O PRECO VIGENTE DE HOJE (PRODPRECOVIG), UM
      *"B" POR CODIGO DE BARRAS DO PRODUTO (PRODEAN) E O
      *RODAPE COM O TOTAL - A FILIAL IMPORTA COM O IMPORTAPROD E
      *DECIDE ITEM A ITEM O QUE ACEITA
      *********************************
       01 ARQPROD-FS         PIC 9(02) VALUES ZEROS.
       01 ARQEXPORT-FS       PIC 9(02) VALUES ZEROS.

      *----------CONFERENCIA DE FILIAL / SEQUENCIA (FILIALCONF)
       01 WRK-FCF.
           05 WRK-FCF-ACAO          PIC X(01) VALUES SPACES.
           05 WRK-FCF-FLUXO         PIC X(01) VALUES SPACES.
           05 WRK-FCF-FILIAL        PIC X(10) VALUES SPACES.
           05 WRK-FCF-SEQUENCIA     PIC 9(06) VALUES ZEROS.
           05 WRK-FCF-ULT-SEQ       PIC 9(06) VALUES ZEROS.
           05 WRK-FCF-ARQ-ESPERADO  PIC X(40) VALUES SPACES.
           05 WRK-FCF-RETORNO       PIC X(01) VALUES SPACES.
       01 WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01 WRK-TOT-REGISTROS  PIC 9(05) VALUES ZEROS.

           05 WRK-PV-VIGENCIA    PIC 9(08).
           05 WRK-PV-ACHADO      PIC X(01).

      *----------CODIGOS DE BARRAS DO PRODUTO (PRODEAN)
       01 WRK-EAN.
           05 WRK-EAN-ACAO          PIC X(01) VALUE "L".
           05 WRK-EAN-ENTRADA       PIC X(14) VALUE SPACES.
           05 WRK-EAN-PRODUTO       PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-RETORNO       PIC X(01) VALUE SPACE.
           05 WRK-EAN-DONO          PIC 9(04) VALUE ZEROS.
           05 WRK-EAN-QTD           PIC 9(02) VALUE ZEROS.
           05 WRK-EAN-LISTA         PIC 9(14) OCCURS 10 TIMES.
       01 WRK-EAN-IDX        PIC 9(02) VALUES ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY "EXPORTAPROD - INICIO".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQPROD.
           IF ARQPROD-FS NOT EQUAL ZEROS
              DISPLAY "SEM ARQPROD.DAT (STATUS " ARQPROD-FS ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "E" TO WRK-FCF-ACAO.
           MOVE "P" TO WRK-FCF-FLUXO.
           CALL "FILIALCONF" USING WRK-FCF.
           IF WRK-FCF-RETORNO NOT EQUAL "S"
              DISPLAY "FILIAL LOCAL NAO CONFIGURADA - CADASTRE NO "
                      "FILIALMANUT E INFORME NO SETUP DO MANUT"
              CLOSE ARQPROD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "FILIAL DE ORIGEM: " WRK-FCF-FILIAL
                   " SEQUENCIA " WRK-FCF-SEQUENCIA.
           OPEN OUTPUT ARQEXPORT.
           PERFORM GRAVAR-CABECALHO.
           PERFORM EXPORTAR-PRODUTOS.
       GRAVAR-CABECALHO SECTION.
           MOVE SPACES TO PEXCH-REGISTRO.
           MOVE "H"           TO PEXCH-TIPO-REG.
           MOVE WRK-FCF-FILIAL    TO PEXCH-FILIAL-ORIGEM.
           MOVE WRK-FCF-SEQUENCIA TO PEXCH-SEQUENCIA.
           MOVE WRK-DATA-HOJE TO PEXCH-DATA-EXPORT.
           ACCEPT PEXCH-HORA-EXPORT FROM TIME.
           WRITE PEXCH-REGISTRO.
              IF ARQPROD-FS EQUAL ZEROS
                 PERFORM GRAVAR-DETALHE
                 PERFORM GRAVAR-PRECO-VIGENTE
                 PERFORM GRAVAR-CODIGOS-BARRAS
              END-IF
           END-PERFORM.
           MOVE ZEROS TO ARQPROD-FS.
              ADD 1 TO WRK-TOT-REGISTROS
           END-IF.

       GRAVAR-CODIGOS-BARRAS SECTION.
           MOVE "L"            TO WRK-EAN-ACAO.
           MOVE ARQPROD-CODIGO TO WRK-EAN-PRODUTO.
           CALL "PRODEAN" USING WRK-EAN.
           PERFORM VARYING WRK-EAN-IDX FROM 1 BY 1
                   UNTIL WRK-EAN-IDX GREATER WRK-EAN-QTD
              MOVE SPACES TO PEXCH-REGISTRO
              MOVE "B"                       TO PEXCH-TIPO-REG
              MOVE ARQPROD-CODIGO            TO PEXCH-BR-CODIGO
              MOVE WRK-EAN-LISTA(WRK-EAN-IDX) TO PEXCH-BR-EAN
              WRITE PEXCH-REGISTRO
              ADD 1 TO WRK-TOT-REGISTROS
           END-PERFORM.

       GRAVAR-RODAPE SECTION.
           MOVE SPACES TO PEXCH-REGISTRO.
           MOVE "T"               TO PEXCH-TIPO-REG.
