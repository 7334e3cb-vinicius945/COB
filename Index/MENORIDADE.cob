      *REGISTROS COM ARQCRM-MENOR = "S" CUJA DATA DE NASCIMENTO JA
      *COMPLETOU 18 ANOS (MESMA REGRA DE IDADE DO CADASTRO), LIMPA O
      *FLAG, GRAVA A TRILHA DE AUDITORIA E LISTA OS CLIENTES VIRADOS
      *PARA O BALCAO ATUALIZAR A PAPELADA. PASSO DO BATCHNOTURNO.
      *A DATA DE NASCIMENTO DA LISTA PASSA PELO MASCARA COMO USUARIO
      *LOTE, NIVEL "L"
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ARQAUDIT-FS        PIC 9(02) VALUES ZEROS.
       01 ARQLISTA-FS        PIC 9(02) VALUES ZEROS.

       01 WRK-VERSAO-ESPERADA     PIC 9(02) VALUES 07.
       01 WRK-VERSAO-INCOMPATIVEL PIC X(01) VALUES "N".

       01 WRK-OPERADOR       PIC X(10) VALUES "SISTEMA".
       01 WRK-ANO-NASC       PIC 9(04) VALUES ZEROS.
       01 WRK-MESDIA-NASC    PIC 9(04) VALUES ZEROS.
       01 WRK-IDADE          PIC 9(03) VALUES ZEROS.
       01 WRK-MASC-NASCIMENTO PIC X(08) VALUES SPACES.
       COPY "#SIGILO-MASC".

       01 WRK-TOT-LIDOS      PIC 9(05) VALUES ZEROS.
       01 WRK-TOT-VIRADOS    PIC 9(05) VALUES ZEROS.
           WRITE AUDCRM-REGISTRO.

       GRAVAR-LISTA SECTION.
           PERFORM MASCARAR-NASCIMENTO.
           MOVE SPACES TO ARQLISTA-LINHA.
           STRING "ID "                 DELIMITED BY SIZE
                  ARQCRM-ID             DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  ARQCRM-NOME           DELIMITED BY SIZE
                  " NASC "              DELIMITED BY SIZE
                  WRK-MASC-NASCIMENTO   DELIMITED BY SIZE
             INTO ARQLISTA-LINHA
           END-STRING.
           WRITE ARQLISTA-LINHA.
           DISPLAY ARQLISTA-LINHA.

      *    O LOTE NOTURNO RODA COMO USUARIO LOTE, NIVEL "L" - A DATA
      *    SAI COMO A TABELA DE SIGILO MANDA E A VISAO LIBERADA FICA
      *    REGISTRADA
       MASCARAR-NASCIMENTO SECTION.
           MOVE "M"             TO MSC-ACAO.
           MOVE "LOTE"          TO MSC-USUARIO.
           MOVE "L"             TO MSC-NIVEL.
           MOVE "MENORIDADE"    TO MSC-PROGRAMA.
           MOVE 2               TO MSC-GRUPO.
           MOVE "C"             TO MSC-TIPO-CHAVE.
           MOVE ARQCRM-ID       TO MSC-CHAVE.
           MOVE "D"             TO MSC-FORMATO.
           MOVE "NASCIMENTO"    TO MSC-CAMPO-NOME.
           MOVE ARQCRM-DATA-NASCIMENTO TO MSC-CAMPO.
           CALL "MASCARA" USING MSC-PARAMETROS.
           MOVE MSC-CAMPO       TO WRK-MASC-NASCIMENTO.

       FINALIZAR SECTION.
           CLOSE ARQCRM.
           CLOSE ARQAUDIT.
