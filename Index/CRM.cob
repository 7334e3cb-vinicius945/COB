
       01 WRK-OPERADOR      PIC X(10) VALUES SPACES.
       01 WRK-ACESSO-NEGADO PIC X(01) VALUES "N".
      *    RELAT CHAMADO DO MENU RODA SEMPRE COM OPERADOR NA TELA
       01 WRK-MODO-RELAT    PIC X(01) VALUES "N".

      *    SESSAO DE OPERADOR DO DIA (MODULO SESSAO) - UM SIGN-ON DE
      *    MANHA VALE PARA TODOS OS MENUS ATE EXPIRAR OU O DIA FECHAR
           05 WRK-USO-QUEM-OPERADOR  PIC X(10) VALUE SPACES.

       COPY "#LOTECRM".
       COPY "#SIGILO-MASC".

       SCREEN SECTION.
       01 TELA.
           IF WRK-PERM-OPCAO(20) EQUAL "S"
              DISPLAY "20-GRUPOS ECONOMICOS " LINE 15 COLUMN 25
           END-IF.
      *    A AUDITORIA GERAL VE A ATIVIDADE DE TODOS OS SUBSISTEMAS -
      *    FICA FORA DA MATRIZ DE PERMISSOES, SO O NIVEL "A" A ENXERGA
           IF WRK-LOGIN-NIVEL EQUAL "A"
              DISPLAY "21-AUDITORIA GERAL   " LINE 14 COLUMN 25
           END-IF.
           DISPLAY "QUAL OPCAO       " LINE 20 COLUMN 01.
               ACCEPT WRK-OPCAO        LINE 20 COLUMN 15.

           DISPLAY TELA

           IF WRK-OPCAO EQUAL 9
              OR (WRK-OPCAO EQUAL 21 AND WRK-LOGIN-NIVEL EQUAL "A")
              CONTINUE
           ELSE
              IF WRK-OPCAO LESS 1 OR WRK-OPCAO GREATER 20
              WHEN 1
                 CALL "CADASTRO" USING WRK-OPERADOR
               WHEN 2
                 CALL "CONSULTA" USING WRK-OPERADOR WRK-LOGIN-NIVEL
               WHEN 3
                 CALL "ALTERA" USING WRK-OPERADOR WRK-LOGIN-NIVEL
               WHEN 4
                 CALL "EXCLUI" USING WRK-OPERADOR WRK-LOGIN-NIVEL
               WHEN 5
                 CALL "STATUS" USING WRK-OPERADOR WRK-LOGIN-NIVEL
               WHEN 6
                 CALL "RELAT" USING WRK-MODO-RELAT WRK-OPERADOR
                                    WRK-LOGIN-NIVEL
               WHEN 7
                 CALL "MANUT"
               WHEN 8
                 PERFORM PROCESSAR-LOTE
               WHEN 10
                 CALL "AUDITCONS" USING WRK-OPERADOR WRK-LOGIN-NIVEL
               WHEN 11
                 CALL "ARQUIVOCONS" USING WRK-OPERADOR WRK-LOGIN-NIVEL
               WHEN 12
                 CALL "XREFMANUT" USING WRK-OPERADOR
               WHEN 13
                 CALL "UNIFICA" USING WRK-OPERADOR WRK-LOGIN-NIVEL
               WHEN 14
                 CALL "EMUSOCONS"
               WHEN 15
                 CALL "SPOOLCONS"
               WHEN 16
                 CALL "APROVA" USING WRK-OPERADOR WRK-LOGIN-NIVEL
               WHEN 17
                 CALL "FICHA360" USING WRK-OPERADOR WRK-LOGIN-NIVEL
               WHEN 18
                 CALL "ETIQUETACORREIO" USING WRK-OPERADOR
                                              WRK-LOGIN-NIVEL
               WHEN 19
                 CALL "CONTATOREG" USING WRK-OPERADOR
                                         WRK-LOGIN-NIVEL
               WHEN 20
                 CALL "GRUPOMANUT"
               WHEN 21
                 CALL "AUDITGERAL" USING WRK-OPERADOR WRK-LOGIN-NIVEL
           END-EVALUATE.

       PROCESSAR-LOTE SECTION.
           PERFORM VARYING WRK-LOTE-IDX FROM 1 BY 1
                   UNTIL WRK-LOTE-IDX > LOTE-QUANTOS
              IF LOTE-ENCONTRADO(WRK-LOTE-IDX) EQUAL "S"
                 MOVE "EMAIL"                  TO MSC-CAMPO-NOME
                 MOVE "E"                      TO MSC-FORMATO
                 MOVE LOTE-EMAIL(WRK-LOTE-IDX) TO MSC-CAMPO
                 PERFORM MASCARAR-CONTATO
                 DISPLAY LOTE-ID(WRK-LOTE-IDX) " "
                         LOTE-NOME(WRK-LOTE-IDX) " "
                         MSC-CAMPO(1:30)
              ELSE
                 DISPLAY LOTE-ID(WRK-LOTE-IDX) " NAO ENCONTRADO"
              END-IF
           DISPLAY "PRESSIONE ENTER PARA CONTINUAR" LINE 22 COLUMN 01.
           ACCEPT WRK-PAUSA LINE 22 COLUMN 35.

      *    O CAMPO VOLTA DO MASCARA COMO VEIO (E A VISAO FICA NO
      *    REGISTRO DE ACESSO) OU MASCARADO, CONFORME O NIVEL
       MASCARAR-CONTATO SECTION.
           MOVE "M"                   TO MSC-ACAO.
           MOVE WRK-OPERADOR          TO MSC-USUARIO.
           MOVE WRK-LOGIN-NIVEL       TO MSC-NIVEL.
           MOVE "CRM"                 TO MSC-PROGRAMA.
           MOVE 1                     TO MSC-GRUPO.
           MOVE "C"                   TO MSC-TIPO-CHAVE.
           MOVE LOTE-ID(WRK-LOTE-IDX) TO MSC-CHAVE.
           CALL "MASCARA" USING MSC-PARAMETROS.

