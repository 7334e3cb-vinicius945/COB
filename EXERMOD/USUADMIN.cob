      *RESETA SENHA COM TROCA OBRIGATORIA NO PROXIMO LOGIN E AJUSTA
      *NIVEL/SETOR, ACABANDO COM A EDICAO DO ARQUIVO NA MAO. ACESSO
      *RESTRITO A USUARIOS DE NIVEL "A": O PROPRIO PROGRAMA EXIGE
      *LOGIN PELO VALIDALOGIN ANTES DE ABRIR O MENU. A SENHA
      *PROVISORIA DO RESET PODE SEGUIR POR E-MAIL/SMS (MODELO
      *"SENHARST" NA FILA DO MSGENFILA) EM VEZ DE BILHETE NA MAO; O
      *AVISO E ENTREGUE AO GATEWAY NA HORA (MSGEXPORTA, PRIORIDADE 1),
      *QUE TIRA A SENHA DA FILA AO GRAVAR O ARQUIVO DE ENVIO
      *********************************
       ENVIRONMENT        DIVISION.
       INPUT-OUTPUT       SECTION.
       01 WRK-NIVEL-NOVO     PIC X(01) VALUES SPACES.
       01 WRK-SETOR-NOVO     PIC X(10) VALUES SPACES.

      *----------AVISO DA SENHA PROVISORIA NA FILA DE E-MAIL/SMS
       01 WRK-MSG.
           05 WRK-MSG-ACAO       PIC X(01) VALUE "E".
           05 WRK-MSG-DEST-TIPO  PIC X(01) VALUE "U".
           05 WRK-MSG-CLIENTE-ID PIC 9(06) VALUE ZEROS.
           05 WRK-MSG-USUARIO    PIC X(10) VALUE SPACES.
           05 WRK-MSG-CANAL      PIC X(01) VALUE SPACES.
           05 WRK-MSG-DESTINO    PIC X(40) VALUE SPACES.
           05 WRK-MSG-MODELO     PIC X(08) VALUE "SENHARST".
           05 WRK-MSG-PARM       PIC X(20) OCCURS 4 TIMES.
           05 WRK-MSG-PRIORIDADE PIC 9(01) VALUE 1.
           05 WRK-MSG-PROGRAMA   PIC X(12) VALUE "USUADMIN".
           05 WRK-MSG-OPERADOR   PIC X(10) VALUE SPACES.
           05 WRK-MSG-RETORNO    PIC X(01) VALUE SPACES.
           05 WRK-MSG-NUMERO     PIC 9(08) VALUE ZEROS.
       01 WRK-PRIORIDADE-URGENTE PIC 9(01) VALUE 1.

       PROCEDURE DIVISION.
       PRINCIPAL SECTION.
           PERFORM AUTENTICAR.
              MOVE "N"            TO USU-BLOQUEADO
              REWRITE USU-REGISTRO
              DISPLAY "SENHA RESETADA - TROCA OBRIGATORIA NO LOGIN"
              PERFORM AVISAR-SENHA
              MOVE SPACES         TO WRK-SENHA-NOVA
           END-IF.

      *    O ARQUSU NAO GUARDA CONTATO DO USUARIO - O ADMINISTRADOR
      *    INFORMA NA HORA PARA ONDE VAI O AVISO. A SENHA NAO PODE
      *    FICAR ESPERANDO O LOTE DA NOITE NA FILA: SAI JA PARA O
      *    GATEWAY E O MSGEXPORTA LIMPA OS PARAMETROS DA MENSAGEM
       AVISAR-SENHA SECTION.
           MOVE SPACES TO WRK-MSG-DESTINO.
           DISPLAY "E-MAIL OU CELULAR PARA O AVISO (VAZIO = NAO): ".
           ACCEPT WRK-MSG-DESTINO.
           IF WRK-MSG-DESTINO NOT EQUAL SPACES
              MOVE SPACES         TO WRK-MSG-CANAL WRK-MSG-PARM(1)
                                     WRK-MSG-PARM(2) WRK-MSG-PARM(3)
                                     WRK-MSG-PARM(4)
              MOVE USU-USUARIO    TO WRK-MSG-USUARIO WRK-MSG-PARM(1)
              MOVE WRK-SENHA-NOVA TO WRK-MSG-PARM(2)
              MOVE WRK-USUARIO    TO WRK-MSG-OPERADOR
              CALL "MSGENFILA" USING WRK-MSG
              MOVE SPACES         TO WRK-MSG-PARM(2)
              IF WRK-MSG-RETORNO EQUAL "S"
                 CALL "MSGEXPORTA" USING WRK-PRIORIDADE-URGENTE
                                         WRK-USUARIO
                 DISPLAY "AVISO ENTREGUE AO GATEWAY - MENSAGEM "
                         WRK-MSG-NUMERO
              ELSE
                 DISPLAY "AVISO NAO ENFILEIRADO - RETORNO "
                         WRK-MSG-RETORNO
              END-IF
           END-IF.

       ALTERAR-NIVEL-SETOR SECTION.
