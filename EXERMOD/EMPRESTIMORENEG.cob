      *FECHA O ORIGINAL COM A SITUACAO "R" E O NUMERO DO SUCESSOR, E
      *MARCA AS PARCELAS SUBSTITUIDAS COM "R" - O AGING PARA DE
      *CONTA-LAS. A RENEGOCIACAO SAI NA TRILHA DE DECISAO DE CREDITO
      *(CREDDEC.TXT) COMO UMA APROVACAO. O SUCESSOR SAI PROPOSTO NO
      *MESMO SISTEMA (SAC OU PRICE) DO ORIGINAL
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 CRED-DECISAO     PIC X(15).
           05 CRED-DATA        PIC 9(08).
           05 CRED-HORA        PIC 9(08).
           05 CRED-CLIENTE-ID  PIC 9(06).
      *    QUADRO DA DECISAO: LIMITE APROVADO, EXPOSICAO (PARCELAS EM
      *    ABERTO DOS CONTRATOS ATIVOS) E O DISPONIVEL NA HORA
           05 CRED-LIMITE      PIC 9(06)V99.

      *----------CONTRATO NOVO VIA EMPRESTIMOGERA
       01 WRK-CONTRATO.
           05 WRK-CON-CLIENTE-ID   PIC 9(06).
           05 WRK-CON-PRINCIPAL    PIC 9(06)V99.
           05 WRK-CON-PRAZO-MESES  PIC 9(03).
           05 WRK-CON-TAXA-JUROS   PIC 9(02)V99.
           05 WRK-CON-NUMERO       PIC 9(06).
           05 WRK-CON-SISTEMA      PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           MOVE WRK-NOVO-PRAZO  TO WRK-CON-PRAZO-MESES.
           MOVE WRK-NOVA-TAXA   TO WRK-CON-TAXA-JUROS.
           MOVE ZEROS           TO WRK-CON-NUMERO.
      *    O SUCESSOR SUGERE O MESMO SISTEMA DO ORIGINAL - O CLIENTE
      *    VE O COMPARATIVO NO EMPRESTIMOGERA E PODE TROCAR
           MOVE EMP-SISTEMA     TO WRK-CON-SISTEMA.
      *    OS DOIS ARQUIVOS FECHAM ANTES DA CHAMADA - O EMPRESTIMOGERA
      *    ABRE OS MESMOS INDEXADOS PARA GRAVAR O SUCESSOR (MESMO
      *    CUIDADO DO SOLICITACREDITO COM O AVALIACREDITO)
