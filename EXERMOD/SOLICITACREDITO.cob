       01 EMPRESTIMO.
           05 RENDA PIC 9(04)V99 VALUES ZEROS.
           05 VALOR PIC 9(04)V99 VALUES ZEROS.
           05 CLIENTE-ID PIC 9(06) VALUES ZEROS.
           05 PRAZO-MESES PIC 9(03) VALUES ZEROS.
           05 TAXA-JUROS  PIC 9(02)V99 VALUES ZEROS.

