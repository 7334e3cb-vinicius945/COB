
       LINKAGE   SECTION.
       01 LNK-DADOS.
           05 LNK-ID      PIC 9(006) VALUE 0.
           05 LNK-NOME    PIC X(020) VALUE SPACES.
           05 LNK-EMAIL   PIC X(030) VALUE SPACES.

