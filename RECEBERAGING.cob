
       01 WRK-LINHA-AGING.
           05 FILLER             PIC X(08) VALUE "CLIENTE ".
           05 WRK-AGI-CLIENTE    PIC 9(06).
           05 FILLER             PIC X(05) VALUE " DOC ".
           05 WRK-AGI-DOCUMENTO  PIC 9(06).
           05 FILLER             PIC X(06) VALUE " VENC ".
