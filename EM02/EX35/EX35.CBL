               02 JN-CUSTOUNIT PIC 9(06)V99.
               02 FILLER     PIC X.
               02 JN-VALOR   PIC 9(09)V99.
               02 FILLER     PIC X.
               02 JN-MOTIVO  PIC X(02).
               02 FILLER     PIC X.
               02 JN-APROV   PIC X(10).

            FD ITEMFORN
               LABEL RECORD IS STANDARD
