            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CPF-CLI-IN.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1.
            SELECT OPTIONAL PARAM40 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TSTALU ASSIGN TO DISK
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

            FD PARAM40
               LABEL RECORD IS STANDARD
            FD TSTSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOC1.TST".
            01 REGTSTSOC PIC X(178).

            FD TSTMANIF
               LABEL RECORD IS STANDARD
            MOVE WS-EMAILFAKE   TO EMAIL1.
            COMPUTE WS-TELFAKE = 1180000000 + NUMSOC1.
            MOVE WS-TELFAKE     TO TEL1.
            IF CPFSOC1 IS NUMERIC AND CPFSOC1 NOT EQUAL ZEROES
                ADD 1 TO WS-SEQFAKE
                PERFORM MONTACPFFAKE
                MOVE WS-CPFFAKE TO CPFSOC1
            END-IF.
            WRITE REGTSTSOC FROM REGSOC.
            ADD 1 TO CT-GRAVADOS CT-ARQAMOST.

