            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CHECKPT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM57 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSP57.
            SELECT OPTIONAL SEGCLI ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SG-CPF.

        DATA DIVISION.
            FILE SECTION.
                  03 CK-ULTEST PIC X(02).
                  03 CK-ULTCPF PIC 9(11).

      * FILTRO OPCIONAL POR SEGMENTO RFM (EM02EX49): PARAM57.DAT TRAZ
      * UM NOME DE SEGMENTO POR LINHA; SEM O ARQUIVO SAEM TODOS. O
      * CLIENTE AINDA NAO SEGMENTADO EM SEGCLI.DAT CONTA COMO
      * "SEM COMPRA".
            FD PARAM57
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM57.DAT".
            01 REGPARAM57.
               02 P57-SEGMENTO PIC X(10).

            FD SEGCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGCLI.DAT".
            01 REGSEGC.
               COPY REGSEGC.

        WORKING-STORAGE SECTION.
        77 FIM-ARQ PIC X(03) VALUE  "NAO".
        77 FIM-PARAM     PIC X(03) VALUE "NAO".
        77 LK-CHAVE      PIC X(15) VALUE SPACES.
        77 LK-ACAO       PIC X(10) VALUE SPACES.
        77 LK-DATAVALIDA PIC X(03) VALUE SPACES.
        77 WS-FSP57      PIC X(02) VALUE SPACES.
        77 FIM-P57       PIC X(03) VALUE "NAO".
        77 SEGOK         PIC X(03) VALUE "SIM".
        77 QTDE-FSEG     PIC 9(02) VALUE ZEROES.
        77 IDX-FSEG      PIC 9(02) VALUE ZEROES.
        01 TAB-FILTROSEG.
           02 FSEG-OCR PIC X(10) OCCURS 7 TIMES.
        77 CT-LIN  PIC 99    VALUE     25.
        77 CT-PAG  PIC 99    VALUE ZEROES.

        STOP RUN.

        ROTENTRADA.
            PERFORM LEPARAM57.
            OPEN INPUT CADCLI.
            PERFORM LEITURA-ENTRADA UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADCLI.
            IF QTDE-FSEG GREATER THAN ZEROES
                CLOSE SEGCLI
            END-IF.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-ENTRADA.
                 NOT AT END PERFORM VALIDACAO-ENTRADA.

        VALIDACAO-ENTRADA.
            PERFORM CONFERESEGMENTO.
            IF SEGOK NOT EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            CALL "DATEVAL" USING DD-CLI-IN MM-CLI-IN AA-CLI-IN
                                  LK-DATAVALIDA.
            IF LK-DATAVALIDA NOT EQUAL "SIM"
            MOVE NUM-CLI-IN  TO NUM-CLI-T.
            RELEASE TREGCLI.

        LEPARAM57.
            OPEN INPUT PARAM57.
            IF WS-FSP57 NOT EQUAL "00"
                MOVE "SIM" TO FIM-P57
            END-IF.
            PERFORM LEITURA-PARAM57 UNTIL FIM-P57 EQUAL "SIM".
            CLOSE PARAM57.
            IF QTDE-FSEG GREATER THAN ZEROES
                OPEN INPUT SEGCLI
            END-IF.

        LEITURA-PARAM57.
            READ PARAM57
                AT END MOVE "SIM" TO FIM-P57
                NOT AT END
                    IF P57-SEGMENTO NOT EQUAL SPACES
                       AND QTDE-FSEG LESS THAN 7
                        ADD 1 TO QTDE-FSEG
                        MOVE P57-SEGMENTO TO FSEG-OCR(QTDE-FSEG)
                    END-IF
            END-READ.

        CONFERESEGMENTO.
            MOVE "SIM" TO SEGOK.
            IF QTDE-FSEG EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE CPF-CLI-IN TO SG-CPF.
            READ SEGCLI
                INVALID KEY MOVE "SEM COMPRA" TO SG-SEGMENTO
            END-READ.
            MOVE "NAO" TO SEGOK.
            PERFORM VARYING IDX-FSEG FROM 1 BY 1
                     UNTIL IDX-FSEG GREATER THAN QTDE-FSEG
                IF FSEG-OCR(IDX-FSEG) EQUAL SG-SEGMENTO
                    MOVE "SIM" TO SEGOK
                END-IF
            END-PERFORM.

        INICIO.
            PERFORM LEPARAM10.
            PERFORM LEPARAM19.
