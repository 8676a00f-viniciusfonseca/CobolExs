      * RECONTA E RECONFERE O TRAILER ANTES DE DEVOLVER O CONTEUDO
      * AO MESTRE VIVO - TRAILER DIVERGENTE RECUSA A RESTAURACAO EM
      * VEZ DE DEVOLVER UM ARQUIVO TRUNCADO. CADA ACAO VAI PARA O
      * AUDITLOG. CADALU.DAT E ARQSOC1.DAT SAO INDEXADOS: A COPIA
      * LE O MESTRE EM ORDEM DE CHAVE E A RESTAURACAO O RECRIA VAZIO
      * E REGRAVA OS REGISTROS NA MESMA ORDEM.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-ENT
            FILE STATUS IS WS-FSALU.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1
            FILE STATUS IS WS-FSSOC.
            SELECT OPTIONAL ENTVIVO ASSIGN USING WS-VIVO-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
                                      ==:CAMPUS:==  BY ==CAMPUS-ENT==
                                      ==:SIT:==     BY ==SIT-ENT==.

            FD ARQSOC1
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOC1.DAT".
            01 CADSOC1.
               COPY REGSOC REPLACING ==:CODPAG:==  BY ==CODPAG1==
                                      ==:NUMSOC:==  BY ==NUMSOC1==
                                      ==:NOMSOC:==  BY ==NOMSOC1==
                                      ==:VALPAG:==  BY ==VALPAG1==
                                      ==:DIASATR:== BY ==DIASATR==
                                      ==:DTVENC:==  BY ==DTVENC1==
                                      ==:VDD:==     BY ==VDD1==
                                      ==:VMM:==     BY ==VMM1==
                                      ==:VAA:==     BY ==VAA1==
                                      ==:LOGR:==    BY ==LOGR1==
                                      ==:NUMEND:==  BY ==NUMEND1==
                                      ==:CIDADE:==  BY ==CIDADE1==
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

            FD ENTVIVO
               LABEL RECORD IS STANDARD.
            01 REGVIVO PIC X(178).

            FD VIVONOVO
               LABEL RECORD IS STANDARD.
            01 REGVIVON PIC X(178).

            FD GERACAO
               LABEL RECORD IS STANDARD.
            01 REGGER PIC X(178).

            FD GERSAIDA
               LABEL RECORD IS STANDARD.
            01 REGGERS PIC X(178).

            FD GDGCAT
               LABEL RECORD IS STANDARD
            77 WS-FS     PIC X(02) VALUE SPACES.
            77 WS-FSREQ  PIC X(02) VALUE SPACES.
            77 WS-FSALU  PIC X(02) VALUE SPACES.
            77 WS-FSSOC  PIC X(02) VALUE SPACES.
            77 WS-FSGER  PIC X(02) VALUE SPACES.
            77 WS-FSCAT  PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
               02 FILLER PIC X(28) VALUE
                  "CADVEND.DAT   CADVEND S00305".
               02 FILLER PIC X(28) VALUE
                  "ARQSOC1.DAT   ARQSOC1 I00306".
            01 TAB-DATASET-R REDEFINES TAB-DATASET.
               02 DS-OCR OCCURS 4 TIMES.
                  03 DS-VIVO-OCR PIC X(14).
               02 BT-SOMA  PIC 9(12).
               02 FILLER   PIC X     VALUE SPACES.
               02 BT-DATA  PIC 9(08).
               02 FILLER   PIC X(143) VALUE SPACES.

            01 WS-TRAILER-LIDO.
               02 TL-MARCA PIC X(05).
               02 TL-SOMA  PIC 9(12).
               02 FILLER   PIC X.
               02 TL-DATA  PIC 9(08).
               02 FILLER   PIC X(143).

        PROCEDURE DIVISION.
        PGM.
            MOVE ZEROES TO CT-COPIA WS-SOMACHAVE.
            MOVE "NAO"  TO FIM-ARQ.
            IF DS-TIPO-OCR(IDX-DS) EQUAL "I"
                IF DS-BASE-OCR(IDX-DS) EQUAL "ARQSOC1"
                    PERFORM COPIAARQSOC1
                ELSE
                    PERFORM COPIAINDEXADO
                END-IF
            ELSE
                PERFORM COPIASEQUENCIAL
            END-IF.
                    ADD 1 TO CT-GRAVADOS
            END-READ.

        COPIAARQSOC1.
            OPEN INPUT ARQSOC1.
            IF WS-FSSOC NOT EQUAL "00"
                DISPLAY "EM05EX16: " DS-VIVO-OCR(IDX-DS)
                        " AUSENTE - BACKUP NAO CRIADO"
            ELSE
                OPEN OUTPUT GERSAIDA
                PERFORM COPIAREGSOC UNTIL FIM-ARQ EQUAL "SIM"
                PERFORM FECHABACKUP
                CLOSE GERSAIDA
                PERFORM CATALOGAEAPARA
            END-IF.
            IF WS-FSSOC EQUAL "00"
                CLOSE ARQSOC1
            END-IF.

        COPIAREGSOC.
            READ ARQSOC1
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS CT-COPIA
                    MOVE CADSOC1 TO REGGERS
                    PERFORM EXTRAICHAVEGER
                    ADD WS-CHAVENUM TO WS-SOMACHAVE
                    WRITE REGGERS
                    ADD 1 TO CT-GRAVADOS
            END-READ.

        COPIASEQUENCIAL.
            MOVE DS-VIVO-OCR(IDX-DS) TO WS-VIVO-FILENAME.
            OPEN INPUT ENTVIVO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT GERACAO.
            IF DS-TIPO-OCR(IDX-DS) EQUAL "I"
                IF DS-BASE-OCR(IDX-DS) EQUAL "ARQSOC1"
                    OPEN OUTPUT ARQSOC1
                    PERFORM DEVOLVEREGSOC UNTIL FIM-ARQ EQUAL "SIM"
                    CLOSE ARQSOC1
                ELSE
                    OPEN OUTPUT CADALU
                    PERFORM DEVOLVEREGALU UNTIL FIM-ARQ EQUAL "SIM"
                    CLOSE CADALU
                END-IF
            ELSE
                MOVE DS-VIVO-OCR(IDX-DS) TO WS-VIVO-FILENAME
                OPEN OUTPUT VIVONOVO
                    END-IF
            END-READ.

        DEVOLVEREGSOC.
            READ GERACAO
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF REGGER(1:5) EQUAL "*BKP*"
                        CONTINUE
                    ELSE
                        MOVE REGGER TO CADSOC1
                        WRITE CADSOC1
                        ADD 1 TO CT-GRAVADOS
                    END-IF
            END-READ.

        DEVOLVEREGSEQ.
            READ GERACAO
                AT END MOVE "SIM" TO FIM-ARQ
