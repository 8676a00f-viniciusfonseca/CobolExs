      * (NOME, ESTADO, TELEFONE E ANOS), COM CONTAGEM POR FAIXA DE
      * ANIVERSARIO - O MESMO ESPIRITO DA LISTA SEMANAL DE
      * ANIVERSARIANTES QUE EM01EX06 JA DA A SECRETARIA.
      * PARAM57.DAT (UM NOME DE SEGMENTO RFM POR LINHA) RESTRINGE O
      * EXTRATO AOS CLIENTES DESSES SEGMENTOS EM SEGCLI.DAT (EM02EX49);
      * SEM O ARQUIVO SAEM TODOS. O CLIENTE AINDA NAO SEGMENTADO
      * CONTA COMO "SEM COMPRA".
      * SO SAI NO EXTRATO O CLIENTE COM CONSENTIMENTO CONCEDIDO NO
      * CANAL SMS/TELEFONE ("S") EM CONSENT.DAT (EM02EX50); OS DEMAIS
      * SAO CONTADOS NO RODAPE.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT RELANIVC ASSIGN TO DISK.
            SELECT OPTIONAL PARAM19 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM57 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSP57.
            SELECT OPTIONAL SEGCLI ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SG-CPF.
            SELECT OPTIONAL CONSENT ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CS-CHAVE.

        DATA DIVISION.
            FILE SECTION.
            01 REGPARAM19.
               02 PARM-LGPD PIC X(03).

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

            FD CONSENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSENT.DAT".
            01 REGCONS.
               COPY REGCONS.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ PIC X(03) VALUE "NAO".
            77 FILTRO-LGPD PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-F05      PIC 9(05) VALUE ZEROES.
            77 CT-SEMCONS  PIC 9(05) VALUE ZEROES.
            77 CONSENTIDO  PIC X(03) VALUE "SIM".
            77 CT-F10      PIC 9(05) VALUE ZEROES.
            77 CT-F20      PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM02EX16".
            77 WS-ANOS     PIC S9(04) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-FSP57    PIC X(02) VALUE SPACES.
            77 FIM-P57     PIC X(03) VALUE "NAO".
            77 SEGOK       PIC X(03) VALUE "SIM".
            77 QTDE-FSEG   PIC 9(02) VALUE ZEROES.
            77 IDX-FSEG    PIC 9(02) VALUE ZEROES.
            01 TAB-FILTROSEG.
               02 FSEG-OCR PIC X(10) OCCURS 7 TIMES.

            01 WS-DATA-SISTEMA PIC 9(08).
            01 WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
                         "CLIENTES DE 20 ANOS.....: ".
               02 R-F20  PIC 9(05).

            01 ROD-04.
               02 FILLER PIC X(26) VALUE
                         "SEM CONSENTIMENTO SMS...: ".
               02 R-SEMC PIC 9(05).

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
        INICIO.
            CALL "DATAPROC" USING WS-DATA-SISTEMA WS-DATAREAL.
            PERFORM LEPARAM19.
            PERFORM LEPARAM57.
            OPEN INPUT  CADCLIC
                        CONSENT
                 OUTPUT RELANIVC.
            WRITE REGANIVC FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGANIVC FROM CAB-02 AFTER ADVANCING 2 LINES.
                 NOT AT END MOVE PARM-LGPD TO FILTRO-LGPD.
            CLOSE PARAM19.

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

        CONFERECONSENTIMENTO.
            MOVE "C"        TO CS-TIPOPES.
            MOVE CPF-CLI-IN TO CS-ID.
            MOVE "S"        TO CS-CANAL.
            MOVE "SIM" TO CONSENTIDO.
            READ CONSENT
                INVALID KEY MOVE "NAO" TO CONSENTIDO
            END-READ.
            IF CONSENTIDO EQUAL "SIM" AND CS-SIT NOT EQUAL "C"
                MOVE "NAO" TO CONSENTIDO
            END-IF.

        LEITURA.
            READ CADCLIC
                AT END     MOVE "SIM" TO FIM-ARQ
                COMPUTE WS-ANOS = AA-SIS - AA-CLI-IN
                IF WS-ANOS EQUAL 5 OR WS-ANOS EQUAL 10
                   OR WS-ANOS EQUAL 20
                    PERFORM CONFERESEGMENTO
                    IF SEGOK EQUAL "SIM"
                        PERFORM CONFERECONSENTIMENTO
                        IF CONSENTIDO EQUAL "SIM"
                            PERFORM GRAVAPARABENS
                        ELSE
                            ADD 1 TO CT-SEMCONS
                        END-IF
                    END-IF
                END-IF
            END-IF.
            PERFORM LEITURA.
            MOVE CT-F05 TO R-F05.
            MOVE CT-F10 TO R-F10.
            MOVE CT-F20 TO R-F20.
            MOVE CT-SEMCONS TO R-SEMC.
            WRITE REGANIVC FROM ROD-01 AFTER ADVANCING 2 LINES.
            WRITE REGANIVC FROM ROD-02 AFTER ADVANCING 1 LINE .
            WRITE REGANIVC FROM ROD-03 AFTER ADVANCING 1 LINE .
            WRITE REGANIVC FROM ROD-04 AFTER ADVANCING 1 LINE .
            CLOSE CADCLIC
                  CONSENT
                  RELANIVC.
            IF QTDE-FSEG GREATER THAN ZEROES
                CLOSE SEGCLI
            END-IF.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
