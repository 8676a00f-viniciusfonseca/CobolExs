      * AUSENTE = TODOS OS CAMPI). AO FINAL IMPRIME UM TRAILER DE
      * CONTAGEM (REGISTROS LIDOS E CARTAS GERADAS) PARA A SECRETARIA
      * BATER COM A CONTAGEM DE CADATU.DAT.
      * A CARTA SO SAI PARA O ALUNO COM CONSENTIMENTO CONCEDIDO NO
      * CANAL CARTA ("C") EM CONSENT.DAT (EM02EX50); OS DEMAIS SAO
      * CONTADOS NO TRAILER.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT RELMALA ASSIGN TO DISK.
            SELECT OPTIONAL PARAM14 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CONSENT ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CS-CHAVE.

        DATA DIVISION.
            FILE SECTION.
            01 REGPARAM14.
               02 PARM-CAMPUS PIC X(02).

            FD CONSENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSENT.DAT".
            01 REGCONS.
               COPY REGCONS.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-SEMCONS  PIC 9(07) VALUE ZEROES.
            77 CONSENTIDO  PIC X(03) VALUE "SIM".
            77 FILTRO-CAMPUS PIC X(02) VALUE "**".
            77 LK-PROGID   PIC X(08) VALUE "EM01EX07".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
                          "TOTAL DE CARTAS GERADAS.......: ".
               02 R-CARTAS PIC 9(07).

            01 ROD-03.
               02 FILLER  PIC X(34) VALUE
                          "ALUNOS SEM CONSENTIMENTO CARTA: ".
               02 R-SEMCONS PIC 9(07).

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            PERFORM LEPARAM14.
            OPEN INPUT  CADATU
                        CONSENT
                 OUTPUT RELMALA.
            PERFORM LEITURA.

        PRINCIPAL.
            IF FILTRO-CAMPUS EQUAL "**"
               OR CAMPUS-SAI EQUAL FILTRO-CAMPUS
                PERFORM CONFERECONSENTIMENTO
                IF CONSENTIDO EQUAL "SIM"
                    PERFORM IMPRIMECARTA
                ELSE
                    ADD 1 TO CT-SEMCONS
                END-IF
            END-IF.
            PERFORM LEITURA.

        CONFERECONSENTIMENTO.
            MOVE "A"     TO CS-TIPOPES.
            MOVE SPACES  TO CS-ID.
            MOVE NUM-SAI TO CS-ID(1:5).
            MOVE "C"     TO CS-CANAL.
            MOVE "SIM" TO CONSENTIDO.
            READ CONSENT
                INVALID KEY MOVE "NAO" TO CONSENTIDO
            END-READ.
            IF CONSENTIDO EQUAL "SIM" AND CS-SIT NOT EQUAL "C"
                MOVE "NAO" TO CONSENTIDO
            END-IF.

      * O TEXTO MORA EM CARTAMOD.DAT (TIPO "MALA") VIA CARTATPL;
      * SEM MODELO CARREGADO, SAI A CARTA FIXA DE SEMPRE.
        IMPRIMECARTA.
        TERMINO.
            MOVE CT-LIDOS    TO R-LIDOS.
            MOVE CT-GRAVADOS TO R-CARTAS.
            MOVE CT-SEMCONS  TO R-SEMCONS.
            WRITE REGMALA FROM ROD-01 AFTER ADVANCING 2 LINES.
            WRITE REGMALA FROM ROD-02 AFTER ADVANCING 1 LINE .
            WRITE REGMALA FROM ROD-03 AFTER ADVANCING 1 LINE .
            CLOSE CADATU
                  CONSENT
                  RELMALA.
            MOVE "C"      TO LK-CTLMODO.
            MOVE "CADATU" TO LK-CTLARQ.
