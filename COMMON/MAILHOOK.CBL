      * LK-TIPO   (ENTRADA) PIC X(10) - TIPO DO AVISO (EX: ATRASADO,
      *                                 CLIINVAL).
      * LK-MSG    (ENTRADA) PIC X(40) - TEXTO/MOTIVO PARA O AVISO.
      * CHAVE PRESENTE EM MAILBLQ.DAT (DONO SEM E-MAIL OU COM E-MAIL
      * INVALIDADO POR RETORNO, RECRIADO POR EM02EX51) E GRAVADA COM
      * MQ-STATUS "SEMEMAIL" EM VEZ DE "PENDENTE": FICA REGISTRADA
      * MAS NAO ENTRA NA FILA DO DESPACHANTE.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SELECT OPTIONAL MAILQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL MAILBLQ ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MB-CHAVE.

        DATA DIVISION.
        FILE SECTION.
           02 FILLER       PIC X     VALUE SPACES.
           02 MQ-STATUS    PIC X(09).

        FD MAILBLQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MAILBLQ.DAT".
        01 REGMBLQ.
           COPY REGMBLQ.

        WORKING-STORAGE SECTION.
        77 WS-DATA     PIC 9(08) VALUE ZEROES.
        77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
        77 WS-HORA     PIC 9(08) VALUE ZEROES.
        77 WS-FS   PIC X(02) VALUE SPACES.
        77 BLOQUEADA PIC X(03) VALUE "NAO".

        LINKAGE SECTION.
        01 LK-PROGID    PIC X(08).
            MOVE WS-DATA    TO MQ-DATA.
            MOVE WS-HORA    TO MQ-HORA.
            MOVE "PENDENTE" TO MQ-STATUS.
            PERFORM CONFEREBLOQUEIO.
            IF BLOQUEADA EQUAL "SIM"
                MOVE "SEMEMAIL" TO MQ-STATUS
            END-IF.

            OPEN EXTEND MAILQ.
            IF WS-FS EQUAL "35"
            WRITE REGMAILQ.
            CLOSE MAILQ.
        GOBACK.

        CONFEREBLOQUEIO.
            MOVE "SIM" TO BLOQUEADA.
            OPEN INPUT MAILBLQ.
            MOVE LK-CHAVE TO MB-CHAVE.
            READ MAILBLQ
                INVALID KEY MOVE "NAO" TO BLOQUEADA
            END-READ.
            CLOSE MAILBLQ.
