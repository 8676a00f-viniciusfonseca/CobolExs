        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CPGLOG.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED.
        SECURITY. ONLY AUTHOR MAY MODIFY.
      * REMARKS. APENDA UMA LINHA NO EXTRATO PERMANENTE DAS CONTAS A
      * PAGAR LEDGCPG.DAT (FORNECEDOR, DATA, NOTA FISCAL, EVENTO E
      * VALOR), NO MOLDE DE SOCLOG E TUILOG. CPAGAR.DAT GUARDA SO A
      * POSICAO DE CADA NOTA; ESTE LEDGER GUARDA A APROVACAO
      * (CPAPROV - A OBRIGACAO COM O FORNECEDOR NASCE) E O PAGAMENTO
      * (CPPAGO), E E DELE QUE A EXPORTACAO CONTABIL EM05EX21 TIRA OS
      * LANCAMENTOS DAS CONTAS A PAGAR.
      * GRAVADO POR EM02EX43. A DATA PASSA PELA TRAVA DE PERIODO
      * FECHADO PERLOCK ANTES DA GRAVACAO.
      * USO: CALL "CPGLOG" USING LK-FORN LK-NUMNF LK-EVENTO LK-VALOR.
      * LK-FORN   (ENTRADA) PIC 9(04)     - CODIGO DO FORNECEDOR.
      * LK-NUMNF  (ENTRADA) PIC 9(09)     - NUMERO DA NOTA FISCAL.
      * LK-EVENTO (ENTRADA) PIC X(10)     - EVENTO (CPAPROV, CPPAGO).
      * LK-VALOR  (ENTRADA) PIC 9(09)V99  - VALOR DO EVENTO.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL LEDGCPG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.

        DATA DIVISION.
        FILE SECTION.
        FD LEDGCPG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LEDGCPG.DAT".
        01 REGLEDGCPG.
           02 LP-FORN      PIC 9(04).
           02 FILLER       PIC X     VALUE SPACES.
           02 LP-DATA      PIC 9(08).
           02 FILLER       PIC X     VALUE SPACES.
           02 LP-NUMNF     PIC 9(09).
           02 FILLER       PIC X     VALUE SPACES.
           02 LP-EVENTO    PIC X(10).
           02 FILLER       PIC X     VALUE SPACES.
           02 LP-VALOR     PIC 9(09)V9(02).

        WORKING-STORAGE SECTION.
        77 WS-DATA     PIC 9(08) VALUE ZEROES.
        77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
        77 WS-FS   PIC X(02) VALUE SPACES.
        77 WS-ORIGEM   PIC X(08) VALUE "CPGLOG".
        77 WS-CHAVE    PIC X(15) VALUE SPACES.

        LINKAGE SECTION.
        01 LK-FORN   PIC 9(04).
        01 LK-NUMNF  PIC 9(09).
        01 LK-EVENTO PIC X(10).
        01 LK-VALOR  PIC 9(09)V9(02).

        PROCEDURE DIVISION USING LK-FORN LK-NUMNF LK-EVENTO
                                  LK-VALOR.
        PGM.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE SPACES TO WS-CHAVE.
            STRING LK-FORN "-" LK-NUMNF DELIMITED BY SIZE
                INTO WS-CHAVE
            END-STRING.
            CALL "PERLOCK" USING WS-ORIGEM WS-CHAVE WS-DATA.

            MOVE SPACES TO REGLEDGCPG.
            MOVE LK-FORN   TO LP-FORN.
            MOVE WS-DATA   TO LP-DATA.
            MOVE LK-NUMNF  TO LP-NUMNF.
            MOVE LK-EVENTO TO LP-EVENTO.
            MOVE LK-VALOR  TO LP-VALOR.

            OPEN EXTEND LEDGCPG.
            IF WS-FS EQUAL "35"
                OPEN OUTPUT LEDGCPG
            END-IF.
            WRITE REGLEDGCPG.
            CLOSE LEDGCPG.
        GOBACK.
