        IDENTIFICATION DIVISION.
        PROGRAM-ID.    TUILOG.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED.
        SECURITY. ONLY AUTHOR MAY MODIFY.
      * REMARKS. APENDA UMA LINHA NO EXTRATO PERMANENTE DAS
      * MENSALIDADES LEDGTUI.DAT (MATRICULA, DATA, COMPETENCIA,
      * EVENTO E VALOR), NO MOLDE DE SOCLOG PARA OS SOCIOS.
      * TUIRECEB.DAT GUARDA SO A POSICAO DE CADA COBRANCA; ESTE
      * LEDGER GUARDA O PAGAMENTO E OS AJUSTES FEITOS SOBRE ELA
      * (CANCELAMENTO, PRO-RATA, CREDITO E REEMBOLSO), E E DELE QUE
      * A EXPORTACAO CONTABIL EM05EX21 TIRA OS LANCAMENTOS DAS
      * MENSALIDADES.
      * GRAVADO POR EM01EX08 (TRANCAMENTO E CANCELAMENTO) E PELA
      * BAIXA EM02EX37 (PAGAMENTO, EVENTO TUIPAGO). A DATA PASSA
      * PELA TRAVA DE PERIODO FECHADO PERLOCK ANTES DA GRAVACAO.
      * USO: CALL "TUILOG" USING LK-NUM LK-COMPET LK-EVENTO
      *                          LK-VALOR.
      * LK-NUM    (ENTRADA) PIC 9(05)     - MATRICULA DO ALUNO.
      * LK-COMPET (ENTRADA) PIC 9(06)     - COMPETENCIA AAAAMM.
      * LK-EVENTO (ENTRADA) PIC X(10)     - EVENTO (TUIPAGO,
      *                                      TUICANC, ...).
      * LK-VALOR  (ENTRADA) PIC 9(09)V99  - VALOR DO EVENTO.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL LEDGTUI ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.

        DATA DIVISION.
        FILE SECTION.
        FD LEDGTUI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LEDGTUI.DAT".
        01 REGLEDGTUI.
           02 LT-NUM       PIC 9(05).
           02 FILLER       PIC X     VALUE SPACES.
           02 LT-DATA      PIC 9(08).
           02 FILLER       PIC X     VALUE SPACES.
           02 LT-COMPET    PIC 9(06).
           02 FILLER       PIC X     VALUE SPACES.
           02 LT-EVENTO    PIC X(10).
           02 FILLER       PIC X     VALUE SPACES.
           02 LT-VALOR     PIC 9(09)V9(02).

        WORKING-STORAGE SECTION.
        77 WS-DATA     PIC 9(08) VALUE ZEROES.
        77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
        77 WS-FS   PIC X(02) VALUE SPACES.
        77 WS-ORIGEM   PIC X(08) VALUE "TUILOG".
        77 WS-CHAVE    PIC X(15) VALUE SPACES.

        LINKAGE SECTION.
        01 LK-NUM    PIC 9(05).
        01 LK-COMPET PIC 9(06).
        01 LK-EVENTO PIC X(10).
        01 LK-VALOR  PIC 9(09)V9(02).

        PROCEDURE DIVISION USING LK-NUM LK-COMPET LK-EVENTO
                                  LK-VALOR.
        PGM.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE SPACES TO WS-CHAVE.
            STRING LK-NUM "-" LK-COMPET DELIMITED BY SIZE
                INTO WS-CHAVE
            END-STRING.
            CALL "PERLOCK" USING WS-ORIGEM WS-CHAVE WS-DATA.

            MOVE SPACES TO REGLEDGTUI.
            MOVE LK-NUM    TO LT-NUM.
            MOVE WS-DATA   TO LT-DATA.
            MOVE LK-COMPET TO LT-COMPET.
            MOVE LK-EVENTO TO LT-EVENTO.
            MOVE LK-VALOR  TO LT-VALOR.

            OPEN EXTEND LEDGTUI.
            IF WS-FS EQUAL "35"
                OPEN OUTPUT LEDGTUI
            END-IF.
            WRITE REGLEDGTUI.
            CLOSE LEDGTUI.
        GOBACK.
