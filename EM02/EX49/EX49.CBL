        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX49.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. SEGMENTACAO RFM DOS CLIENTES TURISMAR: LE CADCLIC.DAT
      * E O HISTORICO DE RESERVAS VIAGCLI.DAT EM PARALELO (OS DOIS EM
      * ORDEM DE CPF) E DA A CADA CLIENTE TRES NOTAS DE 1 A 5 -
      * RECENCIA (DIAS DESDE A ULTIMA RESERVA ATE A DATA DE
      * PROCESSAMENTO), FREQUENCIA (QUANTIDADE DE RESERVAS) E VALOR
      * (SOMA DOS VALORES). RESERVA CANCELADA NAO CONTA. OS LIMITES DE
      * CADA NOTA VEM DE PARAM56.DAT (LINHAS "R", "F" E "M" COM OS
      * QUATRO LIMITES DAS NOTAS 5, 4, 3 E 2 - RECENCIA EM DIAS, ATE;
      * FREQUENCIA E VALOR, A PARTIR DE), COM VALORES PADRAO NA FALTA
      * DO ARQUIVO OU DA LINHA. O SEGMENTO SAI DAS NOTAS:
      *   SEM COMPRA - NENHUMA RESERVA VALIDA;
      *   CAMPEAO    - R, F E M TODAS 4 OU MAIS;
      *   FIEL       - R 3 OU MAIS E F 4 OU MAIS;
      *   EM RISCO   - R 2 OU MENOS E F OU M 3 OU MAIS;
      *   NOVO       - R 4 OU MAIS E UMA RESERVA SO;
      *   PROMISSOR  - DEMAIS COM R 3 OU MAIS;
      *   HIBERNANDO - DEMAIS.
      * SEGCLI.DAT (INDEXADO POR CPF, LAYOUT REGSEGC) E RECRIADO COM O
      * SEGMENTO DE CADA CLIENTE PARA OS EXTRATOS EM02EX02 E EM02EX16
      * FILTRAREM VIA PARAM57.DAT. RESERVA DE CPF AUSENTE DE CADCLIC
      * E SO CONTADA. O RESUMO COM CLIENTES E RECEITA POR SEGMENTO E
      * ESTADO SAI EM RELRFM.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADCLIC ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CPF-CLI-IN.
            SELECT OPTIONAL VIAGCLI ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS VG-CHAVE.
            SELECT SEGCLI ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SG-CPF.
            SELECT OPTIONAL PARAM56 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSPAR.
            SELECT RELRFM ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CADCLIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIC.DAT".
            01 IREGCLI-IN.
               02 CPF-CLI-IN  PIC 9(11).
               02 NOME-CLI-IN PIC X(30).
               02 EST-CLI-IN  PIC X(02).
               02 CID-CLI-IN  PIC X(30).
               02 TEL-CLI-IN  PIC 9(08).
               02 DATA-CLI-IN PIC 9(08).
               02 CEP-CLI-IN  PIC 9(08).
               02 LOGR-CLI-IN PIC X(30).
               02 NUM-CLI-IN  PIC X(06).

            FD VIAGCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VIAGCLI.DAT".
            01 REGVIAG.
               COPY REGVIAG.

            FD SEGCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGCLI.DAT".
            01 REGSEGC.
               COPY REGSEGC.

            FD PARAM56
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM56.DAT".
            01 REGPARAM56.
               02 PR-TIPO    PIC X(01).
               02 PR-LIMITES OCCURS 4 TIMES.
                  03 FILLER  PIC X(01).
                  03 PR-LIM  PIC 9(09)V99.

            FD RELRFM
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ       PIC X(03) VALUE "NAO".
            77 FIM-VIAG      PIC X(03) VALUE "NAO".
            77 FIM-PAR       PIC X(03) VALUE "NAO".
            77 CT-LIDOS      PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
            77 CT-ORFAS      PIC 9(07) VALUE ZEROES.
            77 WS-FSPAR      PIC X(02) VALUE SPACES.
            77 WS-DATA       PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL   PIC 9(08) VALUE ZEROES.
            77 WS-HOJE-INT   PIC 9(08) VALUE ZEROES.
            77 WS-DIAS       PIC S9(08) VALUE ZEROES.
            77 WS-VGCPF      PIC 9(11) VALUE ZEROES.
            77 WS-QTDE       PIC 9(05) VALUE ZEROES.
            77 WS-VALOR      PIC 9(09)V99 VALUE ZEROES.
            77 WS-ULTDATA    PIC 9(08) VALUE ZEROES.
            77 WS-NOTA       PIC 9(01) VALUE ZEROES.
            77 WS-MEDIDA     PIC 9(09)V99 VALUE ZEROES.
            77 IDX-LIM       PIC 9(02) VALUE ZEROES.
            77 IDX-TIPO      PIC 9(02) VALUE ZEROES.
            77 IDX-SEG       PIC 9(02) VALUE ZEROES.
            77 IDX-UF        PIC 9(02) VALUE ZEROES.
            77 WS-TOTQT      PIC 9(07) VALUE ZEROES.
            77 WS-TOTVL      PIC 9(11)V99 VALUE ZEROES.
            77 LK-PROGID     PIC X(08) VALUE "EM02EX49".

      * LIMITES DAS NOTAS 5, 4, 3 E 2: 1 = RECENCIA (DIAS, ATE),
      * 2 = FREQUENCIA E 3 = VALOR (A PARTIR DE).
            01 TAB-LIMITES.
               02 FILLER PIC X(44) VALUE
                  "00000009000000000180000000003650000000073000".
               02 FILLER PIC X(44) VALUE
                  "00000000800000000005000000000030000000000200".
               02 FILLER PIC X(44) VALUE
                  "00002000000000010000000000050000000000200000".
            01 TAB-LIMITES-R REDEFINES TAB-LIMITES.
               02 LIM-TIPO-OCR OCCURS 3 TIMES.
                  03 LIM-OCR PIC 9(09)V99 OCCURS 4 TIMES.

            01 TAB-SEGMENTOS.
               02 FILLER PIC X(10) VALUE "CAMPEAO".
               02 FILLER PIC X(10) VALUE "FIEL".
               02 FILLER PIC X(10) VALUE "EM RISCO".
               02 FILLER PIC X(10) VALUE "NOVO".
               02 FILLER PIC X(10) VALUE "PROMISSOR".
               02 FILLER PIC X(10) VALUE "HIBERNANDO".
               02 FILLER PIC X(10) VALUE "SEM COMPRA".
            01 TAB-SEGMENTOS-R REDEFINES TAB-SEGMENTOS.
               02 SEG-NOME-OCR PIC X(10) OCCURS 7 TIMES.

      * AS 27 UNIDADES DA FEDERACAO; A POSICAO 28 RECEBE O ESTADO
      * EM BRANCO OU INVALIDO DO CADASTRO.
            01 TAB-UF.
               02 FILLER PIC X(28) VALUE
                  "ACALAMAPBACEDFESGOMAMGMSMTPA".
               02 FILLER PIC X(26) VALUE
                  "PBPEPIPRRJRNRORRRSSCSESPTO".
               02 FILLER PIC X(02) VALUE "??".
            01 TAB-UF-R REDEFINES TAB-UF.
               02 UF-OCR PIC X(02) OCCURS 28 TIMES.

            01 TAB-RESUMO.
               02 RES-SEG-OCR OCCURS 7 TIMES.
                  03 RES-SEGQT-OCR PIC 9(07).
                  03 RES-SEGVL-OCR PIC 9(11)V99.
                  03 RES-UF-OCR OCCURS 28 TIMES.
                     04 RES-QT-OCR PIC 9(07).
                     04 RES-VL-OCR PIC 9(11)V99.

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "TURISMAR - SEGMENTACAO RFM DE CLIENTES".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-02.
               02 FILLER     PIC X(14) VALUE "SEGMENTO".
               02 FILLER     PIC X(08) VALUE "ESTADO".
               02 FILLER     PIC X(12) VALUE "   CLIENTES".
               02 FILLER     PIC X(22) VALUE "               RECEITA".
               02 FILLER     PIC X(24) VALUE SPACES.

            01 DET-SEG.
               02 DS-SEG     PIC X(14).
               02 DS-UF      PIC X(08).
               02 DS-QT      PIC ZZZ.ZZZ.ZZ9.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DS-VL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER     PIC X(25) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATA) TO WS-HOJE-INT.
            PERFORM LEPARAM56.
            INITIALIZE TAB-RESUMO.
            OPEN INPUT  CADCLIC
                        VIAGCLI
                 OUTPUT SEGCLI.
            PERFORM LEITURA-VIAGEM.
            PERFORM LEITURA.

        LEPARAM56.
            OPEN INPUT PARAM56.
            IF WS-FSPAR NOT EQUAL "00"
                MOVE "SIM" TO FIM-PAR
            END-IF.
            PERFORM LEITURA-PARAM56 UNTIL FIM-PAR EQUAL "SIM".
            CLOSE PARAM56.

        LEITURA-PARAM56.
            READ PARAM56
                AT END MOVE "SIM" TO FIM-PAR
                NOT AT END
                    EVALUATE PR-TIPO
                        WHEN "R" MOVE 1 TO IDX-TIPO
                        WHEN "F" MOVE 2 TO IDX-TIPO
                        WHEN "M" MOVE 3 TO IDX-TIPO
                        WHEN OTHER MOVE ZEROES TO IDX-TIPO
                    END-EVALUATE
                    IF IDX-TIPO NOT EQUAL ZEROES
                        PERFORM VARYING IDX-LIM FROM 1 BY 1
                                 UNTIL IDX-LIM GREATER THAN 4
                            IF PR-LIM(IDX-LIM) IS NUMERIC
                                MOVE PR-LIM(IDX-LIM)
                                    TO LIM-OCR(IDX-TIPO IDX-LIM)
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ.

        LEITURA.
            READ CADCLIC
                AT END     MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS.

        LEITURA-VIAGEM.
            READ VIAGCLI
                AT END
                    MOVE "SIM" TO FIM-VIAG
                    MOVE 99999999999 TO WS-VGCPF
                NOT AT END
                    MOVE VG-CPF TO WS-VGCPF
            END-READ.

      **************************************************************
      * UM CLIENTE: JUNTA AS RESERVAS DO CPF, DA AS NOTAS, ESCOLHE *
      * O SEGMENTO E GRAVA SEGCLI.DAT.                             *
      **************************************************************
        PRINCIPAL.
            PERFORM PULAORFA UNTIL WS-VGCPF NOT LESS THAN CPF-CLI-IN.
            MOVE ZEROES TO WS-QTDE WS-VALOR WS-ULTDATA.
            PERFORM SOMARESERVA UNTIL WS-VGCPF NOT EQUAL CPF-CLI-IN.
            MOVE SPACES     TO REGSEGC.
            MOVE CPF-CLI-IN TO SG-CPF.
            MOVE WS-QTDE    TO SG-QTDE.
            MOVE WS-VALOR   TO SG-VALOR.
            MOVE WS-ULTDATA TO SG-ULTDATA.
            MOVE WS-DATA    TO SG-DATASEG.
            MOVE ZEROES     TO SG-R SG-F SG-M.
            IF WS-QTDE EQUAL ZEROES
                MOVE 7 TO IDX-SEG
            ELSE
                PERFORM CALCULANOTAS
                PERFORM ESCOLHESEGMENTO
            END-IF.
            MOVE SEG-NOME-OCR(IDX-SEG) TO SG-SEGMENTO.
            WRITE REGSEGC.
            ADD 1 TO CT-GRAVADOS.
            PERFORM ACUMULARESUMO.
            PERFORM LEITURA.

        PULAORFA.
            ADD 1 TO CT-ORFAS.
            PERFORM LEITURA-VIAGEM.

        SOMARESERVA.
            IF VG-SIT NOT EQUAL "X"
                ADD 1        TO WS-QTDE
                ADD VG-VALOR TO WS-VALOR
                IF VG-DATA GREATER THAN WS-ULTDATA
                    MOVE VG-DATA TO WS-ULTDATA
                END-IF
            END-IF.
            PERFORM LEITURA-VIAGEM.

        CALCULANOTAS.
            COMPUTE WS-DIAS = WS-HOJE-INT
                            - FUNCTION INTEGER-OF-DATE(WS-ULTDATA).
            IF WS-DIAS LESS THAN ZEROES
                MOVE ZEROES TO WS-DIAS
            END-IF.
            MOVE 5 TO WS-NOTA.
            PERFORM VARYING IDX-LIM FROM 1 BY 1
                     UNTIL IDX-LIM GREATER THAN 4
                        OR WS-DIAS NOT GREATER THAN LIM-OCR(1 IDX-LIM)
                SUBTRACT 1 FROM WS-NOTA
            END-PERFORM.
            MOVE WS-NOTA TO SG-R.
            MOVE 2       TO IDX-TIPO.
            MOVE WS-QTDE TO WS-MEDIDA.
            PERFORM NOTAPORLIMITE.
            MOVE WS-NOTA TO SG-F.
            MOVE 3        TO IDX-TIPO.
            MOVE WS-VALOR TO WS-MEDIDA.
            PERFORM NOTAPORLIMITE.
            MOVE WS-NOTA TO SG-M.

        NOTAPORLIMITE.
            MOVE 5 TO WS-NOTA.
            PERFORM VARYING IDX-LIM FROM 1 BY 1
                     UNTIL IDX-LIM GREATER THAN 4
                        OR WS-MEDIDA NOT LESS THAN
                           LIM-OCR(IDX-TIPO IDX-LIM)
                SUBTRACT 1 FROM WS-NOTA
            END-PERFORM.

        ESCOLHESEGMENTO.
            EVALUATE TRUE
                WHEN SG-R NOT LESS THAN 4 AND SG-F NOT LESS THAN 4
                     AND SG-M NOT LESS THAN 4
                    MOVE 1 TO IDX-SEG
                WHEN SG-R NOT LESS THAN 3 AND SG-F NOT LESS THAN 4
                    MOVE 2 TO IDX-SEG
                WHEN SG-R NOT GREATER THAN 2
                     AND (SG-F NOT LESS THAN 3 OR SG-M NOT LESS THAN 3)
                    MOVE 3 TO IDX-SEG
                WHEN SG-R NOT LESS THAN 4 AND WS-QTDE EQUAL 1
                    MOVE 4 TO IDX-SEG
                WHEN SG-R NOT LESS THAN 3
                    MOVE 5 TO IDX-SEG
                WHEN OTHER
                    MOVE 6 TO IDX-SEG
            END-EVALUATE.

        ACUMULARESUMO.
            PERFORM VARYING IDX-UF FROM 1 BY 1
                     UNTIL IDX-UF GREATER THAN 27
                        OR UF-OCR(IDX-UF) EQUAL EST-CLI-IN
            END-PERFORM.
            ADD 1        TO RES-SEGQT-OCR(IDX-SEG)
                            RES-QT-OCR(IDX-SEG IDX-UF).
            ADD WS-VALOR TO RES-SEGVL-OCR(IDX-SEG)
                            RES-VL-OCR(IDX-SEG IDX-UF).

      **************************************************************
      * RESUMO: POR SEGMENTO, COM A ABERTURA POR ESTADO, E O TOTAL *
      **************************************************************
        IMPRIMERESUMO.
            OPEN OUTPUT RELRFM.
            MOVE WS-DATA TO CB1-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 2 LINES.
            MOVE ZEROES TO WS-TOTQT WS-TOTVL.
            PERFORM IMPRIMESEGMENTO VARYING IDX-SEG FROM 1 BY 1
                     UNTIL IDX-SEG GREATER THAN 7.
            MOVE "TOTAL"  TO DS-SEG.
            MOVE SPACES   TO DS-UF.
            MOVE WS-TOTQT TO DS-QT.
            MOVE WS-TOTVL TO DS-VL.
            WRITE REGREL FROM DET-SEG AFTER ADVANCING 2 LINES.

        IMPRIMESEGMENTO.
            IF RES-SEGQT-OCR(IDX-SEG) EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE SEG-NOME-OCR(IDX-SEG)  TO DS-SEG.
            MOVE "TODOS"                TO DS-UF.
            MOVE RES-SEGQT-OCR(IDX-SEG) TO DS-QT.
            MOVE RES-SEGVL-OCR(IDX-SEG) TO DS-VL.
            WRITE REGREL FROM DET-SEG AFTER ADVANCING 2 LINES.
            ADD RES-SEGQT-OCR(IDX-SEG) TO WS-TOTQT.
            ADD RES-SEGVL-OCR(IDX-SEG) TO WS-TOTVL.
            PERFORM VARYING IDX-UF FROM 1 BY 1
                     UNTIL IDX-UF GREATER THAN 28
                IF RES-QT-OCR(IDX-SEG IDX-UF) NOT EQUAL ZEROES
                    MOVE SPACES                     TO DS-SEG
                    MOVE UF-OCR(IDX-UF)             TO DS-UF
                    MOVE RES-QT-OCR(IDX-SEG IDX-UF) TO DS-QT
                    MOVE RES-VL-OCR(IDX-SEG IDX-UF) TO DS-VL
                    WRITE REGREL FROM DET-SEG AFTER ADVANCING 1 LINE
                END-IF
            END-PERFORM.

        TERMINO.
            PERFORM PULAORFA UNTIL FIM-VIAG EQUAL "SIM".
            CLOSE CADCLIC
                  VIAGCLI
                  SEGCLI.
            PERFORM IMPRIMERESUMO.
            MOVE "CLIENTES SEGMENTADOS..........: " TO ROD-QT-TXT.
            MOVE CT-GRAVADOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "RESERVAS SEM CLIENTE..........: " TO ROD-QT-TXT.
            MOVE CT-ORFAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELRFM.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
