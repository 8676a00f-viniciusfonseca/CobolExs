        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX38.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. RELATORIO MENSAL DE BOLSAS E DESCONTOS CONCEDIDOS,
      * PARA A DIRETORIA SABER QUANTO CUSTA O PROGRAMA DE BOLSAS: LE
      * OS DESCONTOS GRAVADOS PELO FATURAMENTO EM02EX21 EM
      * TUIDESC.DAT NA COMPETENCIA AAAAMM - A DA DATA DE
      * PROCESSAMENTO OU A INFORMADA EM PARAM47.DAT, PARA REEMITIR UM
      * MES JA FECHADO - E OS CLASSIFICA POR MOTIVO E CAMPUS. O
      * RELATORIO RELBOLS SAI POR TIPO DE BENEFICIO, COM UMA LINHA
      * POR CAMPUS (CONCESSOES, MENSALIDADE CHEIA, DESCONTO E O
      * PERCENTUAL ABATIDO), O TOTAL DO TIPO E, NO FIM, O TOTAL DE
      * DESCONTOS CONTRA O FATURAMENTO BRUTO DO MES EM TUIRECEB.DAT.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL TUIDESC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TUIRECEB ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM47 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELBOLS ASSIGN TO DISK.
            SELECT TRABDESC ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD TUIDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIDESC.DAT".
            01 REGTUIDESC.
               02 TD-NUM     PIC 9(05).
               02 FILLER     PIC X.
               02 TD-CAMPUS  PIC X(02).
               02 FILLER     PIC X.
               02 TD-COMPET  PIC 9(06).
               02 FILLER     PIC X.
               02 TD-MOTIVO  PIC X(02).
               02 FILLER     PIC X.
               02 TD-TIPO    PIC X(01).
               02 FILLER     PIC X.
               02 TD-BRUTO   PIC 9(07)V99.
               02 FILLER     PIC X.
               02 TD-VALOR   PIC 9(07)V99.

            FD TUIRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.

            FD PARAM47
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM47.DAT".
            01 REGPARAM47.
               02 PARM-COMPET PIC 9(06).

            FD RELBOLS
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            SD TRABDESC.
            01 TREGDESC.
               02 MOTIVO-T PIC X(02).
               02 CAMPUS-T PIC X(02).
               02 NUM-T    PIC 9(05).
               02 BRUTO-T  PIC 9(07)V99.
               02 VALOR-T  PIC 9(07)V99.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 PRIMEIRO    PIC X(03) VALUE "SIM".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM02EX38".
            77 WS-DATAPROC PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 PREVMOTIVO  PIC X(02) VALUE SPACES.
            77 PREVCAMPUS  PIC X(02) VALUE SPACES.
            77 CT-CAMPUS   PIC 9(05) VALUE ZEROES.
            77 BRU-CAMPUS  PIC 9(09)V99 VALUE ZEROES.
            77 VAL-CAMPUS  PIC 9(09)V99 VALUE ZEROES.
            77 CT-TIPO     PIC 9(05) VALUE ZEROES.
            77 BRU-TIPO    PIC 9(09)V99 VALUE ZEROES.
            77 VAL-TIPO    PIC 9(09)V99 VALUE ZEROES.
            77 CT-CONCESS  PIC 9(05) VALUE ZEROES.
            77 VAL-GERAL   PIC 9(09)V99 VALUE ZEROES.
            77 FAT-BRUTO   PIC 9(09)V99 VALUE ZEROES.
            77 WS-PERC     PIC 9(03)V99 VALUE ZEROES.

            01 WS-COMPET.
               02 WS-COMPET-AA PIC 9(04).
               02 WS-COMPET-MM PIC 9(02).
            01 WS-COMPET-N REDEFINES WS-COMPET PIC 9(06).

            01 WS-DATAVISTA.
               02 WS-DATA-COMPET PIC 9(06).
               02 FILLER         PIC 9(02).

            01 CAB-01.
               02 FILLER PIC X(22) VALUE SPACES.
               02 FILLER PIC X(36) VALUE
                  "BOLSAS E DESCONTOS CONCEDIDOS".
               02 FILLER PIC X(22) VALUE SPACES.

            01 CAB-02.
               02 FILLER PIC X(29) VALUE SPACES.
               02 FILLER PIC X(13) VALUE "COMPETENCIA: ".
               02 CAB-MM PIC 9(02).
               02 FILLER PIC X(01) VALUE "/".
               02 CAB-AA PIC 9(04).
               02 FILLER PIC X(31) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(10) VALUE "    CAMPUS".
               02 FILLER PIC X(08) VALUE "    QTDE".
               02 FILLER PIC X(18) VALUE "       MENS. CHEIA".
               02 FILLER PIC X(18) VALUE "          DESCONTO".
               02 FILLER PIC X(10) VALUE "   DESC.%".
               02 FILLER PIC X(16) VALUE SPACES.

            01 CAB-TIPO.
               02 FILLER  PIC X(06) VALUE "TIPO: ".
               02 CT-MOT  PIC X(02).
               02 FILLER  PIC X(03) VALUE " - ".
               02 CT-DESC PIC X(20).
               02 FILLER  PIC X(49) VALUE SPACES.

            01 DET-CAMPUS.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DC-CAM   PIC X(02).
               02 FILLER   PIC X(06) VALUE SPACES.
               02 DC-QTDE  PIC ZZ.ZZ9.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DC-BRUTO PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DC-VAL   PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DC-PERC  PIC ZZ9,99.
               02 FILLER   PIC X(16) VALUE SPACES.

            01 ROD-TIPO.
               02 FILLER   PIC X(12) VALUE "  TOTAL TIPO".
               02 RT-QTDE  PIC ZZ.ZZ9.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 RT-BRUTO PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 RT-VAL   PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 RT-PERC  PIC ZZ9,99.
               02 FILLER   PIC X(16) VALUE SPACES.

            01 ROD-01.
               02 FILLER  PIC X(32) VALUE
                          "CONCESSOES NA COMPETENCIA.....: ".
               02 RG-QTDE PIC ZZZZZZ9.
               02 FILLER  PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER  PIC X(32) VALUE
                          "TOTAL DE DESCONTOS (R$).......: ".
               02 RG-VAL  PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER  PIC X(34) VALUE SPACES.

            01 ROD-03.
               02 FILLER  PIC X(32) VALUE
                          "FATURAMENTO BRUTO DO MES (R$).: ".
               02 RG-FAT  PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER  PIC X(34) VALUE SPACES.

            01 ROD-04.
               02 FILLER  PIC X(32) VALUE
                          "CUSTO SOBRE O FATURAMENTO (%).: ".
               02 RG-PERC PIC ZZ9,99.
               02 FILLER  PIC X(42) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM PEGACOMPETENCIA.
            PERFORM SOMAFATURAMENTO.
            SORT TRABDESC
                 ASCENDING KEY MOTIVO-T
                               CAMPUS-T
                               NUM-T
                 INPUT  PROCEDURE IS ROTENTRADA
                 OUTPUT PROCEDURE IS ROTSAIDA.
        STOP RUN.

        PEGACOMPETENCIA.
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            MOVE WS-DATAPROC    TO WS-DATAVISTA.
            MOVE WS-DATA-COMPET TO WS-COMPET-N.
            OPEN INPUT PARAM47.
            READ PARAM47
                 AT END     CONTINUE
                 NOT AT END IF PARM-COMPET NUMERIC
                               AND PARM-COMPET GREATER THAN ZEROES
                                MOVE PARM-COMPET TO WS-COMPET-N
                            END-IF.
            CLOSE PARAM47.
            MOVE WS-COMPET-MM TO CAB-MM.
            MOVE WS-COMPET-AA TO CAB-AA.

      * FATURAMENTO BRUTO DA COMPETENCIA: A MENSALIDADE CHEIA DE
      * CADA RECEBIVEL (LINHA ANTIGA SEM BRUTO VALE PELO VALOR).
        SOMAFATURAMENTO.
            OPEN INPUT TUIRECEB.
            PERFORM LEITURA-RCB UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE TUIRECEB.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-RCB.
            READ TUIRECEB
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF TC-COMPET EQUAL WS-COMPET-N
                        IF TC-BRUTO NUMERIC
                            ADD TC-BRUTO TO FAT-BRUTO
                        ELSE
                            ADD TC-VALOR TO FAT-BRUTO
                        END-IF
                    END-IF
            END-READ.

        ROTENTRADA.
            OPEN INPUT TUIDESC.
            PERFORM LEITURA-DESC UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE TUIDESC.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-DESC.
            READ TUIDESC
                 AT END     MOVE "SIM" TO FIM-ARQ
                 NOT AT END PERFORM SELECIONA.

        SELECIONA.
            ADD 1 TO CT-LIDOS.
            IF TD-COMPET NOT EQUAL WS-COMPET-N
                EXIT PARAGRAPH
            END-IF.
            MOVE TD-MOTIVO TO MOTIVO-T.
            MOVE TD-CAMPUS TO CAMPUS-T.
            MOVE TD-NUM    TO NUM-T.
            MOVE TD-BRUTO  TO BRUTO-T.
            MOVE TD-VALOR  TO VALOR-T.
            RELEASE TREGDESC.

        ROTSAIDA.
            OPEN OUTPUT RELBOLS.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM CAB-03 AFTER ADVANCING 2 LINES.
            PERFORM LEITURA-TRAB.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            IF PRIMEIRO NOT EQUAL "SIM"
                PERFORM FECHACAMPUS
                PERFORM FECHATIPO
            END-IF.
            PERFORM TERMINO.

        LEITURA-TRAB.
            RETURN TRABDESC
                AT END MOVE "SIM" TO FIM-ARQ
            END-RETURN.

        PRINCIPAL.
            IF PRIMEIRO EQUAL "SIM"
                MOVE "NAO"    TO PRIMEIRO
                MOVE MOTIVO-T TO PREVMOTIVO
                MOVE CAMPUS-T TO PREVCAMPUS
                PERFORM ABRETIPO
            END-IF.
            IF MOTIVO-T NOT EQUAL PREVMOTIVO
                PERFORM FECHACAMPUS
                PERFORM FECHATIPO
                MOVE MOTIVO-T TO PREVMOTIVO
                MOVE CAMPUS-T TO PREVCAMPUS
                PERFORM ABRETIPO
            END-IF.
            IF CAMPUS-T NOT EQUAL PREVCAMPUS
                PERFORM FECHACAMPUS
                MOVE CAMPUS-T TO PREVCAMPUS
            END-IF.
            ADD 1       TO CT-CAMPUS.
            ADD BRUTO-T TO BRU-CAMPUS.
            ADD VALOR-T TO VAL-CAMPUS.
            PERFORM LEITURA-TRAB.

        ABRETIPO.
            MOVE ZEROES TO CT-TIPO BRU-TIPO VAL-TIPO.
            MOVE PREVMOTIVO TO CT-MOT.
            EVALUATE PREVMOTIVO
                WHEN "BM"  MOVE "BOLSA MERITO"     TO CT-DESC
                WHEN "CE"  MOVE "CONVENIO EMPRESA" TO CT-DESC
                WHEN "IR"  MOVE "DESCONTO IRMAO"   TO CT-DESC
                WHEN OTHER MOVE "OUTROS"           TO CT-DESC
            END-EVALUATE.
            WRITE REGREL FROM CAB-TIPO AFTER ADVANCING 2 LINES.

        FECHACAMPUS.
            MOVE PREVCAMPUS TO DC-CAM.
            MOVE CT-CAMPUS  TO DC-QTDE.
            MOVE BRU-CAMPUS TO DC-BRUTO.
            MOVE VAL-CAMPUS TO DC-VAL.
            MOVE ZEROES     TO WS-PERC.
            IF BRU-CAMPUS GREATER THAN ZEROES
                COMPUTE WS-PERC ROUNDED =
                    VAL-CAMPUS * 100 / BRU-CAMPUS
            END-IF.
            MOVE WS-PERC    TO DC-PERC.
            WRITE REGREL FROM DET-CAMPUS AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-GRAVADOS.
            ADD CT-CAMPUS  TO CT-TIPO.
            ADD BRU-CAMPUS TO BRU-TIPO.
            ADD VAL-CAMPUS TO VAL-TIPO.
            MOVE ZEROES TO CT-CAMPUS BRU-CAMPUS VAL-CAMPUS.

        FECHATIPO.
            MOVE CT-TIPO  TO RT-QTDE.
            MOVE BRU-TIPO TO RT-BRUTO.
            MOVE VAL-TIPO TO RT-VAL.
            MOVE ZEROES   TO WS-PERC.
            IF BRU-TIPO GREATER THAN ZEROES
                COMPUTE WS-PERC ROUNDED =
                    VAL-TIPO * 100 / BRU-TIPO
            END-IF.
            MOVE WS-PERC  TO RT-PERC.
            WRITE REGREL FROM ROD-TIPO AFTER ADVANCING 1 LINE.
            ADD CT-TIPO  TO CT-CONCESS.
            ADD VAL-TIPO TO VAL-GERAL.

        TERMINO.
            MOVE CT-CONCESS TO RG-QTDE.
            MOVE VAL-GERAL  TO RG-VAL.
            MOVE FAT-BRUTO  TO RG-FAT.
            MOVE ZEROES     TO WS-PERC.
            IF FAT-BRUTO GREATER THAN ZEROES
                COMPUTE WS-PERC ROUNDED =
                    VAL-GERAL * 100 / FAT-BRUTO
            END-IF.
            MOVE WS-PERC    TO RG-PERC.
            WRITE REGREL FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE REGREL FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-04 AFTER ADVANCING 1 LINE.
            CLOSE RELBOLS.
            DISPLAY "EM02EX38: DESCONTOS NA COMPETENCIA "
                    WS-COMPET-N ": " CT-CONCESS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
