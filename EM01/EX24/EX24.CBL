        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX24.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. COEFICIENTE DE RENDIMENTO (CR) DE CADA ALUNO A PARTIR
      * DAS LINHAS POR DISCIPLINA DE HISTALU.DAT (HL-DISC PREENCHIDO),
      * PONDERADO PELA CARGA HORARIA DA DISCIPLINA NO CATALOGO
      * CADDISC.DAT: CR = SOMA(HL-MEDIA X CARGA) / SOMA(CARGA). CLASSI-
      * FICA POR MATRICULA E PERIODO E REGRAVA CRALU.DAT (LAYOUT REGCR)
      * COM UMA LINHA "P" POR PERIODO CURSADO E UMA LINHA "C" COM O CR
      * ACUMULADO FECHANDO CADA ALUNO. DISCIPLINA FORA DO CATALOGO OU
      * SEM CARGA HORARIA NAO ENTRA NO CALCULO E E CONTADA A PARTE.
      * AS REPROVACOES TAMBEM ENTRAM: O CR MEDE TUDO O QUE FOI CURSADO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL HISTALU ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CADDISC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CRALU ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TRABCR ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD HISTALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTALU.DAT".
            01 REGHISTALU.
               COPY REGHIST.

            FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
            01 REGDISC.
               COPY REGDISC REPLACING ==:DISC:==     BY ==DISC-CAT==
                                       ==:NOMEDISC:== BY
                                       ==NOMEDISC-CAT==
                                       ==:CHORAS:==   BY ==CHORAS-CAT==.

            FD CRALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRALU.DAT".
            01 REGCRALU.
               COPY REGCR.

            SD TRABCR.
            01 TREGCR.
               02 NUM-T     PIC 9(05).
               02 PERIODO-T PIC X(06).
               02 MEDIA-T   PIC 9(02)V99.
               02 CHORAS-T  PIC 9(03).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 FIM-CAT     PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-SEMCARGA PIC 9(07) VALUE ZEROES.
            77 CT-ALUNOS   PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM01EX24".
            77 PRIMEIRO    PIC X(03) VALUE "SIM".
            77 PREVNUM     PIC 9(05) VALUE ZEROES.
            77 PREVPER     PIC X(06) VALUE SPACES.
            77 ULTPER      PIC X(06) VALUE SPACES.
            77 QTDE-DISC   PIC 9(02) VALUE ZEROES.
            77 IDX-DISC    PIC 9(02) VALUE ZEROES.
            77 WS-CHORAS   PIC 9(03) VALUE ZEROES.
            77 PONTOS-PER  PIC 9(07)V99 VALUE ZEROES.
            77 CHORAS-PER  PIC 9(05) VALUE ZEROES.
            77 PONTOS-ACU  PIC 9(07)V99 VALUE ZEROES.
            77 CHORAS-ACU  PIC 9(05) VALUE ZEROES.

            01 TAB-DISC.
               02 TAB-DISC-OCR OCCURS 20 TIMES.
                  03 DISC-COD-OCR  PIC X(04).
                  03 DISC-CH-OCR   PIC 9(03).

        PROCEDURE DIVISION.
        PGM.
            PERFORM CARREGACATALOGO.
            SORT TRABCR
                 ASCENDING KEY NUM-T
                               PERIODO-T
                 INPUT  PROCEDURE IS ROTENTRADA
                 OUTPUT PROCEDURE IS ROTSAIDA.
        STOP RUN.

        CARREGACATALOGO.
            OPEN INPUT CADDISC.
            PERFORM LEITURA-CATALOGO UNTIL FIM-CAT EQUAL "SIM".
            CLOSE CADDISC.

        LEITURA-CATALOGO.
            READ CADDISC
                AT END MOVE "SIM" TO FIM-CAT
                NOT AT END
                    IF QTDE-DISC LESS THAN 20
                        ADD 1 TO QTDE-DISC
                        MOVE DISC-CAT TO DISC-COD-OCR(QTDE-DISC)
                        IF CHORAS-CAT NUMERIC
                            MOVE CHORAS-CAT TO DISC-CH-OCR(QTDE-DISC)
                        ELSE
                            MOVE ZEROES TO DISC-CH-OCR(QTDE-DISC)
                        END-IF
                    ELSE
                        DISPLAY "EM01EX24: *** CATALOGO DE "
                                "DISCIPLINAS CHEIO - LINHA DE "
                                "CADDISC.DAT IGNORADA ***"
                    END-IF
            END-READ.

        ROTENTRADA.
            OPEN INPUT HISTALU.
            PERFORM LEITURA-HIST UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE HISTALU.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-HIST.
            READ HISTALU
                 AT END     MOVE "SIM" TO FIM-ARQ
                 NOT AT END PERFORM SELECIONA.

        SELECIONA.
            ADD 1 TO CT-LIDOS.
            IF HL-DISC EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM PEGACARGA.
            IF WS-CHORAS EQUAL ZEROES
                ADD 1 TO CT-SEMCARGA
                EXIT PARAGRAPH
            END-IF.
            MOVE HL-NUM     TO NUM-T.
            MOVE HL-PERIODO TO PERIODO-T.
            MOVE HL-MEDIA   TO MEDIA-T.
            MOVE WS-CHORAS  TO CHORAS-T.
            RELEASE TREGCR.

        PEGACARGA.
            MOVE ZEROES TO WS-CHORAS.
            PERFORM VARYING IDX-DISC FROM 1 BY 1
                     UNTIL IDX-DISC GREATER THAN QTDE-DISC
                        OR WS-CHORAS NOT EQUAL ZEROES
                IF DISC-COD-OCR(IDX-DISC) EQUAL HL-DISC
                    MOVE DISC-CH-OCR(IDX-DISC) TO WS-CHORAS
                END-IF
            END-PERFORM.

        ROTSAIDA.
            OPEN OUTPUT CRALU.
            PERFORM LEITURA-TRAB.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            IF PRIMEIRO NOT EQUAL "SIM"
                PERFORM FECHAPERIODO
                PERFORM FECHAALUNO
            END-IF.
            CLOSE CRALU.
            DISPLAY "EM01EX24: ALUNOS COM CR CALCULADO = " CT-ALUNOS.
            DISPLAY "EM01EX24: DISCIPLINAS SEM CARGA  = " CT-SEMCARGA.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.

        LEITURA-TRAB.
            RETURN TRABCR
                AT END MOVE "SIM" TO FIM-ARQ
            END-RETURN.

        PRINCIPAL.
            IF PRIMEIRO EQUAL "SIM"
                MOVE NUM-T     TO PREVNUM
                MOVE PERIODO-T TO PREVPER
                MOVE "NAO"     TO PRIMEIRO
            END-IF.
            IF NUM-T NOT EQUAL PREVNUM
                PERFORM FECHAPERIODO
                PERFORM FECHAALUNO
            ELSE
                IF PERIODO-T NOT EQUAL PREVPER
                    PERFORM FECHAPERIODO
                END-IF
            END-IF.
            COMPUTE PONTOS-PER = PONTOS-PER + MEDIA-T * CHORAS-T.
            ADD CHORAS-T TO CHORAS-PER.
            PERFORM LEITURA-TRAB.

        FECHAPERIODO.
            MOVE SPACES     TO REGCRALU.
            MOVE PREVNUM    TO CR-NUM.
            MOVE "P"        TO CR-TIPO.
            MOVE PREVPER    TO CR-PERIODO.
            MOVE CHORAS-PER TO CR-CHTOT.
            COMPUTE CR-COEF ROUNDED = PONTOS-PER / CHORAS-PER.
            WRITE REGCRALU.
            ADD 1 TO CT-GRAVADOS.
            ADD PONTOS-PER TO PONTOS-ACU.
            ADD CHORAS-PER TO CHORAS-ACU.
            MOVE ZEROES    TO PONTOS-PER CHORAS-PER.
            MOVE PREVPER   TO ULTPER.
            MOVE PERIODO-T TO PREVPER.

        FECHAALUNO.
            MOVE SPACES     TO REGCRALU.
            MOVE PREVNUM    TO CR-NUM.
            MOVE "C"        TO CR-TIPO.
            MOVE ULTPER     TO CR-PERIODO.
            MOVE CHORAS-ACU TO CR-CHTOT.
            COMPUTE CR-COEF ROUNDED = PONTOS-ACU / CHORAS-ACU.
            WRITE REGCRALU.
            ADD 1 TO CT-GRAVADOS.
            ADD 1 TO CT-ALUNOS.
            MOVE ZEROES    TO PONTOS-ACU CHORAS-ACU.
            MOVE NUM-T     TO PREVNUM.
            MOVE PERIODO-T TO PREVPER.
