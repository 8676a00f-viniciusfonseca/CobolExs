      * PERIODOS CURSADOS E APROVADOS. SO AS LINHAS-RESUMO DO PERIODO
      * (HL-DISC EM BRANCO) ENTRAM NO HISTORICO - AS LINHAS POR
      * DISCIPLINA GRAVADAS POR EM01EX05 FICAM PARA O BOLETIM.
      * O COEFICIENTE DE RENDIMENTO VEM PRONTO DE CRALU.DAT (LAYOUT
      * REGCR, GRAVADO POR EM01EX24 EM ORDEM DE MATRICULA), LIDO EM
      * PARALELO: O CR DE CADA PERIODO SAI NA LINHA DO PERIODO E O CR
      * ACUMULADO NO RESUMO. SEM CRALU.DAT A COLUNA SAI EM BRANCO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT HISTREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CRALU ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TRABHIST ASSIGN TO DISK.
            SELECT RELHIST ASSIGN TO DISK.

               02 NUM-REQ    PIC 9(05).
               02 CAMPUS-REQ PIC X(02).

            FD CRALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRALU.DAT".
            01 REGCRALU.
               COPY REGCR.

            SD TRABHIST.
            01 TREGHIST.
               02 NUM-T     PIC 9(05).
            77 PREVNUM     PIC 9(05) VALUE ZEROES.
            77 CT-PERIODOS PIC 9(03) VALUE ZEROES.
            77 CT-APROV    PIC 9(03) VALUE ZEROES.
            77 FIM-CR      PIC X(03) VALUE "NAO".
            77 QTDE-CR     PIC 9(02) VALUE ZEROES.
            77 IDX-CR      PIC 9(02) VALUE ZEROES.
            77 WS-CRACU    PIC 9(02)V99 VALUE ZEROES.
            77 WS-CHACU    PIC 9(05) VALUE ZEROES.
            77 TEM-CRACU   PIC X(03) VALUE "NAO".
            77 WS-CREDIT   PIC Z9,99.

      * CR DE CADA PERIODO DO ALUNO CORRENTE, TIRADO DE CRALU.DAT NA
      * TROCA DE ALUNO.
            01 TAB-CR.
               02 TAB-CR-OCR OCCURS 30 TIMES.
                  03 CRT-PER  PIC X(06).
                  03 CRT-COEF PIC 9(02)V99.

            01 CAB-01.
               02 FILLER PIC X(26) VALUE SPACES.
               02 FILLER PIC X(06) VALUE "FALTAS".
               02 FILLER PIC X(04) VALUE SPACES.
               02 FILLER PIC X(09) VALUE "RESULTADO".
               02 FILLER PIC X(06) VALUE SPACES.
               02 FILLER PIC X(02) VALUE "CR".
               02 FILLER PIC X(33) VALUE SPACES.

            01 DETALHE.
               02 DET-PER PIC X(06).
               02 DET-FLT PIC 99.
               02 FILLER  PIC X(07) VALUE SPACES.
               02 DET-RES PIC X(09).
               02 FILLER  PIC X(05) VALUE SPACES.
               02 DET-CR  PIC X(05).
               02 FILLER  PIC X(30) VALUE SPACES.

            01 ROD-01.
               02 FILLER   PIC X(32) VALUE
                           "   PERIODOS APROVADOS: ".
               02 R-APROV  PIC ZZ9.

            01 ROD-02.
               02 FILLER   PIC X(23) VALUE
                           "CR ACUMULADO.........: ".
               02 R-CR     PIC X(05).
               02 FILLER   PIC X(27) VALUE
                           "   CARGA HORARIA CURSADA: ".
               02 R-CH     PIC ZZZZ9.
               02 FILLER   PIC X(20) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM LEPEDIDO.

        ROTSAIDA.
            OPEN OUTPUT RELHIST.
            OPEN INPUT  CRALU.
            PERFORM LEITURA-CR.
            PERFORM LEITURA-TRAB.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            IF PRIMEIRO NOT EQUAL "SIM"
                PERFORM RESUMOALUNO.
            CLOSE RELHIST
                  CRALU.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.

        LEITURA-TRAB.
            MOVE NUM-T  TO PREVNUM.
            MOVE "NAO"  TO PRIMEIRO.
            MOVE ZEROES TO CT-PERIODOS CT-APROV.
            PERFORM CARREGACR.

        CARREGACR.
            MOVE ZEROES TO QTDE-CR WS-CRACU WS-CHACU.
            MOVE "NAO"  TO TEM-CRACU.
            PERFORM LEITURA-CR UNTIL FIM-CR EQUAL "SIM"
                                  OR CR-NUM NOT LESS THAN NUM-T.
            PERFORM GUARDACR UNTIL FIM-CR EQUAL "SIM"
                                OR CR-NUM NOT EQUAL NUM-T.

        GUARDACR.
            IF CR-TIPO EQUAL "C"
                MOVE CR-COEF  TO WS-CRACU
                MOVE CR-CHTOT TO WS-CHACU
                MOVE "SIM"    TO TEM-CRACU
            ELSE
                IF QTDE-CR LESS THAN 30
                    ADD 1 TO QTDE-CR
                    MOVE CR-PERIODO TO CRT-PER(QTDE-CR)
                    MOVE CR-COEF    TO CRT-COEF(QTDE-CR)
                END-IF
            END-IF.
            PERFORM LEITURA-CR.

        LEITURA-CR.
            READ CRALU
                AT END MOVE "SIM" TO FIM-CR
            END-READ.

        IMPDET.
            MOVE PERIODO-T TO DET-PER.
                ADD 1 TO CT-APROV
            ELSE
                MOVE "REPROVADO" TO DET-RES.
            MOVE SPACES TO DET-CR.
            PERFORM VARYING IDX-CR FROM 1 BY 1
                     UNTIL IDX-CR GREATER THAN QTDE-CR
                IF CRT-PER(IDX-CR) EQUAL PERIODO-T
                    MOVE CRT-COEF(IDX-CR) TO WS-CREDIT
                    MOVE WS-CREDIT        TO DET-CR
                END-IF
            END-PERFORM.
            ADD 1 TO CT-PERIODOS.
            WRITE REGREL FROM DETALHE AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-GRAVADOS.
            MOVE CT-PERIODOS TO R-CURS.
            MOVE CT-APROV    TO R-APROV.
            WRITE REGREL FROM ROD-01 AFTER ADVANCING 2 LINES.
            IF TEM-CRACU EQUAL "SIM"
                MOVE WS-CRACU TO WS-CREDIT
                MOVE WS-CREDIT TO R-CR
            ELSE
                MOVE SPACES   TO R-CR
            END-IF.
            MOVE WS-CHACU TO R-CH.
            WRITE REGREL FROM ROD-02 AFTER ADVANCING 1 LINE.
