        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX28.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. IMPRESSAO DA GRADE HORARIA SEMANAL DO PERIODO CORRENTE
      * A PARTIR DE GRADEHOR.DAT (LAYOUT REGHORA): UMA PAGINA POR SALA
      * EM RELGSALA (CELULA COM DISCIPLINA E TURMA) E UMA PAGINA POR
      * TURMA EM RELGTURM (CELULA COM DISCIPLINA E SALA). LINHAS SAO AS
      * AULAS 01 A 16, COLUNAS OS DIAS DE SEGUNDA A SABADO. CADA LINHA
      * DA GRADE E LIBERADA DUAS VEZES PARA O SORT, UMA COM A SALA E
      * OUTRA COM A TURMA NA CHAVE. CELULA DISPUTADA POR DUAS AULAS SAI
      * COMO *CHOQUE* (O DETALHE DO CHOQUE SAI EM EM01EX27). LINHA COM
      * DIA OU AULA INVALIDO NAO ENTRA NA GRADE. SO LE OS ARQUIVOS.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL GRADEHOR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM05 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELGSALA ASSIGN TO DISK.
            SELECT RELGTURM ASSIGN TO DISK.
            SELECT TRABGRD ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD GRADEHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRADEHOR.DAT".
            01 REGHORA.
               COPY REGHORA REPLACING ==:PERIODO:== BY ==PERIODO-GH==
                                       ==:TURMA:==   BY ==TURMA-GH==
                                       ==:DISC:==    BY ==DISC-GH==
                                       ==:DIA:==     BY ==DIA-GH==
                                       ==:AULA:==    BY ==AULA-GH==
                                       ==:SALA:==    BY ==SALA-GH==
                                       ==:PROF:==    BY ==PROF-GH==.

            FD PARAM05
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM05.DAT".
            01 REGPARAM05.
               02 PARM-MAXFALTAS PIC 9(02).
               02 PARM-MINMEDIA  PIC 9(02)V99.
               02 PARM-PERIODO   PIC X(06).

            FD RELGSALA
               LABEL RECORD IS OMITTED.
            01 IMPSALA  PIC X(80).

            FD RELGTURM
               LABEL RECORD IS OMITTED.
            01 IMPTURM  PIC X(80).

            SD TRABGRD.
            01 TREGGRD.
               02 TIPO-T   PIC X(01).
               02 CHAVE-T  PIC X(20).
               02 DIA-T    PIC 9(01).
               02 AULA-T   PIC 9(02).
               02 DISC-T   PIC X(04).
               02 OUTRO-T  PIC X(20).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 PRIMEIRO    PIC X(03) VALUE "SIM".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-INVALIDAS PIC 9(05) VALUE ZEROES.
            77 CT-SALAS    PIC 9(05) VALUE ZEROES.
            77 CT-TURMAS   PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM01EX28".
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 PREVTIPO    PIC X(01) VALUE SPACES.
            77 PREVCHAVE   PIC X(20) VALUE SPACES.
            77 IDX-AULA    PIC 9(02) VALUE ZEROES.
            77 IDX-DIA     PIC 9(01) VALUE ZEROES.
            77 WS-SALTO    PIC 9(01) VALUE ZEROES.

      * GRADE DA SALA OU TURMA CORRENTE: 16 AULAS X 6 DIAS.
            01 TAB-GRADE.
               02 TAB-GRADE-OCR OCCURS 16 TIMES.
                  03 GRD-CEL PIC X(11) OCCURS 6 TIMES.

            01 WS-CELULA.
               02 CEL-DISC  PIC X(04).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 CEL-OUTRO PIC X(06).

            01 WS-LINHA PIC X(80).

            01 WS-PERIODO.
               02 WS-PER-ANO PIC 9(04) VALUE ZEROES.
               02 WS-PER-SEP PIC X(01) VALUE "-".
               02 WS-PER-SEM PIC 9(01) VALUE ZEROES.

            01 WS-DATA-SISTEMA PIC 9(08).
            01 WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
               02 AA-SIS PIC 9(04).
               02 MM-SIS PIC 9(02).
               02 DD-SIS PIC 9(02).

            01 CAB-01.
               02 FILLER PIC X(32) VALUE              SPACES.
               02 FILLER PIC X(17) VALUE "FATEC-SP ALUNOS".
               02 FILLER PIC X(31) VALUE              SPACES.

            01 CAB-02.
               02 FILLER  PIC X(19) VALUE SPACES.
               02 FILLER  PIC X(16) VALUE "GRADE SEMANAL - ".
               02 CAB-TIT PIC X(10).
               02 FILLER  PIC X(09) VALUE "PERIODO ".
               02 CAB-PER PIC X(06).
               02 FILLER  PIC X(20) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-04.
               02 CAB-ROT   PIC X(07).
               02 CAB-CHAVE PIC X(20).
               02 FILLER    PIC X(53) VALUE SPACES.

            01 CAB-05.
               02 FILLER PIC X(06) VALUE "AULA".
               02 FILLER PIC X(12) VALUE " SEGUNDA".
               02 FILLER PIC X(12) VALUE " TERCA".
               02 FILLER PIC X(12) VALUE " QUARTA".
               02 FILLER PIC X(12) VALUE " QUINTA".
               02 FILLER PIC X(12) VALUE " SEXTA".
               02 FILLER PIC X(14) VALUE " SABADO".

            01 DET-01.
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DET-AULA PIC 9(02).
               02 FILLER   PIC X(03) VALUE SPACES.
               02 DET-DIAS OCCURS 6 TIMES.
                  03 FILLER  PIC X(01).
                  03 DET-CEL PIC X(11).
               02 FILLER   PIC X(02) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "AULAS DA GRADE NO PERIODO.....: ".
               02 ROD-AUL   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "LINHAS INVALIDAS..............: ".
               02 ROD-INV   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "SALAS IMPRESSAS...............: ".
               02 ROD-SAL   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "TURMAS IMPRESSAS..............: ".
               02 ROD-TUR   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM PEGAPERIODO.
            PERFORM LEPARAM05.
            MOVE WS-PERIODO TO CAB-PER.
            SORT TRABGRD
                 ASCENDING KEY TIPO-T
                               CHAVE-T
                 INPUT  PROCEDURE IS ROTENTRADA
                 OUTPUT PROCEDURE IS ROTSAIDA.
        STOP RUN.

        PEGAPERIODO.
            CALL "DATAPROC" USING WS-DATA-SISTEMA WS-DATAREAL.
            MOVE AA-SIS TO WS-PER-ANO.
            MOVE "-"    TO WS-PER-SEP.
            IF MM-SIS LESS THAN 7
                MOVE 1 TO WS-PER-SEM
            ELSE
                MOVE 2 TO WS-PER-SEM.

        LEPARAM05.
            OPEN INPUT PARAM05.
            READ PARAM05
                 AT END     CONTINUE
                 NOT AT END IF PARM-PERIODO NOT EQUAL SPACES
                                MOVE PARM-PERIODO TO WS-PERIODO
                            END-IF.
            CLOSE PARAM05.

        ROTENTRADA.
            OPEN INPUT GRADEHOR.
            PERFORM LEITURA-GRADE UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE GRADEHOR.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-GRADE.
            READ GRADEHOR
                 AT END     MOVE "SIM" TO FIM-ARQ
                 NOT AT END IF PERIODO-GH EQUAL WS-PERIODO
                                PERFORM SELECIONA
                            END-IF.

      * A MESMA AULA VAI PARA A GRADE DA SALA (TIPO S) E PARA A GRADE
      * DA TURMA (TIPO T); AULA SEM SALA SO SAI NA GRADE DA TURMA.
        SELECIONA.
            ADD 1 TO CT-LIDOS.
            IF DIA-GH NOT NUMERIC OR AULA-GH NOT NUMERIC
               OR DIA-GH LESS THAN 2 OR DIA-GH GREATER THAN 7
               OR AULA-GH LESS THAN 1 OR AULA-GH GREATER THAN 16
                ADD 1 TO CT-INVALIDAS
                EXIT PARAGRAPH
            END-IF.
            MOVE DIA-GH  TO DIA-T.
            MOVE AULA-GH TO AULA-T.
            MOVE DISC-GH TO DISC-T.
            IF SALA-GH NOT EQUAL SPACES
                MOVE "S"      TO TIPO-T
                MOVE SALA-GH  TO CHAVE-T
                MOVE TURMA-GH TO OUTRO-T
                RELEASE TREGGRD
            END-IF.
            MOVE "T"      TO TIPO-T.
            MOVE TURMA-GH TO CHAVE-T.
            MOVE SALA-GH  TO OUTRO-T.
            RELEASE TREGGRD.

        ROTSAIDA.
            OPEN OUTPUT RELGSALA RELGTURM.
            PERFORM LEITURA-TRAB.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            IF PRIMEIRO NOT EQUAL "SIM"
                PERFORM IMPGRADE
            END-IF.
            PERFORM TERMINO.

        LEITURA-TRAB.
            RETURN TRABGRD
                AT END MOVE "SIM" TO FIM-ARQ
            END-RETURN.

        PRINCIPAL.
            IF PRIMEIRO EQUAL "SIM"
                MOVE "NAO"   TO PRIMEIRO
                MOVE TIPO-T  TO PREVTIPO
                MOVE CHAVE-T TO PREVCHAVE
                MOVE SPACES  TO TAB-GRADE
            END-IF.
            IF TIPO-T NOT EQUAL PREVTIPO
               OR CHAVE-T NOT EQUAL PREVCHAVE
                PERFORM IMPGRADE
                MOVE TIPO-T  TO PREVTIPO
                MOVE CHAVE-T TO PREVCHAVE
                MOVE SPACES  TO TAB-GRADE
            END-IF.
            MOVE DISC-T  TO CEL-DISC.
            MOVE OUTRO-T TO CEL-OUTRO.
            COMPUTE IDX-DIA = DIA-T - 1.
            IF GRD-CEL(AULA-T IDX-DIA) EQUAL SPACES
                MOVE WS-CELULA TO GRD-CEL(AULA-T IDX-DIA)
            ELSE
                MOVE "*CHOQUE*" TO GRD-CEL(AULA-T IDX-DIA)
            END-IF.
            PERFORM LEITURA-TRAB.

        IMPGRADE.
            IF PREVTIPO EQUAL "S"
                ADD 1 TO CT-SALAS
                MOVE "POR SALA" TO CAB-TIT
                MOVE "SALA:"    TO CAB-ROT
            ELSE
                ADD 1 TO CT-TURMAS
                MOVE "POR TURMA" TO CAB-TIT
                MOVE "TURMA:"    TO CAB-ROT
            END-IF.
            MOVE PREVCHAVE TO CAB-CHAVE.
            MOVE SPACES    TO WS-LINHA.
            PERFORM NOVAPAGINA.
            MOVE CAB-01 TO WS-LINHA.
            MOVE 1      TO WS-SALTO.
            PERFORM GRAVALINHA.
            MOVE CAB-02 TO WS-LINHA.
            PERFORM GRAVALINHA.
            MOVE CAB-03 TO WS-LINHA.
            PERFORM GRAVALINHA.
            MOVE CAB-04 TO WS-LINHA.
            PERFORM GRAVALINHA.
            MOVE CAB-03 TO WS-LINHA.
            PERFORM GRAVALINHA.
            MOVE CAB-05 TO WS-LINHA.
            PERFORM GRAVALINHA.
            MOVE CAB-03 TO WS-LINHA.
            PERFORM GRAVALINHA.
            PERFORM IMPAULA
                VARYING IDX-AULA FROM 1 BY 1
                  UNTIL IDX-AULA GREATER THAN 16.
            ADD 1 TO CT-GRAVADOS.

        IMPAULA.
            MOVE IDX-AULA TO DET-AULA.
            PERFORM VARYING IDX-DIA FROM 1 BY 1
                     UNTIL IDX-DIA GREATER THAN 6
                MOVE GRD-CEL(IDX-AULA IDX-DIA) TO DET-CEL(IDX-DIA)
            END-PERFORM.
            MOVE DET-01 TO WS-LINHA.
            MOVE 1      TO WS-SALTO.
            PERFORM GRAVALINHA.

        NOVAPAGINA.
            IF PREVTIPO EQUAL "S"
                WRITE IMPSALA FROM WS-LINHA AFTER ADVANCING PAGE
            ELSE
                WRITE IMPTURM FROM WS-LINHA AFTER ADVANCING PAGE
            END-IF.

        GRAVALINHA.
            IF PREVTIPO EQUAL "S"
                WRITE IMPSALA FROM WS-LINHA
                      AFTER ADVANCING WS-SALTO LINES
            ELSE
                WRITE IMPTURM FROM WS-LINHA
                      AFTER ADVANCING WS-SALTO LINES
            END-IF.

        TERMINO.
            MOVE CT-LIDOS     TO ROD-AUL.
            MOVE CT-INVALIDAS TO ROD-INV.
            MOVE CT-SALAS     TO ROD-SAL.
            MOVE CT-TURMAS    TO ROD-TUR.
            WRITE IMPTURM FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPTURM FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPTURM FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPTURM FROM ROD-04 AFTER ADVANCING 1 LINE.
            CLOSE RELGSALA RELGTURM.
            DISPLAY "EM01EX28: SALAS  IMPRESSAS = " CT-SALAS.
            DISPLAY "EM01EX28: TURMAS IMPRESSAS = " CT-TURMAS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
