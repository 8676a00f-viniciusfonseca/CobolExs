        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX27.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. CONFERENCIA DA GRADE HORARIA DO PERIODO CORRENTE EM
      * GRADEHOR.DAT (LAYOUT REGHORA): APONTA EM RELCONF AS SALAS COM
      * DUAS AULAS NO MESMO DIA E AULA, OS PROFESSORES EM DOIS LUGARES
      * AO MESMO TEMPO E OS ALUNOS DE MATDISC.DAT CUJAS TURMAS CAEM NO
      * MESMO HORARIO (CADA MATRICULA COM TURMA PUXA AS AULAS DA
      * DISCIPLINA/TURMA NA GRADE). LINHA DA GRADE COM DIA FORA DE 2 A
      * 7 OU AULA FORA DE 01 A 16 SAI COMO INVALIDA E NAO E CONFERIDA.
      * SO LE OS ARQUIVOS; A GRADE IMPRESSA SAI POR EM01EX28.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL GRADEHOR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL MATDISC ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-MD
            FILE STATUS IS WS-FSMAT.
            SELECT OPTIONAL PARAM05 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELCONF ASSIGN TO DISK.

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

            FD MATDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MATDISC.DAT".
            01 REGMATD.
               COPY REGMATD REPLACING ==:CHAVE:==   BY ==CHAVE-MD==
                                       ==:PERIODO:== BY ==PERIODO-MD==
                                       ==:NUM:==     BY ==NUM-MD==
                                       ==:DISC:==    BY ==DISC-MD==
                                       ==:DTMAT:==   BY ==DTMAT-MD==
                                       ==:TURMA:==   BY ==TURMA-MD==.

            FD PARAM05
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM05.DAT".
            01 REGPARAM05.
               02 PARM-MAXFALTAS PIC 9(02).
               02 PARM-MINMEDIA  PIC 9(02)V99.
               02 PARM-PERIODO   PIC X(06).

            FD RELCONF
               LABEL RECORD IS OMITTED.
            01 IMPCONF  PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-GRADE    PIC X(03) VALUE "NAO".
            77 FIM-MAT      PIC X(03) VALUE "NAO".
            77 WS-FSMAT     PIC X(02) VALUE SPACES.
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-INVALIDAS PIC 9(05) VALUE ZEROES.
            77 CT-CHSALA    PIC 9(05) VALUE ZEROES.
            77 CT-CHPROF    PIC 9(05) VALUE ZEROES.
            77 CT-CHALUNO   PIC 9(05) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX27".
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-NUMANT    PIC 9(05) VALUE ZEROES.
            77 WS-NUMED     PIC 9(05) VALUE ZEROES.
            77 QTDE-HORA    PIC 9(03) VALUE ZEROES.
            77 IDX-HORA     PIC 9(03) VALUE ZEROES.
            77 IDX-OUTRA    PIC 9(03) VALUE ZEROES.
            77 QTDE-SLOT    PIC 9(02) VALUE ZEROES.
            77 IDX-SLOT     PIC 9(02) VALUE ZEROES.
            77 SLOT-OCUPADO PIC X(03) VALUE "NAO".
            77 CT-LIN       PIC 9(02) VALUE 99.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.

      * AULAS DO PERIODO CORRENTE, JA VALIDADAS.
            01 TAB-HORA.
               02 TAB-HORA-OCR OCCURS 300 TIMES.
                  03 HR-TURMA PIC X(20).
                  03 HR-DISC  PIC X(04).
                  03 HR-DIA   PIC 9(01).
                  03 HR-AULA  PIC 9(02).
                  03 HR-SALA  PIC X(06).
                  03 HR-PROF  PIC X(05).

      * HORARIOS JA OCUPADOS PELO ALUNO CORRENTE.
            01 TAB-SLOT.
               02 TAB-SLOT-OCR OCCURS 60 TIMES.
                  03 SL-DIA   PIC 9(01).
                  03 SL-AULA  PIC 9(02).
                  03 SL-DISC  PIC X(04).
                  03 SL-TURMA PIC X(20).

            01 TAB-DIAS-V.
               02 FILLER PIC X(18) VALUE "SEGTERQUAQUISEXSAB".
            01 TAB-DIAS REDEFINES TAB-DIAS-V.
               02 NOME-DIA PIC X(03) OCCURS 6 TIMES.

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
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(36) VALUE
                  "CHOQUES NA GRADE HORARIA - PERIODO ".
               02 CAB-PER PIC X(06).
               02 FILLER PIC X(08) VALUE "   PAG. ".
               02 CAB-PAG PIC Z9.
               02 FILLER PIC X(12) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-04.
               02 FILLER PIC X(10) VALUE "TIPO".
               02 FILLER PIC X(04) VALUE "DIA".
               02 FILLER PIC X(04) VALUE "AU.".
               02 FILLER PIC X(11) VALUE "SALA/PROF.".
               02 FILLER PIC X(05) VALUE "DISC".
               02 FILLER PIC X(18) VALUE "TURMA".
               02 FILLER PIC X(05) VALUE "DISC".
               02 FILLER PIC X(23) VALUE "TURMA".

            01 DET-01.
               02 DET-TIPO   PIC X(09).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DET-DIA    PIC X(03).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DET-AULA   PIC 9(02).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DET-CHAVE  PIC X(10).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DET-DISC1  PIC X(04).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DET-TURMA1 PIC X(15).
               02 FILLER     PIC X(03) VALUE " X ".
               02 DET-DISC2  PIC X(04).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DET-TURMA2 PIC X(15).
               02 FILLER     PIC X(08) VALUE SPACES.

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
                            "CHOQUES DE SALA...............: ".
               02 ROD-SAL   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "CHOQUES DE PROFESSOR..........: ".
               02 ROD-PRO   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "CHOQUES DE ALUNO..............: ".
               02 ROD-ALU   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CONFEREGRADE
                VARYING IDX-HORA FROM 1 BY 1
                  UNTIL IDX-HORA GREATER THAN QTDE-HORA.
            PERFORM CONFEREALUNOS.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            PERFORM PEGAPERIODO.
            PERFORM LEPARAM05.
            OPEN OUTPUT RELCONF.
            MOVE WS-PERIODO TO CAB-PER.
            PERFORM CABECALHO.
            PERFORM CARREGAGRADE.

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

        CARREGAGRADE.
            OPEN INPUT GRADEHOR.
            PERFORM LEITURA-GRADE UNTIL FIM-GRADE EQUAL "SIM".
            CLOSE GRADEHOR.

        LEITURA-GRADE.
            READ GRADEHOR
                AT END MOVE "SIM" TO FIM-GRADE
                NOT AT END
                    IF PERIODO-GH EQUAL WS-PERIODO
                        ADD 1 TO CT-LIDOS
                        PERFORM GUARDAAULA
                    END-IF
            END-READ.

        GUARDAAULA.
            IF DIA-GH NOT NUMERIC OR AULA-GH NOT NUMERIC
               OR DIA-GH LESS THAN 2 OR DIA-GH GREATER THAN 7
               OR AULA-GH LESS THAN 1 OR AULA-GH GREATER THAN 16
                ADD 1 TO CT-INVALIDAS
                MOVE "INVALIDA" TO DET-TIPO
                MOVE "???"      TO DET-DIA
                MOVE ZEROES     TO DET-AULA
                MOVE SALA-GH    TO DET-CHAVE
                MOVE DISC-GH    TO DET-DISC1
                MOVE TURMA-GH   TO DET-TURMA1
                MOVE SPACES     TO DET-DISC2 DET-TURMA2
                PERFORM IMPCHOQUE
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-HORA NOT LESS THAN 300
                DISPLAY "EM01EX27: *** GRADE CHEIA - LINHA DE "
                        "GRADEHOR.DAT IGNORADA ***"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-HORA.
            MOVE TURMA-GH TO HR-TURMA(QTDE-HORA).
            MOVE DISC-GH  TO HR-DISC(QTDE-HORA).
            MOVE DIA-GH   TO HR-DIA(QTDE-HORA).
            MOVE AULA-GH  TO HR-AULA(QTDE-HORA).
            MOVE SALA-GH  TO HR-SALA(QTDE-HORA).
            MOVE PROF-GH  TO HR-PROF(QTDE-HORA).

      * CADA AULA E COMPARADA SO COM AS QUE VEM DEPOIS DELA NA
      * TABELA, PARA O MESMO CHOQUE NAO SAIR DUAS VEZES.
        CONFEREGRADE.
            COMPUTE IDX-OUTRA = IDX-HORA + 1.
            PERFORM COMPARAAULA
                UNTIL IDX-OUTRA GREATER THAN QTDE-HORA.

        COMPARAAULA.
            IF HR-DIA(IDX-OUTRA)  EQUAL HR-DIA(IDX-HORA)
               AND HR-AULA(IDX-OUTRA) EQUAL HR-AULA(IDX-HORA)
                IF HR-SALA(IDX-OUTRA) EQUAL HR-SALA(IDX-HORA)
                   AND HR-SALA(IDX-HORA) NOT EQUAL SPACES
                    ADD 1 TO CT-CHSALA
                    MOVE "SALA"           TO DET-TIPO
                    MOVE HR-SALA(IDX-HORA) TO DET-CHAVE
                    PERFORM MONTACHOQUE
                END-IF
                IF HR-PROF(IDX-OUTRA) EQUAL HR-PROF(IDX-HORA)
                   AND HR-PROF(IDX-HORA) NOT EQUAL SPACES
                    ADD 1 TO CT-CHPROF
                    MOVE "PROFESSOR"      TO DET-TIPO
                    MOVE HR-PROF(IDX-HORA) TO DET-CHAVE
                    PERFORM MONTACHOQUE
                END-IF
            END-IF.
            ADD 1 TO IDX-OUTRA.

        MONTACHOQUE.
            MOVE NOME-DIA(HR-DIA(IDX-HORA) - 1) TO DET-DIA.
            MOVE HR-AULA(IDX-HORA)   TO DET-AULA.
            MOVE HR-DISC(IDX-HORA)   TO DET-DISC1.
            MOVE HR-TURMA(IDX-HORA)  TO DET-TURMA1.
            MOVE HR-DISC(IDX-OUTRA)  TO DET-DISC2.
            MOVE HR-TURMA(IDX-OUTRA) TO DET-TURMA2.
            PERFORM IMPCHOQUE.

      * MATRICULAS DO PERIODO EM ORDEM DE ALUNO (O PERIODO VEM NA
      * FRENTE DA CHAVE): NA TROCA DE ALUNO A TABELA DE HORARIOS
      * OCUPADOS RECOMECA.
        CONFEREALUNOS.
            OPEN INPUT MATDISC.
            IF WS-FSMAT NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-PERIODO TO PERIODO-MD.
            MOVE ZEROES     TO NUM-MD.
            MOVE SPACES     TO DISC-MD.
            START MATDISC KEY IS NOT LESS THAN CHAVE-MD
                INVALID KEY MOVE "SIM" TO FIM-MAT
            END-START.
            PERFORM LEITURA-MATRICULA UNTIL FIM-MAT EQUAL "SIM".
            CLOSE MATDISC.

        LEITURA-MATRICULA.
            READ MATDISC NEXT RECORD
                AT END MOVE "SIM" TO FIM-MAT
                NOT AT END
                    IF PERIODO-MD NOT EQUAL WS-PERIODO
                        MOVE "SIM" TO FIM-MAT
                    ELSE
                        PERFORM TRATAMATRICULA
                    END-IF
            END-READ.

        TRATAMATRICULA.
            ADD 1 TO CT-LIDOS.
            IF NUM-MD NOT EQUAL WS-NUMANT
                MOVE NUM-MD TO WS-NUMANT
                MOVE ZEROES TO QTDE-SLOT
            END-IF.
            IF TURMA-MD EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING IDX-HORA FROM 1 BY 1
                     UNTIL IDX-HORA GREATER THAN QTDE-HORA
                IF HR-DISC(IDX-HORA)  EQUAL DISC-MD
                   AND HR-TURMA(IDX-HORA) EQUAL TURMA-MD
                    PERFORM OCUPAHORARIO
                END-IF
            END-PERFORM.

        OCUPAHORARIO.
            MOVE "NAO" TO SLOT-OCUPADO.
            PERFORM VARYING IDX-SLOT FROM 1 BY 1
                     UNTIL IDX-SLOT GREATER THAN QTDE-SLOT
                        OR SLOT-OCUPADO EQUAL "SIM"
                IF SL-DIA(IDX-SLOT)  EQUAL HR-DIA(IDX-HORA)
                   AND SL-AULA(IDX-SLOT) EQUAL HR-AULA(IDX-HORA)
                    MOVE "SIM" TO SLOT-OCUPADO
                    PERFORM IMPCHOQUEALUNO
                END-IF
            END-PERFORM.
            IF SLOT-OCUPADO NOT EQUAL "SIM"
               AND QTDE-SLOT LESS THAN 60
                ADD 1 TO QTDE-SLOT
                MOVE HR-DIA(IDX-HORA)   TO SL-DIA(QTDE-SLOT)
                MOVE HR-AULA(IDX-HORA)  TO SL-AULA(QTDE-SLOT)
                MOVE HR-DISC(IDX-HORA)  TO SL-DISC(QTDE-SLOT)
                MOVE HR-TURMA(IDX-HORA) TO SL-TURMA(QTDE-SLOT)
            END-IF.

        IMPCHOQUEALUNO.
            ADD 1 TO CT-CHALUNO.
            MOVE "ALUNO"  TO DET-TIPO.
            MOVE NOME-DIA(HR-DIA(IDX-HORA) - 1) TO DET-DIA.
            MOVE HR-AULA(IDX-HORA)  TO DET-AULA.
            MOVE NUM-MD             TO WS-NUMED.
            MOVE WS-NUMED           TO DET-CHAVE.
            MOVE SL-DISC(IDX-SLOT)  TO DET-DISC1.
            MOVE SL-TURMA(IDX-SLOT) TO DET-TURMA1.
            MOVE HR-DISC(IDX-HORA)  TO DET-DISC2.
            MOVE HR-TURMA(IDX-HORA) TO DET-TURMA2.
            PERFORM IMPCHOQUE.

        IMPCHOQUE.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            WRITE IMPCONF FROM DET-01 AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
            ADD 1 TO CT-GRAVADOS.

        CABECALHO.
            ADD  1      TO CT-PAG.
            MOVE CT-PAG TO CAB-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPCONF.

            WRITE IMPCONF             AFTER ADVANCING   PAGE.
            WRITE IMPCONF FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPCONF FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPCONF FROM CAB-03 AFTER ADVANCING 1 LINE.
            WRITE IMPCONF FROM CAB-04 AFTER ADVANCING 1 LINE.
            WRITE IMPCONF FROM CAB-03 AFTER ADVANCING 1 LINE.

        TERMINO.
            MOVE QTDE-HORA    TO ROD-AUL.
            MOVE CT-INVALIDAS TO ROD-INV.
            MOVE CT-CHSALA    TO ROD-SAL.
            MOVE CT-CHPROF    TO ROD-PRO.
            MOVE CT-CHALUNO   TO ROD-ALU.
            WRITE IMPCONF FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPCONF FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPCONF FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPCONF FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE IMPCONF FROM ROD-05 AFTER ADVANCING 1 LINE.
            CLOSE RELCONF.
            DISPLAY "EM01EX27: CHOQUES NA GRADE = " CT-GRAVADOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
