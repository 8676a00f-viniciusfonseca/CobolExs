        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX29.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. ALERTA DE MEIO DE PERIODO DOS ALUNOS EM RISCO, RODADO
      * PELA COORDENACAO DEPOIS DA PRIMEIRA PROVA (FORA DA CADEIA
      * NOTURNA). PARA CADA ALUNO ATIVO DE CADALU.DAT PROJETA O
      * RESULTADO CONTRA OS LIMITES DE PARAM05.DAT:
      *   - FALTAS: O FLT-ENT ACUMULADO POR EM01EX16 JA PASSOU DO
      *     MAXIMO DE FALTAS - NAO HA COMO SER APROVADO;
      *   - NOTA: COM A NT1 DE CADA DISCIPLINA EM NOTDISC.DAT (OU A
      *     NT1 DE CADALU.DAT PARA ALUNO SEM LANCAMENTO POR
      *     DISCIPLINA) CALCULA A NT2 MINIMA PARA A MEDIA PASSAR DA
      *     MEDIA MINIMA. NT2 MINIMA A PARTIR DO LIMITE PARM-NT2ALTA
      *     (PADRAO 8,00) ENTRA NA LISTA; ACIMA DE 10,00 O ALUNO SO
      *     PASSA PELA RECUPERACAO (NT3). NT1 ZERADA E TRATADA COMO
      *     AINDA NAO LANCADA E NAO E PROJETADA.
      * A LISTA RELRISCO SAI AGRUPADA POR CAMPUS, E CADA ALUNO DA
      * LISTA RECEBE UM AVISO VIA MAILHOOK (TIPO RISCO) PARA O
      * ACOMPANHAMENTO DOS COORDENADORES, REGISTRADO EM AUDITLOG.
      * SO LE OS CADASTROS.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL NOTDISC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TRABNOT ASSIGN TO DISK.
            SELECT NOTRISC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TRABRIS ASSIGN TO DISK.
            SELECT OPTIONAL PARAM05 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELRISCO ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CADALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALU.DAT".
            01 REGALU.
               COPY REGALU REPLACING ==:NUM:==     BY ==NUM-ENT==
                                      ==:NOME:==    BY ==NOME-ENT==
                                      ==:SEXO:==    BY ==SEX-ENT==
                                      ==:DATNASC:== BY ==DATNASC-ENT==
                                      ==:DD:==      BY ==DD-ENT==
                                      ==:MM:==      BY ==MM-ENT==
                                      ==:AA:==      BY ==AA-ENT==
                                      ==:NT1:==     BY ==NT1-ENT==
                                      ==:NT2:==     BY ==NT2-ENT==
                                      ==:NT3:==     BY ==NT3-ENT==
                                      ==:FLT:==     BY ==FLT-ENT==
                                      ==:CAMPUS:==  BY ==CAMPUS-ENT==
                                      ==:SIT:==     BY ==SIT-ENT==.

            FD NOTDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTDISC.DAT".
            01 REGNOTD.
               COPY REGNOTD REPLACING ==:NUM:==  BY ==NUM-ND==
                                       ==:DISC:== BY ==DISC-ND==
                                       ==:NT1:==  BY ==NT1-ND==
                                       ==:NT2:==  BY ==NT2-ND==
                                       ==:NT3:==  BY ==NT3-ND==
                                       ==:FLT:==  BY ==FLT-ND==
                                       ==:PROF:== BY ==PROF-ND==
                                       ==:TURMA:== BY ==TURMA-ND==
                                       ==:DTLANC:== BY ==DTLANC-ND==
                                       ==:LIBER:== BY ==LIBER-ND==.

            SD TRABNOT.
            01 TREGNOT.
               COPY REGNOTD REPLACING ==:NUM:==  BY ==NUM-T==
                                       ==:DISC:== BY ==DISC-T==
                                       ==:NT1:==  BY ==NT1-T==
                                       ==:NT2:==  BY ==NT2-T==
                                       ==:NT3:==  BY ==NT3-T==
                                       ==:FLT:==  BY ==FLT-T==
                                       ==:PROF:== BY ==PROF-T==
                                       ==:TURMA:== BY ==TURMA-T==
                                       ==:DTLANC:== BY ==DTLANC-T==
                                       ==:LIBER:== BY ==LIBER-T==.

            FD NOTRISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTRISC.DAT".
            01 REGNOTR.
               COPY REGNOTD REPLACING ==:NUM:==  BY ==NUM-NR==
                                       ==:DISC:== BY ==DISC-NR==
                                       ==:NT1:==  BY ==NT1-NR==
                                       ==:NT2:==  BY ==NT2-NR==
                                       ==:NT3:==  BY ==NT3-NR==
                                       ==:FLT:==  BY ==FLT-NR==
                                       ==:PROF:== BY ==PROF-NR==
                                       ==:TURMA:== BY ==TURMA-NR==
                                       ==:DTLANC:== BY ==DTLANC-NR==
                                       ==:LIBER:== BY ==LIBER-NR==.

      * MOTIVO F = FALTAS ACIMA DO LIMITE, N = NT2 MINIMA ALTA,
      * R = SO PASSA PELA RECUPERACAO.
            SD TRABRIS.
            01 TREGRIS.
               02 CAMPUS-R PIC X(02).
               02 NUM-R    PIC 9(05).
               02 MOTIVO-R PIC X(01).
               02 DISC-R   PIC X(04).
               02 NOME-R   PIC X(20).
               02 NT1-R    PIC 9(02)V99.
               02 FLT-R    PIC 9(02).
               02 NT2MIN-R PIC 9(02)V99.

            FD PARAM05
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM05.DAT".
            01 REGPARAM05.
               02 PARM-MAXFALTAS PIC 9(02).
               02 PARM-MINMEDIA  PIC 9(02)V99.
               02 PARM-PERIODO   PIC X(06).
               02 PARM-NT2ALTA   PIC 9(02)V99.

            FD RELRISCO
               LABEL RECORD IS OMITTED.
            01 IMPRIS  PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 FIM-NOT     PIC X(03) VALUE "NAO".
            77 PRIMEIRO    PIC X(03) VALUE "SIM".
            77 TEM-DISC    PIC X(03) VALUE "NAO".
            77 MAX-FALTAS  PIC 9(02)    VALUE 18.
            77 MIN-MEDIA   PIC 9(02)V99 VALUE 7,00.
            77 NT2-ALTA    PIC 9(02)V99 VALUE 8,00.
            77 WS-NT1      PIC 9(02)V99 VALUE ZEROES.
            77 WS-NT2MIN   PIC S9(02)V99 VALUE ZEROES.
            77 WS-DISCATUAL PIC X(04) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-PULADOS  PIC 9(05) VALUE ZEROES.
            77 CT-SEMNT1   PIC 9(05) VALUE ZEROES.
            77 CT-FALTAS   PIC 9(05) VALUE ZEROES.
            77 CT-NOTA     PIC 9(05) VALUE ZEROES.
            77 CT-RECUP    PIC 9(05) VALUE ZEROES.
            77 CT-ALUNOS   PIC 9(05) VALUE ZEROES.
            77 CT-ALUCAMP  PIC 9(05) VALUE ZEROES.
            77 PREVCAMPUS  PIC X(02) VALUE SPACES.
            77 PREVNUM     PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM01EX29".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 LK-TIPO     PIC X(10) VALUE "RISCO".
            77 LK-MSG      PIC X(40) VALUE SPACES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 CT-LIN      PIC 9(02) VALUE 99.
            77 CT-PAG      PIC 9(02) VALUE ZEROES.

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
                  "ALUNOS EM RISCO NO MEIO DO PERIODO ".
               02 CAB-PER PIC X(06).
               02 FILLER PIC X(08) VALUE "   PAG. ".
               02 CAB-PAG PIC Z9.
               02 FILLER PIC X(12) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-04.
               02 FILLER PIC X(09) VALUE "  MATR.".
               02 FILLER PIC X(21) VALUE "NOME DO ALUNO".
               02 FILLER PIC X(06) VALUE "DISC.".
               02 FILLER PIC X(07) VALUE "  NT1".
               02 FILLER PIC X(05) VALUE "FLT".
               02 FILLER PIC X(07) VALUE "NT2MIN".
               02 FILLER PIC X(25) VALUE "SITUACAO".

            01 CAB-CAMPUS.
               02 FILLER     PIC X(08) VALUE "CAMPUS: ".
               02 CC-CAMPUS  PIC X(02).
               02 FILLER     PIC X(70) VALUE SPACES.

            01 DET-01.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DET-NUM    PIC 9(05).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DET-NOME   PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DET-DISC   PIC X(04).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DET-NT1    PIC Z9,99 BLANK WHEN ZERO.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DET-FLT    PIC Z9.
               02 FILLER     PIC X(03) VALUE SPACES.
               02 DET-NT2    PIC Z9,99 BLANK WHEN ZERO.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DET-SIT    PIC X(20).
               02 FILLER     PIC X(05) VALUE SPACES.

            01 ROD-CAMPUS.
               02 FILLER    PIC X(32) VALUE
                            "  ALUNOS EM RISCO NO CAMPUS...: ".
               02 ROD-CAM   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS LIDOS..................: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS EM RISCO (AVISADOS)....: ".
               02 ROD-ALU   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "ACIMA DO LIMITE DE FALTAS.....: ".
               02 ROD-FLT   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "DISCIPLINAS COM NT2 ALTA......: ".
               02 ROD-NOT   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "DISCIPLINAS SO COM RECUPERACAO: ".
               02 ROD-REC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-06.
               02 FILLER    PIC X(32) VALUE
                            "DISCIPLINAS SEM NT1 LANCADA...: ".
               02 ROD-SNT   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM PEGAPERIODO.
            PERFORM LEPARAM05.
            SORT TRABNOT
                 ASCENDING KEY NUM-T
                               DISC-T
                 USING NOTDISC
                 GIVING NOTRISC.
            SORT TRABRIS
                 ASCENDING KEY CAMPUS-R
                               NUM-R
                               MOTIVO-R
                               DISC-R
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
                 NOT AT END MOVE PARM-MAXFALTAS TO MAX-FALTAS
                            MOVE PARM-MINMEDIA  TO MIN-MEDIA
                            IF PARM-PERIODO NOT EQUAL SPACES
                                MOVE PARM-PERIODO TO WS-PERIODO
                            END-IF
                            IF PARM-NT2ALTA NUMERIC
                               AND PARM-NT2ALTA GREATER THAN ZEROES
                                MOVE PARM-NT2ALTA TO NT2-ALTA
                            END-IF.
            CLOSE PARAM05.

      * CASA O CADASTRO COM AS NOTAS JA CLASSIFICADAS POR MATRICULA,
      * COMO EM01EX05, E LIBERA PARA O SORT UMA LINHA POR MOTIVO DE
      * RISCO ENCONTRADO.
        ROTENTRADA.
            OPEN INPUT CADALU
                       NOTRISC.
            PERFORM LEITURA.
            PERFORM LENOTA.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADALU
                  NOTRISC.

        LEITURA.
            READ CADALU
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS
            END-READ.

        LENOTA.
            READ NOTRISC
                AT END MOVE "SIM" TO FIM-NOT
            END-READ.

        PRINCIPAL.
            PERFORM LENOTA
                UNTIL FIM-NOT EQUAL "SIM"
                   OR NUM-NR NOT LESS THAN NUM-ENT.
            IF SIT-ENT NOT EQUAL "A" AND SIT-ENT NOT EQUAL SPACE
                ADD 1 TO CT-PULADOS
                PERFORM LENOTA
                    UNTIL FIM-NOT EQUAL "SIM"
                       OR NUM-NR NOT EQUAL NUM-ENT
            ELSE
                PERFORM AVALIAALUNO
            END-IF.
            PERFORM LEITURA.

        AVALIAALUNO.
            IF FLT-ENT GREATER THAN MAX-FALTAS
                MOVE "F"    TO MOTIVO-R
                MOVE SPACES TO DISC-R
                MOVE ZEROES TO NT1-R NT2MIN-R
                PERFORM LIBERARISCO
            END-IF.
            MOVE "NAO" TO TEM-DISC.
            PERFORM TRATANOTA
                UNTIL FIM-NOT EQUAL "SIM"
                   OR NUM-NR NOT EQUAL NUM-ENT.
            IF TEM-DISC NOT EQUAL "SIM"
                MOVE SPACES  TO WS-DISCATUAL
                MOVE NT1-ENT TO WS-NT1
                PERFORM PROJETANOTA
            END-IF.

        TRATANOTA.
            MOVE "SIM"   TO TEM-DISC.
            MOVE DISC-NR TO WS-DISCATUAL.
            MOVE NT1-NR  TO WS-NT1.
            PERFORM PROJETANOTA.
            PERFORM LENOTA.

      * A MEDIA (NT1 + NT2) / 2 PRECISA PASSAR DA MEDIA MINIMA, ENTAO
      * A MENOR NT2 QUE APROVA E 2 X MINIMA - NT1 + 0,01.
        PROJETANOTA.
            IF WS-NT1 NOT NUMERIC OR WS-NT1 EQUAL ZEROES
                ADD 1 TO CT-SEMNT1
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-NT2MIN = MIN-MEDIA * 2 - WS-NT1 + 0,01.
            IF WS-NT2MIN LESS THAN NT2-ALTA
                EXIT PARAGRAPH
            END-IF.
            IF WS-NT2MIN GREATER THAN 10
                MOVE "R" TO MOTIVO-R
            ELSE
                MOVE "N" TO MOTIVO-R
            END-IF.
            MOVE WS-DISCATUAL TO DISC-R.
            MOVE WS-NT1       TO NT1-R.
            MOVE WS-NT2MIN    TO NT2MIN-R.
            PERFORM LIBERARISCO.

        LIBERARISCO.
            MOVE CAMPUS-ENT TO CAMPUS-R.
            MOVE NUM-ENT    TO NUM-R.
            MOVE NOME-ENT   TO NOME-R.
            MOVE FLT-ENT    TO FLT-R.
            RELEASE TREGRIS.

        ROTSAIDA.
            OPEN OUTPUT RELRISCO.
            MOVE WS-PERIODO TO CAB-PER.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM LEITURA-TRAB.
            PERFORM IMPRISCO UNTIL FIM-ARQ EQUAL "SIM".
            IF PRIMEIRO NOT EQUAL "SIM"
                PERFORM FECHACAMPUS
            END-IF.
            PERFORM TERMINO.

        LEITURA-TRAB.
            RETURN TRABRIS
                AT END MOVE "SIM" TO FIM-ARQ
            END-RETURN.

        IMPRISCO.
            IF PRIMEIRO EQUAL "SIM"
                MOVE "NAO"    TO PRIMEIRO
                MOVE CAMPUS-R TO PREVCAMPUS
                PERFORM ABRECAMPUS
            END-IF.
            IF CAMPUS-R NOT EQUAL PREVCAMPUS
                PERFORM FECHACAMPUS
                MOVE CAMPUS-R TO PREVCAMPUS
                PERFORM ABRECAMPUS
            END-IF.
            IF NUM-R NOT EQUAL PREVNUM
                MOVE NUM-R TO PREVNUM
                PERFORM AVISAALUNO
            END-IF.
            MOVE NUM-R    TO DET-NUM.
            MOVE NOME-R   TO DET-NOME.
            MOVE DISC-R   TO DET-DISC.
            MOVE NT1-R    TO DET-NT1.
            MOVE FLT-R    TO DET-FLT.
            MOVE NT2MIN-R TO DET-NT2.
            EVALUATE MOTIVO-R
                WHEN "F"
                    MOVE "FALTAS ACIMA LIMITE" TO DET-SIT
                    ADD 1 TO CT-FALTAS
                WHEN "N"
                    MOVE "NT2 MINIMA ALTA"     TO DET-SIT
                    ADD 1 TO CT-NOTA
                WHEN OTHER
                    MOVE "SO COM RECUPERACAO"  TO DET-SIT
                    ADD 1 TO CT-RECUP
            END-EVALUATE.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            WRITE IMPRIS FROM DET-01 AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
            ADD 1 TO CT-GRAVADOS.
            PERFORM LEITURA-TRAB.

        ABRECAMPUS.
            MOVE ZEROES TO CT-ALUCAMP.
            MOVE ZEROES TO PREVNUM.
            IF CT-LIN GREATER THAN 46
                PERFORM CABECALHO
            END-IF.
            MOVE PREVCAMPUS TO CC-CAMPUS.
            WRITE IMPRIS FROM CAB-CAMPUS AFTER ADVANCING 2 LINES.
            ADD 2 TO CT-LIN.

        FECHACAMPUS.
            MOVE CT-ALUCAMP TO ROD-CAM.
            WRITE IMPRIS FROM ROD-CAMPUS AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.

      * UM AVISO POR ALUNO, PELO PRIMEIRO MOTIVO (FALTAS VEM ANTES DE
      * NOTA NA ORDEM DO SORT).
        AVISAALUNO.
            ADD 1 TO CT-ALUNOS.
            ADD 1 TO CT-ALUCAMP.
            MOVE SPACES TO LK-MSG.
            EVALUATE MOTIVO-R
                WHEN "F"
                    MOVE "RISCO: FALTAS ACIMA DO LIMITE" TO LK-MSG
                WHEN "N"
                    STRING "RISCO: NT2 ALTA NECESSARIA EM "
                                  DELIMITED BY SIZE
                           DISC-R DELIMITED BY SIZE
                        INTO LK-MSG
                    END-STRING
                WHEN OTHER
                    STRING "RISCO: SO RECUPERACAO EM "
                                  DELIMITED BY SIZE
                           DISC-R DELIMITED BY SIZE
                        INTO LK-MSG
                    END-STRING
            END-EVALUATE.
            MOVE NUM-R TO LK-CHAVE.
            CALL "MAILHOOK" USING LK-PROGID LK-CHAVE LK-TIPO LK-MSG.
            MOVE "ALERTA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        CABECALHO.
            ADD  1      TO CT-PAG.
            MOVE CT-PAG TO CAB-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPRIS.

            WRITE IMPRIS             AFTER ADVANCING   PAGE.
            WRITE IMPRIS FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPRIS FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPRIS FROM CAB-03 AFTER ADVANCING 1 LINE.
            WRITE IMPRIS FROM CAB-04 AFTER ADVANCING 1 LINE.
            WRITE IMPRIS FROM CAB-03 AFTER ADVANCING 1 LINE.

        TERMINO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE CT-LIDOS  TO ROD-LID.
            MOVE CT-ALUNOS TO ROD-ALU.
            MOVE CT-FALTAS TO ROD-FLT.
            MOVE CT-NOTA   TO ROD-NOT.
            MOVE CT-RECUP  TO ROD-REC.
            MOVE CT-SEMNT1 TO ROD-SNT.
            WRITE IMPRIS FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPRIS FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPRIS FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPRIS FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE IMPRIS FROM ROD-05 AFTER ADVANCING 1 LINE.
            WRITE IMPRIS FROM ROD-06 AFTER ADVANCING 1 LINE.
            CLOSE RELRISCO.
            DISPLAY "EM01EX29: ALUNOS EM RISCO AVISADOS = " CT-ALUNOS.
            DISPLAY "EM01EX29: ALUNOS NAO ATIVOS PULADOS: " CT-PULADOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
