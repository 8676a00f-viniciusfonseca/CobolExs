        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX26.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. COBRANCA DE NOTAS POR PROFESSOR: PARA CADA TURMA
      * ATRIBUIDA NO PERIODO CORRENTE EM ATRIBPROF.DAT (LAYOUT
      * REGATRIB), CONTA OS ALUNOS MATRICULADOS NA DISCIPLINA/TURMA EM
      * MATDISC.DAT E AS NOTAS JA CAPTADAS PARA ELA EM NOTDISC.DAT
      * (LINHAS CARIMBADAS COM A TURMA POR EM01EX25). CLASSIFICA POR
      * PROFESSOR E IMPRIME EM RELPROFN SO AS TURMAS QUE AINDA DEVEM
      * NOTA - "SEM NOTAS" QUANDO NADA CHEGOU, "PARCIAL" QUANDO FALTA
      * ALGUM MATRICULADO - COM O NOME DO PROFESSOR DE CADPROF.DAT E O
      * TOTAL DE TURMAS E NOTAS PENDENTES. SO LE OS ARQUIVOS.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL ATRIBPROF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CADPROF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL MATDISC ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-MD
            FILE STATUS IS WS-FSMAT.
            SELECT OPTIONAL NOTDISC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM05 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TRABPROF ASSIGN TO DISK.
            SELECT RELPROFN ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD ATRIBPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATRIBPROF.DAT".
            01 REGATRIB.
               COPY REGATRIB REPLACING ==:PERIODO:== BY ==PERIODO-AT==
                                        ==:DISC:==    BY ==DISC-AT==
                                        ==:TURMA:==   BY ==TURMA-AT==
                                        ==:PROF:==    BY ==PROF-AT==.

            FD CADPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROF.DAT".
            01 REGPROF.
               COPY REGPROF REPLACING ==:PROF:==     BY ==PROF-CAD==
                                       ==:NOMEPROF:== BY
                                       ==NOMEPROF-CAD==
                                       ==:CAMPUS:==   BY ==CAMPUS-CAD==
                                       ==:SITPROF:==  BY
                                       ==SITPROF-CAD==.

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

            FD PARAM05
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM05.DAT".
            01 REGPARAM05.
               02 PARM-MAXFALTAS PIC 9(02).
               02 PARM-MINMEDIA  PIC 9(02)V99.
               02 PARM-PERIODO   PIC X(06).

            SD TRABPROF.
            01 TREGPROF.
               02 PROF-T    PIC X(05).
               02 DISC-T    PIC X(04).
               02 TURMA-T   PIC X(20).
               02 MATR-T    PIC 9(04).
               02 LANC-T    PIC 9(04).

            FD RELPROFN
               LABEL RECORD IS OMITTED.
            01 IMPPROFN PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 FIM-ATRIB    PIC X(03) VALUE "NAO".
            77 FIM-PROF     PIC X(03) VALUE "NAO".
            77 FIM-MAT      PIC X(03) VALUE "NAO".
            77 FIM-NOT      PIC X(03) VALUE "NAO".
            77 WS-FSMAT     PIC X(02) VALUE SPACES.
            77 ATRIB-ACHADA PIC X(03) VALUE "NAO".
            77 PRIMEIRO     PIC X(03) VALUE "SIM".
            77 PREVPROF     PIC X(05) VALUE SPACES.
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-FALTAM    PIC 9(07) VALUE ZEROES.
            77 WS-FALTAM    PIC 9(04) VALUE ZEROES.
            77 WS-DISCBUSCA PIC X(04) VALUE SPACES.
            77 WS-TURMABUSCA PIC X(20) VALUE SPACES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX26".
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 QTDE-ATRIB   PIC 9(03) VALUE ZEROES.
            77 IDX-ATRIB    PIC 9(03) VALUE ZEROES.
            77 QTDE-PROF    PIC 9(03) VALUE ZEROES.
            77 IDX-PROF     PIC 9(03) VALUE ZEROES.
            77 CT-LIN       PIC 9(02) VALUE 99.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.

      * TURMAS ATRIBUIDAS NO PERIODO, COM OS CONTADORES DE
      * MATRICULADOS E DE NOTAS JA CAPTADAS.
            01 TAB-ATRIB.
               02 TAB-ATRIB-OCR OCCURS 200 TIMES.
                  03 ATRIB-DISC-OCR  PIC X(04).
                  03 ATRIB-TURMA-OCR PIC X(20).
                  03 ATRIB-PROF-OCR  PIC X(05).
                  03 ATRIB-MATR-OCR  PIC 9(04).
                  03 ATRIB-LANC-OCR  PIC 9(04).

            01 TAB-PROF.
               02 TAB-PROF-OCR OCCURS 100 TIMES.
                  03 PROF-COD-OCR  PIC X(05).
                  03 PROF-NOME-OCR PIC X(30).

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
                  "TURMAS COM NOTAS PENDENTES - PERIODO".
               02 FILLER PIC X(01) VALUE SPACES.
               02 CAB-PER PIC X(06).
               02 FILLER PIC X(08) VALUE "   PAG. ".
               02 CAB-PAG PIC Z9.
               02 FILLER PIC X(11) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-04.
               02 FILLER PIC X(02) VALUE SPACES.
               02 FILLER PIC X(04) VALUE "DISC".
               02 FILLER PIC X(04) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "TURMA".
               02 FILLER PIC X(07) VALUE "MATRIC.".
               02 FILLER PIC X(04) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "LANC.".
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(06) VALUE "FALTAM".
               02 FILLER PIC X(05) VALUE SPACES.
               02 FILLER PIC X(10) VALUE "SITUACAO".
               02 FILLER PIC X(10) VALUE SPACES.

            01 DET-PROF.
               02 FILLER    PIC X(11) VALUE "PROFESSOR: ".
               02 DP-PROF   PIC X(05).
               02 FILLER    PIC X(03) VALUE " - ".
               02 DP-NOME   PIC X(30).
               02 FILLER    PIC X(31) VALUE SPACES.

            01 DET-01.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DET-DISC  PIC X(04).
               02 FILLER    PIC X(04) VALUE SPACES.
               02 DET-TURMA PIC X(20).
               02 FILLER    PIC X(03) VALUE SPACES.
               02 DET-MATR  PIC ZZZ9.
               02 FILLER    PIC X(05) VALUE SPACES.
               02 DET-LANC  PIC ZZZ9.
               02 FILLER    PIC X(05) VALUE SPACES.
               02 DET-FALT  PIC ZZZ9.
               02 FILLER    PIC X(05) VALUE SPACES.
               02 DET-SIT   PIC X(10).
               02 FILLER    PIC X(10) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "TURMAS ATRIBUIDAS NO PERIODO..: ".
               02 ROD-ATR   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "TURMAS COM NOTAS PENDENTES....: ".
               02 ROD-PEN   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "NOTAS FALTANTES...............: ".
               02 ROD-FAL   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM PEGAPERIODO.
            PERFORM LEPARAM05.
            PERFORM CARREGAATRIBUICOES.
            PERFORM CARREGAPROFESSORES.
            PERFORM CONTAMATRICULAS.
            PERFORM CONTANOTAS.
            SORT TRABPROF
                 ASCENDING KEY PROF-T
                               DISC-T
                               TURMA-T
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

        CARREGAATRIBUICOES.
            OPEN INPUT ATRIBPROF.
            PERFORM LEITURA-ATRIBUICAO UNTIL FIM-ATRIB EQUAL "SIM".
            CLOSE ATRIBPROF.

        LEITURA-ATRIBUICAO.
            READ ATRIBPROF
                AT END MOVE "SIM" TO FIM-ATRIB
                NOT AT END
                    IF PERIODO-AT EQUAL WS-PERIODO
                        IF QTDE-ATRIB LESS THAN 200
                            ADD 1 TO QTDE-ATRIB
                            MOVE DISC-AT  TO ATRIB-DISC-OCR(QTDE-ATRIB)
                            MOVE TURMA-AT TO ATRIB-TURMA-OCR(QTDE-ATRIB)
                            MOVE PROF-AT  TO ATRIB-PROF-OCR(QTDE-ATRIB)
                            MOVE ZEROES   TO ATRIB-MATR-OCR(QTDE-ATRIB)
                                             ATRIB-LANC-OCR(QTDE-ATRIB)
                        ELSE
                            DISPLAY "EM01EX26: *** TABELA DE "
                                    "ATRIBUICOES CHEIA - LINHA DE "
                                    "ATRIBPROF.DAT IGNORADA ***"
                        END-IF
                    END-IF
            END-READ.

        CARREGAPROFESSORES.
            OPEN INPUT CADPROF.
            PERFORM LEITURA-PROFESSOR UNTIL FIM-PROF EQUAL "SIM".
            CLOSE CADPROF.

        LEITURA-PROFESSOR.
            READ CADPROF
                AT END MOVE "SIM" TO FIM-PROF
                NOT AT END
                    IF QTDE-PROF LESS THAN 100
                        ADD 1 TO QTDE-PROF
                        MOVE PROF-CAD     TO PROF-COD-OCR(QTDE-PROF)
                        MOVE NOMEPROF-CAD TO PROF-NOME-OCR(QTDE-PROF)
                    END-IF
            END-READ.

      * O PERIODO VEM NA FRENTE DA CHAVE DE MATDISC.DAT: START NELE E
      * LEITURA EM SEQUENCIA ENQUANTO O PERIODO FOR O CORRENTE.
        CONTAMATRICULAS.
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
                        ADD 1 TO CT-LIDOS
                        MOVE DISC-MD  TO WS-DISCBUSCA
                        MOVE TURMA-MD TO WS-TURMABUSCA
                        PERFORM PROCURAATRIBUICAO
                        IF ATRIB-ACHADA EQUAL "SIM"
                            ADD 1 TO ATRIB-MATR-OCR(IDX-ATRIB)
                        END-IF
                    END-IF
            END-READ.

        CONTANOTAS.
            OPEN INPUT NOTDISC.
            PERFORM LEITURA-NOTDISC UNTIL FIM-NOT EQUAL "SIM".
            CLOSE NOTDISC.

        LEITURA-NOTDISC.
            READ NOTDISC
                AT END MOVE "SIM" TO FIM-NOT
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF TURMA-ND NOT EQUAL SPACES
                        MOVE DISC-ND  TO WS-DISCBUSCA
                        MOVE TURMA-ND TO WS-TURMABUSCA
                        PERFORM PROCURAATRIBUICAO
                        IF ATRIB-ACHADA EQUAL "SIM"
                            ADD 1 TO ATRIB-LANC-OCR(IDX-ATRIB)
                        END-IF
                    END-IF
            END-READ.

        PROCURAATRIBUICAO.
            MOVE "NAO" TO ATRIB-ACHADA.
            PERFORM VARYING IDX-ATRIB FROM 1 BY 1
                     UNTIL IDX-ATRIB GREATER THAN QTDE-ATRIB
                        OR ATRIB-ACHADA EQUAL "SIM"
                IF ATRIB-DISC-OCR(IDX-ATRIB)  EQUAL WS-DISCBUSCA
                   AND ATRIB-TURMA-OCR(IDX-ATRIB) EQUAL WS-TURMABUSCA
                    MOVE "SIM" TO ATRIB-ACHADA
                END-IF
            END-PERFORM.
            IF ATRIB-ACHADA EQUAL "SIM"
                SUBTRACT 1 FROM IDX-ATRIB
            END-IF.

      * SO VAI PARA A CLASSIFICACAO A TURMA QUE AINDA DEVE NOTA.
        ROTENTRADA.
            PERFORM VARYING IDX-ATRIB FROM 1 BY 1
                     UNTIL IDX-ATRIB GREATER THAN QTDE-ATRIB
                IF ATRIB-LANC-OCR(IDX-ATRIB) EQUAL ZEROES
                   OR ATRIB-LANC-OCR(IDX-ATRIB)
                      LESS THAN ATRIB-MATR-OCR(IDX-ATRIB)
                    MOVE ATRIB-PROF-OCR(IDX-ATRIB)  TO PROF-T
                    MOVE ATRIB-DISC-OCR(IDX-ATRIB)  TO DISC-T
                    MOVE ATRIB-TURMA-OCR(IDX-ATRIB) TO TURMA-T
                    MOVE ATRIB-MATR-OCR(IDX-ATRIB)  TO MATR-T
                    MOVE ATRIB-LANC-OCR(IDX-ATRIB)  TO LANC-T
                    RELEASE TREGPROF
                END-IF
            END-PERFORM.

        ROTSAIDA.
            OPEN OUTPUT RELPROFN.
            MOVE WS-PERIODO TO CAB-PER.
            PERFORM LEITURA-TRAB.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM TERMINO.

        LEITURA-TRAB.
            RETURN TRABPROF
                AT END MOVE "SIM" TO FIM-ARQ
            END-RETURN.

        PRINCIPAL.
            IF PRIMEIRO EQUAL "SIM" OR PROF-T NOT EQUAL PREVPROF
                PERFORM IMPPROFESSOR
            END-IF.
            PERFORM IMPTURMA.
            PERFORM LEITURA-TRAB.

        IMPPROFESSOR.
            IF CT-LIN GREATER THAN 48
                PERFORM CABECALHO
            END-IF.
            MOVE PROF-T TO DP-PROF PREVPROF.
            MOVE "NAO"  TO PRIMEIRO.
            MOVE "*** NAO CADASTRADO ***" TO DP-NOME.
            PERFORM VARYING IDX-PROF FROM 1 BY 1
                     UNTIL IDX-PROF GREATER THAN QTDE-PROF
                IF PROF-COD-OCR(IDX-PROF) EQUAL PROF-T
                    MOVE PROF-NOME-OCR(IDX-PROF) TO DP-NOME
                END-IF
            END-PERFORM.
            WRITE IMPPROFN FROM DET-PROF AFTER ADVANCING 2 LINES.
            ADD 2 TO CT-LIN.

        IMPTURMA.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            IF MATR-T GREATER THAN LANC-T
                COMPUTE WS-FALTAM = MATR-T - LANC-T
            ELSE
                MOVE ZEROES TO WS-FALTAM
            END-IF.
            MOVE DISC-T    TO DET-DISC.
            MOVE TURMA-T   TO DET-TURMA.
            MOVE MATR-T    TO DET-MATR.
            MOVE LANC-T    TO DET-LANC.
            MOVE WS-FALTAM TO DET-FALT.
            IF LANC-T EQUAL ZEROES
                MOVE "SEM NOTAS" TO DET-SIT
            ELSE
                MOVE "PARCIAL"   TO DET-SIT
            END-IF.
            WRITE IMPPROFN FROM DET-01 AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
            ADD 1 TO CT-GRAVADOS.
            ADD WS-FALTAM TO CT-FALTAM.

        CABECALHO.
            ADD  1      TO CT-PAG.
            MOVE CT-PAG TO CAB-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPPROFN.

            WRITE IMPPROFN             AFTER ADVANCING   PAGE.
            WRITE IMPPROFN FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPPROFN FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPPROFN FROM CAB-03 AFTER ADVANCING 1 LINE.
            WRITE IMPPROFN FROM CAB-04 AFTER ADVANCING 1 LINE.
            WRITE IMPPROFN FROM CAB-03 AFTER ADVANCING 1 LINE.

        TERMINO.
            IF CT-PAG EQUAL ZEROES
                PERFORM CABECALHO
            END-IF.
            MOVE QTDE-ATRIB  TO ROD-ATR.
            MOVE CT-GRAVADOS TO ROD-PEN.
            MOVE CT-FALTAM   TO ROD-FAL.
            WRITE IMPPROFN FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPPROFN FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPPROFN FROM ROD-03 AFTER ADVANCING 1 LINE.
            CLOSE RELPROFN.
            DISPLAY "EM01EX26: TURMAS COM NOTAS PENDENTES = "
                    CT-GRAVADOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
