        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX23.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. VARREDURA DAS VIOLACOES DE PRE-REQUISITO DO PERIODO
      * CORRENTE (DATAPROC, OU PARM-PERIODO DE PARAM05.DAT): LE TODAS
      * AS MATRICULAS DO PERIODO EM MATDISC.DAT, EM ORDEM DE ALUNO, E
      * CONFERE CADA DISCIPLINA CONTRA A TABELA PREREQ.DAT (LAYOUT
      * REGPREQ) E AS LINHAS POR DISCIPLINA COM RESULTADO "A" DO
      * ALUNO EM HISTALU.DAT DE PERIODO ANTERIOR - A MESMA REGRA QUE
      * EM01EX22 APLICA NA INCLUSAO. PEGA AS MATRICULAS QUE ENTRARAM
      * ANTES DA TABELA OU DE UMA REPROVACAO LANCADA DEPOIS. CADA
      * PRE-REQUISITO FALTANTE SAI NUMA LINHA DE RELPREQ PARA A
      * COORDENACAO, COM O TOTAL DE MATRICULAS E ALUNOS EM VIOLACAO.
      * SO LE OS ARQUIVOS: NAO DESFAZ NENHUMA MATRICULA.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL MATDISC ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-MD.
            SELECT OPTIONAL PARAM05 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PREREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HISTALU ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSHIST.
            SELECT RELPREQ ASSIGN TO DISK.

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

            FD PREREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PREREQ.DAT".
            01 REGPREQ.
               COPY REGPREQ REPLACING ==:DISC:==    BY ==DISC-PRQ==
                                       ==:DISCREQ:== BY ==DISCREQ-PRQ==.

            FD HISTALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTALU.DAT".
            01 REGHISTALU.
               COPY REGHIST.

            FD RELPREQ
               LABEL RECORD IS OMITTED.
            01 IMPPREQ  PIC X(80) VALUE SPACES.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 FIM-PRQ      PIC X(03) VALUE "NAO".
            77 FIM-HIST     PIC X(03) VALUE "NAO".
            77 WS-FSHIST    PIC X(02) VALUE SPACES.
            77 ALU-ACHADO   PIC X(03) VALUE "NAO".
            77 APROV-CARREGADO PIC X(03) VALUE "NAO".
            77 PREREQ-OK    PIC X(03) VALUE "SIM".
            77 ALU-VIOLOU   PIC X(03) VALUE "NAO".
            77 CUMPRIDO     PIC X(03) VALUE "NAO".
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-MATVIOL   PIC 9(05) VALUE ZEROES.
            77 CT-ALUVIOL   PIC 9(05) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX23".
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-NUMANT    PIC 9(05) VALUE ZEROES.
            77 QTDE-PREQ    PIC 9(03) VALUE ZEROES.
            77 IDX-PREQ     PIC 9(03) VALUE ZEROES.
            77 QTDE-APROV   PIC 9(02) VALUE ZEROES.
            77 IDX-APROV    PIC 9(02) VALUE ZEROES.
            77 CT-LIN       PIC 9(02) VALUE 99.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.

            01 TAB-PREQ.
               02 TAB-PREQ-OCR OCCURS 100 TIMES.
                  03 PREQ-DISC-OCR PIC X(04).
                  03 PREQ-REQ-OCR  PIC X(04).

      * DISCIPLINAS JA APROVADAS PELO ALUNO CORRENTE, RECARREGADAS DE
      * HISTALU.DAT NA TROCA DE ALUNO SO SE ALGUMA DISCIPLINA DELE
      * TIVER PRE-REQUISITO.
            01 TAB-APROV.
               02 TAB-APROV-OCR OCCURS 60 TIMES.
                  03 APROV-DISC-OCR PIC X(04).

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
               02 FILLER PIC X(14) VALUE SPACES.
               02 FILLER PIC X(42) VALUE
                  "VIOLACOES DE PRE-REQUISITO NO PERIODO -  ".
               02 CAB-PER PIC X(06).
               02 FILLER PIC X(08) VALUE "   PAG. ".
               02 CAB-PAG PIC Z9.
               02 FILLER PIC X(08) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-04.
               02 FILLER PIC X(07) VALUE "MATRIC.".
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(13) VALUE "NOME DO ALUNO".
               02 FILLER PIC X(09) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "DISC.".
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(11) VALUE "MATRIC. EM ".
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(22) VALUE "PRE-REQUISITO FALTANTE".
               02 FILLER PIC X(04) VALUE SPACES.

            01 DET-01.
               02 DET-NUM   PIC 9(05).
               02 FILLER    PIC X(05) VALUE SPACES.
               02 DET-NOME  PIC X(20).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DET-DISC  PIC X(04).
               02 FILLER    PIC X(04) VALUE SPACES.
               02 DET-DTMAT PIC 9(08).
               02 FILLER    PIC X(06) VALUE SPACES.
               02 DET-REQ   PIC X(04).
               02 FILLER    PIC X(22) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "MATRICULAS DO PERIODO LIDAS...: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "PRE-REQUISITOS FALTANTES......: ".
               02 ROD-GRV   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "MATRICULAS EM VIOLACAO........: ".
               02 ROD-MAT   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS EM VIOLACAO............: ".
               02 ROD-ALU   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            PERFORM PEGAPERIODO.
            PERFORM LEPARAM05.
            PERFORM CARREGAPREREQ.
            OPEN INPUT  CADALU
                        MATDISC
                 OUTPUT RELPREQ.
            MOVE WS-PERIODO TO CAB-PER.
            PERFORM POSICIONAPERIODO.
            IF FIM-ARQ NOT EQUAL "SIM"
                PERFORM LEITURA
            END-IF.

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

        CARREGAPREREQ.
            OPEN INPUT PREREQ.
            PERFORM LEITURA-PREREQ UNTIL FIM-PRQ EQUAL "SIM".
            CLOSE PREREQ.

        LEITURA-PREREQ.
            READ PREREQ
                AT END MOVE "SIM" TO FIM-PRQ
                NOT AT END
                    IF QTDE-PREQ LESS THAN 100
                        ADD 1 TO QTDE-PREQ
                        MOVE DISC-PRQ    TO PREQ-DISC-OCR(QTDE-PREQ)
                        MOVE DISCREQ-PRQ TO PREQ-REQ-OCR(QTDE-PREQ)
                    ELSE
                        DISPLAY "EM01EX23: *** TABELA DE "
                                "PRE-REQUISITOS CHEIA - LINHA DE "
                                "PREREQ.DAT IGNORADA ***"
                    END-IF
            END-READ.

      * O PERIODO VEM NA FRENTE DA CHAVE: UM START NO PERIODO COM
      * MATRICULA ZERADA CAI NA PRIMEIRA MATRICULA DELE.
        POSICIONAPERIODO.
            MOVE WS-PERIODO TO PERIODO-MD.
            MOVE ZEROES     TO NUM-MD.
            MOVE LOW-VALUES TO DISC-MD.
            START MATDISC KEY IS NOT LESS THAN CHAVE-MD
                INVALID KEY MOVE "SIM" TO FIM-ARQ
            END-START.

        LEITURA.
            READ MATDISC NEXT RECORD
                AT END MOVE "SIM" TO FIM-ARQ
            END-READ.
            IF FIM-ARQ NOT EQUAL "SIM"
                IF PERIODO-MD NOT EQUAL WS-PERIODO
                    MOVE "SIM" TO FIM-ARQ
                ELSE
                    ADD 1 TO CT-LIDOS
                END-IF
            END-IF.

        PRINCIPAL.
            IF NUM-MD NOT EQUAL WS-NUMANT
                PERFORM TROCAALUNO
            END-IF.
            PERFORM CONFEREPREREQ.
            IF PREREQ-OK NOT EQUAL "SIM"
                ADD 1 TO CT-MATVIOL
                IF ALU-VIOLOU NOT EQUAL "SIM"
                    MOVE "SIM" TO ALU-VIOLOU
                    ADD 1 TO CT-ALUVIOL
                END-IF
            END-IF.
            PERFORM LEITURA.

        TROCAALUNO.
            MOVE NUM-MD TO WS-NUMANT.
            MOVE "NAO"  TO APROV-CARREGADO.
            MOVE "NAO"  TO ALU-VIOLOU.
            MOVE NUM-MD TO NUM-ENT.
            MOVE "SIM"  TO ALU-ACHADO.
            READ CADALU
                INVALID KEY MOVE "NAO" TO ALU-ACHADO
            END-READ.
            IF ALU-ACHADO NOT EQUAL "SIM"
                MOVE "*** NAO CADASTRADO ***" TO NOME-ENT
            END-IF.

        CONFEREPREREQ.
            MOVE "SIM" TO PREREQ-OK.
            PERFORM VARYING IDX-PREQ FROM 1 BY 1
                     UNTIL IDX-PREQ GREATER THAN QTDE-PREQ
                IF PREQ-DISC-OCR(IDX-PREQ) EQUAL DISC-MD
                    PERFORM CONFEREUMPREREQ
                END-IF
            END-PERFORM.

        CONFEREUMPREREQ.
            IF APROV-CARREGADO NOT EQUAL "SIM"
                PERFORM CARREGAAPROVADAS
            END-IF.
            MOVE "NAO" TO CUMPRIDO.
            PERFORM VARYING IDX-APROV FROM 1 BY 1
                     UNTIL IDX-APROV GREATER THAN QTDE-APROV
                        OR CUMPRIDO EQUAL "SIM"
                IF APROV-DISC-OCR(IDX-APROV)
                   EQUAL PREQ-REQ-OCR(IDX-PREQ)
                    MOVE "SIM" TO CUMPRIDO
                END-IF
            END-PERFORM.
            IF CUMPRIDO NOT EQUAL "SIM"
                MOVE "NAO" TO PREREQ-OK
                PERFORM IMPVIOLACAO
            END-IF.

        CARREGAAPROVADAS.
            MOVE ZEROES TO QTDE-APROV.
            MOVE "NAO"  TO FIM-HIST.
            OPEN INPUT HISTALU.
            IF WS-FSHIST NOT EQUAL "00"
                MOVE "SIM" TO FIM-HIST
            END-IF.
            PERFORM LEITURA-HISTORICO UNTIL FIM-HIST EQUAL "SIM".
            CLOSE HISTALU.
            MOVE "SIM" TO APROV-CARREGADO.

        LEITURA-HISTORICO.
            READ HISTALU
                AT END MOVE "SIM" TO FIM-HIST
                NOT AT END
                    IF HL-NUM EQUAL NUM-MD
                       AND HL-DISC NOT EQUAL SPACES
                       AND HL-RESULT EQUAL "A"
                       AND HL-PERIODO LESS THAN WS-PERIODO
                       AND QTDE-APROV LESS THAN 60
                        ADD 1 TO QTDE-APROV
                        MOVE HL-DISC TO APROV-DISC-OCR(QTDE-APROV)
                    END-IF
            END-READ.

        IMPVIOLACAO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE NUM-MD                 TO DET-NUM.
            MOVE NOME-ENT               TO DET-NOME.
            MOVE DISC-MD                TO DET-DISC.
            MOVE DTMAT-MD               TO DET-DTMAT.
            MOVE PREQ-REQ-OCR(IDX-PREQ) TO DET-REQ.
            WRITE IMPPREQ FROM DET-01 AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
            ADD 1 TO CT-GRAVADOS.

        CABECALHO.
            ADD  1      TO CT-PAG.
            MOVE CT-PAG TO CAB-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPPREQ.

            WRITE IMPPREQ             AFTER ADVANCING   PAGE.
            WRITE IMPPREQ FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPPREQ FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPPREQ FROM CAB-03 AFTER ADVANCING 1 LINE.
            WRITE IMPPREQ FROM CAB-04 AFTER ADVANCING 1 LINE.
            WRITE IMPPREQ FROM CAB-03 AFTER ADVANCING 1 LINE.

        TERMINO.
            IF CT-PAG EQUAL ZEROES
                PERFORM CABECALHO
            END-IF.
            MOVE CT-LIDOS    TO ROD-LID.
            MOVE CT-GRAVADOS TO ROD-GRV.
            MOVE CT-MATVIOL  TO ROD-MAT.
            MOVE CT-ALUVIOL  TO ROD-ALU.
            WRITE IMPPREQ FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPPREQ FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPPREQ FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPPREQ FROM ROD-04 AFTER ADVANCING 1 LINE.
            CLOSE CADALU
                  MATDISC
                  RELPREQ.
            DISPLAY "EM01EX23: MATRICULAS LIDAS      = " CT-LIDOS.
            DISPLAY "EM01EX23: VIOLACOES ENCONTRADAS = " CT-GRAVADOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
