      * CADDISC.DAT SAO RECUSADAS; ALUNO AINDA SEM LANCAMENTO POR
      * DISCIPLINA E DECIDIDO PELA TRIPLA NT1/NT2/NT3 DE REGALU,
      * COMO ANTES.
      * QUANDO O PERIODO TEM MATRICULAS EM DISCIPLINA EM MATDISC.DAT
      * (MANTIDO POR EM01EX22), LANCAMENTO DE DISCIPLINA EM QUE O
      * ALUNO NAO SE MATRICULOU E RECUSADO E CONTADO, E CADA
      * MATRICULA SEM LINHA EM NOTDISC.DAT SAI NA LISTA DE NOTAS
      * FALTANTES RELSEMNT - COMO A CADEIA RODA EM01EX05 TODA NOITE,
      * A SECRETARIA VE A LISTA ANTES DO FECHAMENTO EM01EX17 DECIDIR
      * O PERIODO. PERIODO AINDA SEM NENHUMA MATRICULA ACEITA TUDO,
      * COMO O CATALOGO VAZIO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            FILE STATUS IS WS-FSFECH.
            SELECT OPTIONAL CHECKPT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL MATDISC ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-MD
            FILE STATUS IS WS-FSMAT.
            SELECT RELSEMNT ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.
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
                                       ==:NT1:==  BY ==NT1-T==
                                       ==:NT2:==  BY ==NT2-T==
                                       ==:NT3:==  BY ==NT3-T==
                                       ==:FLT:==  BY ==FLT-T==
                                       ==:PROF:== BY ==PROF-T==
                                       ==:TURMA:== BY ==TURMA-T==
                                       ==:DTLANC:== BY ==DTLANC-T==
                                       ==:LIBER:== BY ==LIBER-T==.

            FD NOTDISCS
               LABEL RECORD IS STANDARD
                                       ==:NT1:==  BY ==NT1-NDS==
                                       ==:NT2:==  BY ==NT2-NDS==
                                       ==:NT3:==  BY ==NT3-NDS==
                                       ==:FLT:==  BY ==FLT-NDS==
                                       ==:PROF:== BY ==PROF-NDS==
                                       ==:TURMA:== BY ==TURMA-NDS==
                                       ==:DTLANC:== BY ==DTLANC-NDS==
                                       ==:LIBER:== BY ==LIBER-NDS==.

            FD CADDISC
               LABEL RECORD IS STANDARD
            01 REGDISC.
               COPY REGDISC REPLACING ==:DISC:==     BY ==DISC-CAT==
                                       ==:NOMEDISC:== BY
                                       ==NOMEDISC-CAT==
                                       ==:CHORAS:==   BY ==CHORAS-CAT==.

            FD CADAPR
               LABEL RECORD IS STANDARD
            01 REGCHECK.
               02 CK-ULTCHAVE PIC 9(05).

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

            FD RELSEMNT
               LABEL RECORD IS OMITTED.
            01 REGSEMNT   PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ PIC X(03) VALUE "NAO".
            77 FIM-NOT PIC X(03) VALUE "NAO".
            77 CT-PULADOS     PIC 9(05) VALUE ZEROES.
            77 QTDE-DISC      PIC 9(02) VALUE ZEROES.
            77 IDX-DISC       PIC 9(02) VALUE ZEROES.
            77 WS-FSMAT       PIC X(02) VALUE SPACES.
            77 FIM-MAT        PIC X(03) VALUE "NAO".
            77 MATR-ATIVA     PIC X(03) VALUE "NAO".
            77 MATRICULADO    PIC X(03) VALUE "NAO".
            77 QTDE-MATR      PIC 9(02) VALUE ZEROES.
            77 IDX-MATR       PIC 9(02) VALUE ZEROES.
            77 CT-SEMMATR     PIC 9(05) VALUE ZEROES.
            77 CT-SEMNOTA     PIC 9(05) VALUE ZEROES.
            77 SEMNT-CAB      PIC X(03) VALUE "NAO".

      * MATRICULAS DO ALUNO CORRENTE NO PERIODO, COM A MARCA DE QUE
      * O LANCAMENTO DE NOTAS DA DISCIPLINA CHEGOU.
            01 TAB-MATR.
               02 TAB-MATR-OCR OCCURS 20 TIMES.
                  03 MATR-DISC-OCR PIC X(04).
                  03 MATR-NOTA-OCR PIC X(03).

            01 CAB-SEMNT.
               02 FILLER PIC X(22) VALUE SPACES.
               02 FILLER PIC X(36) VALUE
                      "MATRICULAS EM DISCIPLINA SEM NOTA   ".
               02 FILLER PIC X(22) VALUE SPACES.

            01 CAB-SEMNT-02.
               02 FILLER PIC X(06) VALUE "CAMPUS".
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(07) VALUE "MATRIC.".
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(13) VALUE "NOME DO ALUNO".
               02 FILLER PIC X(09) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "DISC.".
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(07) VALUE "PERIODO".
               02 FILLER PIC X(24) VALUE SPACES.

            01 DET-SEMNT.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DS-CAM   PIC X(02).
               02 FILLER   PIC X(05) VALUE SPACES.
               02 DS-NUM   PIC 9(05).
               02 FILLER   PIC X(05) VALUE SPACES.
               02 DS-NOME  PIC X(20).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DS-DISC  PIC X(04).
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DS-PER   PIC X(06).
               02 FILLER   PIC X(25) VALUE SPACES.

            01 ROD-SEMNT.
               02 FILLER  PIC X(32) VALUE
                          "TOTAL DE NOTAS FALTANTES......: ".
               02 RS-TOT  PIC 9(05).

            01 TAB-DISC.
               02 TAB-DISC-OCR OCCURS 20 TIMES.
                    MOVE NT2-ND  TO NT2-T
                    MOVE NT3-ND  TO NT3-T
                    MOVE FLT-ND  TO FLT-T
                    MOVE PROF-ND   TO PROF-T
                    MOVE TURMA-ND  TO TURMA-T
                    MOVE DTLANC-ND TO DTLANC-T
                    MOVE LIBER-ND  TO LIBER-T
                    RELEASE TREGNOT
            END-READ.

                        CADREP
                        CADAPRD
                        CADREPD
                        RELCONV
                        RELSEMNT.
            PERFORM CONFEREMATRICULAS.
            PERFORM LEITURA.
            PERFORM LENOTA.

                    END-IF
            END-READ.

      * O CONTROLE DE MATRICULA SO VALE PARA PERIODO QUE JA TEM
      * ALGUMA LINHA EM MATDISC.DAT: A CHAVE COMECA PELO PERIODO,
      * ENTAO O PRIMEIRO REGISTRO A PARTIR DELE RESPONDE.
        CONFEREMATRICULAS.
            OPEN INPUT MATDISC.
            IF WS-FSMAT NOT EQUAL "00"
                MOVE "NAO" TO MATR-ATIVA
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-PERIODO TO PERIODO-MD.
            MOVE ZEROES     TO NUM-MD.
            MOVE SPACES     TO DISC-MD.
            START MATDISC KEY IS NOT LESS THAN CHAVE-MD
                INVALID KEY MOVE "SIM" TO FIM-MAT
            END-START.
            IF FIM-MAT NOT EQUAL "SIM"
                READ MATDISC NEXT RECORD
                    AT END MOVE "SIM" TO FIM-MAT
                END-READ
            END-IF.
            IF FIM-MAT NOT EQUAL "SIM"
               AND PERIODO-MD EQUAL WS-PERIODO
                MOVE "SIM" TO MATR-ATIVA
            ELSE
                DISPLAY "EM01EX05: PERIODO " WS-PERIODO
                        " SEM MATRICULAS EM MATDISC.DAT - "
                        "LANCAMENTOS NAO CONFERIDOS"
            END-IF.

      * CARREGA AS DISCIPLINAS EM QUE O ALUNO CORRENTE ESTA
      * MATRICULADO NO PERIODO (START EM PERIODO + MATRICULA E
      * LEITURA EM SEQUENCIA ENQUANTO A CHAVE FOR DELE).
        CARREGAMATRICULAS.
            MOVE ZEROES TO QTDE-MATR.
            IF MATR-ATIVA NOT EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO"      TO FIM-MAT.
            MOVE WS-PERIODO TO PERIODO-MD.
            MOVE NUM-ENT    TO NUM-MD.
            MOVE SPACES     TO DISC-MD.
            START MATDISC KEY IS NOT LESS THAN CHAVE-MD
                INVALID KEY MOVE "SIM" TO FIM-MAT
            END-START.
            PERFORM LEITURA-MATRICULA UNTIL FIM-MAT EQUAL "SIM".

        LEITURA-MATRICULA.
            READ MATDISC NEXT RECORD
                AT END MOVE "SIM" TO FIM-MAT
                NOT AT END
                    IF PERIODO-MD NOT EQUAL WS-PERIODO
                       OR NUM-MD NOT EQUAL NUM-ENT
                        MOVE "SIM" TO FIM-MAT
                    ELSE
                        IF QTDE-MATR LESS THAN 20
                            ADD 1 TO QTDE-MATR
                            MOVE DISC-MD TO MATR-DISC-OCR(QTDE-MATR)
                            MOVE "NAO"   TO MATR-NOTA-OCR(QTDE-MATR)
                        END-IF
                    END-IF
            END-READ.

      * SEM CONTROLE DE MATRICULA NO PERIODO TODO LANCAMENTO DO
      * CATALOGO VALE; COM ELE, SO OS DAS DISCIPLINAS CARREGADAS.
        CONFEREMATRICULADO.
            IF MATR-ATIVA NOT EQUAL "SIM"
                MOVE "SIM" TO MATRICULADO
            ELSE
                MOVE "NAO" TO MATRICULADO
                PERFORM VARYING IDX-MATR FROM 1 BY 1
                         UNTIL IDX-MATR GREATER THAN QTDE-MATR
                            OR MATRICULADO EQUAL "SIM"
                    IF MATR-DISC-OCR(IDX-MATR) EQUAL DISC-NDS
                        MOVE "SIM" TO MATRICULADO
                        MOVE "SIM" TO MATR-NOTA-OCR(IDX-MATR)
                    END-IF
                END-PERFORM
            END-IF.

        LISTASEMNOTA.
            PERFORM VARYING IDX-MATR FROM 1 BY 1
                     UNTIL IDX-MATR GREATER THAN QTDE-MATR
                IF MATR-NOTA-OCR(IDX-MATR) EQUAL "NAO"
                    PERFORM IMPSEMNOTA
                END-IF
            END-PERFORM.

        IMPSEMNOTA.
            IF SEMNT-CAB EQUAL "NAO"
                WRITE REGSEMNT FROM CAB-SEMNT
                    AFTER ADVANCING PAGE
                WRITE REGSEMNT FROM CAB-SEMNT-02
                    AFTER ADVANCING 2 LINES
                MOVE "SIM" TO SEMNT-CAB
            END-IF.
            MOVE CAMPUS-ENT              TO DS-CAM.
            MOVE NUM-ENT                 TO DS-NUM.
            MOVE NOME-ENT                TO DS-NOME.
            MOVE MATR-DISC-OCR(IDX-MATR) TO DS-DISC.
            MOVE WS-PERIODO              TO DS-PER.
            WRITE REGSEMNT FROM DET-SEMNT AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-SEMNOTA.
            MOVE NUM-ENT    TO LK-CHAVE.
            MOVE "SEMNOTA"  TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        PEGAPERIODO.
            CALL "DATAPROC" USING WS-DATA-SISTEMA WS-DATAREAL.
            MOVE AA-SIS TO WS-PER-ANO.
                PERFORM PULAALUNOINATIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CARREGAMATRICULAS.
            PERFORM TRATADISCIPLINA
                UNTIL FIM-NOT EQUAL "SIM"
                   OR NUM-NDS NOT EQUAL NUM-ENT.
            PERFORM LISTASEMNOTA.
            IF TEM-DISC EQUAL "SIM"
                PERFORM FECHAALUNO
            ELSE

        TRATADISCIPLINA.
            PERFORM VALIDADISCIPLINA.
            IF DISCVALIDA EQUAL "SIM"
                PERFORM CONFEREMATRICULADO
                IF MATRICULADO NOT EQUAL "SIM"
                    MOVE "NAO" TO DISCVALIDA
                    ADD 1 TO CT-SEMMATR
                    MOVE NUM-NDS   TO LK-CHAVE
                    MOVE "SEMMATR" TO LK-ACAO
                    CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
                    PERFORM LENOTA
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF DISCVALIDA EQUAL "SIM"
                MOVE "SIM"     TO TEM-DISC
                MOVE DISC-NDS  TO WS-DISCATUAL
            END-IF.
            DISPLAY "EM01EX05: ALUNOS NAO ATIVOS PULADOS: "
                    CT-PULADOS.
            IF CT-SEMMATR GREATER THAN ZEROES
                DISPLAY "EM01EX05: LANCAMENTOS SEM MATRICULA NA "
                        "DISCIPLINA: " CT-SEMMATR
            END-IF.
            MOVE CT-SEMNOTA TO RS-TOT.
            IF SEMNT-CAB EQUAL "SIM"
                WRITE REGSEMNT FROM ROD-SEMNT AFTER ADVANCING 2 LINES
                DISPLAY "EM01EX05: MATRICULAS SEM NOTA LANCADA: "
                        CT-SEMNOTA
            END-IF.
            MOVE ZEROES TO WS-ULTCHAVE.
            PERFORM GRAVACHECKPOINT.
            CLOSE CADALU
                  CADREP
                  CADAPRD
                  CADREPD
                  RELCONV
                  RELSEMNT.
            CLOSE MATDISC.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
