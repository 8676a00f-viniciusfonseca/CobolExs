        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX31.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. RELATORIO MENSAL DE TRANSFERENCIAS POR CAMPUS PARA OS
      * DIRETORES: LE O HISTORICO HISTTRF.DAT (LAYOUT REGTRF, GRAVADO
      * PELA TRANSACAO EM01EX30) E SELECIONA AS TRANSFERENCIAS COM
      * VIGENCIA NA COMPETENCIA AAAAMM - A DA DATA DE PROCESSAMENTO OU
      * A INFORMADA EM PARAM43.DAT, PARA REEMITIR UM MES JA FECHADO.
      * CADA TRANSFERENCIA E LIBERADA DUAS VEZES PARA O SORT: COMO
      * ENTRADA NO CAMPUS DE DESTINO E COMO SAIDA NO CAMPUS DE
      * ORIGEM. O RELATORIO RELTRFM SAI POR CAMPUS, COM AS ENTRADAS,
      * AS SAIDAS E O SALDO DE CADA UM; O NOME VEM DE CADALU.DAT.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL HISTTRF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL PARAM43 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELTRFM ASSIGN TO DISK.
            SELECT TRABTRF ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD HISTTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTTRF.DAT".
            01 REGHISTTRF.
               COPY REGTRF REPLACING ==:NUM:==     BY ==NUM-HT==
                                      ==:CAMORIG:== BY ==CAMORIG-HT==
                                      ==:CAMDEST:== BY ==CAMDEST-HT==
                                      ==:DTEFET:==  BY ==DTEFET-HT==
                                      ==:MOTIVO:==  BY ==MOTIVO-HT==
                                      ==:DTPROC:==  BY ==DTPROC-HT==.

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

            FD PARAM43
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM43.DAT".
            01 REGPARAM43.
               02 PARM-COMPET PIC 9(06).

            FD RELTRFM
               LABEL RECORD IS OMITTED.
            01 IMPTRFM  PIC X(80).

      * TIPO E = ENTRADA NO CAMPUS, S = SAIDA DO CAMPUS; OUTRO-T E O
      * CAMPUS DO OUTRO LADO DA TRANSFERENCIA.
            SD TRABTRF.
            01 TREGTRF.
               02 CAMPUS-T PIC X(02).
               02 TIPO-T   PIC X(01).
               02 NUM-T    PIC 9(05).
               02 OUTRO-T  PIC X(02).
               02 DTEFET-T PIC 9(08).
               02 MOTIVO-T PIC X(30).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 PRIMEIRO    PIC X(03) VALUE "SIM".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-TRANSF   PIC 9(05) VALUE ZEROES.
            77 CT-ENTCAMP  PIC 9(05) VALUE ZEROES.
            77 CT-SAICAMP  PIC 9(05) VALUE ZEROES.
            77 WS-SALDO    PIC S9(05) VALUE ZEROES.
            77 PREVCAMPUS  PIC X(02) VALUE SPACES.
            77 LK-PROGID   PIC X(08) VALUE "EM01EX31".
            77 WS-DATAPROC PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 CT-LIN      PIC 9(02) VALUE 99.
            77 CT-PAG      PIC 9(02) VALUE ZEROES.

            01 WS-COMPET.
               02 WS-COMPET-AA PIC 9(04).
               02 WS-COMPET-MM PIC 9(02).
            01 WS-COMPET-N REDEFINES WS-COMPET PIC 9(06).

            01 WS-DTEFET.
               02 WS-EFET-COMPET PIC 9(06).
               02 WS-EFET-DD     PIC 9(02).
            01 WS-DTEFET-R REDEFINES WS-DTEFET.
               02 WS-EFET-AA     PIC 9(04).
               02 WS-EFET-MM     PIC 9(02).
               02 FILLER         PIC 9(02).

            01 CAB-01.
               02 FILLER PIC X(32) VALUE              SPACES.
               02 FILLER PIC X(17) VALUE "FATEC-SP ALUNOS".
               02 FILLER PIC X(31) VALUE              SPACES.

            01 CAB-02.
               02 FILLER  PIC X(15) VALUE SPACES.
               02 FILLER  PIC X(38) VALUE
                  "TRANSFERENCIAS DE CAMPUS - COMPETENCIA".
               02 FILLER  PIC X(01) VALUE SPACES.
               02 CAB-MM  PIC 9(02).
               02 FILLER  PIC X(01) VALUE "/".
               02 CAB-AA  PIC 9(04).
               02 FILLER  PIC X(08) VALUE "   PAG. ".
               02 CAB-PAG PIC Z9.
               02 FILLER  PIC X(09) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-04.
               02 FILLER PIC X(11) VALUE "  TIPO".
               02 FILLER PIC X(06) VALUE "MATR.".
               02 FILLER PIC X(21) VALUE "NOME DO ALUNO".
               02 FILLER PIC X(04) VALUE "CAMP".
               02 FILLER PIC X(11) VALUE "VIGENCIA".
               02 FILLER PIC X(27) VALUE "MOTIVO".

            01 CAB-CAMPUS.
               02 FILLER     PIC X(08) VALUE "CAMPUS: ".
               02 CC-CAMPUS  PIC X(02).
               02 FILLER     PIC X(70) VALUE SPACES.

            01 DET-01.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DET-TIPO  PIC X(08).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DET-NUM   PIC 9(05).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DET-NOME  PIC X(20).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DET-OUTRO PIC X(02).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DET-DD    PIC 9(02).
               02 FILLER    PIC X(01) VALUE "/".
               02 DET-MM    PIC 9(02).
               02 FILLER    PIC X(01) VALUE "/".
               02 DET-AA    PIC 9(04).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DET-MOT   PIC X(25).
               02 FILLER    PIC X(02) VALUE SPACES.

            01 ROD-CAMPUS.
               02 FILLER    PIC X(12) VALUE "  ENTRADAS: ".
               02 RC-ENT    PIC ZZZZ9.
               02 FILLER    PIC X(12) VALUE "   SAIDAS: ".
               02 RC-SAI    PIC ZZZZ9.
               02 FILLER    PIC X(11) VALUE "   SALDO: ".
               02 RC-SALDO  PIC -ZZZZ9.
               02 FILLER    PIC X(29) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "TRANSFERENCIAS NA COMPETENCIA.: ".
               02 ROD-TRF   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM PEGACOMPETENCIA.
            SORT TRABTRF
                 ASCENDING KEY CAMPUS-T
                               TIPO-T
                               NUM-T
                 INPUT  PROCEDURE IS ROTENTRADA
                 OUTPUT PROCEDURE IS ROTSAIDA.
        STOP RUN.

        PEGACOMPETENCIA.
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            MOVE WS-DATAPROC TO WS-DTEFET.
            MOVE WS-EFET-COMPET TO WS-COMPET-N.
            OPEN INPUT PARAM43.
            READ PARAM43
                 AT END     CONTINUE
                 NOT AT END IF PARM-COMPET NUMERIC
                               AND PARM-COMPET GREATER THAN ZEROES
                                MOVE PARM-COMPET TO WS-COMPET-N
                            END-IF.
            CLOSE PARAM43.
            MOVE WS-COMPET-MM TO CAB-MM.
            MOVE WS-COMPET-AA TO CAB-AA.

        ROTENTRADA.
            OPEN INPUT HISTTRF.
            PERFORM LEITURA-HIST UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE HISTTRF.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-HIST.
            READ HISTTRF
                 AT END     MOVE "SIM" TO FIM-ARQ
                 NOT AT END PERFORM SELECIONA.

        SELECIONA.
            ADD 1 TO CT-LIDOS.
            MOVE DTEFET-HT TO WS-DTEFET.
            IF WS-EFET-COMPET NOT EQUAL WS-COMPET-N
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO CT-TRANSF.
            MOVE NUM-HT     TO NUM-T.
            MOVE DTEFET-HT  TO DTEFET-T.
            MOVE MOTIVO-HT  TO MOTIVO-T.
            MOVE CAMDEST-HT TO CAMPUS-T.
            MOVE "E"        TO TIPO-T.
            MOVE CAMORIG-HT TO OUTRO-T.
            RELEASE TREGTRF.
            MOVE CAMORIG-HT TO CAMPUS-T.
            MOVE "S"        TO TIPO-T.
            MOVE CAMDEST-HT TO OUTRO-T.
            RELEASE TREGTRF.

        ROTSAIDA.
            OPEN INPUT  CADALU
                 OUTPUT RELTRFM.
            PERFORM LEITURA-TRAB.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            IF PRIMEIRO NOT EQUAL "SIM"
                PERFORM FECHACAMPUS
            END-IF.
            PERFORM TERMINO.

        LEITURA-TRAB.
            RETURN TRABTRF
                AT END MOVE "SIM" TO FIM-ARQ
            END-RETURN.

        PRINCIPAL.
            IF PRIMEIRO EQUAL "SIM"
                MOVE "NAO"    TO PRIMEIRO
                MOVE CAMPUS-T TO PREVCAMPUS
                PERFORM ABRECAMPUS
            END-IF.
            IF CAMPUS-T NOT EQUAL PREVCAMPUS
                PERFORM FECHACAMPUS
                MOVE CAMPUS-T TO PREVCAMPUS
                PERFORM ABRECAMPUS
            END-IF.
            IF TIPO-T EQUAL "E"
                MOVE "ENTRADA" TO DET-TIPO
                ADD 1 TO CT-ENTCAMP
            ELSE
                MOVE "SAIDA"   TO DET-TIPO
                ADD 1 TO CT-SAICAMP
            END-IF.
            MOVE NUM-T TO NUM-ENT.
            READ CADALU
                INVALID KEY MOVE "*** NAO CADASTRADO" TO NOME-ENT
            END-READ.
            MOVE NUM-T       TO DET-NUM.
            MOVE NOME-ENT    TO DET-NOME.
            MOVE OUTRO-T     TO DET-OUTRO.
            MOVE DTEFET-T    TO WS-DTEFET.
            MOVE WS-EFET-DD  TO DET-DD.
            MOVE WS-EFET-MM  TO DET-MM.
            MOVE WS-EFET-AA  TO DET-AA.
            MOVE MOTIVO-T    TO DET-MOT.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            WRITE IMPTRFM FROM DET-01 AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
            ADD 1 TO CT-GRAVADOS.
            PERFORM LEITURA-TRAB.

        ABRECAMPUS.
            MOVE ZEROES TO CT-ENTCAMP CT-SAICAMP.
            IF CT-LIN GREATER THAN 46
                PERFORM CABECALHO
            END-IF.
            MOVE PREVCAMPUS TO CC-CAMPUS.
            WRITE IMPTRFM FROM CAB-CAMPUS AFTER ADVANCING 2 LINES.
            ADD 2 TO CT-LIN.

        FECHACAMPUS.
            COMPUTE WS-SALDO = CT-ENTCAMP - CT-SAICAMP.
            MOVE CT-ENTCAMP TO RC-ENT.
            MOVE CT-SAICAMP TO RC-SAI.
            MOVE WS-SALDO   TO RC-SALDO.
            WRITE IMPTRFM FROM ROD-CAMPUS AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.

        CABECALHO.
            ADD  1      TO CT-PAG.
            MOVE CT-PAG TO CAB-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPTRFM.

            WRITE IMPTRFM             AFTER ADVANCING   PAGE.
            WRITE IMPTRFM FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPTRFM FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPTRFM FROM CAB-03 AFTER ADVANCING 1 LINE.
            WRITE IMPTRFM FROM CAB-04 AFTER ADVANCING 1 LINE.
            WRITE IMPTRFM FROM CAB-03 AFTER ADVANCING 1 LINE.

        TERMINO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE CT-TRANSF TO ROD-TRF.
            WRITE IMPTRFM FROM ROD-01 AFTER ADVANCING 3 LINES.
            CLOSE CADALU
                  RELTRFM.
            DISPLAY "EM01EX31: TRANSFERENCIAS NA COMPETENCIA "
                    WS-COMPET-N ": " CT-TRANSF.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
