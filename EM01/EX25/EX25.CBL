        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX25.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. CAPTACAO DAS NOTAS LANCADAS PELOS PROFESSORES: CADA
      * LINHA DE LANCNOT.DAT TRAZ O PROFESSOR, A TURMA E O LANCAMENTO
      * DE UM ALUNO NA DISCIPLINA (NOTAS E FALTAS, COMO EM REGNOTD).
      * SO ENTRA O LANCAMENTO DE PROFESSOR ATIVO EM CADPROF.DAT
      * (LAYOUT REGPROF) ATRIBUIDO A DISCIPLINA/TURMA NO PERIODO
      * CORRENTE EM ATRIBPROF.DAT (LAYOUT REGATRIB), COM NOTAS E
      * FALTAS NUMERICAS, E ATE O PRAZO DE NOTAS DO PERIODO NO
      * CALENDARIO CALACAD.DAT (CAL-PRAZONOT; ZERADO VALE O FIM DO
      * PERIODO; PERIODO FORA DO CALENDARIO NAO TEM TRAVA). DEPOIS DO
      * PRAZO SO ENTRA COM LIBERACAO DA COORDENACAO EM LIBNOT.DAT
      * (PERIODO + PROFESSOR + DISCIPLINA + TURMA, VALIDA ATE A DATA
      * INFORMADA, COM O NOME DE QUEM AUTORIZOU). PERIODO JA FECHADO
      * EM PERFECH.DAT NAO RECEBE NADA. O LANCAMENTO ACEITO E
      * CARIMBADO COM PROFESSOR, TURMA, DATA E MARCA DE LIBERACAO E
      * SUBSTITUI A LINHA ANTERIOR DO MESMO ALUNO E DISCIPLINA:
      * NOTDISC.DAT E COPIADO PARA NOTDISCN.DAT COM AS LINHAS NOVAS (O
      * JOB RENOMEIA NO FIM). CADA LINHA SAI EM RELLANC E NO AUDITLOG.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT LANCNOT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL NOTDISC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NOTDISCN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CADPROF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ATRIBPROF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CALACAD ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL LIBNOT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM05 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PERFECH ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSFECH.
            SELECT RELLANC ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD LANCNOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LANCNOT.DAT".
            01 REGLANC.
               02 PROF-LN   PIC X(05).
               02 TURMA-LN  PIC X(20).
               02 NUM-LN    PIC 9(05).
               02 DISC-LN   PIC X(04).
               02 NT1-LN    PIC 9(02)V99.
               02 NT2-LN    PIC 9(02)V99.
               02 NT3-LN    PIC 9(02)V99.
               02 FLT-LN    PIC 9(02).

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

            FD NOTDISCN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTDISCN.DAT".
            01 REGNOTDN.
               COPY REGNOTD REPLACING ==:NUM:==  BY ==NUM-NDN==
                                       ==:DISC:== BY ==DISC-NDN==
                                       ==:NT1:==  BY ==NT1-NDN==
                                       ==:NT2:==  BY ==NT2-NDN==
                                       ==:NT3:==  BY ==NT3-NDN==
                                       ==:FLT:==  BY ==FLT-NDN==
                                       ==:PROF:== BY ==PROF-NDN==
                                       ==:TURMA:== BY ==TURMA-NDN==
                                       ==:DTLANC:== BY ==DTLANC-NDN==
                                       ==:LIBER:== BY ==LIBER-NDN==.

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

            FD ATRIBPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATRIBPROF.DAT".
            01 REGATRIB.
               COPY REGATRIB REPLACING ==:PERIODO:== BY ==PERIODO-AT==
                                        ==:DISC:==    BY ==DISC-AT==
                                        ==:TURMA:==   BY ==TURMA-AT==
                                        ==:PROF:==    BY ==PROF-AT==.

            FD CALACAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CALACAD.DAT".
            01 REGCALACAD.
               02 CAL-PERIODO  PIC X(06).
               02 CAL-INICIO   PIC 9(08).
               02 CAL-FIM      PIC 9(08).
               02 CAL-PRAZONOT PIC 9(08).

            FD LIBNOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIBNOT.DAT".
            01 REGLIBNOT.
               02 LIB-PERIODO  PIC X(06).
               02 LIB-PROF     PIC X(05).
               02 LIB-DISC     PIC X(04).
               02 LIB-TURMA    PIC X(20).
               02 LIB-VALIDADE PIC 9(08).
               02 LIB-AUTOR    PIC X(10).

            FD PARAM05
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM05.DAT".
            01 REGPARAM05.
               02 PARM-MAXFALTAS PIC 9(02).
               02 PARM-MINMEDIA  PIC 9(02)V99.
               02 PARM-PERIODO   PIC X(06).

            FD PERFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERFECH.DAT".
            01 REGPERFECH.
               02 PF-PERIODO PIC X(06).
               02 FILLER     PIC X.
               02 PF-DATA    PIC 9(08).

            FD RELLANC
               LABEL RECORD IS OMITTED.
            01 IMPLANC  PIC X(80) VALUE SPACES.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 FIM-NOT      PIC X(03) VALUE "NAO".
            77 FIM-PROF     PIC X(03) VALUE "NAO".
            77 FIM-ATRIB    PIC X(03) VALUE "NAO".
            77 FIM-CAL      PIC X(03) VALUE "NAO".
            77 FIM-LIB      PIC X(03) VALUE "NAO".
            77 FIM-FECH     PIC X(03) VALUE "NAO".
            77 WS-FSFECH    PIC X(02) VALUE SPACES.
            77 PERIODOFECHADO PIC X(03) VALUE "NAO".
            77 PROF-ACHADO  PIC X(03) VALUE "NAO".
            77 ATRIBUIDO    PIC X(03) VALUE "NAO".
            77 LIBERADO     PIC X(03) VALUE "NAO".
            77 SUBSTITUIDO  PIC X(03) VALUE "NAO".
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-RECUSADOS PIC 9(05) VALUE ZEROES.
            77 CT-LIBERADOS PIC 9(05) VALUE ZEROES.
            77 CT-SUBST     PIC 9(05) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX25".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-PRAZO     PIC 9(08) VALUE 99999999.
            77 WS-PROFSIT   PIC X(01) VALUE SPACES.
            77 WS-AUTOR     PIC X(10) VALUE SPACES.
            77 WS-LIBER     PIC X(01) VALUE SPACES.
            77 QTDE-PROF    PIC 9(03) VALUE ZEROES.
            77 IDX-PROF     PIC 9(03) VALUE ZEROES.
            77 QTDE-ATRIB   PIC 9(03) VALUE ZEROES.
            77 IDX-ATRIB    PIC 9(03) VALUE ZEROES.
            77 QTDE-LIB     PIC 9(02) VALUE ZEROES.
            77 IDX-LIB      PIC 9(02) VALUE ZEROES.
            77 QTDE-ACEITO  PIC 9(03) VALUE ZEROES.
            77 IDX-ACEITO   PIC 9(03) VALUE ZEROES.
            77 CT-LIN       PIC 9(02) VALUE 40.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.

            01 TAB-PROF.
               02 TAB-PROF-OCR OCCURS 100 TIMES.
                  03 PROF-COD-OCR PIC X(05).
                  03 PROF-SIT-OCR PIC X(01).

      * SO AS ATRIBUICOES DO PERIODO CORRENTE.
            01 TAB-ATRIB.
               02 TAB-ATRIB-OCR OCCURS 200 TIMES.
                  03 ATRIB-DISC-OCR  PIC X(04).
                  03 ATRIB-TURMA-OCR PIC X(20).
                  03 ATRIB-PROF-OCR  PIC X(05).

            01 TAB-LIB.
               02 TAB-LIB-OCR OCCURS 50 TIMES.
                  03 LIB-PROF-OCR  PIC X(05).
                  03 LIB-DISC-OCR  PIC X(04).
                  03 LIB-TURMA-OCR PIC X(20).
                  03 LIB-VALID-OCR PIC 9(08).
                  03 LIB-AUTOR-OCR PIC X(10).

      * LANCAMENTOS ACEITOS NA RODADA, JA CARIMBADOS; GRAVADOS NO FIM
      * DEPOIS DA COPIA DAS LINHAS ANTIGAS QUE NAO FORAM SUBSTITUIDAS.
            01 TAB-ACEITO.
               02 TAB-ACEITO-OCR OCCURS 500 TIMES.
                  03 ACE-REG PIC X(57).

            01 WS-NOTAACEITA.
               COPY REGNOTD REPLACING ==:NUM:==  BY ==NUM-AC==
                                       ==:DISC:== BY ==DISC-AC==
                                       ==:NT1:==  BY ==NT1-AC==
                                       ==:NT2:==  BY ==NT2-AC==
                                       ==:NT3:==  BY ==NT3-AC==
                                       ==:FLT:==  BY ==FLT-AC==
                                       ==:PROF:== BY ==PROF-AC==
                                       ==:TURMA:== BY ==TURMA-AC==
                                       ==:DTLANC:== BY ==DTLANC-AC==
                                       ==:LIBER:== BY ==LIBER-AC==.

            01 WS-PERIODO.
               02 WS-PER-ANO PIC 9(04) VALUE ZEROES.
               02 WS-PER-SEP PIC X(01) VALUE "-".
               02 WS-PER-SEM PIC 9(01) VALUE ZEROES.

            01 WS-DATA-SISTEMA PIC 9(08).
            01 WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
               02 AA-SIS PIC 9(04).
               02 MM-SIS PIC 9(02).
               02 DD-SIS PIC 9(02).

            01 WS-CHAVEAUD.
               02 WS-CA-NUM  PIC 9(05).
               02 WS-CA-SEP  PIC X(01) VALUE "/".
               02 WS-CA-DISC PIC X(04).
               02 FILLER     PIC X(05) VALUE SPACES.

            01 CAB-01.
               02 FILLER PIC X(32) VALUE              SPACES.
               02 FILLER PIC X(17) VALUE "FATEC-SP ALUNOS".
               02 FILLER PIC X(31) VALUE              SPACES.

            01 CAB-02.
               02 FILLER PIC X(18) VALUE SPACES.
               02 FILLER PIC X(32) VALUE
                  "CAPTACAO DE NOTAS DO PROFESSOR -".
               02 FILLER PIC X(01) VALUE SPACES.
               02 CAB-PER PIC X(06).
               02 FILLER PIC X(09) VALUE "  PRAZO: ".
               02 CAB-PRAZO PIC 9(08).
               02 FILLER PIC X(06) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 DET-LANC.
               02 FILLER    PIC X(07) VALUE "PROF.: ".
               02 DETPROF   PIC X(05).
               02 FILLER    PIC X(09) VALUE "  TURMA: ".
               02 DETTURMA  PIC X(20).
               02 FILLER    PIC X(09) VALUE "  MATR.: ".
               02 DETNUM    PIC 9(05).
               02 FILLER    PIC X(08) VALUE "  DISC: ".
               02 DETDISC   PIC X(04).
               02 FILLER    PIC X(13) VALUE SPACES.

            01 DET-MSG.
               02 DETMSG    PIC X(60).
               02 DETAUTOR  PIC X(10).
               02 FILLER    PIC X(10) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "LANCAMENTOS LIDOS.............: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "LANCAMENTOS ACEITOS...........: ".
               02 ROD-ACE   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "  DOS QUAIS POR LIBERACAO.....: ".
               02 ROD-LIB   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "LANCAMENTOS RECUSADOS.........: ".
               02 ROD-REC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "LINHAS ANTERIORES SUBSTITUIDAS: ".
               02 ROD-SUB   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "RUNLOCK" USING LK-PROGID LK-LOCKMODO
                                  LK-LOCKRESULT.
            IF LK-LOCKRESULT EQUAL "OCUPADO"
                DISPLAY LK-PROGID ": *** CADEIA EM EXECUCAO SEGURA "
                        "A TRAVA (BATLOCK.DAT) - TENTE DEPOIS ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM PEGAPERIODO.
            PERFORM LEPARAM05.
            PERFORM CONFEREPERIODOFECHADO.
            PERFORM CARREGAPROFESSORES.
            PERFORM CARREGAATRIBUICOES.
            PERFORM CARREGALIBERACOES.
            PERFORM PEGAPRAZO.
            OPEN INPUT  LANCNOT
                 OUTPUT RELLANC.
            MOVE WS-PERIODO TO CAB-PER.
            MOVE WS-PRAZO   TO CAB-PRAZO.
            PERFORM CABECALHO.
            PERFORM LEITURA.

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

      * PERIODO JA FECHADO POR EM01EX17 TEM O RESULTADO NO HISTORICO:
      * NOTA NOVA NAO TERIA MAIS QUEM A DECIDISSE.
        CONFEREPERIODOFECHADO.
            OPEN INPUT PERFECH.
            IF WS-FSFECH NOT EQUAL "00"
                MOVE "SIM" TO FIM-FECH
            END-IF.
            PERFORM LEITURA-FECHADOS UNTIL FIM-FECH EQUAL "SIM".
            CLOSE PERFECH.
            IF PERIODOFECHADO EQUAL "SIM"
                DISPLAY "EM01EX25: *** PERIODO " WS-PERIODO
                        " JA FECHADO EM PERFECH.DAT - CAPTACAO "
                        "RECUSADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

        LEITURA-FECHADOS.
            READ PERFECH
                AT END MOVE "SIM" TO FIM-FECH
                NOT AT END
                    IF PF-PERIODO EQUAL WS-PERIODO
                        MOVE "SIM" TO PERIODOFECHADO
                        MOVE "SIM" TO FIM-FECH
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
                        MOVE PROF-CAD    TO PROF-COD-OCR(QTDE-PROF)
                        MOVE SITPROF-CAD TO PROF-SIT-OCR(QTDE-PROF)
                    ELSE
                        DISPLAY "EM01EX25: *** CADASTRO DE "
                                "PROFESSORES CHEIO - LINHA DE "
                                "CADPROF.DAT IGNORADA ***"
                    END-IF
            END-READ.

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
                        ELSE
                            DISPLAY "EM01EX25: *** TABELA DE "
                                    "ATRIBUICOES CHEIA - LINHA DE "
                                    "ATRIBPROF.DAT IGNORADA ***"
                        END-IF
                    END-IF
            END-READ.

        CARREGALIBERACOES.
            OPEN INPUT LIBNOT.
            PERFORM LEITURA-LIBERACAO UNTIL FIM-LIB EQUAL "SIM".
            CLOSE LIBNOT.

        LEITURA-LIBERACAO.
            READ LIBNOT
                AT END MOVE "SIM" TO FIM-LIB
                NOT AT END
                    IF LIB-PERIODO EQUAL WS-PERIODO
                       AND LIB-VALIDADE NOT LESS THAN WS-DATA-SISTEMA
                        IF QTDE-LIB LESS THAN 50
                            ADD 1 TO QTDE-LIB
                            MOVE LIB-PROF     TO LIB-PROF-OCR(QTDE-LIB)
                            MOVE LIB-DISC     TO LIB-DISC-OCR(QTDE-LIB)
                            MOVE LIB-TURMA    TO LIB-TURMA-OCR(QTDE-LIB)
                            MOVE LIB-VALIDADE TO LIB-VALID-OCR(QTDE-LIB)
                            MOVE LIB-AUTOR    TO LIB-AUTOR-OCR(QTDE-LIB)
                        ELSE
                            DISPLAY "EM01EX25: *** TABELA DE "
                                    "LIBERACOES CHEIA - LINHA DE "
                                    "LIBNOT.DAT IGNORADA ***"
                        END-IF
                    END-IF
            END-READ.

      * PRAZO DE NOTAS DO PERIODO NO CALENDARIO; SEM PRAZO PROPRIO
      * VALE O FIM DO PERIODO, E PERIODO FORA DO CALENDARIO FICA SEM
      * TRAVA (99999999), COMO ANTES DA CAPTACAO EXISTIR.
        PEGAPRAZO.
            OPEN INPUT CALACAD.
            PERFORM LEITURA-CALENDARIO UNTIL FIM-CAL EQUAL "SIM".
            CLOSE CALACAD.
            IF WS-PRAZO EQUAL 99999999
                DISPLAY "EM01EX25: PERIODO " WS-PERIODO
                        " FORA DE CALACAD.DAT - CAPTACAO SEM PRAZO"
            END-IF.

        LEITURA-CALENDARIO.
            READ CALACAD
                AT END MOVE "SIM" TO FIM-CAL
                NOT AT END
                    IF CAL-PERIODO EQUAL WS-PERIODO
                        IF CAL-PRAZONOT NUMERIC
                           AND CAL-PRAZONOT GREATER THAN ZEROES
                            MOVE CAL-PRAZONOT TO WS-PRAZO
                        ELSE
                            MOVE CAL-FIM      TO WS-PRAZO
                        END-IF
                        MOVE "SIM" TO FIM-CAL
                    END-IF
            END-READ.

        LEITURA.
            READ LANCNOT AT END MOVE "SIM" TO FIM-ARQ.
            IF FIM-ARQ NOT EQUAL "SIM"
                ADD 1 TO CT-LIDOS
            END-IF.

        PRINCIPAL.
            PERFORM TRATALANCAMENTO.
            PERFORM LEITURA.

        TRATALANCAMENTO.
            PERFORM IMPLANCAMENTO.
            MOVE SPACES TO WS-LIBER WS-AUTOR.
            PERFORM CONFEREPROFESSOR.
            IF PROF-ACHADO NOT EQUAL "SIM"
                MOVE "*** PROFESSOR NAO CADASTRADO - RECUSADO ***"
                    TO DETMSG
                MOVE "PROFINVAL" TO LK-ACAO
                PERFORM RECUSALANCAMENTO
                EXIT PARAGRAPH
            END-IF.
            IF WS-PROFSIT NOT EQUAL "A"
                MOVE "*** PROFESSOR INATIVO - RECUSADO ***" TO DETMSG
                MOVE "PROFINATIV" TO LK-ACAO
                PERFORM RECUSALANCAMENTO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CONFEREATRIBUICAO.
            IF ATRIBUIDO NOT EQUAL "SIM"
                MOVE "*** DISCIPLINA/TURMA NAO ATRIBUIDA AO PROFESSOR "
                    TO DETMSG
                MOVE "NAOATRIB" TO LK-ACAO
                PERFORM RECUSALANCAMENTO
                EXIT PARAGRAPH
            END-IF.
            IF NT1-LN NOT NUMERIC OR NT2-LN NOT NUMERIC
               OR NT3-LN NOT NUMERIC OR FLT-LN NOT NUMERIC
               OR NT1-LN GREATER THAN 10 OR NT2-LN GREATER THAN 10
               OR NT3-LN GREATER THAN 10
                MOVE "*** NOTA OU FALTAS INVALIDAS - RECUSADO ***"
                    TO DETMSG
                MOVE "NOTAINVAL" TO LK-ACAO
                PERFORM RECUSALANCAMENTO
                EXIT PARAGRAPH
            END-IF.
            IF WS-DATA-SISTEMA GREATER THAN WS-PRAZO
                PERFORM CONFERELIBERACAO
                IF LIBERADO NOT EQUAL "SIM"
                    MOVE "*** PRAZO DE NOTAS ENCERRADO - RECUSADO ***"
                        TO DETMSG
                    MOVE "FORAPRAZO" TO LK-ACAO
                    PERFORM RECUSALANCAMENTO
                    EXIT PARAGRAPH
                END-IF
                MOVE "S" TO WS-LIBER
            END-IF.
            PERFORM GUARDALANCAMENTO.

        CONFEREPROFESSOR.
            MOVE "NAO" TO PROF-ACHADO.
            PERFORM VARYING IDX-PROF FROM 1 BY 1
                     UNTIL IDX-PROF GREATER THAN QTDE-PROF
                        OR PROF-ACHADO EQUAL "SIM"
                IF PROF-COD-OCR(IDX-PROF) EQUAL PROF-LN
                    MOVE "SIM" TO PROF-ACHADO
                    MOVE PROF-SIT-OCR(IDX-PROF) TO WS-PROFSIT
                END-IF
            END-PERFORM.

        CONFEREATRIBUICAO.
            MOVE "NAO" TO ATRIBUIDO.
            PERFORM VARYING IDX-ATRIB FROM 1 BY 1
                     UNTIL IDX-ATRIB GREATER THAN QTDE-ATRIB
                        OR ATRIBUIDO EQUAL "SIM"
                IF ATRIB-DISC-OCR(IDX-ATRIB)  EQUAL DISC-LN
                   AND ATRIB-TURMA-OCR(IDX-ATRIB) EQUAL TURMA-LN
                   AND ATRIB-PROF-OCR(IDX-ATRIB)  EQUAL PROF-LN
                    MOVE "SIM" TO ATRIBUIDO
                END-IF
            END-PERFORM.

        CONFERELIBERACAO.
            MOVE "NAO" TO LIBERADO.
            PERFORM VARYING IDX-LIB FROM 1 BY 1
                     UNTIL IDX-LIB GREATER THAN QTDE-LIB
                        OR LIBERADO EQUAL "SIM"
                IF LIB-PROF-OCR(IDX-LIB)  EQUAL PROF-LN
                   AND LIB-DISC-OCR(IDX-LIB)  EQUAL DISC-LN
                   AND LIB-TURMA-OCR(IDX-LIB) EQUAL TURMA-LN
                    MOVE "SIM" TO LIBERADO
                    MOVE LIB-AUTOR-OCR(IDX-LIB) TO WS-AUTOR
                END-IF
            END-PERFORM.

      * LANCAMENTO REPETIDO NA MESMA RODADA (MESMO ALUNO E
      * DISCIPLINA) TOMA O LUGAR DO ANTERIOR NA TABELA.
        GUARDALANCAMENTO.
            MOVE SPACES          TO WS-NOTAACEITA.
            MOVE NUM-LN          TO NUM-AC.
            MOVE DISC-LN         TO DISC-AC.
            MOVE NT1-LN          TO NT1-AC.
            MOVE NT2-LN          TO NT2-AC.
            MOVE NT3-LN          TO NT3-AC.
            MOVE FLT-LN          TO FLT-AC.
            MOVE PROF-LN         TO PROF-AC.
            MOVE TURMA-LN        TO TURMA-AC.
            MOVE WS-DATA-SISTEMA TO DTLANC-AC.
            MOVE WS-LIBER        TO LIBER-AC.
            PERFORM PROCURAACEITO.
            IF SUBSTITUIDO NOT EQUAL "SIM"
                IF QTDE-ACEITO NOT LESS THAN 500
                    MOVE "*** RODADA CHEIA - REENVIAR NA PROXIMA ***"
                        TO DETMSG
                    MOVE "RECUSADO" TO LK-ACAO
                    PERFORM RECUSALANCAMENTO
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO QTDE-ACEITO
                MOVE QTDE-ACEITO TO IDX-ACEITO
            END-IF.
            MOVE WS-NOTAACEITA TO ACE-REG(IDX-ACEITO).
            ADD 1 TO CT-GRAVADOS.
            IF WS-LIBER EQUAL "S"
                ADD 1 TO CT-LIBERADOS
                MOVE "*** ACEITO FORA DO PRAZO - LIBERADO POR: "
                    TO DETMSG
                MOVE WS-AUTOR   TO DETAUTOR
                MOVE "LIBERADO" TO LK-ACAO
            ELSE
                MOVE "*** LANCAMENTO ACEITO ***" TO DETMSG
                MOVE "LANCADO"  TO LK-ACAO
            END-IF.
            PERFORM IMPRESULTADO.
            PERFORM GRAVAAUDIT.

        PROCURAACEITO.
            MOVE "NAO" TO SUBSTITUIDO.
            PERFORM VARYING IDX-ACEITO FROM 1 BY 1
                     UNTIL IDX-ACEITO GREATER THAN QTDE-ACEITO
                        OR SUBSTITUIDO EQUAL "SIM"
                IF ACE-REG(IDX-ACEITO)(1:9) EQUAL WS-NOTAACEITA(1:9)
                    MOVE "SIM" TO SUBSTITUIDO
                END-IF
            END-PERFORM.
            IF SUBSTITUIDO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-ACEITO
                SUBTRACT 1 FROM CT-GRAVADOS
            END-IF.

        RECUSALANCAMENTO.
            ADD 1 TO CT-RECUSADOS.
            PERFORM IMPRESULTADO.
            PERFORM GRAVAAUDIT.

        IMPLANCAMENTO.
            IF CT-LIN GREATER THAN 36
                PERFORM CABECALHO
            END-IF.
            MOVE PROF-LN  TO DETPROF.
            MOVE TURMA-LN TO DETTURMA.
            MOVE NUM-LN   TO DETNUM.
            MOVE DISC-LN  TO DETDISC.
            WRITE IMPLANC FROM DET-LANC AFTER ADVANCING 2 LINES.
            ADD 2 TO CT-LIN.

        IMPRESULTADO.
            WRITE IMPLANC FROM DET-MSG AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
            MOVE SPACES TO DET-MSG.

        GRAVAAUDIT.
            MOVE NUM-LN  TO WS-CA-NUM.
            MOVE DISC-LN TO WS-CA-DISC.
            MOVE WS-CHAVEAUD TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        CABECALHO.
            ADD  1      TO CT-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPLANC.

            WRITE IMPLANC             AFTER ADVANCING   PAGE.
            WRITE IMPLANC FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPLANC FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPLANC FROM CAB-03 AFTER ADVANCING 1 LINE.

      * AS LINHAS ANTIGAS DE ALUNO E DISCIPLINA RELANCADOS NA RODADA
      * FICAM DE FORA; AS DEMAIS PASSAM COMO ESTAO.
        COPIANOTAS.
            OPEN INPUT  NOTDISC
                 OUTPUT NOTDISCN.
            PERFORM LEITURA-NOTDISC UNTIL FIM-NOT EQUAL "SIM".
            CLOSE NOTDISC.
            PERFORM VARYING IDX-ACEITO FROM 1 BY 1
                     UNTIL IDX-ACEITO GREATER THAN QTDE-ACEITO
                WRITE REGNOTDN FROM ACE-REG(IDX-ACEITO)
            END-PERFORM.
            CLOSE NOTDISCN.

        LEITURA-NOTDISC.
            READ NOTDISC
                AT END MOVE "SIM" TO FIM-NOT
                NOT AT END
                    MOVE REGNOTD TO WS-NOTAACEITA
                    PERFORM PROCURAANTIGO
                    IF SUBSTITUIDO EQUAL "SIM"
                        ADD 1 TO CT-SUBST
                    ELSE
                        WRITE REGNOTDN FROM REGNOTD
                    END-IF
            END-READ.

        PROCURAANTIGO.
            MOVE "NAO" TO SUBSTITUIDO.
            PERFORM VARYING IDX-ACEITO FROM 1 BY 1
                     UNTIL IDX-ACEITO GREATER THAN QTDE-ACEITO
                        OR SUBSTITUIDO EQUAL "SIM"
                IF ACE-REG(IDX-ACEITO)(1:9) EQUAL WS-NOTAACEITA(1:9)
                    MOVE "SIM" TO SUBSTITUIDO
                END-IF
            END-PERFORM.

        TERMINO.
            CLOSE LANCNOT.
            PERFORM COPIANOTAS.
            MOVE CT-LIDOS     TO ROD-LID.
            MOVE CT-GRAVADOS  TO ROD-ACE.
            MOVE CT-LIBERADOS TO ROD-LIB.
            MOVE CT-RECUSADOS TO ROD-REC.
            MOVE CT-SUBST     TO ROD-SUB.
            WRITE IMPLANC FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPLANC FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPLANC FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPLANC FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE IMPLANC FROM ROD-05 AFTER ADVANCING 1 LINE.
            CLOSE RELLANC.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
