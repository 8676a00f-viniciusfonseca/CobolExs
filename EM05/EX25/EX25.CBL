        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM05EX25.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. FECHAMENTO DO PERIODO CONTABIL: O PEDIDO EM
      * FECHREQ.DAT (COMPETENCIA AAAAMM + QUEM FECHA) FECHA O MES NO
      * REGISTRO PERCONT.DAT (COMPETENCIA, DATA DO FECHAMENTO E
      * RESPONSAVEL) - REGISTRO SO DO FECHAMENTO CONTABIL; O DO
      * FECHAMENTO ACADEMICO E O PERFECH.DAT DE EM01EX17, COM OUTRO
      * LAYOUT. OS MESES SAO FECHADOS EM ORDEM, UM DE CADA
      * VEZ, E SO DEPOIS DE TERMINADOS: COMPETENCIA JA FECHADA, FORA
      * DE SEQUENCIA OU AINDA CORRENTE E RECUSADA. NO FECHAMENTO, OS
      * EVENTOS DO MES (LEDGSOC.DAT, LEDGTUI.DAT, LEDGCPG.DAT,
      * FOLHAREG.DAT E MOVJORN.DAT) SAO TRADUZIDOS PELA MESMA
      * TABELA CONTAMAP.DAT DA EXPORTACAO EM05EX21 E O RELATORIO
      * RELFECH FICA COM O TOTAL FINAL DE DEBITOS E CREDITOS POR
      * CONTA NO MOMENTO DO FECHAMENTO, MAIS OS EVENTOS SEM
      * MAPEAMENTO. DEPOIS DE
      * FECHADO, NENHUM LANCAMENTO E GRAVADO NO MES: A TRAVA PERLOCK
      * DOS GRAVADORES MANDA PARA O PERIODO ABERTO, COM NOTA EM
      * PERAJUS.DAT, E EM05EX21 RECUSA EXPORTAR DATA FECHADA. O
      * PEDIDO ATENDIDO E CONSUMIDO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL FECHREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT OPTIONAL PERCONT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSFECH.
            SELECT OPTIONAL CONTAMAP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSMAP.
            SELECT OPTIONAL LEDGSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSLED.
            SELECT OPTIONAL LEDGTUI ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSLTU.
            SELECT OPTIONAL LEDGCPG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCPG.
            SELECT OPTIONAL FOLHAREG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSFOL.
            SELECT OPTIONAL MOVJORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSJRN.
            SELECT RELFECH ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD FECHREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHREQ.DAT".
            01 REGFECHREQ.
               02 FQ-COMPET  PIC 9(06).
               02 FILLER     PIC X.
               02 FQ-USUARIO PIC X(10).

            FD PERCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERCONT.DAT".
            01 REGPERCONT.
               02 PC-COMPET  PIC 9(06).
               02 FILLER     PIC X.
               02 PC-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 PC-USUARIO PIC X(10).

            FD CONTAMAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTAMAP.DAT".
            01 REGCONTAMAP.
               02 CM-EVENTO  PIC X(10).
               02 FILLER     PIC X(01).
               02 CM-DEBITO  PIC 9(06).
               02 FILLER     PIC X(01).
               02 CM-CREDITO PIC 9(06).
               02 FILLER     PIC X(01).
               02 CM-DESC    PIC X(20).

            FD LEDGSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEDGSOC.DAT".
            01 REGLEDGSOC.
               02 LG-NUMSOC  PIC 9(06).
               02 FILLER     PIC X.
               02 LG-DATA.
                  03 LG-COMPET PIC 9(06).
                  03 LG-DIA    PIC 9(02).
               02 FILLER     PIC X.
               02 LG-EVENTO  PIC X(10).
               02 FILLER     PIC X.
               02 LG-VALOR   PIC 9(09)V9(02).
               02 FILLER     PIC X.
               02 LG-DIASATR PIC 9(03).

            FD LEDGTUI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEDGTUI.DAT".
            01 REGLEDGTUI.
               02 LT-NUM     PIC 9(05).
               02 FILLER     PIC X.
               02 LT-DATA.
                  03 LT-COMPETDATA PIC 9(06).
                  03 LT-DIA        PIC 9(02).
               02 FILLER     PIC X.
               02 LT-COMPET  PIC 9(06).
               02 FILLER     PIC X.
               02 LT-EVENTO  PIC X(10).
               02 FILLER     PIC X.
               02 LT-VALOR   PIC 9(09)V9(02).

            FD LEDGCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEDGCPG.DAT".
            01 REGLEDGCPG.
               02 LP-FORN    PIC 9(04).
               02 FILLER     PIC X.
               02 LP-DATA.
                  03 LP-COMPETDATA PIC 9(06).
                  03 LP-DIA        PIC 9(02).
               02 FILLER     PIC X.
               02 LP-NUMNF   PIC 9(09).
               02 FILLER     PIC X.
               02 LP-EVENTO  PIC X(10).
               02 FILLER     PIC X.
               02 LP-VALOR   PIC 9(09)V9(02).

            FD FOLHAREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAREG.DAT".
            01 REGFOLHAREG.
               COPY REGFOLHA.
      * DATA DO LANCAMENTO SEPARADA EM COMPETENCIA E DIA.
            01 REGFOLHADATA.
               02 FILLER        PIC X(113).
               02 FR-COMPETDATA PIC 9(06).
               02 FR-DIA        PIC 9(02).

            FD MOVJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVJORN.DAT".
            01 REGJORN.
               02 JN-COD     PIC 9(05).
               02 FILLER     PIC X.
               02 JN-DEP     PIC X(02).
               02 FILLER     PIC X.
               02 JN-TIPO    PIC X(01).
               02 FILLER     PIC X.
               02 JN-QTDE    PIC 9(05).
               02 FILLER     PIC X.
               02 JN-SALDOANT PIC 9(05).
               02 FILLER     PIC X.
               02 JN-SALDO   PIC 9(05).
               02 FILLER     PIC X.
               02 JN-DATA.
                  03 JN-COMPET PIC 9(06).
                  03 JN-DIA    PIC 9(02).
               02 FILLER     PIC X.
               02 JN-CUSTOUNIT PIC 9(06)V99.
               02 FILLER     PIC X.
               02 JN-VALOR   PIC 9(09)V99.
               02 FILLER     PIC X.
               02 JN-MOTIVO  PIC X(02).
               02 FILLER     PIC X.
               02 JN-APROV   PIC X(10).

            FD RELFECH
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ PIC X(03) VALUE "NAO".
            77 WS-FSREQ  PIC X(02) VALUE SPACES.
            77 WS-FSFECH PIC X(02) VALUE SPACES.
            77 WS-FSMAP  PIC X(02) VALUE SPACES.
            77 WS-FSLED  PIC X(02) VALUE SPACES.
            77 WS-FSLTU  PIC X(02) VALUE SPACES.
            77 WS-FSCPG  PIC X(02) VALUE SPACES.
            77 WS-FSFOL  PIC X(02) VALUE SPACES.
            77 WS-FSJRN  PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-EVENTOS  PIC 9(07) VALUE ZEROES.
            77 CT-REJEITA  PIC 9(05) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM05EX25".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-ULTFECH   PIC 9(06) VALUE ZEROES.
            77 WS-USUARIO   PIC X(10) VALUE SPACES.
            77 PEDIDO       PIC X(03) VALUE "NAO".
            77 TOT-DEB      PIC 9(13)V99 VALUE ZEROES.
            77 TOT-CRE      PIC 9(13)V99 VALUE ZEROES.

            01 WS-DATAPROC PIC 9(08) VALUE ZEROES.
            01 WS-DATAPROC-R REDEFINES WS-DATAPROC.
               02 WS-COMPETPROC PIC 9(06).
               02 WS-DIAPROC    PIC 9(02).

            01 WS-COMPET PIC 9(06) VALUE ZEROES.
            01 WS-COMPET-R REDEFINES WS-COMPET.
               02 WS-COMPANO PIC 9(04).
               02 WS-COMPMES PIC 9(02).

            01 WS-PROXIMA PIC 9(06) VALUE ZEROES.
            01 WS-PROXIMA-R REDEFINES WS-PROXIMA.
               02 WS-PROXANO PIC 9(04).
               02 WS-PROXMES PIC 9(02).

            77 QTDE-MAPA PIC 9(02) VALUE ZEROES.
            77 IDX-MAPA  PIC 9(02) VALUE ZEROES.
            77 MAPACHADO PIC X(03) VALUE "NAO".

            01 TAB-MAPA.
               02 TAB-MAPA-OCR OCCURS 50 TIMES.
                  03 MP-EVENTO-OCR  PIC X(10).
                  03 MP-DEBITO-OCR  PIC 9(06).
                  03 MP-CREDITO-OCR PIC 9(06).

            77 QTDE-CONTA PIC 9(03) VALUE ZEROES.
            77 IDX-CONTA  PIC 9(03) VALUE ZEROES.
            77 CONTACHADA PIC X(03) VALUE "NAO".

            01 TAB-CONTA.
               02 TAB-CONTA-OCR OCCURS 100 TIMES.
                  03 CT-CONTA-OCR PIC 9(06).
                  03 CT-DEB-OCR   PIC 9(13)V99.
                  03 CT-CRE-OCR   PIC 9(13)V99.

            77 WS-EVENTO PIC X(10) VALUE SPACES.
            77 WS-VALOR  PIC 9(11)V99 VALUE ZEROES.
            77 WS-ORIGEM PIC X(08) VALUE SPACES.
            77 WS-CONTA  PIC 9(06) VALUE ZEROES.
            77 WS-DC     PIC X(01) VALUE SPACES.

            01 CAB-01.
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(40) VALUE
                  "FECHAMENTO CONTABIL - COMPETENCIA ".
               02 CAB-COMPET PIC 9(06).
               02 FILLER PIC X(18) VALUE SPACES.

            01 CAB-02.
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(12) VALUE "FECHADO EM ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(06) VALUE " POR ".
               02 CAB-USUARIO PIC X(10).
               02 FILLER PIC X(28) VALUE SPACES.

            01 DET-REJ.
               02 FILLER   PIC X(08) VALUE "EVENTO: ".
               02 DJ-EVENTO PIC X(10).
               02 FILLER   PIC X(10) VALUE "  ORIGEM: ".
               02 DJ-ORIGEM PIC X(08).
               02 FILLER   PIC X(09) VALUE "  VALOR: ".
               02 DJ-VALOR PIC ZZZZZZZZZ9,99.
               02 FILLER   PIC X(22) VALUE
                  "  *** SEM MAPEAMENTO".

            01 CAB-CONTA.
               02 FILLER PIC X(06) VALUE "CONTA".
               02 FILLER PIC X(06) VALUE SPACES.
               02 FILLER PIC X(14) VALUE "TOTAL DEBITOS".
               02 FILLER PIC X(05) VALUE SPACES.
               02 FILLER PIC X(14) VALUE "TOTAL CREDITOS".
               02 FILLER PIC X(35) VALUE SPACES.

            01 DET-CONTA.
               02 DC-CONTA PIC 9(06).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DC-DEB   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DC-CRE   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(34) VALUE SPACES.

            01 ROD-CONTA.
               02 FILLER   PIC X(08) VALUE "TOTAL".
               02 RC-DEB   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 RC-CRE   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(34) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "EVENTOS DO MES................: ".
               02 ROD-EVE   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "EVENTOS SEM MAPEAMENTO........: ".
               02 ROD-REJ   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CONFEREPEDIDO.
            PERFORM CARREGAMAPA.
            OPEN OUTPUT RELFECH.
            MOVE WS-COMPET   TO CAB-COMPET.
            MOVE WS-DATAPROC TO CAB-DATA.
            MOVE WS-USUARIO  TO CAB-USUARIO.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 1 LINE.
            MOVE SPACES TO REGREL.
            WRITE REGREL AFTER ADVANCING 1 LINE.
            PERFORM VARRELEDGER.
            PERFORM VARREMENSAL.
            PERFORM VARREPAGAR.
            PERFORM VARREFOLHA.
            PERFORM VARREESTOQUE.
            PERFORM IMPRIMETOTAIS.
            CLOSE RELFECH.
            PERFORM GRAVAFECHAMENTO.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
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
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            OPEN INPUT FECHREQ.
            IF WS-FSREQ EQUAL "00"
                READ FECHREQ
                    AT END CONTINUE
                    NOT AT END
                        MOVE "SIM"      TO PEDIDO
                        MOVE FQ-COMPET  TO WS-COMPET
                        MOVE FQ-USUARIO TO WS-USUARIO
                END-READ
            END-IF.
            CLOSE FECHREQ.
            IF PEDIDO NOT EQUAL "SIM"
                DISPLAY "EM05EX25: NENHUM PEDIDO EM FECHREQ.DAT"
                STOP RUN
            END-IF.
            OPEN INPUT PERCONT.
            IF WS-FSFECH NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-FECH UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PERCONT.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-FECH.
            READ PERCONT
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF PC-COMPET IS NUMERIC
                       AND PC-COMPET GREATER THAN WS-ULTFECH
                        MOVE PC-COMPET TO WS-ULTFECH
                    END-IF
            END-READ.

      ***************************************************
      * SO FECHA MES VALIDO, TERMINADO, AINDA ABERTO E  *
      * SEGUINTE AO ULTIMO FECHADO.                     *
      ***************************************************
        CONFEREPEDIDO.
            IF WS-COMPET NOT NUMERIC
               OR WS-COMPMES LESS THAN 1
               OR WS-COMPMES GREATER THAN 12
               OR WS-USUARIO EQUAL SPACES
                DISPLAY "EM05EX25: *** PEDIDO INVALIDO EM FECHREQ.DAT"
                        " (AAAAMM + RESPONSAVEL) ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-COMPET NOT LESS THAN WS-COMPETPROC
                DISPLAY "EM05EX25: *** COMPETENCIA " WS-COMPET
                        " AINDA NAO TERMINOU - FECHAMENTO RECUSADO ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-COMPET NOT GREATER THAN WS-ULTFECH
                DISPLAY "EM05EX25: *** COMPETENCIA " WS-COMPET
                        " JA FECHADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-ULTFECH GREATER THAN ZEROES
                MOVE WS-ULTFECH TO WS-PROXIMA
                ADD 1 TO WS-PROXMES
                IF WS-PROXMES GREATER THAN 12
                    MOVE 1 TO WS-PROXMES
                    ADD 1 TO WS-PROXANO
                END-IF
                IF WS-COMPET NOT EQUAL WS-PROXIMA
                    DISPLAY "EM05EX25: *** FECHE ANTES A COMPETENCIA "
                            WS-PROXIMA " - FECHAMENTO RECUSADO ***"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

        CARREGAMAPA.
            OPEN INPUT CONTAMAP.
            IF WS-FSMAP NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
                DISPLAY "EM05EX25: CONTAMAP.DAT AUSENTE - TODO "
                        "EVENTO CAIRA NA LISTA DE REJEICAO"
            END-IF.
            PERFORM LEITURA-MAPA UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CONTAMAP.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-MAPA.
            READ CONTAMAP
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-MAPA LESS THAN 50
                        ADD 1 TO QTDE-MAPA
                        MOVE CM-EVENTO  TO MP-EVENTO-OCR(QTDE-MAPA)
                        MOVE CM-DEBITO  TO MP-DEBITO-OCR(QTDE-MAPA)
                        MOVE CM-CREDITO
                            TO MP-CREDITO-OCR(QTDE-MAPA)
                    ELSE
                        DISPLAY "EM05EX25: *** TABELA DE MAPEAMENTO "
                                "CHEIA - EVENTO " CM-EVENTO
                                " IGNORADO ***"
                    END-IF
            END-READ.

      ***************************************************
      * EVENTOS DE SOCIO DO MES                         *
      ***************************************************
        VARRELEDGER.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT LEDGSOC.
            IF WS-FSLED NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-LEDGER UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE LEDGSOC.

        LEITURA-LEDGER.
            READ LEDGSOC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF LG-COMPET EQUAL WS-COMPET
                       AND LG-VALOR GREATER THAN ZEROES
                        MOVE LG-EVENTO TO WS-EVENTO
                        MOVE LG-VALOR  TO WS-VALOR
                        MOVE SPACES    TO WS-ORIGEM
                        MOVE LG-NUMSOC TO WS-ORIGEM(1:6)
                        PERFORM LANCAEVENTO
                    END-IF
            END-READ.

      ***************************************************
      * EVENTOS DE MENSALIDADE DO MES                   *
      ***************************************************
        VARREMENSAL.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT LEDGTUI.
            IF WS-FSLTU NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-MENSAL UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE LEDGTUI.

        LEITURA-MENSAL.
            READ LEDGTUI
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF LT-COMPETDATA EQUAL WS-COMPET
                       AND LT-VALOR GREATER THAN ZEROES
                        MOVE LT-EVENTO TO WS-EVENTO
                        MOVE LT-VALOR  TO WS-VALOR
                        MOVE SPACES    TO WS-ORIGEM
                        MOVE LT-NUM    TO WS-ORIGEM(1:5)
                        PERFORM LANCAEVENTO
                    END-IF
            END-READ.

      ***************************************************
      * CONTAS A PAGAR DO MES                           *
      ***************************************************
        VARREPAGAR.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT LEDGCPG.
            IF WS-FSCPG NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-PAGAR UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE LEDGCPG.

        LEITURA-PAGAR.
            READ LEDGCPG
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF LP-COMPETDATA EQUAL WS-COMPET
                       AND LP-VALOR GREATER THAN ZEROES
                        MOVE LP-EVENTO TO WS-EVENTO
                        MOVE LP-VALOR  TO WS-VALOR
                        MOVE SPACES    TO WS-ORIGEM
                        MOVE LP-FORN   TO WS-ORIGEM(1:4)
                        PERFORM LANCAEVENTO
                    END-IF
            END-READ.

      ***************************************************
      * FOLHA LANCADA NO MES                            *
      ***************************************************
        VARREFOLHA.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT FOLHAREG.
            IF WS-FSFOL NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-FOLHA UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE FOLHAREG.

        LEITURA-FOLHA.
            READ FOLHAREG
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF FR-COMPETDATA EQUAL WS-COMPET
                        PERFORM LANCAFOLHA
                    END-IF
            END-READ.

        LANCAFOLHA.
            MOVE SPACES TO WS-ORIGEM.
            MOVE FR-COD TO WS-ORIGEM(1:5).
            IF FR-LIQ GREATER THAN ZEROES
                MOVE "FOLHALIQ"  TO WS-EVENTO
                MOVE FR-LIQ     TO WS-VALOR
                PERFORM LANCAEVENTO
            END-IF.
            IF FR-INSS GREATER THAN ZEROES
                MOVE "FOLHAINSS" TO WS-EVENTO
                MOVE FR-INSS    TO WS-VALOR
                PERFORM LANCAEVENTO
            END-IF.
            IF FR-IRRF GREATER THAN ZEROES
                MOVE "FOLHAIRRF" TO WS-EVENTO
                MOVE FR-IRRF    TO WS-VALOR
                PERFORM LANCAEVENTO
            END-IF.

      ***************************************************
      * VALORIZACAO DOS MOVIMENTOS DE ESTOQUE DO MES    *
      ***************************************************
        VARREESTOQUE.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT MOVJORN.
            IF WS-FSJRN NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-ESTOQUE UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE MOVJORN.

        LEITURA-ESTOQUE.
            READ MOVJORN
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF JN-COMPET EQUAL WS-COMPET
                       AND JN-VALOR IS NUMERIC
                       AND JN-VALOR GREATER THAN ZEROES
                        MOVE SPACES  TO WS-EVENTO
                        IF JN-TIPO EQUAL "B"
                            STRING "ESTQB" JN-MOTIVO DELIMITED BY SIZE
                                INTO WS-EVENTO
                            END-STRING
                        ELSE
                            STRING "ESTQ" JN-TIPO DELIMITED BY SIZE
                                INTO WS-EVENTO
                            END-STRING
                        END-IF
                        MOVE JN-VALOR TO WS-VALOR
                        MOVE SPACES   TO WS-ORIGEM
                        MOVE JN-COD   TO WS-ORIGEM(1:5)
                        MOVE JN-DEP   TO WS-ORIGEM(6:2)
                        PERFORM LANCAEVENTO
                    END-IF
            END-READ.

      ***************************************************
      * PARTIDA DOBRADA DE CADA EVENTO MAPEADO, SO NOS  *
      * TOTAIS POR CONTA                                *
      ***************************************************
        LANCAEVENTO.
            ADD 1 TO CT-EVENTOS.
            PERFORM BUSCAMAPA.
            IF MAPACHADO NOT EQUAL "SIM"
                ADD 1 TO CT-REJEITA
                MOVE WS-EVENTO TO DJ-EVENTO
                MOVE WS-ORIGEM TO DJ-ORIGEM
                MOVE WS-VALOR  TO DJ-VALOR
                WRITE REGREL FROM DET-REJ AFTER ADVANCING 1 LINE
            ELSE
                MOVE MP-DEBITO-OCR(IDX-MAPA) TO WS-CONTA
                MOVE "D" TO WS-DC
                PERFORM ACUMULACONTA
                MOVE MP-CREDITO-OCR(IDX-MAPA) TO WS-CONTA
                MOVE "C" TO WS-DC
                PERFORM ACUMULACONTA
            END-IF.

        BUSCAMAPA.
            MOVE "NAO" TO MAPACHADO.
            PERFORM VARYING IDX-MAPA FROM 1 BY 1
                     UNTIL IDX-MAPA GREATER THAN QTDE-MAPA
                        OR MAPACHADO EQUAL "SIM"
                IF MP-EVENTO-OCR(IDX-MAPA) EQUAL WS-EVENTO
                    MOVE "SIM" TO MAPACHADO
                END-IF
            END-PERFORM.
            IF MAPACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-MAPA
            END-IF.

        ACUMULACONTA.
            MOVE "NAO" TO CONTACHADA.
            PERFORM VARYING IDX-CONTA FROM 1 BY 1
                     UNTIL IDX-CONTA GREATER THAN QTDE-CONTA
                        OR CONTACHADA EQUAL "SIM"
                IF CT-CONTA-OCR(IDX-CONTA) EQUAL WS-CONTA
                    MOVE "SIM" TO CONTACHADA
                END-IF
            END-PERFORM.
            IF CONTACHADA EQUAL "SIM"
                SUBTRACT 1 FROM IDX-CONTA
            ELSE
                IF QTDE-CONTA LESS THAN 100
                    ADD 1 TO QTDE-CONTA
                    MOVE WS-CONTA TO CT-CONTA-OCR(QTDE-CONTA)
                    MOVE ZEROES TO CT-DEB-OCR(QTDE-CONTA)
                                   CT-CRE-OCR(QTDE-CONTA)
                    MOVE QTDE-CONTA TO IDX-CONTA
                ELSE
                    DISPLAY "EM05EX25: *** TABELA DE CONTAS CHEIA "
                            "(MAIS DE 100) - FECHAMENTO RECUSADO ***"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            IF WS-DC EQUAL "D"
                ADD WS-VALOR TO CT-DEB-OCR(IDX-CONTA) TOT-DEB
            ELSE
                ADD WS-VALOR TO CT-CRE-OCR(IDX-CONTA) TOT-CRE
            END-IF.

        IMPRIMETOTAIS.
            WRITE REGREL FROM CAB-CONTA AFTER ADVANCING 2 LINES.
            PERFORM IMPRIMECONTA
                VARYING IDX-CONTA FROM 1 BY 1
                UNTIL IDX-CONTA GREATER THAN QTDE-CONTA.
            MOVE TOT-DEB TO RC-DEB.
            MOVE TOT-CRE TO RC-CRE.
            WRITE REGREL FROM ROD-CONTA AFTER ADVANCING 2 LINES.
            MOVE CT-EVENTOS TO ROD-EVE.
            MOVE CT-REJEITA TO ROD-REJ.
            WRITE REGREL FROM ROD-01 AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM ROD-02 AFTER ADVANCING 1 LINE.

        IMPRIMECONTA.
            MOVE CT-CONTA-OCR(IDX-CONTA) TO DC-CONTA.
            MOVE CT-DEB-OCR(IDX-CONTA)   TO DC-DEB.
            MOVE CT-CRE-OCR(IDX-CONTA)   TO DC-CRE.
            WRITE REGREL FROM DET-CONTA AFTER ADVANCING 1 LINE.

      * O MES ENTRA NO REGISTRO SO DEPOIS DE APURADO E IMPRESSO; O
      * PEDIDO ATENDIDO E CONSUMIDO.
        GRAVAFECHAMENTO.
            OPEN EXTEND PERCONT.
            IF WS-FSFECH EQUAL "35"
                OPEN OUTPUT PERCONT
            END-IF.
            MOVE SPACES      TO REGPERCONT.
            MOVE WS-COMPET   TO PC-COMPET.
            MOVE WS-DATAPROC TO PC-DATA.
            MOVE WS-USUARIO  TO PC-USUARIO.
            WRITE REGPERCONT.
            CLOSE PERCONT.
            ADD 1 TO CT-GRAVADOS.
            OPEN OUTPUT FECHREQ.
            CLOSE FECHREQ.
            MOVE WS-COMPET TO LK-CHAVE.
            MOVE "FECHA"   TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            DISPLAY "EM05EX25: COMPETENCIA " WS-COMPET
                    " FECHADA POR " WS-USUARIO.
