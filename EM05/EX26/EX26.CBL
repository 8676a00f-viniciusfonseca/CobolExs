        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM05EX26.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. CONCILIACAO BANCARIA DIARIA: O EXTRATO DO DIA
      * ENVIADO PELO BANCO (EXTRATO.DAT - LINHAS "L" DE LANCAMENTO E
      * A LINHA "S" DE SALDO FINAL) E CONFERIDO CONTRA OS LANCAMENTOS
      * DA CONTA CAIXA/BANCO DO RAZAO (PARAM52.DAT) NO ARQUIVO DE
      * INTERFACE GLEXPORT.DAT GRAVADO POR EM05EX21. O CASAMENTO E
      * POR VALOR E SENTIDO (DEBITO NO RAZAO = CREDITO NO BANCO E
      * VICE-VERSA), PRIMEIRO NA MESMA DATA E DEPOIS COM AS
      * PENDENCIAS DE DIAS ANTERIORES. O QUE NAO CASA DE UM LADO OU
      * DO OUTRO FICA EM CONCPEND.DAT E VOLTA NA RODADA SEGUINTE. O
      * RELATORIO RELCONC LISTA AS PENDENCIAS DOS DOIS LADOS E FECHA
      * COM O SALDO DO EXTRATO, O VALOR CONCILIADO E PENDENTE E O
      * SALDO CONTABIL EQUIVALENTE - E A FOLHA QUE A TESOURARIA
      * ASSINA. O RESUMO DO DIA VAI PARA CONCREG.DAT, E UMA SEGUNDA
      * RODADA NA MESMA DATA E RECUSADA.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL PARAM52 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL EXTRATO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSEXT.
            SELECT OPTIONAL GLEXPORT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSGL.
            SELECT OPTIONAL CONCPEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSPEND.
            SELECT OPTIONAL CONCREG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREG.
            SELECT RELCONC ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD PARAM52
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM52.DAT".
            01 REGPARAM52.
               02 PARM-CONTACX PIC 9(06).

            FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.DAT".
            01 REGEXTRATO.
               02 EX-TIPO    PIC X(01).
               02 FILLER     PIC X.
               02 EX-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 EX-DC      PIC X(01).
               02 FILLER     PIC X.
               02 EX-VALOR   PIC 9(11)V99.
               02 FILLER     PIC X.
               02 EX-DOC     PIC X(10).
               02 FILLER     PIC X.
               02 EX-HIST    PIC X(30).

            FD GLEXPORT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GLEXPORT.DAT".
            01 REGGLEXPORT.
               02 GL-DATA   PIC 9(08).
               02 FILLER    PIC X.
               02 GL-CONTA  PIC 9(06).
               02 FILLER    PIC X.
               02 GL-DC     PIC X(01).
               02 FILLER    PIC X.
               02 GL-VALOR  PIC 9(11)V99.
               02 FILLER    PIC X.
               02 GL-EVENTO PIC X(10).
               02 FILLER    PIC X.
               02 GL-ORIGEM PIC X(08).
               02 FILLER    PIC X.
               02 GL-REFER  PIC X(10).

            FD CONCPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCPEND.DAT".
            01 REGCONCPEND.
               02 CP-LADO    PIC X(01).
               02 FILLER     PIC X.
               02 CP-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 CP-DC      PIC X(01).
               02 FILLER     PIC X.
               02 CP-VALOR   PIC 9(11)V99.
               02 FILLER     PIC X.
               02 CP-REF     PIC X(10).
               02 FILLER     PIC X.
               02 CP-HIST    PIC X(30).

            FD CONCREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCREG.DAT".
            01 REGCONCREG.
               02 CR-DATA     PIC 9(08).
               02 FILLER      PIC X.
               02 CR-SINALEXT PIC X(01).
               02 CR-SALDOEXT PIC 9(13)V99.
               02 FILLER      PIC X.
               02 CR-QTDCONC  PIC 9(05).
               02 FILLER      PIC X.
               02 CR-VALCONC  PIC 9(13)V99.
               02 FILLER      PIC X.
               02 CR-QTDPBCO  PIC 9(05).
               02 FILLER      PIC X.
               02 CR-QTDPLIV  PIC 9(05).
               02 FILLER      PIC X.
               02 CR-VALPEND  PIC 9(13)V99.
               02 FILLER      PIC X.
               02 CR-SINALEQV PIC X(01).
               02 CR-SALDOEQV PIC 9(13)V99.

            FD RELCONC
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ PIC X(03) VALUE "NAO".
            77 WS-FSEXT  PIC X(02) VALUE SPACES.
            77 WS-FSGL   PIC X(02) VALUE SPACES.
            77 WS-FSPEND PIC X(02) VALUE SPACES.
            77 WS-FSREG  PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-CONC     PIC 9(05) VALUE ZEROES.
            77 CT-PBCO     PIC 9(05) VALUE ZEROES.
            77 CT-PLIV     PIC 9(05) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM05EX26".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-DATAPROC  PIC 9(08) VALUE ZEROES.
            77 WS-CONTACX   PIC 9(06) VALUE ZEROES.
            77 WS-ULTCONC   PIC 9(08) VALUE ZEROES.
            77 TEMSALDO     PIC X(03) VALUE "NAO".
            77 WS-MODO      PIC X(05) VALUE SPACES.
            77 WS-SENTIDO   PIC X(01) VALUE SPACES.
            77 ACHOU-LIV    PIC X(03) VALUE "NAO".

            77 VAL-CONC     PIC 9(13)V99 VALUE ZEROES.
            77 VAL-PEND     PIC 9(13)V99 VALUE ZEROES.
            77 VAL-LIVENT   PIC 9(13)V99 VALUE ZEROES.
            77 VAL-LIVSAI   PIC 9(13)V99 VALUE ZEROES.
            77 VAL-BCOCRE   PIC 9(13)V99 VALUE ZEROES.
            77 VAL-BCODEB   PIC 9(13)V99 VALUE ZEROES.
            77 SALDO-EXT    PIC S9(13)V99 VALUE ZEROES.
            77 SALDO-EQV    PIC S9(13)V99 VALUE ZEROES.

            77 QTDE-BCO PIC 9(03) VALUE ZEROES.
            77 IDX-BCO  PIC 9(03) VALUE ZEROES.

            01 TAB-BCO.
               02 TAB-BCO-OCR OCCURS 500 TIMES.
                  03 BC-DATA-OCR  PIC 9(08).
                  03 BC-DC-OCR    PIC X(01).
                  03 BC-VALOR-OCR PIC 9(11)V99.
                  03 BC-REF-OCR   PIC X(10).
                  03 BC-HIST-OCR  PIC X(30).
                  03 BC-SIT-OCR   PIC X(01).

            77 QTDE-LIV PIC 9(03) VALUE ZEROES.
            77 IDX-LIV  PIC 9(03) VALUE ZEROES.

            01 TAB-LIV.
               02 TAB-LIV-OCR OCCURS 500 TIMES.
                  03 LV-DATA-OCR  PIC 9(08).
                  03 LV-DC-OCR    PIC X(01).
                  03 LV-VALOR-OCR PIC 9(11)V99.
                  03 LV-REF-OCR   PIC X(10).
                  03 LV-HIST-OCR  PIC X(30).
                  03 LV-SIT-OCR   PIC X(01).

            01 CAB-01.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(28) VALUE
                  "CONCILIACAO BANCARIA - DATA ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(24) VALUE SPACES.

            01 CAB-02.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(28) VALUE
                  "CONTA CAIXA/BANCO NO RAZAO: ".
               02 CAB-CONTA PIC 9(06).
               02 FILLER PIC X(26) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 CAB-COL.
               02 FILLER PIC X(10) VALUE "DATA".
               02 FILLER PIC X(03) VALUE "DC".
               02 FILLER PIC X(19) VALUE "              VALOR".
               02 FILLER PIC X(02) VALUE SPACES.
               02 FILLER PIC X(11) VALUE "REFERENCIA".
               02 FILLER PIC X(35) VALUE "HISTORICO/ORIGEM".

            01 DET-PEND.
               02 DP-DATA  PIC 9(08).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DP-DC    PIC X(01).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DP-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DP-REF   PIC X(10).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DP-HIST  PIC X(30).
               02 FILLER   PIC X(06) VALUE SPACES.

            01 DET-NADA.
               02 FILLER PIC X(10) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "NENHUMA PENDENCIA".
               02 FILLER PIC X(50) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

            01 ROD-VALOR.
               02 ROD-VL-TXT PIC X(32).
               02 ROD-VL     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER     PIC X(29) VALUE SPACES.

            01 ROD-SITUACAO.
               02 FILLER     PIC X(32) VALUE
                             "SITUACAO DO DIA...............: ".
               02 ROD-SIT    PIC X(20).
               02 FILLER     PIC X(28) VALUE SPACES.

            01 ROD-SEMSALDO.
               02 FILLER PIC X(33) VALUE
                  "EXTRATO SEM LINHA DE SALDO FINAL ".
               02 FILLER PIC X(47) VALUE
                  "- SALDOS NAO APURADOS".

            01 ROD-VISTO.
               02 FILLER PIC X(21) VALUE "VISTO DA TESOURARIA: ".
               02 FILLER PIC X(30) VALUE ALL "_".
               02 FILLER PIC X(29) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CARREGAPENDENTES.
            PERFORM CARREGAEXTRATO.
            PERFORM CARREGARAZAO.
            MOVE "DATA"  TO WS-MODO.
            PERFORM CONCILIABANCO
                VARYING IDX-BCO FROM 1 BY 1
                UNTIL IDX-BCO GREATER THAN QTDE-BCO.
            MOVE "VALOR" TO WS-MODO.
            PERFORM CONCILIABANCO
                VARYING IDX-BCO FROM 1 BY 1
                UNTIL IDX-BCO GREATER THAN QTDE-BCO.
            PERFORM IMPRIMERELATORIO.
            PERFORM GRAVAPENDENTES.
            PERFORM GRAVAREGISTRO.
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
            MOVE ZEROES TO PARM-CONTACX.
            OPEN INPUT PARAM52.
            READ PARAM52
                 AT END MOVE ZEROES TO PARM-CONTACX
            END-READ.
            CLOSE PARAM52.
            IF PARM-CONTACX NOT NUMERIC
               OR PARM-CONTACX EQUAL ZEROES
                DISPLAY "EM05EX26: *** PARAM52.DAT AUSENTE OU "
                        "INVALIDO - CONCILIACAO NAO FEITA ***"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE PARM-CONTACX TO WS-CONTACX.
            OPEN INPUT CONCREG.
            IF WS-FSREG NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-REG UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CONCREG.
            MOVE "NAO" TO FIM-ARQ.
      * A CONCILIACAO DO DIA SO PODE SER FEITA UMA VEZ: UMA SEGUNDA
      * RODADA CARREGARIA O EXTRATO E O RAZAO DO DIA EM DOBRO.
            IF WS-ULTCONC EQUAL WS-DATAPROC
                DISPLAY "EM05EX26: *** CONCILIACAO DE " WS-DATAPROC
                        " JA FEITA - RODADA RECUSADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

        LEITURA-REG.
            READ CONCREG
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF CR-DATA IS NUMERIC
                       AND CR-DATA GREATER THAN WS-ULTCONC
                        MOVE CR-DATA TO WS-ULTCONC
                    END-IF
            END-READ.

      ***************************************************
      * PENDENCIAS QUE VIERAM DOS DIAS ANTERIORES       *
      ***************************************************
        CARREGAPENDENTES.
            OPEN INPUT CONCPEND.
            IF WS-FSPEND NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-PEND UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CONCPEND.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-PEND.
            READ CONCPEND
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF CP-LADO EQUAL "B"
                        PERFORM NOVOBANCO
                        MOVE CP-DATA  TO BC-DATA-OCR(QTDE-BCO)
                        MOVE CP-DC    TO BC-DC-OCR(QTDE-BCO)
                        MOVE CP-VALOR TO BC-VALOR-OCR(QTDE-BCO)
                        MOVE CP-REF   TO BC-REF-OCR(QTDE-BCO)
                        MOVE CP-HIST  TO BC-HIST-OCR(QTDE-BCO)
                    ELSE
                        PERFORM NOVORAZAO
                        MOVE CP-DATA  TO LV-DATA-OCR(QTDE-LIV)
                        MOVE CP-DC    TO LV-DC-OCR(QTDE-LIV)
                        MOVE CP-VALOR TO LV-VALOR-OCR(QTDE-LIV)
                        MOVE CP-REF   TO LV-REF-OCR(QTDE-LIV)
                        MOVE CP-HIST  TO LV-HIST-OCR(QTDE-LIV)
                    END-IF
            END-READ.

      ***************************************************
      * EXTRATO DO BANCO: LANCAMENTOS E SALDO FINAL     *
      ***************************************************
        CARREGAEXTRATO.
            OPEN INPUT EXTRATO.
            IF WS-FSEXT NOT EQUAL "00"
                DISPLAY "EM05EX26: *** EXTRATO.DAT AUSENTE - "
                        "CONCILIACAO NAO FEITA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LEITURA-EXTRATO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE EXTRATO.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-EXTRATO.
            READ EXTRATO
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    EVALUATE EX-TIPO
                        WHEN "S"
                            PERFORM SALDOEXTRATO
                        WHEN "L"
                            IF EX-VALOR IS NUMERIC
                               AND EX-VALOR GREATER THAN ZEROES
                                PERFORM NOVOBANCO
                                MOVE EX-DATA  TO BC-DATA-OCR(QTDE-BCO)
                                MOVE EX-DC    TO BC-DC-OCR(QTDE-BCO)
                                MOVE EX-VALOR
                                    TO BC-VALOR-OCR(QTDE-BCO)
                                MOVE EX-DOC   TO BC-REF-OCR(QTDE-BCO)
                                MOVE EX-HIST  TO BC-HIST-OCR(QTDE-BCO)
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ.

        SALDOEXTRATO.
            IF EX-VALOR IS NUMERIC
                MOVE "SIM"    TO TEMSALDO
                MOVE EX-VALOR TO SALDO-EXT
                IF EX-DC EQUAL "D"
                    COMPUTE SALDO-EXT = SALDO-EXT * -1
                END-IF
            END-IF.

      ***************************************************
      * LADO DA CONTABILIDADE: SO A CONTA CAIXA/BANCO   *
      ***************************************************
        CARREGARAZAO.
            OPEN INPUT GLEXPORT.
            IF WS-FSGL NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
                DISPLAY "EM05EX26: GLEXPORT.DAT AUSENTE - SO AS "
                        "PENDENCIAS ANTERIORES ENTRAM DO RAZAO"
            END-IF.
            PERFORM LEITURA-RAZAO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE GLEXPORT.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-RAZAO.
            READ GLEXPORT
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF GL-CONTA EQUAL WS-CONTACX
                       AND GL-VALOR GREATER THAN ZEROES
                        PERFORM NOVORAZAO
                        MOVE GL-DATA   TO LV-DATA-OCR(QTDE-LIV)
                        MOVE GL-DC     TO LV-DC-OCR(QTDE-LIV)
                        MOVE GL-VALOR  TO LV-VALOR-OCR(QTDE-LIV)
                        MOVE GL-EVENTO TO LV-REF-OCR(QTDE-LIV)
                        MOVE GL-ORIGEM TO LV-HIST-OCR(QTDE-LIV)
                    END-IF
            END-READ.

        NOVOBANCO.
            IF QTDE-BCO LESS THAN 500
                ADD 1 TO QTDE-BCO
                MOVE "P" TO BC-SIT-OCR(QTDE-BCO)
            ELSE
                DISPLAY "EM05EX26: *** TABELA DO EXTRATO CHEIA "
                        "(MAIS DE 500) - CONCILIACAO NAO FEITA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

        NOVORAZAO.
            IF QTDE-LIV LESS THAN 500
                ADD 1 TO QTDE-LIV
                MOVE "P" TO LV-SIT-OCR(QTDE-LIV)
            ELSE
                DISPLAY "EM05EX26: *** TABELA DO RAZAO CHEIA "
                        "(MAIS DE 500) - CONCILIACAO NAO FEITA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      ***************************************************
      * CREDITO NO BANCO CASA COM DEBITO NA CONTA CAIXA *
      * (E VICE-VERSA) DE MESMO VALOR; NA PRIMEIRA      *
      * PASSADA SO NA MESMA DATA, NA SEGUNDA EM         *
      * QUALQUER DATA.                                  *
      ***************************************************
        CONCILIABANCO.
            IF BC-SIT-OCR(IDX-BCO) NOT EQUAL "P"
                EXIT PARAGRAPH
            END-IF.
            IF BC-DC-OCR(IDX-BCO) EQUAL "C"
                MOVE "D" TO WS-SENTIDO
            ELSE
                MOVE "C" TO WS-SENTIDO
            END-IF.
            MOVE "NAO" TO ACHOU-LIV.
            PERFORM VARYING IDX-LIV FROM 1 BY 1
                     UNTIL IDX-LIV GREATER THAN QTDE-LIV
                        OR ACHOU-LIV EQUAL "SIM"
                IF LV-SIT-OCR(IDX-LIV) EQUAL "P"
                   AND LV-DC-OCR(IDX-LIV) EQUAL WS-SENTIDO
                   AND LV-VALOR-OCR(IDX-LIV)
                       EQUAL BC-VALOR-OCR(IDX-BCO)
                    IF WS-MODO EQUAL "VALOR"
                       OR LV-DATA-OCR(IDX-LIV)
                          EQUAL BC-DATA-OCR(IDX-BCO)
                        MOVE "SIM" TO ACHOU-LIV
                    END-IF
                END-IF
            END-PERFORM.
            IF ACHOU-LIV EQUAL "SIM"
                SUBTRACT 1 FROM IDX-LIV
                MOVE "C" TO BC-SIT-OCR(IDX-BCO)
                            LV-SIT-OCR(IDX-LIV)
                ADD 1 TO CT-CONC
                ADD BC-VALOR-OCR(IDX-BCO) TO VAL-CONC
            END-IF.

      ***************************************************
      * FOLHA DA TESOURARIA                             *
      ***************************************************
        IMPRIMERELATORIO.
            OPEN OUTPUT RELCONC.
            MOVE WS-DATAPROC TO CAB-DATA.
            MOVE WS-CONTACX  TO CAB-CONTA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 1 LINE.
            MOVE "PENDENTES DO EXTRATO (NO BANCO, FORA DO RAZAO)"
                TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-COL AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEBANCO
                VARYING IDX-BCO FROM 1 BY 1
                UNTIL IDX-BCO GREATER THAN QTDE-BCO.
            IF CT-PBCO EQUAL ZEROES
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.
            MOVE "PENDENTES DO RAZAO (NA CONTABILIDADE, FORA DO BANCO)"
                TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-COL AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMERAZAO
                VARYING IDX-LIV FROM 1 BY 1
                UNTIL IDX-LIV GREATER THAN QTDE-LIV.
            IF CT-PLIV EQUAL ZEROES
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.
            PERFORM IMPRIMESALDOS.
            CLOSE RELCONC.

        IMPRIMEBANCO.
            IF BC-SIT-OCR(IDX-BCO) EQUAL "P"
                ADD 1 TO CT-PBCO
                ADD BC-VALOR-OCR(IDX-BCO) TO VAL-PEND
                IF BC-DC-OCR(IDX-BCO) EQUAL "C"
                    ADD BC-VALOR-OCR(IDX-BCO) TO VAL-BCOCRE
                ELSE
                    ADD BC-VALOR-OCR(IDX-BCO) TO VAL-BCODEB
                END-IF
                MOVE BC-DATA-OCR(IDX-BCO)  TO DP-DATA
                MOVE BC-DC-OCR(IDX-BCO)    TO DP-DC
                MOVE BC-VALOR-OCR(IDX-BCO) TO DP-VALOR
                MOVE BC-REF-OCR(IDX-BCO)   TO DP-REF
                MOVE BC-HIST-OCR(IDX-BCO)  TO DP-HIST
                WRITE REGREL FROM DET-PEND AFTER ADVANCING 1 LINE
            END-IF.

        IMPRIMERAZAO.
            IF LV-SIT-OCR(IDX-LIV) EQUAL "P"
                ADD 1 TO CT-PLIV
                ADD LV-VALOR-OCR(IDX-LIV) TO VAL-PEND
                IF LV-DC-OCR(IDX-LIV) EQUAL "D"
                    ADD LV-VALOR-OCR(IDX-LIV) TO VAL-LIVENT
                ELSE
                    ADD LV-VALOR-OCR(IDX-LIV) TO VAL-LIVSAI
                END-IF
                MOVE LV-DATA-OCR(IDX-LIV)  TO DP-DATA
                MOVE LV-DC-OCR(IDX-LIV)    TO DP-DC
                MOVE LV-VALOR-OCR(IDX-LIV) TO DP-VALOR
                MOVE LV-REF-OCR(IDX-LIV)   TO DP-REF
                MOVE LV-HIST-OCR(IDX-LIV)  TO DP-HIST
                WRITE REGREL FROM DET-PEND AFTER ADVANCING 1 LINE
            END-IF.

      * SALDO CONTABIL EQUIVALENTE = SALDO DO EXTRATO + ENTRADAS DO
      * RAZAO AINDA NAO CREDITADAS - SAIDAS DO RAZAO AINDA NAO
      * DEBITADAS - CREDITOS DO BANCO SEM LANCAMENTO + DEBITOS DO
      * BANCO SEM LANCAMENTO (TARIFAS, POR EXEMPLO).
        IMPRIMESALDOS.
            MOVE "LANCAMENTOS CONCILIADOS.......: " TO ROD-QT-TXT.
            MOVE CT-CONC TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "PENDENTES DO EXTRATO..........: " TO ROD-QT-TXT.
            MOVE CT-PBCO TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "PENDENTES DO RAZAO............: " TO ROD-QT-TXT.
            MOVE CT-PLIV TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "VALOR CONCILIADO..............: " TO ROD-VL-TXT.
            MOVE VAL-CONC TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 2 LINES.
            MOVE "VALOR NAO CONCILIADO..........: " TO ROD-VL-TXT.
            MOVE VAL-PEND TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE.
            IF TEMSALDO NOT EQUAL "SIM"
                WRITE REGREL FROM ROD-SEMSALDO AFTER ADVANCING 2 LINES
            ELSE
                COMPUTE SALDO-EQV = SALDO-EXT + VAL-LIVENT
                                  - VAL-LIVSAI - VAL-BCOCRE
                                  + VAL-BCODEB
                MOVE "SALDO FINAL DO EXTRATO........: " TO ROD-VL-TXT
                MOVE SALDO-EXT TO ROD-VL
                WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 2 LINES
                MOVE "(+) ENTRADAS DO RAZAO A CREDITAR" TO ROD-VL-TXT
                MOVE VAL-LIVENT TO ROD-VL
                WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE
                MOVE "(-) SAIDAS DO RAZAO A DEBITAR.: " TO ROD-VL-TXT
                MOVE VAL-LIVSAI TO ROD-VL
                WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE
                MOVE "(-) CREDITOS DO BANCO SEM RAZAO" TO ROD-VL-TXT
                MOVE VAL-BCOCRE TO ROD-VL
                WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE
                MOVE "(+) DEBITOS DO BANCO SEM RAZAO." TO ROD-VL-TXT
                MOVE VAL-BCODEB TO ROD-VL
                WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE
                MOVE "SALDO CONTABIL EQUIVALENTE....: " TO ROD-VL-TXT
                MOVE SALDO-EQV TO ROD-VL
                WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE
            END-IF.
            IF CT-PBCO EQUAL ZEROES
               AND CT-PLIV EQUAL ZEROES
                MOVE "CONCILIADO" TO ROD-SIT
            ELSE
                MOVE "COM PENDENCIAS" TO ROD-SIT
            END-IF.
            WRITE REGREL FROM ROD-SITUACAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM ROD-VISTO AFTER ADVANCING 3 LINES.

      * O QUE NAO CASOU HOJE VOLTA AMANHA.
        GRAVAPENDENTES.
            OPEN OUTPUT CONCPEND.
            PERFORM GRAVAPENDBANCO
                VARYING IDX-BCO FROM 1 BY 1
                UNTIL IDX-BCO GREATER THAN QTDE-BCO.
            PERFORM GRAVAPENDRAZAO
                VARYING IDX-LIV FROM 1 BY 1
                UNTIL IDX-LIV GREATER THAN QTDE-LIV.
            CLOSE CONCPEND.

        GRAVAPENDBANCO.
            IF BC-SIT-OCR(IDX-BCO) EQUAL "P"
                MOVE SPACES TO REGCONCPEND
                MOVE "B"                   TO CP-LADO
                MOVE BC-DATA-OCR(IDX-BCO)  TO CP-DATA
                MOVE BC-DC-OCR(IDX-BCO)    TO CP-DC
                MOVE BC-VALOR-OCR(IDX-BCO) TO CP-VALOR
                MOVE BC-REF-OCR(IDX-BCO)   TO CP-REF
                MOVE BC-HIST-OCR(IDX-BCO)  TO CP-HIST
                WRITE REGCONCPEND
                ADD 1 TO CT-GRAVADOS
            END-IF.

        GRAVAPENDRAZAO.
            IF LV-SIT-OCR(IDX-LIV) EQUAL "P"
                MOVE SPACES TO REGCONCPEND
                MOVE "L"                   TO CP-LADO
                MOVE LV-DATA-OCR(IDX-LIV)  TO CP-DATA
                MOVE LV-DC-OCR(IDX-LIV)    TO CP-DC
                MOVE LV-VALOR-OCR(IDX-LIV) TO CP-VALOR
                MOVE LV-REF-OCR(IDX-LIV)   TO CP-REF
                MOVE LV-HIST-OCR(IDX-LIV)  TO CP-HIST
                WRITE REGCONCPEND
                ADD 1 TO CT-GRAVADOS
            END-IF.

        GRAVAREGISTRO.
            OPEN EXTEND CONCREG.
            IF WS-FSREG EQUAL "35"
                OPEN OUTPUT CONCREG
            END-IF.
            MOVE SPACES      TO REGCONCREG.
            MOVE WS-DATAPROC TO CR-DATA.
            MOVE "C"         TO CR-SINALEXT CR-SINALEQV.
            IF SALDO-EXT LESS THAN ZEROES
                MOVE "D" TO CR-SINALEXT
            END-IF.
            IF SALDO-EQV LESS THAN ZEROES
                MOVE "D" TO CR-SINALEQV
            END-IF.
            MOVE SALDO-EXT   TO CR-SALDOEXT.
            MOVE CT-CONC     TO CR-QTDCONC.
            MOVE VAL-CONC    TO CR-VALCONC.
            MOVE CT-PBCO     TO CR-QTDPBCO.
            MOVE CT-PLIV     TO CR-QTDPLIV.
            MOVE VAL-PEND    TO CR-VALPEND.
            MOVE SALDO-EQV   TO CR-SALDOEQV.
            WRITE REGCONCREG.
            CLOSE CONCREG.
