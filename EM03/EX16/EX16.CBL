        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM03EX16.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. ADIANTAMENTO QUINZENAL DOS VENDEDORES. A PARTIR DO
      * DIA DO MES DE PARAM68.DAT (PADRAO 20) CADA VENDEDOR DE
      * CADVEND.DAT RECEBE O PERCENTUAL DO SALARIO FIXO DE PARAM68.DAT
      * (PADRAO 40%), UMA VEZ POR COMPETENCIA. NAO RECEBE QUEM ESTA EM
      * ADTDISP.DAT (DISPENSOU O ADIANTAMENTO), QUEM FOI DESLIGADO
      * (DESLIG.DAT) ATE A DATA, QUEM NAO TEM SALARIO FIXO E QUEM JA
      * RECEBEU O ADIANTAMENTO DA COMPETENCIA NUMA RODADA DE OUTRO
      * DIA. O CREDITO VAI PARA A REMESSA BANKADT.DAT, NO LAYOUT DE
      * BANKSAL.DAT, REGISTRADA NO MANIFESTO TRANSMAN; O ADIANTAMENTO
      * FICA EM ADIANT.DAT, DE ONDE EM03EX06 O DESCONTA NO FIM DO MES
      * (E EM03EX15 NA RESCISAO). A RODADA REPETIDA NO MESMO DIA
      * REFAZ OS ADIANTAMENTOS DO DIA E A REMESSA. O RELATORIO RELADT
      * LISTA O CREDITO OU O MOTIVO DE CADA VENDEDOR.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADVEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM68 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ADTDISP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL DESLIG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDESL.
            SELECT OPTIONAL ADIANT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSADT.
            SELECT ADTKEEP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BANKADT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELADT ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
            01 REGENT.
               COPY REGVEND REPLACING ==:DEP:==    BY ==CODDEPENT==
                                       ==:SEC:==    BY ==CODSECENT==
                                       ==:COD:==    BY ==CODENT==
                                       ==:NOME:==   BY ==NOMEENT==
                                       ==:VENDAS:== BY ==VENDEENT==
                                       ==:SALFIX:== BY ==SALENTF==
                                       ==:DESC:==   BY ==DESCENT==.

      * PERCENTUAL DO ADIANTAMENTO SOBRE O SALARIO FIXO E DIA DO MES
      * A PARTIR DO QUAL ELE E PAGO.
            FD PARAM68
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM68.DAT".
            01 REGPARAM68.
               02 PARM-PCADT  PIC 9(03)V99.
               02 PARM-DIAADT PIC 9(02).

      * VENDEDORES QUE DISPENSARAM O ADIANTAMENTO (UM CODIGO POR
      * LINHA), MANTIDO PELO DEPARTAMENTO PESSOAL.
            FD ADTDISP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADTDISP.DAT".
            01 REGADTDISP.
               02 DI-COD PIC 9(05).

            FD DESLIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESLIG.DAT".
            01 REGDESLIG.
               COPY REGDESLI.

            FD ADIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADIANT.DAT".
            01 REGADIANT.
               COPY REGADIAN.

            FD ADTKEEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADIANTK.DAT".
            01 REGADTKEEP PIC X(47).

            FD BANKADT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BANKADT.DAT".
            01 REGBANKADT PIC X(50).

            FD RELADT
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-VEND  PIC X(03) VALUE "NAO".
            77 FIM-DISP  PIC X(03) VALUE "NAO".
            77 FIM-DESL  PIC X(03) VALUE "NAO".
            77 FIM-ADT   PIC X(03) VALUE "NAO".
            77 FIM-ADTK  PIC X(03) VALUE "NAO".
            77 WS-FSDESL PIC X(02) VALUE SPACES.
            77 WS-FSADT  PIC X(02) VALUE SPACES.
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-DISPENSA  PIC 9(07) VALUE ZEROES.
            77 CT-NAOPAGOS  PIC 9(07) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM03EX16".
            77 LK-TMARQ    PIC X(12) VALUE "BANKADT.DAT".
            77 LK-TMVAL    PIC 9(13)V99 VALUE ZEROES.
            77 WS-PCADT    PIC 9(03)V99 VALUE 40,00.
            77 WS-DIAADT   PIC 9(02) VALUE 20.
            77 WS-VALOR    PIC 9(07)V99 VALUE ZEROES.
            77 WS-TOTAL    PIC 9(11)V99 VALUE ZEROES.
            77 WS-MOTIVO   PIC X(40) VALUE SPACES.
            77 ACHADO      PIC X(03) VALUE "NAO".

            77 QTDE-DISP PIC 9(03) VALUE ZEROES.
            77 IDX-DISP  PIC 9(03) VALUE ZEROES.

            01 TAB-DISP.
               02 TAB-DISP-OCR OCCURS 500 TIMES.
                  03 DI-COD-OCR PIC 9(05).

            77 QTDE-DESL PIC 9(04) VALUE ZEROES.
            77 IDX-DESL  PIC 9(04) VALUE ZEROES.

            01 TAB-DESL.
               02 TAB-DESL-OCR OCCURS 1000 TIMES.
                  03 DL-COD-OCR  PIC 9(05).
                  03 DL-DATA-OCR PIC 9(08).

      * ADIANTAMENTOS DA COMPETENCIA PAGOS EM RODADAS DE OUTROS DIAS.
            77 QTDE-PAGO PIC 9(03) VALUE ZEROES.
            77 IDX-PAGO  PIC 9(03) VALUE ZEROES.

            01 TAB-PAGO.
               02 TAB-PAGO-OCR OCCURS 500 TIMES.
                  03 PG-COD-OCR  PIC 9(05).
                  03 PG-DATA-OCR PIC 9(08).

            01 WS-DATA-SIS PIC 9(08) VALUE ZEROES.
            01 WS-DATA-SIS-R REDEFINES WS-DATA-SIS.
               02 WS-COMPET-SIS PIC 9(06).
               02 WS-DIA-SIS    PIC 9(02).
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.

            01 REM-HEADER.
               02 RH-TIPO  PIC 9(01) VALUE 0.
               02 RH-DATA  PIC 9(08).
               02 FILLER   PIC X(41) VALUE "ADIANTAMENTO SALARIAL".

            01 REM-DETALHE.
               02 RD-TIPO  PIC 9(01) VALUE 1.
               02 RD-COD   PIC 9(05).
               02 RD-NOME  PIC X(20).
               02 RD-VALOR PIC 9(09)V99.
               02 FILLER   PIC X(13) VALUE SPACES.

            01 REM-TRAILER.
               02 RT-TIPO  PIC 9(01) VALUE 9.
               02 RT-QTDE  PIC 9(07).
               02 RT-TOTAL PIC 9(11)V99.
               02 FILLER   PIC X(29) VALUE SPACES.

            01 CAB-01.
               02 FILLER PIC X(15) VALUE SPACES.
               02 FILLER PIC X(38) VALUE
                  "ADIANTAMENTO QUINZENAL - COMPETENCIA ".
               02 CAB-COMPET PIC 9(06).
               02 FILLER PIC X(05) VALUE " EM ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(08) VALUE SPACES.

            01 CAB-COLS.
               02 FILLER PIC X(27) VALUE "CODIGO NOME".
               02 FILLER PIC X(10) VALUE " SAL. FIXO".
               02 FILLER PIC X(02) VALUE SPACES.
               02 FILLER PIC X(07) VALUE "    PCT".
               02 FILLER PIC X(01) VALUE SPACES.
               02 FILLER PIC X(10) VALUE "     VALOR".
               02 FILLER PIC X(23) VALUE SPACES.

            01 DET-ADT.
               02 DA-COD    PIC 9(05).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DA-NOME   PIC X(20).
               02 DA-SALFIX PIC ZZZZZZ9,99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DA-PCT    PIC ZZ9,99.
               02 FILLER    PIC X(01) VALUE "%".
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DA-VALOR  PIC ZZZZZZ9,99.
               02 FILLER    PIC X(23) VALUE SPACES.

            01 DET-RECUSA.
               02 DX-COD    PIC 9(05).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DX-NOME   PIC X(20).
               02 FILLER    PIC X(04) VALUE "*** ".
               02 DX-MSG    PIC X(40).
               02 FILLER    PIC X(09) VALUE SPACES.

            01 WS-MOTJAPAGO.
               02 FILLER    PIC X(19) VALUE "JA ADIANTADO EM ".
               02 MJ-DATA   PIC 9(08).
               02 FILLER    PIC X(13) VALUE SPACES.

            01 WS-MOTDESL.
               02 FILLER    PIC X(14) VALUE "DESLIGADO EM ".
               02 MD-DATA   PIC 9(08).
               02 FILLER    PIC X(18) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 FILLER     PIC X(06) VALUE "....: ".
               02 ROD-QT     PIC ZZZZZZ9.

            01 ROD-VALOR.
               02 ROD-VL-TXT PIC X(32).
               02 FILLER     PIC X(06) VALUE "....: ".
               02 ROD-VL     PIC ZZZ.ZZZ.ZZZ,99.

        PROCEDURE DIVISION.
        PGM.
            CALL "DATAPROC" USING WS-DATA-SIS WS-DATAREAL.
            PERFORM LEPARAM68.
            PERFORM CARREGADISPENSA.
            PERFORM CARREGADESLIG.
            PERFORM SEPARAADIANT.
            OPEN OUTPUT RELADT BANKADT.
            MOVE WS-COMPET-SIS TO CAB-COMPET.
            MOVE WS-DATA-SIS   TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE WS-DATA-SIS TO RH-DATA.
            WRITE REGBANKADT FROM REM-HEADER.
            IF WS-DIA-SIS LESS THAN WS-DIAADT
                DISPLAY "EM03EX16: ADIANTAMENTO SO A PARTIR DO DIA "
                        WS-DIAADT " - NADA A PAGAR HOJE"
            ELSE
                WRITE REGREL FROM CAB-COLS AFTER ADVANCING 2 LINES
                OPEN INPUT CADVEND
                PERFORM LEITURA-VEND UNTIL FIM-VEND EQUAL "SIM"
                CLOSE CADVEND
            END-IF.
            PERFORM TERMINO.
        STOP RUN.

        LEPARAM68.
            OPEN INPUT PARAM68.
            READ PARAM68
                AT END CONTINUE
                NOT AT END
                    IF PARM-PCADT IS NUMERIC
                       AND PARM-PCADT NOT GREATER THAN 100
                        MOVE PARM-PCADT TO WS-PCADT
                    END-IF
                    IF PARM-DIAADT IS NUMERIC
                       AND PARM-DIAADT GREATER THAN ZEROES
                       AND PARM-DIAADT LESS THAN 32
                        MOVE PARM-DIAADT TO WS-DIAADT
                    END-IF
            END-READ.
            CLOSE PARAM68.

        CARREGADISPENSA.
            OPEN INPUT ADTDISP.
            PERFORM LEITURA-DISP UNTIL FIM-DISP EQUAL "SIM".
            CLOSE ADTDISP.

        LEITURA-DISP.
            READ ADTDISP
                AT END MOVE "SIM" TO FIM-DISP
                NOT AT END
                    IF DI-COD IS NOT NUMERIC
                        EXIT PARAGRAPH
                    END-IF
                    IF QTDE-DISP LESS THAN 500
                        ADD 1 TO QTDE-DISP
                        MOVE DI-COD TO DI-COD-OCR(QTDE-DISP)
                    ELSE
                        DISPLAY "EM03EX16: *** TABELA DE DISPENSAS "
                                "CHEIA - VENDEDOR " DI-COD
                                " IGNORADO ***"
                    END-IF
            END-READ.

        CARREGADESLIG.
            OPEN INPUT DESLIG.
            PERFORM LEITURA-DESL UNTIL FIM-DESL EQUAL "SIM".
            CLOSE DESLIG.

        LEITURA-DESL.
            READ DESLIG
                AT END MOVE "SIM" TO FIM-DESL
                NOT AT END
                    IF DL-COD IS NUMERIC AND DL-DATA IS NUMERIC
                        PERFORM GUARDADESLIG
                    END-IF
            END-READ.

        GUARDADESLIG.
            IF QTDE-DESL LESS THAN 1000
                ADD 1 TO QTDE-DESL
                MOVE DL-COD  TO DL-COD-OCR(QTDE-DESL)
                MOVE DL-DATA TO DL-DATA-OCR(QTDE-DESL)
            ELSE
                DISPLAY "EM03EX16: *** TABELA DE DESLIGAMENTOS CHEIA"
                        " - VENDEDOR " DL-COD " IGNORADO ***"
            END-IF.

      ******************************************************************
      * ADIANT.DAT E REGRAVADO SEM OS ADIANTAMENTOS DE HOJE (A RODADA  *
      * REPETIDA NO DIA OS REFAZ). OS DA COMPETENCIA PAGOS EM OUTRO    *
      * DIA FICAM NA TABELA PARA NAO PAGAR DE NOVO. O ARQUIVO FICA     *
      * ABERTO PARA OS ADIANTAMENTOS DESTA RODADA.                     *
      ******************************************************************
        SEPARAADIANT.
            OPEN INPUT ADIANT.
            IF WS-FSADT NOT EQUAL "00"
                MOVE "SIM" TO FIM-ADT.
            OPEN OUTPUT ADTKEEP.
            PERFORM LEITURA-ADT UNTIL FIM-ADT EQUAL "SIM".
            CLOSE ADIANT
                  ADTKEEP.
            OPEN INPUT  ADTKEEP
                 OUTPUT ADIANT.
            PERFORM COPIAADTKEEP UNTIL FIM-ADTK EQUAL "SIM".
            CLOSE ADTKEEP.

        LEITURA-ADT.
            READ ADIANT
                AT END MOVE "SIM" TO FIM-ADT
                NOT AT END
                    IF AD-COMPET EQUAL WS-COMPET-SIS
                       AND AD-DATA EQUAL WS-DATA-SIS
                        EXIT PARAGRAPH
                    END-IF
                    MOVE REGADIANT TO REGADTKEEP
                    WRITE REGADTKEEP
                    IF AD-COMPET EQUAL WS-COMPET-SIS
                        PERFORM GUARDAPAGO
                    END-IF
            END-READ.

        GUARDAPAGO.
            IF QTDE-PAGO LESS THAN 500
                ADD 1 TO QTDE-PAGO
                MOVE AD-COD  TO PG-COD-OCR(QTDE-PAGO)
                MOVE AD-DATA TO PG-DATA-OCR(QTDE-PAGO)
            ELSE
                DISPLAY "EM03EX16: *** TABELA DE ADIANTAMENTOS CHEIA"
                        " - VENDEDOR " AD-COD " IGNORADO ***"
            END-IF.

        COPIAADTKEEP.
            READ ADTKEEP
                AT END MOVE "SIM" TO FIM-ADTK
                NOT AT END
                    MOVE REGADTKEEP TO REGADIANT
                    WRITE REGADIANT
            END-READ.

        LEITURA-VEND.
            READ CADVEND
                AT END MOVE "SIM" TO FIM-VEND
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    PERFORM TRATAVENDEDOR
            END-READ.

      ******************************************************************
      * UM VENDEDOR: CONFERE AS RESTRICOES NA ORDEM DISPENSA,          *
      * DESLIGAMENTO, SALARIO FIXO E ADIANTAMENTO JA PAGO; PASSANDO,   *
      * CALCULA E GRAVA O ADIANTAMENTO.                                *
      ******************************************************************
        TRATAVENDEDOR.
            PERFORM BUSCADISPENSA.
            IF ACHADO EQUAL "SIM"
                ADD 1 TO CT-DISPENSA
                MOVE "DISPENSOU O ADIANTAMENTO" TO WS-MOTIVO
                PERFORM IMPRECUSA
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCADESLIG.
            IF ACHADO EQUAL "SIM"
                ADD 1 TO CT-NAOPAGOS
                MOVE DL-DATA-OCR(IDX-DESL) TO MD-DATA
                MOVE WS-MOTDESL TO WS-MOTIVO
                PERFORM IMPRECUSA
                EXIT PARAGRAPH
            END-IF.
            IF SALENTF IS NOT NUMERIC OR SALENTF EQUAL ZEROES
                ADD 1 TO CT-NAOPAGOS
                MOVE "SEM SALARIO FIXO" TO WS-MOTIVO
                PERFORM IMPRECUSA
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCAPAGO.
            IF ACHADO EQUAL "SIM"
                ADD 1 TO CT-NAOPAGOS
                MOVE PG-DATA-OCR(IDX-PAGO) TO MJ-DATA
                MOVE WS-MOTJAPAGO TO WS-MOTIVO
                PERFORM IMPRECUSA
                EXIT PARAGRAPH
            END-IF.
            PERFORM PAGAADIANTAMENTO.

        PAGAADIANTAMENTO.
            COMPUTE WS-VALOR ROUNDED = SALENTF * WS-PCADT / 100.
            MOVE SPACES        TO REGADIANT.
            MOVE WS-COMPET-SIS TO AD-COMPET.
            MOVE CODENT        TO AD-COD.
            MOVE WS-DATA-SIS   TO AD-DATA.
            MOVE WS-PCADT      TO AD-PCT.
            MOVE SALENTF       TO AD-SALFIX.
            MOVE WS-VALOR      TO AD-VALOR.
            WRITE REGADIANT.
            MOVE CODENT   TO RD-COD.
            MOVE NOMEENT  TO RD-NOME.
            MOVE WS-VALOR TO RD-VALOR.
            WRITE REGBANKADT FROM REM-DETALHE.
            ADD 1        TO CT-GRAVADOS.
            ADD WS-VALOR TO WS-TOTAL.
            MOVE CODENT   TO DA-COD.
            MOVE NOMEENT  TO DA-NOME.
            MOVE SALENTF  TO DA-SALFIX.
            MOVE WS-PCADT TO DA-PCT.
            MOVE WS-VALOR TO DA-VALOR.
            WRITE REGREL FROM DET-ADT AFTER ADVANCING 1 LINE.

        IMPRECUSA.
            MOVE CODENT    TO DX-COD.
            MOVE NOMEENT   TO DX-NOME.
            MOVE WS-MOTIVO TO DX-MSG.
            WRITE REGREL FROM DET-RECUSA AFTER ADVANCING 1 LINE.

        BUSCADISPENSA.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-DISP FROM 1 BY 1
                     UNTIL IDX-DISP GREATER THAN QTDE-DISP
                        OR ACHADO EQUAL "SIM"
                IF DI-COD-OCR(IDX-DISP) EQUAL CODENT
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.

        BUSCADESLIG.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-DESL FROM 1 BY 1
                     UNTIL IDX-DESL GREATER THAN QTDE-DESL
                        OR ACHADO EQUAL "SIM"
                IF DL-COD-OCR(IDX-DESL) EQUAL CODENT
                   AND DL-DATA-OCR(IDX-DESL) NOT GREATER THAN
                       WS-DATA-SIS
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-DESL
            END-IF.

        BUSCAPAGO.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-PAGO FROM 1 BY 1
                     UNTIL IDX-PAGO GREATER THAN QTDE-PAGO
                        OR ACHADO EQUAL "SIM"
                IF PG-COD-OCR(IDX-PAGO) EQUAL CODENT
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-PAGO
            END-IF.

        TERMINO.
            MOVE CT-GRAVADOS TO RT-QTDE.
            MOVE WS-TOTAL    TO RT-TOTAL.
            WRITE REGBANKADT FROM REM-TRAILER.
            MOVE "VENDEDORES LIDOS (CADVEND.DAT)" TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "ADIANTAMENTOS PAGOS" TO ROD-QT-TXT.
            MOVE CT-GRAVADOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "DISPENSADOS" TO ROD-QT-TXT.
            MOVE CT-DISPENSA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "NAO PAGOS (DESLIG/SEM FIXO/PAGO)" TO ROD-QT-TXT.
            MOVE CT-NAOPAGOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "TOTAL ADIANTADO" TO ROD-VL-TXT.
            MOVE WS-TOTAL TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE.
            CLOSE ADIANT RELADT BANKADT.
            IF CT-GRAVADOS GREATER THAN ZEROES
                MOVE WS-TOTAL TO LK-TMVAL
                CALL "TRANSMAN" USING LK-TMARQ CT-GRAVADOS LK-TMVAL
            END-IF.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
