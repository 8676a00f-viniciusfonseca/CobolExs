        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM03EX13.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. ANALISE DAS VENDAS DO MES POR CLIENTE: CADA TRANSACAO
      * DA COMPETENCIA CORRENTE EM VENDTRAN.DAT TRAZ O CODIGO DO
      * CLIENTE (VT-CODCLI), CONFERIDO AQUI CONTRA CADCLI.DAT. VENDA
      * SEM CLIENTE, DE CLIENTE SEM CADASTRO OU DE CLIENTE JA
      * ANONIMIZADO (LGPD) VAI PARA A LISTA DE EXCECOES RELVEXC; AS
      * DEMAIS SAO CLASSIFICADAS POR ESTADO, CIDADE, CLIENTE E
      * VENDEDOR E IMPRESSAS EM RELVCLI COM TOTAL POR CLIENTE, POR
      * CIDADE E POR ESTADO. CLIENTE ATENDIDO POR MAIS DE UM
      * VENDEDOR NO MES SAI MARCADO "DISPUTADO", COM O VALOR DE CADA
      * VENDEDOR EMBAIXO, PARA A GERENCIA RESOLVER A CARTEIRA ANTES
      * DA COMISSAO. NO FIM, O RESUMO POR VENDEDOR SEPARA O VALOR
      * VENDIDO A CLIENTE IDENTIFICADO DO VALOR EM EXCECAO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL VENDTRAN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADVEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADCLI ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CODCLI
            ALTERNATE RECORD KEY IS CPFCLI WITH DUPLICATES.
            SELECT TRABVCLI ASSIGN TO DISK.
            SELECT RELVCLI ASSIGN TO DISK.
            SELECT RELVEXC ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD VENDTRAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDTRAN.DAT".
            01 REGVENDTRAN.
               COPY REGVTRAN.

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

            FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
            01 REGCLI.
               COPY REGCLI REPLACING ==:COD:==    BY ==CODCLI==
                                      ==:CPF:==    BY ==CPFCLI==
                                      ==:CPF1:==   BY ==CPF1CLI==
                                      ==:CPF2:==   BY ==CPF2CLI==
                                      ==:CPF3:==   BY ==CPF3CLI==
                                      ==:CPF4:==   BY ==CPF4CLI==
                                      ==:NOME:==   BY ==NOMECLI==
                                      ==:ESTADO:== BY ==ESTCLI==
                                      ==:CIDADE:== BY ==CIDCLI==
                                      ==:EMAIL:==  BY ==EMCLI==
                                      ==:TEL:==    BY ==TELCLI==
                                      ==:CEP:==    BY ==CEPCLI==
                                      ==:LOGR:==   BY ==LOGRCLI==
                                      ==:NUMERO:== BY ==NUMCLI==.

            SD TRABVCLI.
            01 TREGVCLI.
               02 UF-T     PIC X(02).
               02 CID-T    PIC X(30).
               02 CLI-T    PIC 9(05).
               02 VEND-T   PIC 9(05).
               02 NOME-T   PIC X(30).
               02 VALOR-T  PIC 9(07)V99.

            FD RELVCLI
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            FD RELVEXC
               LABEL RECORD IS OMITTED.
            01 REGEXC PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03) VALUE "NAO".
            77 FIM-TRAN PIC X(03) VALUE "NAO".
            77 FIM-VEND PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-OUTRACOMP PIC 9(07) VALUE ZEROES.
            77 CT-EXCECAO  PIC 9(07) VALUE ZEROES.
            77 CT-DISPUTA  PIC 9(07) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM03EX13".
            77 ACHADO      PIC X(03) VALUE "SIM".
            77 VENDACHADO  PIC X(03) VALUE "NAO".
            77 WS-MOTIVO   PIC X(20) VALUE SPACES.
            77 WS-CODVEND  PIC 9(05) VALUE ZEROES.

            77 QTDE-VEND PIC 9(03) VALUE ZEROES.
            77 IDX-VEND  PIC 9(03) VALUE ZEROES.

            01 TAB-VEND.
               02 TAB-VEND-OCR OCCURS 200 TIMES.
                  03 VD-COD-OCR   PIC 9(05).
                  03 VD-NOME-OCR  PIC X(20).
                  03 VD-QTDE-OCR  PIC 9(05).
                  03 VD-TOTAL-OCR PIC 9(09)V99.
                  03 VD-IDENT-OCR PIC 9(09)V99.
                  03 VD-EXC-OCR   PIC 9(09)V99.

            77 QTDE-CV PIC 9(02) VALUE ZEROES.
            77 IDX-CV  PIC 9(02) VALUE ZEROES.

            01 TAB-CLIVEND.
               02 TAB-CV-OCR OCCURS 10 TIMES.
                  03 CV-COD-OCR   PIC 9(05).
                  03 CV-VALOR-OCR PIC 9(09)V99.

            77 ANT-UF    PIC X(02)  VALUE SPACES.
            77 ANT-CID   PIC X(30)  VALUE SPACES.
            77 ANT-CLI   PIC 9(05)  VALUE ZEROES.
            77 ANT-NOME  PIC X(30)  VALUE SPACES.
            77 CLI-QTDE  PIC 9(05)  VALUE ZEROES.
            77 CLI-VALOR PIC 9(09)V99 VALUE ZEROES.
            77 CID-VALOR PIC 9(09)V99 VALUE ZEROES.
            77 UF-VALOR  PIC 9(09)V99 VALUE ZEROES.
            77 GER-VALOR PIC 9(09)V99 VALUE ZEROES.
            77 EXC-VALOR PIC 9(09)V99 VALUE ZEROES.

            01 WS-DATA-SIS PIC 9(08) VALUE ZEROES.
            01 WS-DATA-SIS-R REDEFINES WS-DATA-SIS.
               02 WS-COMPET-SIS PIC 9(06).
               02 WS-DIA-SIS    PIC 9(02).
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.

            01 CAB-01.
               02 FILLER PIC X(14) VALUE SPACES.
               02 FILLER PIC X(40) VALUE
                  "ANALISE DE VENDAS POR CLIENTE - COMPET. ".
               02 CAB-COMPET PIC 9(06).
               02 FILLER PIC X(20) VALUE SPACES.

            01 CAB-COLS.
               02 FILLER PIC X(04) VALUE SPACES.
               02 FILLER PIC X(07) VALUE "CODCLI ".
               02 FILLER PIC X(31) VALUE "NOME".
               02 FILLER PIC X(06) VALUE " QTDE ".
               02 FILLER PIC X(13) VALUE "        VALOR".
               02 FILLER PIC X(04) VALUE " VD ".
               02 FILLER PIC X(10) VALUE SPACES.

            01 LIN-UF.
               02 FILLER PIC X(08) VALUE "ESTADO: ".
               02 LU-UF  PIC X(02).

            01 LIN-CID.
               02 FILLER PIC X(10) VALUE "  CIDADE: ".
               02 LC-CID PIC X(30).

            01 DET-CLI.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DC-CLI   PIC 9(05).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DC-NOME  PIC X(30).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DC-QTDE  PIC ZZZZ9.
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DC-VALOR PIC ZZZZZZZZ9,99.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DC-NVEND PIC Z9.
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DC-FLAG  PIC X(10) VALUE SPACES.

            01 DET-CLIVEND.
               02 FILLER   PIC X(11) VALUE SPACES.
               02 FILLER   PIC X(09) VALUE "VENDEDOR ".
               02 DV-COD   PIC 9(05).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DV-NOME  PIC X(20).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DV-VALOR PIC ZZZZZZZZ9,99.

            01 TOT-CID.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 FILLER   PIC X(32) VALUE "TOTAL DA CIDADE".
               02 FILLER   PIC X(12) VALUE SPACES.
               02 TC-VALOR PIC ZZZZZZZZ9,99.

            01 TOT-UF.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 FILLER   PIC X(16) VALUE "TOTAL DO ESTADO ".
               02 TU-UF    PIC X(02).
               02 FILLER   PIC X(28) VALUE SPACES.
               02 TU-VALOR PIC ZZZZZZZZ9,99.

            01 TOT-GER.
               02 FILLER   PIC X(48) VALUE
                  "TOTAL GERAL DE VENDAS A CLIENTES IDENTIFICADOS".
               02 TG-VALOR PIC ZZZZZZZZ9,99.

            01 CAB-VEND.
               02 FILLER PIC X(24) VALUE SPACES.
               02 FILLER PIC X(32) VALUE
                  "RESUMO DAS VENDAS POR VENDEDOR".
               02 FILLER PIC X(24) VALUE SPACES.

            01 CAB-VCOLS.
               02 FILLER PIC X(07) VALUE "CODIGO ".
               02 FILLER PIC X(21) VALUE "NOME".
               02 FILLER PIC X(06) VALUE " QTDE ".
               02 FILLER PIC X(13) VALUE "        TOTAL".
               02 FILLER PIC X(13) VALUE "   IDENTIFIC.".
               02 FILLER PIC X(13) VALUE "     EXCECOES".

            01 DET-VEND.
               02 DD-COD    PIC 9(05).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DD-NOME   PIC X(20).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DD-QTDE   PIC ZZZZ9.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DD-TOTAL  PIC ZZZZZZZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DD-IDENT  PIC ZZZZZZZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DD-EXC    PIC ZZZZZZZZ9,99.

            01 CAB-EXC.
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(42) VALUE
                  "EXCECOES DE CLIENTE NAS VENDAS - COMPET. ".
               02 CABX-COMPET PIC 9(06).
               02 FILLER PIC X(16) VALUE SPACES.

            01 CAB-XCOLS.
               02 FILLER PIC X(04) VALUE "DIA ".
               02 FILLER PIC X(07) VALUE "VEND.  ".
               02 FILLER PIC X(10) VALUE "DOCUMENTO ".
               02 FILLER PIC X(07) VALUE "CODCLI ".
               02 FILLER PIC X(13) VALUE "        VALOR".
               02 FILLER PIC X(02) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "MOTIVO".

            01 DET-EXC.
               02 DE-DIA    PIC 9(02).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DE-VEND   PIC 9(05).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DE-DOC    PIC 9(08).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DE-CLI    PIC X(05).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DE-VALOR  PIC ZZZZZZZZ9,99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DE-MOTIVO PIC X(20).

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 FILLER     PIC X(06) VALUE "....: ".
               02 ROD-QT     PIC ZZZZZZ9.

            01 ROD-EXC.
               02 FILLER    PIC X(38) VALUE
                  "VALOR TOTAL EM EXCECAO..............: ".
               02 ROD-EXCV  PIC ZZZZZZZZ9,99.

        PROCEDURE DIVISION.
        PGM.
            CALL "DATAPROC" USING WS-DATA-SIS WS-DATAREAL.
            PERFORM CARREGAVENDEDORES.
            SORT TRABVCLI
                 ASCENDING KEY UF-T CID-T CLI-T VEND-T
                 INPUT  PROCEDURE IS ROTENTRADA
                 OUTPUT PROCEDURE IS ROTSAIDA.
        STOP RUN.

        CARREGAVENDEDORES.
            OPEN INPUT CADVEND.
            PERFORM LEITURA-VEND UNTIL FIM-VEND EQUAL "SIM".
            CLOSE CADVEND.

        LEITURA-VEND.
            READ CADVEND
                AT END MOVE "SIM" TO FIM-VEND
                NOT AT END
                    IF QTDE-VEND LESS THAN 200
                        ADD 1 TO QTDE-VEND
                        MOVE CODENT  TO VD-COD-OCR(QTDE-VEND)
                        MOVE NOMEENT TO VD-NOME-OCR(QTDE-VEND)
                        MOVE ZEROES  TO VD-QTDE-OCR(QTDE-VEND)
                                        VD-TOTAL-OCR(QTDE-VEND)
                                        VD-IDENT-OCR(QTDE-VEND)
                                        VD-EXC-OCR(QTDE-VEND)
                    ELSE
                        DISPLAY "EM03EX13: *** TABELA DE VENDEDORES "
                                "CHEIA - VENDEDOR " CODENT
                                " IGNORADO ***"
                    END-IF
            END-READ.

      ******************************************************************
      * ENTRADA DO SORT: SO A COMPETENCIA CORRENTE; CADA TRANSACAO E   *
      * CONFERIDA CONTRA CADCLI.DAT E, SE O CLIENTE NAO SERVE, VAI     *
      * PARA RELVEXC EM VEZ DE SER CLASSIFICADA.                       *
      ******************************************************************
        ROTENTRADA.
            OPEN INPUT  VENDTRAN
                        CADCLI
                 OUTPUT RELVEXC.
            MOVE WS-COMPET-SIS TO CABX-COMPET.
            WRITE REGEXC FROM CAB-EXC AFTER ADVANCING PAGE.
            WRITE REGEXC FROM CAB-XCOLS AFTER ADVANCING 2 LINES.
            PERFORM LEITURA-TRAN UNTIL FIM-TRAN EQUAL "SIM".
            MOVE "EXCECOES DE CLIENTE" TO ROD-QT-TXT.
            MOVE CT-EXCECAO TO ROD-QT.
            WRITE REGEXC FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE EXC-VALOR TO ROD-EXCV.
            WRITE REGEXC FROM ROD-EXC AFTER ADVANCING 1 LINE.
            CLOSE VENDTRAN
                  CADCLI
                  RELVEXC.

        LEITURA-TRAN.
            READ VENDTRAN
                AT END MOVE "SIM" TO FIM-TRAN
                NOT AT END
                    IF VT-COMPET EQUAL WS-COMPET-SIS
                        ADD 1 TO CT-LIDOS
                        PERFORM TRATATRANSACAO
                    ELSE
                        ADD 1 TO CT-OUTRACOMP
                    END-IF
            END-READ.

        TRATATRANSACAO.
            MOVE VT-COD TO WS-CODVEND.
            PERFORM BUSCAVENDEDOR.
            IF VENDACHADO NOT EQUAL "SIM"
                PERFORM INCLUIVENDEDOR
            END-IF.
            IF IDX-VEND NOT EQUAL ZEROES
                ADD 1        TO VD-QTDE-OCR(IDX-VEND)
                ADD VT-VALOR TO VD-TOTAL-OCR(IDX-VEND)
            END-IF.
            PERFORM CONFERECLIENTE.
            IF WS-MOTIVO EQUAL SPACES
                IF IDX-VEND NOT EQUAL ZEROES
                    ADD VT-VALOR TO VD-IDENT-OCR(IDX-VEND)
                END-IF
                MOVE ESTCLI    TO UF-T
                MOVE CIDCLI    TO CID-T
                MOVE CODCLI    TO CLI-T
                MOVE VT-COD    TO VEND-T
                MOVE NOMECLI   TO NOME-T
                MOVE VT-VALOR  TO VALOR-T
                RELEASE TREGVCLI
            ELSE
                IF IDX-VEND NOT EQUAL ZEROES
                    ADD VT-VALOR TO VD-EXC-OCR(IDX-VEND)
                END-IF
                PERFORM APONTAEXCECAO
            END-IF.

        BUSCAVENDEDOR.
            MOVE "NAO" TO VENDACHADO.
            PERFORM VARYING IDX-VEND FROM 1 BY 1
                     UNTIL IDX-VEND GREATER THAN QTDE-VEND
                        OR VENDACHADO EQUAL "SIM"
                IF VD-COD-OCR(IDX-VEND) EQUAL WS-CODVEND
                    MOVE "SIM" TO VENDACHADO
                END-IF
            END-PERFORM.
            IF VENDACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-VEND
            END-IF.

        INCLUIVENDEDOR.
            IF QTDE-VEND LESS THAN 200
                ADD 1 TO QTDE-VEND
                MOVE QTDE-VEND TO IDX-VEND
                MOVE VT-COD TO VD-COD-OCR(IDX-VEND)
                MOVE "*** SEM CADASTRO ***" TO VD-NOME-OCR(IDX-VEND)
                MOVE ZEROES TO VD-QTDE-OCR(IDX-VEND)
                               VD-TOTAL-OCR(IDX-VEND)
                               VD-IDENT-OCR(IDX-VEND)
                               VD-EXC-OCR(IDX-VEND)
            ELSE
                MOVE ZEROES TO IDX-VEND
                DISPLAY "EM03EX13: *** TABELA DE VENDEDORES CHEIA - "
                        "TRANSACAO DO CODIGO " VT-COD
                        " FORA DO RESUMO ***"
            END-IF.

        CONFERECLIENTE.
            MOVE SPACES TO WS-MOTIVO.
            IF VT-CODCLI NOT NUMERIC
                MOVE "VENDA SEM CLIENTE" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF VT-CODCLI EQUAL ZEROES
                MOVE "VENDA SEM CLIENTE" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE VT-CODCLI TO CODCLI.
            MOVE "SIM" TO ACHADO.
            READ CADCLI
                INVALID KEY MOVE "NAO" TO ACHADO
            END-READ.
            IF ACHADO NOT EQUAL "SIM"
                MOVE "CLIENTE INEXISTENTE" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF NOMECLI EQUAL "ANONIMIZADO"
                MOVE "CLIENTE ANONIMIZADO" TO WS-MOTIVO
            END-IF.

        APONTAEXCECAO.
            ADD 1        TO CT-EXCECAO.
            ADD VT-VALOR TO EXC-VALOR.
            MOVE VT-DIA    TO DE-DIA.
            MOVE VT-COD    TO DE-VEND.
            MOVE VT-DOC    TO DE-DOC.
            MOVE VT-CODCLI TO DE-CLI.
            MOVE VT-VALOR  TO DE-VALOR.
            MOVE WS-MOTIVO TO DE-MOTIVO.
            WRITE REGEXC FROM DET-EXC AFTER ADVANCING 1 LINE.

      ******************************************************************
      * SAIDA DO SORT: QUEBRA POR ESTADO, CIDADE E CLIENTE; DENTRO DO  *
      * CLIENTE AS TRANSACOES CHEGAM POR VENDEDOR, ENTAO CADA TROCA DE *
      * VENDEDOR E UM VENDEDOR A MAIS NA CARTEIRA DO CLIENTE.          *
      ******************************************************************
        ROTSAIDA.
            OPEN OUTPUT RELVCLI.
            MOVE WS-COMPET-SIS TO CAB-COMPET.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-COLS AFTER ADVANCING 2 LINES.
            PERFORM LEITURA-TRAB.
            PERFORM QUEBRAUF UNTIL FIM-ARQ EQUAL "SIM".
            MOVE GER-VALOR TO TG-VALOR.
            WRITE REGREL FROM TOT-GER AFTER ADVANCING 2 LINES.
            PERFORM RESUMOVENDEDORES.
            PERFORM TERMINO.

        LEITURA-TRAB.
            RETURN TRABVCLI
                AT END MOVE "SIM" TO FIM-ARQ
            END-RETURN.

        QUEBRAUF.
            MOVE UF-T   TO ANT-UF.
            MOVE ZEROES TO UF-VALOR.
            MOVE UF-T   TO LU-UF.
            WRITE REGREL FROM LIN-UF AFTER ADVANCING 2 LINES.
            PERFORM QUEBRACID
                UNTIL FIM-ARQ EQUAL "SIM"
                   OR UF-T NOT EQUAL ANT-UF.
            MOVE ANT-UF   TO TU-UF.
            MOVE UF-VALOR TO TU-VALOR.
            WRITE REGREL FROM TOT-UF AFTER ADVANCING 1 LINE.
            ADD UF-VALOR TO GER-VALOR.

        QUEBRACID.
            MOVE CID-T  TO ANT-CID.
            MOVE ZEROES TO CID-VALOR.
            MOVE CID-T  TO LC-CID.
            WRITE REGREL FROM LIN-CID AFTER ADVANCING 1 LINE.
            PERFORM QUEBRACLI
                UNTIL FIM-ARQ EQUAL "SIM"
                   OR UF-T  NOT EQUAL ANT-UF
                   OR CID-T NOT EQUAL ANT-CID.
            MOVE CID-VALOR TO TC-VALOR.
            WRITE REGREL FROM TOT-CID AFTER ADVANCING 1 LINE.
            ADD CID-VALOR TO UF-VALOR.

        QUEBRACLI.
            MOVE CLI-T  TO ANT-CLI.
            MOVE NOME-T TO ANT-NOME.
            MOVE ZEROES TO CLI-QTDE
                           CLI-VALOR
                           QTDE-CV.
            PERFORM ACUMULACLIENTE
                UNTIL FIM-ARQ EQUAL "SIM"
                   OR UF-T  NOT EQUAL ANT-UF
                   OR CID-T NOT EQUAL ANT-CID
                   OR CLI-T NOT EQUAL ANT-CLI.
            PERFORM IMPCLIENTE.
            ADD CLI-VALOR TO CID-VALOR.

        ACUMULACLIENTE.
            ADD 1       TO CLI-QTDE.
            ADD VALOR-T TO CLI-VALOR.
            IF QTDE-CV EQUAL ZEROES
                PERFORM INCLUICLIVEND
            ELSE
                IF CV-COD-OCR(QTDE-CV) NOT EQUAL VEND-T
                    PERFORM INCLUICLIVEND
                ELSE
                    ADD VALOR-T TO CV-VALOR-OCR(QTDE-CV)
                END-IF
            END-IF.
            PERFORM LEITURA-TRAB.

        INCLUICLIVEND.
            IF QTDE-CV LESS THAN 10
                ADD 1 TO QTDE-CV
                MOVE VEND-T  TO CV-COD-OCR(QTDE-CV)
                MOVE VALOR-T TO CV-VALOR-OCR(QTDE-CV)
            ELSE
                ADD VALOR-T TO CV-VALOR-OCR(QTDE-CV)
            END-IF.

        IMPCLIENTE.
            MOVE ANT-CLI   TO DC-CLI.
            MOVE ANT-NOME  TO DC-NOME.
            MOVE CLI-QTDE  TO DC-QTDE.
            MOVE CLI-VALOR TO DC-VALOR.
            MOVE QTDE-CV   TO DC-NVEND.
            IF QTDE-CV GREATER THAN 1
                MOVE "DISPUTADO" TO DC-FLAG
                ADD 1 TO CT-DISPUTA
            ELSE
                MOVE SPACES TO DC-FLAG
            END-IF.
            WRITE REGREL FROM DET-CLI AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-GRAVADOS.
            IF QTDE-CV GREATER THAN 1
                PERFORM IMPCLIVEND
                    VARYING IDX-CV FROM 1 BY 1
                    UNTIL IDX-CV GREATER THAN QTDE-CV
            END-IF.

        IMPCLIVEND.
            MOVE CV-COD-OCR(IDX-CV)   TO DV-COD WS-CODVEND.
            MOVE CV-VALOR-OCR(IDX-CV) TO DV-VALOR.
            PERFORM BUSCAVENDEDOR.
            IF VENDACHADO EQUAL "SIM"
                MOVE VD-NOME-OCR(IDX-VEND) TO DV-NOME
            ELSE
                MOVE SPACES TO DV-NOME
            END-IF.
            WRITE REGREL FROM DET-CLIVEND AFTER ADVANCING 1 LINE.

        RESUMOVENDEDORES.
            WRITE REGREL FROM CAB-VEND AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-VCOLS AFTER ADVANCING 2 LINES.
            PERFORM IMPVENDEDOR
                VARYING IDX-VEND FROM 1 BY 1
                UNTIL IDX-VEND GREATER THAN QTDE-VEND.

        IMPVENDEDOR.
            IF VD-QTDE-OCR(IDX-VEND) GREATER THAN ZEROES
                MOVE VD-COD-OCR(IDX-VEND)   TO DD-COD
                MOVE VD-NOME-OCR(IDX-VEND)  TO DD-NOME
                MOVE VD-QTDE-OCR(IDX-VEND)  TO DD-QTDE
                MOVE VD-TOTAL-OCR(IDX-VEND) TO DD-TOTAL
                MOVE VD-IDENT-OCR(IDX-VEND) TO DD-IDENT
                MOVE VD-EXC-OCR(IDX-VEND)   TO DD-EXC
                WRITE REGREL FROM DET-VEND AFTER ADVANCING 1 LINE
            END-IF.

        TERMINO.
            MOVE "TRANSACOES DA COMPETENCIA" TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "TRANSACOES DE OUTRAS COMPET." TO ROD-QT-TXT.
            MOVE CT-OUTRACOMP TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "EXCECOES DE CLIENTE (RELVEXC)" TO ROD-QT-TXT.
            MOVE CT-EXCECAO TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "CLIENTES DISPUTADOS" TO ROD-QT-TXT.
            MOVE CT-DISPUTA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELVCLI.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
