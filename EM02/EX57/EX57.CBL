        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX57.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. AVALIACAO MENSAL DOS FORNECEDORES DE CADFORN.DAT A
      * PARTIR DOS PEDIDOS DE COMPRA DE PEDCOMP.DAT (EM02EX32). PARA
      * O MES DE REFERENCIA DE PARAM63.DAT (AAAAMM; ZERO OU SEM
      * PARAMETRO = MES CORRENTE), POR FORNECEDOR:
      *   - PEDIDOS EMITIDOS NO MES E PEDIDOS RECEBIDOS NO MES;
      *   - PRAZO MEDIO REAL (EMISSAO ATE O RECEBIMENTO) CONTRA O
      *     PRAZO PROMETIDO EM ITEMFORN.DAT (SEM VINCULO, O PRAZO DA
      *     DATA PREVISTA DO PEDIDO);
      *   - ENTREGAS ATRASADAS (RECEBIDAS DEPOIS DA DATA PREVISTA);
      *   - QUANTIDADE FALTANTE (PEDIDA MENOS RECEBIDA);
      *   - VARIACAO DE PRECO: O PRECO FATURADO (NOTA DE CPAGAR.DAT
      *     NAO RECUSADA; SEM NOTA, O PRECO DO PEDIDO) CONTRA O PRECO
      *     DE ITEMFORN.DAT, PONDERADO PELA QUANTIDADE RECEBIDA.
      * A NOTA (0 A 100) PESA 50 PARA A PONTUALIDADE, 30 PARA O
      * ATENDIMENTO DA QUANTIDADE E 20 PARA O PRECO. RELSCORE SAI EM
      * ORDEM DE NOTA (RANKING); FORNECEDOR SEM RECEBIMENTO NO MES
      * VAI PARA O FIM, SEM NOTA.
      * COM PESO MAIOR QUE ZERO EM PARAM63.DAT, A NOTA DE CADA
      * FORNECEDOR AVALIADO VAI PARA FORNCONF.DAT COM A PENALIDADE
      * (100 - NOTA) X PESO / 100, EM PERCENTUAL, QUE EM02EX04 SOMA
      * AO PRECO NA ESCOLHA DO FORNECEDOR PREFERIDO. PESO ZERO DEIXA
      * FORNCONF.DAT VAZIO E A ESCOLHA VOLTA A SER SO PELO PRECO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL CADFORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSFORN.
            SELECT OPTIONAL PEDCOMP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSPED.
            SELECT OPTIONAL ITEMFORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSIFO.
            SELECT OPTIONAL CPAGAR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCPG.
            SELECT OPTIONAL PARAM63 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FORNCONF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TRABSCORE ASSIGN TO DISK.
            SELECT RELSCORE ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
            01 REGFORN.
               COPY REGFORN REPLACING ==:FORN:==    BY ==FORN-ENT==
                                       ==:NOMEF:==   BY ==NOMEF-ENT==
                                       ==:CNPJ:==    BY ==CNPJ-ENT==
                                       ==:CONTATO:== BY
                                       ==CONTATO-ENT==.

            FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
            01 REGPEDCOMP.
               02 PD-NUMERO  PIC 9(06).
               02 FILLER     PIC X.
               02 PD-COD     PIC 9(05).
               02 FILLER     PIC X.
               02 PD-DEP     PIC X(02).
               02 FILLER     PIC X.
               02 PD-QTDE    PIC 9(05).
               02 FILLER     PIC X.
               02 PD-EMISSAO PIC 9(08).
               02 FILLER     PIC X.
               02 PD-PREVISTA PIC 9(08).
               02 FILLER     PIC X.
               02 PD-SITUACAO PIC X(08).
               02 FILLER     PIC X.
               02 PD-FORN    PIC 9(04).
               02 FILLER     PIC X.
               02 PD-PRECO   PIC 9(06)V99.
               02 FILLER     PIC X.
               02 PD-DTRECEB PIC 9(08).
               02 FILLER     PIC X.
               02 PD-QTDEREC PIC 9(05).

            FD ITEMFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMFORN.DAT".
            01 REGITEMFORN.
               02 IF-COD   PIC 9(05).
               02 IF-FORN  PIC 9(04).
               02 IF-PRECO PIC 9(06)V99.
               02 IF-PRAZO PIC 9(03).

      * NOTAS DOS FORNECEDORES (EM02EX43): O PRECO FATURADO DO PEDIDO.
            FD CPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CPAGAR.DAT".
            01 REGCPAGAR.
               02 CP-FORN     PIC 9(04).
               02 FILLER      PIC X.
               02 CP-NUMNF    PIC 9(09).
               02 FILLER      PIC X.
               02 CP-PEDIDO   PIC 9(06).
               02 FILLER      PIC X.
               02 CP-COD      PIC 9(05).
               02 FILLER      PIC X.
               02 CP-QTDE     PIC 9(05).
               02 FILLER      PIC X.
               02 CP-PRECO    PIC 9(06)V99.
               02 FILLER      PIC X.
               02 CP-VALOR    PIC 9(09)V99.
               02 FILLER      PIC X.
               02 CP-EMISSAO  PIC 9(08).
               02 FILLER      PIC X.
               02 CP-VENC     PIC 9(08).
               02 FILLER      PIC X.
               02 CP-SITUACAO PIC X(08).
               02 FILLER      PIC X.
               02 CP-MOTIVO   PIC X(02).
               02 FILLER      PIC X.
               02 CP-DATASIT  PIC 9(08).
               02 FILLER      PIC X.
               02 CP-USUARIO  PIC X(10).

            FD PARAM63
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM63.DAT".
            01 REGPARAM63.
               02 P63-MESREF PIC 9(06).
               02 FILLER     PIC X(01).
               02 P63-PESO   PIC 9(03).

            FD FORNCONF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORNCONF.DAT".
            01 REGFCONF.
               COPY REGFCONF.

            SD TRABSCORE.
            01 TREGSCORE.
               02 GRUPO-T   PIC 9(01).
               02 NOTA-T    PIC 9(03).
               02 IDX-T     PIC 9(03).

            FD RELSCORE
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 FIM-FORN    PIC X(03) VALUE "NAO".
            77 FIM-PED     PIC X(03) VALUE "NAO".
            77 FIM-IFO     PIC X(03) VALUE "NAO".
            77 FIM-CPG     PIC X(03) VALUE "NAO".
            77 WS-FSFORN   PIC X(02) VALUE SPACES.
            77 WS-FSPED    PIC X(02) VALUE SPACES.
            77 WS-FSIFO    PIC X(02) VALUE SPACES.
            77 WS-FSCPG    PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-SEMCAD   PIC 9(05) VALUE ZEROES.
            77 CT-RANK     PIC 9(03) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM02EX57".
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-MESREF   PIC 9(06) VALUE ZEROES.
            77 WS-PESO     PIC 9(03) VALUE ZEROES.
            77 WS-DIAS     PIC S9(07) VALUE ZEROES.
            77 WS-PRAZOPROM PIC 9(05) VALUE ZEROES.
            77 WS-PRECOREF PIC 9(06)V99 VALUE ZEROES.
            77 WS-PRECOPAGO PIC 9(06)V99 VALUE ZEROES.
            77 WS-PONTUAL  PIC 9(03) VALUE ZEROES.
            77 WS-ATENDE   PIC 9(03) VALUE ZEROES.
            77 WS-NOTAPRECO PIC 9(03) VALUE ZEROES.
            77 WS-MEDIA    PIC 9(05)V9 VALUE ZEROES.
            77 ACHADO      PIC X(03) VALUE "NAO".

            77 QTDE-FORN PIC 9(03) VALUE ZEROES.
            77 IDX-FORN  PIC 9(03) VALUE ZEROES.
            77 QTDE-IFO  PIC 9(03) VALUE ZEROES.
            77 IDX-IFO   PIC 9(03) VALUE ZEROES.
            77 QTDE-NF   PIC 9(03) VALUE ZEROES.
            77 IDX-NF    PIC 9(03) VALUE ZEROES.

      * ACUMULADOS DO MES POR FORNECEDOR; OS PRAZOS E AS QUANTIDADES
      * SO DOS PEDIDOS RECEBIDOS NO MES.
            01 TAB-FORNECEDOR.
               02 TAB-FORN-OCR OCCURS 100 TIMES.
                  03 FORN-COD-OCR    PIC 9(04).
                  03 FORN-NOME-OCR   PIC X(30).
                  03 FORN-EMIT-OCR   PIC 9(05).
                  03 FORN-RECEB-OCR  PIC 9(05).
                  03 FORN-ATRASO-OCR PIC 9(05).
                  03 FORN-REAL-OCR   PIC 9(07).
                  03 FORN-PROM-OCR   PIC 9(07).
                  03 FORN-QTPED-OCR  PIC 9(07).
                  03 FORN-QTREC-OCR  PIC 9(07).
                  03 FORN-VALREF-OCR PIC 9(11)V99.
                  03 FORN-VALPAG-OCR PIC 9(11)V99.
                  03 FORN-NOTA-OCR   PIC 9(03).
                  03 FORN-VAR-OCR    PIC S9(05)V99.

            01 TAB-ITEMFORN.
               02 TAB-IFO-OCR OCCURS 300 TIMES.
                  03 IFO-COD-OCR   PIC 9(05).
                  03 IFO-FORN-OCR  PIC 9(04).
                  03 IFO-PRECO-OCR PIC 9(06)V99.
                  03 IFO-PRAZO-OCR PIC 9(03).

            01 TAB-NOTAFISCAL.
               02 TAB-NF-OCR OCCURS 500 TIMES.
                  03 NF-PEDIDO-OCR PIC 9(06).
                  03 NF-PRECO-OCR  PIC 9(06)V99.

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "AVALIACAO DE FORNECEDORES - MES".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-02.
               02 FILLER     PIC X(21) VALUE "MES DE REFERENCIA: ".
               02 CB2-MES    PIC 9999/99.
               02 FILLER     PIC X(52) VALUE
                  "   NOTA: PONTUALIDADE 50 + QUANTIDADE 30 + PRECO 20".

            01 CAB-COLS.
               02 FILLER     PIC X(04) VALUE "RK".
               02 FILLER     PIC X(05) VALUE "FORN".
               02 FILLER     PIC X(21) VALUE "NOME".
               02 FILLER     PIC X(05) VALUE "NOTA".
               02 FILLER     PIC X(06) VALUE " EMIT".
               02 FILLER     PIC X(06) VALUE "  REC".
               02 FILLER     PIC X(06) VALUE "  ATR".
               02 FILLER     PIC X(27) VALUE SPACES.

            01 DET-FORN.
               02 DF-RANK    PIC ZZ9.
               02 DF-RANK-X  REDEFINES DF-RANK PIC X(03).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DF-FORN    PIC 9(04).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DF-NOME    PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DF-NOTA    PIC ZZ9.
               02 DF-NOTA-X  REDEFINES DF-NOTA PIC X(03).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DF-EMIT    PIC ZZZZ9.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DF-RECEB   PIC ZZZZ9.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DF-ATRASO  PIC ZZZZ9.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DF-OBS     PIC X(26) VALUE SPACES.

            01 DET-INDICES.
               02 FILLER     PIC X(09) VALUE "   PRAZO ".
               02 FILLER     PIC X(05) VALUE "REAL ".
               02 DI-REAL    PIC ZZZ9,9.
               02 FILLER     PIC X(06) VALUE " PROM ".
               02 DI-PROM    PIC ZZZ9,9.
               02 FILLER     PIC X(07) VALUE "  FALTA".
               02 DI-FALTA   PIC ZZZZZZ9.
               02 FILLER     PIC X(11) VALUE "  VAR.PRECO".
               02 DI-VAR     PIC -ZZZZ9,99.
               02 FILLER     PIC X(01) VALUE "%".
               02 FILLER     PIC X(13) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            SORT TRABSCORE
                 ASCENDING  KEY GRUPO-T
                 DESCENDING KEY NOTA-T
                 ASCENDING  KEY IDX-T
                 INPUT  PROCEDURE IS ROTENTRADA
                 OUTPUT PROCEDURE IS ROTSAIDA.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE WS-DATA(1:6) TO WS-MESREF.
            PERFORM LEPARAM63.
            PERFORM CARREGAFORNECEDORES.
            PERFORM CARREGAITEMFORN.
            PERFORM CARREGANOTAS.
            PERFORM VARREPEDIDOS.
            PERFORM CALCULANOTA
                VARYING IDX-FORN FROM 1 BY 1
                UNTIL IDX-FORN GREATER THAN QTDE-FORN.
            OPEN OUTPUT RELSCORE
                        FORNCONF.
            MOVE WS-DATA   TO CB1-DATA.
            MOVE WS-MESREF TO CB2-MES.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM CAB-COLS AFTER ADVANCING 2 LINES.

        LEPARAM63.
            OPEN INPUT PARAM63.
            READ PARAM63
                 AT END     CONTINUE
                 NOT AT END
                     IF P63-MESREF IS NUMERIC
                        AND P63-MESREF GREATER THAN ZEROES
                         MOVE P63-MESREF TO WS-MESREF
                     END-IF
                     IF P63-PESO IS NUMERIC
                         MOVE P63-PESO TO WS-PESO
                     END-IF
            END-READ.
            CLOSE PARAM63.
            IF WS-PESO GREATER THAN 100
                MOVE 100 TO WS-PESO
            END-IF.

        CARREGAFORNECEDORES.
            OPEN INPUT CADFORN.
            IF WS-FSFORN NOT EQUAL "00"
                MOVE "SIM" TO FIM-FORN
            END-IF.
            PERFORM LEITURA-FORNECEDOR UNTIL FIM-FORN EQUAL "SIM".
            CLOSE CADFORN.

        LEITURA-FORNECEDOR.
            READ CADFORN
                AT END MOVE "SIM" TO FIM-FORN
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-FORN LESS THAN 100
                        ADD 1 TO QTDE-FORN
                        INITIALIZE TAB-FORN-OCR(QTDE-FORN)
                        MOVE FORN-ENT  TO FORN-COD-OCR(QTDE-FORN)
                        MOVE NOMEF-ENT TO FORN-NOME-OCR(QTDE-FORN)
                    ELSE
                        DISPLAY "EM02EX57: *** TABELA DE "
                                "FORNECEDORES CHEIA - FORNECEDOR "
                                FORN-ENT " NAO AVALIADO ***"
                    END-IF
            END-READ.

        CARREGAITEMFORN.
            OPEN INPUT ITEMFORN.
            IF WS-FSIFO NOT EQUAL "00"
                MOVE "SIM" TO FIM-IFO
            END-IF.
            PERFORM LEITURA-ITEMFORN UNTIL FIM-IFO EQUAL "SIM".
            CLOSE ITEMFORN.

        LEITURA-ITEMFORN.
            READ ITEMFORN
                AT END MOVE "SIM" TO FIM-IFO
                NOT AT END
                    IF QTDE-IFO LESS THAN 300
                        ADD 1 TO QTDE-IFO
                        MOVE IF-COD   TO IFO-COD-OCR(QTDE-IFO)
                        MOVE IF-FORN  TO IFO-FORN-OCR(QTDE-IFO)
                        MOVE IF-PRECO TO IFO-PRECO-OCR(QTDE-IFO)
                        MOVE IF-PRAZO TO IFO-PRAZO-OCR(QTDE-IFO)
                    ELSE
                        DISPLAY "EM02EX57: *** TABELA ITEM-"
                                "FORNECEDOR CHEIA - LINHA "
                                "IGNORADA ***"
                    END-IF
            END-READ.

        CARREGANOTAS.
            OPEN INPUT CPAGAR.
            IF WS-FSCPG NOT EQUAL "00"
                MOVE "SIM" TO FIM-CPG
            END-IF.
            PERFORM LEITURA-NOTA UNTIL FIM-CPG EQUAL "SIM".
            CLOSE CPAGAR.

        LEITURA-NOTA.
            READ CPAGAR
                AT END MOVE "SIM" TO FIM-CPG
                NOT AT END
                    IF CP-SITUACAO NOT EQUAL "RECUSADA"
                       AND CP-PRECO IS NUMERIC
                        IF QTDE-NF LESS THAN 500
                            ADD 1 TO QTDE-NF
                            MOVE CP-PEDIDO TO NF-PEDIDO-OCR(QTDE-NF)
                            MOVE CP-PRECO  TO NF-PRECO-OCR(QTDE-NF)
                        ELSE
                            DISPLAY "EM02EX57: *** TABELA DE NOTAS "
                                    "CHEIA - PEDIDO " CP-PEDIDO
                                    " PELO PRECO DO PEDIDO ***"
                        END-IF
                    END-IF
            END-READ.

      ******************************************************************
      * PEDIDOS: EMITIDO NO MES CONTA COMO EMITIDO; RECEBIDO NO MES   *
      * ENTRA NOS PRAZOS, NO ATRASO, NA FALTA E NO PRECO.             *
      ******************************************************************
        VARREPEDIDOS.
            OPEN INPUT PEDCOMP.
            IF WS-FSPED NOT EQUAL "00"
                MOVE "SIM" TO FIM-PED
            END-IF.
            PERFORM LEITURA-PEDIDO UNTIL FIM-PED EQUAL "SIM".
            CLOSE PEDCOMP.

        LEITURA-PEDIDO.
            READ PEDCOMP
                AT END MOVE "SIM" TO FIM-PED
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    PERFORM AVALIAPEDIDO
            END-READ.

        AVALIAPEDIDO.
            IF PD-FORN IS NOT NUMERIC
               OR PD-EMISSAO IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCAFORNECEDOR.
            IF IDX-FORN EQUAL ZEROES
                ADD 1 TO CT-SEMCAD
                EXIT PARAGRAPH
            END-IF.
            IF PD-EMISSAO(1:6) EQUAL WS-MESREF
                ADD 1 TO FORN-EMIT-OCR(IDX-FORN)
            END-IF.
            IF PD-SITUACAO NOT EQUAL "RECEBIDO"
               OR PD-DTRECEB IS NOT NUMERIC
               OR PD-QTDEREC IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            IF PD-DTRECEB(1:6) NOT EQUAL WS-MESREF
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FORN-RECEB-OCR(IDX-FORN).
            IF PD-DTRECEB GREATER THAN PD-PREVISTA
                ADD 1 TO FORN-ATRASO-OCR(IDX-FORN)
            END-IF.
            COMPUTE WS-DIAS =
                    FUNCTION INTEGER-OF-DATE(PD-DTRECEB)
                  - FUNCTION INTEGER-OF-DATE(PD-EMISSAO).
            IF WS-DIAS LESS THAN ZEROES
                MOVE ZEROES TO WS-DIAS
            END-IF.
            ADD WS-DIAS TO FORN-REAL-OCR(IDX-FORN).
            PERFORM BUSCAITEMFORN.
            IF IDX-IFO GREATER THAN ZEROES
                MOVE IFO-PRAZO-OCR(IDX-IFO) TO WS-PRAZOPROM
                MOVE IFO-PRECO-OCR(IDX-IFO) TO WS-PRECOREF
            ELSE
                COMPUTE WS-DIAS =
                        FUNCTION INTEGER-OF-DATE(PD-PREVISTA)
                      - FUNCTION INTEGER-OF-DATE(PD-EMISSAO)
                IF WS-DIAS LESS THAN ZEROES
                    MOVE ZEROES TO WS-DIAS
                END-IF
                MOVE WS-DIAS  TO WS-PRAZOPROM
                MOVE PD-PRECO TO WS-PRECOREF
            END-IF.
            ADD WS-PRAZOPROM TO FORN-PROM-OCR(IDX-FORN).
            ADD PD-QTDE      TO FORN-QTPED-OCR(IDX-FORN).
            ADD PD-QTDEREC   TO FORN-QTREC-OCR(IDX-FORN).
            PERFORM BUSCANOTA.
            IF WS-PRECOREF GREATER THAN ZEROES
               AND WS-PRECOPAGO GREATER THAN ZEROES
                COMPUTE FORN-VALREF-OCR(IDX-FORN) =
                        FORN-VALREF-OCR(IDX-FORN)
                      + WS-PRECOREF * PD-QTDEREC
                COMPUTE FORN-VALPAG-OCR(IDX-FORN) =
                        FORN-VALPAG-OCR(IDX-FORN)
                      + WS-PRECOPAGO * PD-QTDEREC
            END-IF.

      * DEVOLVE IDX-FORN ZERADO QUANDO O FORNECEDOR DO PEDIDO NAO
      * ESTA EM CADFORN.DAT.
        BUSCAFORNECEDOR.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-FORN FROM 1 BY 1
                     UNTIL IDX-FORN GREATER THAN QTDE-FORN
                        OR ACHADO EQUAL "SIM"
                IF FORN-COD-OCR(IDX-FORN) EQUAL PD-FORN
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-FORN
            ELSE
                MOVE ZEROES TO IDX-FORN
            END-IF.

        BUSCAITEMFORN.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-IFO FROM 1 BY 1
                     UNTIL IDX-IFO GREATER THAN QTDE-IFO
                        OR ACHADO EQUAL "SIM"
                IF IFO-COD-OCR(IDX-IFO) EQUAL PD-COD
                   AND IFO-FORN-OCR(IDX-IFO) EQUAL PD-FORN
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-IFO
            ELSE
                MOVE ZEROES TO IDX-IFO
            END-IF.

      * PRECO FATURADO: A NOTA DO PEDIDO; SEM NOTA, O PRECO DO PEDIDO.
        BUSCANOTA.
            MOVE PD-PRECO TO WS-PRECOPAGO.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-NF FROM 1 BY 1
                     UNTIL IDX-NF GREATER THAN QTDE-NF
                        OR ACHADO EQUAL "SIM"
                IF NF-PEDIDO-OCR(IDX-NF) EQUAL PD-NUMERO
                    MOVE NF-PRECO-OCR(IDX-NF) TO WS-PRECOPAGO
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * NOTA DO FORNECEDOR COM RECEBIMENTO NO MES:                    *
      *   PONTUALIDADE = RECEBIDOS NO PRAZO / RECEBIDOS X 100         *
      *   QUANTIDADE   = QTDE RECEBIDA / QTDE PEDIDA X 100            *
      *   PRECO        = 100 MENOS A VARIACAO PERCENTUAL ACIMA DO     *
      *                  PRECO DE REFERENCIA (ABAIXO DELE VALE 100)   *
      ******************************************************************
        CALCULANOTA.
            MOVE ZEROES TO FORN-NOTA-OCR(IDX-FORN)
                           FORN-VAR-OCR(IDX-FORN).
            IF FORN-RECEB-OCR(IDX-FORN) EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-PONTUAL =
                    (FORN-RECEB-OCR(IDX-FORN)
                   - FORN-ATRASO-OCR(IDX-FORN)) * 100
                   / FORN-RECEB-OCR(IDX-FORN).
            IF FORN-QTPED-OCR(IDX-FORN) GREATER THAN ZEROES
                COMPUTE WS-ATENDE =
                        FORN-QTREC-OCR(IDX-FORN) * 100
                      / FORN-QTPED-OCR(IDX-FORN)
            ELSE
                MOVE 100 TO WS-ATENDE
            END-IF.
            MOVE 100 TO WS-NOTAPRECO.
            IF FORN-VALREF-OCR(IDX-FORN) GREATER THAN ZEROES
                COMPUTE FORN-VAR-OCR(IDX-FORN) ROUNDED =
                        (FORN-VALPAG-OCR(IDX-FORN)
                       - FORN-VALREF-OCR(IDX-FORN)) * 100
                       / FORN-VALREF-OCR(IDX-FORN)
                IF FORN-VAR-OCR(IDX-FORN) NOT LESS THAN 100
                    MOVE ZEROES TO WS-NOTAPRECO
                ELSE
                    IF FORN-VAR-OCR(IDX-FORN) GREATER THAN ZEROES
                        COMPUTE WS-NOTAPRECO =
                                100 - FORN-VAR-OCR(IDX-FORN)
                    END-IF
                END-IF
            END-IF.
            COMPUTE FORN-NOTA-OCR(IDX-FORN) ROUNDED =
                    (WS-PONTUAL * 50 + WS-ATENDE * 30
                   + WS-NOTAPRECO * 20) / 100.

      ******************************************************************
      * ENTRADA DO SORT: FORNECEDOR COM RECEBIMENTO NO GRUPO 1 (PELA  *
      * NOTA), SEM RECEBIMENTO NO GRUPO 2.                            *
      ******************************************************************
        ROTENTRADA.
            PERFORM LIBERAFORNECEDOR
                VARYING IDX-FORN FROM 1 BY 1
                UNTIL IDX-FORN GREATER THAN QTDE-FORN.

        LIBERAFORNECEDOR.
            IF FORN-RECEB-OCR(IDX-FORN) GREATER THAN ZEROES
                MOVE 1 TO GRUPO-T
            ELSE
                MOVE 2 TO GRUPO-T
            END-IF.
            MOVE FORN-NOTA-OCR(IDX-FORN) TO NOTA-T.
            MOVE IDX-FORN                TO IDX-T.
            RELEASE TREGSCORE.

        ROTSAIDA.
            PERFORM LEITURA-TRAB.
            PERFORM IMPRIMEFORNECEDOR UNTIL FIM-ARQ EQUAL "SIM".

        LEITURA-TRAB.
            RETURN TRABSCORE
                AT END MOVE "SIM" TO FIM-ARQ
            END-RETURN.

        IMPRIMEFORNECEDOR.
            MOVE IDX-T TO IDX-FORN.
            MOVE FORN-COD-OCR(IDX-FORN)    TO DF-FORN.
            MOVE FORN-NOME-OCR(IDX-FORN)   TO DF-NOME.
            MOVE FORN-EMIT-OCR(IDX-FORN)   TO DF-EMIT.
            MOVE FORN-RECEB-OCR(IDX-FORN)  TO DF-RECEB.
            MOVE FORN-ATRASO-OCR(IDX-FORN) TO DF-ATRASO.
            IF GRUPO-T EQUAL 1
                ADD 1 TO CT-RANK
                MOVE CT-RANK TO DF-RANK
                MOVE FORN-NOTA-OCR(IDX-FORN) TO DF-NOTA
                MOVE SPACES TO DF-OBS
            ELSE
                MOVE SPACES TO DF-RANK-X DF-NOTA-X
                MOVE "SEM RECEBIMENTO NO MES" TO DF-OBS
            END-IF.
            WRITE REGREL FROM DET-FORN AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-GRAVADOS.
            IF GRUPO-T EQUAL 1
                PERFORM IMPRIMEINDICES
                PERFORM GRAVACONFIABILIDADE
            END-IF.
            PERFORM LEITURA-TRAB.

        IMPRIMEINDICES.
            COMPUTE WS-MEDIA ROUNDED = FORN-REAL-OCR(IDX-FORN)
                                     / FORN-RECEB-OCR(IDX-FORN).
            MOVE WS-MEDIA TO DI-REAL.
            COMPUTE WS-MEDIA ROUNDED = FORN-PROM-OCR(IDX-FORN)
                                     / FORN-RECEB-OCR(IDX-FORN).
            MOVE WS-MEDIA TO DI-PROM.
            COMPUTE DI-FALTA = FORN-QTPED-OCR(IDX-FORN)
                             - FORN-QTREC-OCR(IDX-FORN).
            MOVE FORN-VAR-OCR(IDX-FORN) TO DI-VAR.
            WRITE REGREL FROM DET-INDICES AFTER ADVANCING 1 LINE.

        GRAVACONFIABILIDADE.
            IF WS-PESO EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO REGFCONF.
            MOVE FORN-COD-OCR(IDX-FORN)  TO FC-FORN.
            MOVE FORN-NOTA-OCR(IDX-FORN) TO FC-NOTA.
            COMPUTE FC-PENAL ROUNDED =
                    (100 - FORN-NOTA-OCR(IDX-FORN)) * WS-PESO / 100.
            WRITE REGFCONF.

        TERMINO.
            MOVE "FORNECEDORES AVALIADOS........: " TO ROD-QT-TXT.
            MOVE CT-RANK TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "PEDIDOS DE FORN. SEM CADASTRO.: " TO ROD-QT-TXT.
            MOVE CT-SEMCAD TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "PESO NA ESCOLHA DO PREFERIDO..: " TO ROD-QT-TXT.
            MOVE WS-PESO TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELSCORE
                  FORNCONF.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
