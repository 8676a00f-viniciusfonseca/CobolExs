        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX58.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. ANALISE DE PRECO DE VENDA E MARGEM BRUTA. O PRECO DE
      * CADESTOQ.DAT E O CUSTO MEDIO (ATUALIZADO POR EM02EX17); O
      * PRECO DE VENDA E O EM VIGOR HOJE EM PRECOVEN.DAT (MANTIDO
      * POR EM02EX33). PARA CADA ITEM E DEPOSITO:
      *   MARGEM = (VENDA - CUSTO) / VENDA X 100
      * E, AO LADO, A MARGEM NA ULTIMA ALTERACAO DE PRECO DO ITEM
      * (HISTPRECO.DAT: PRECO NOVO CONTRA O CUSTO MEDIO DAQUELE DIA),
      * PARA SE VER A MARGEM SENDO COMIDA PELO AUMENTO DE CUSTO.
      * SINALIZA O ITEM ABAIXO DA MARGEM MINIMA DA CATEGORIA
      * (PARAM64.DAT: CATEGORIA E MARGEM MINIMA; A LINHA "*" VALE
      * PARA AS CATEGORIAS SEM LINHA PROPRIA; SEM NENHUMA, 10,00),
      * O ITEM VENDIDO ABAIXO DO CUSTO E O ITEM SEM PRECO DE VENDA.
      * RELMARG SAI POR CATEGORIA, COM A MARGEM DA CATEGORIA SOBRE O
      * SALDO (VALOR A CUSTO CONTRA VALOR A PRECO DE VENDA), E FECHA
      * COM A MARGEM POR DEPOSITO E A GERAL.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADESTOQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PRECOVEN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSPRC.
            SELECT OPTIONAL HISTPRECO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSHPR.
            SELECT OPTIONAL PARAM64 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSP64.
            SELECT TRABMARG ASSIGN TO DISK.
            SELECT RELMARG ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CADESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
            01 REGESTOQ.
               COPY REGESTOQ REPLACING ==:COD:==   BY ==COD-ENT==
                                        ==:DEP:==   BY ==DEP-ENT==
                                        ==:NOME:==  BY ==NOME-ENT==
                                        ==:QTDE:==  BY ==QTDE-ENT==
                                        ==:PRECO:== BY ==PRECO-ENT==
                                        ==:PONTO:== BY ==PONTO-ENT==
                                        ==:CATEG:== BY
                                        ==CATEGORIA-ENT==.

            FD PRECOVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECOVEN.DAT".
            01 REGPRVEN.
               COPY REGPRVEN.

            FD HISTPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTPRECO.DAT".
            01 REGHPREC.
               COPY REGHPREC.

            FD PARAM64
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM64.DAT".
            01 REGPARAM64.
               02 P64-CATEG   PIC X(10).
               02 FILLER      PIC X(01).
               02 P64-MARGMIN PIC 9(03)V99.

            SD TRABMARG.
            01 TREGMARG.
               COPY REGESTOQ REPLACING ==:COD:==   BY ==COD-T==
                                        ==:DEP:==   BY ==DEP-T==
                                        ==:NOME:==  BY ==NOME-T==
                                        ==:QTDE:==  BY ==QTDE-T==
                                        ==:PRECO:== BY ==PRECO-T==
                                        ==:PONTO:== BY ==PONTO-T==
                                        ==:CATEG:== BY
                                        ==CATEGORIA-T==.

            FD RELMARG
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 FIM-PRC     PIC X(03) VALUE "NAO".
            77 FIM-HPR     PIC X(03) VALUE "NAO".
            77 FIM-P64     PIC X(03) VALUE "NAO".
            77 WS-FSPRC    PIC X(02) VALUE SPACES.
            77 WS-FSHPR    PIC X(02) VALUE SPACES.
            77 WS-FSP64    PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-ABAIXOMIN PIC 9(05) VALUE ZEROES.
            77 CT-ABAIXOCUS PIC 9(05) VALUE ZEROES.
            77 CT-SEMPRECO PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM02EX58".
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-MARGPADRAO PIC 9(03)V99 VALUE 10,00.
            77 WS-MARGMIN  PIC 9(03)V99 VALUE ZEROES.
            77 WS-PRECOVEN PIC 9(06)V99 VALUE ZEROES.
            77 WS-MARGEM   PIC S9(05)V99 VALUE ZEROES.
            77 WS-CATANT   PIC X(10) VALUE SPACES.
            77 WS-VALCUSTO PIC 9(11)V99 VALUE ZEROES.
            77 WS-VALVENDA PIC 9(11)V99 VALUE ZEROES.
            77 CAT-CUSTO   PIC 9(11)V99 VALUE ZEROES.
            77 CAT-VENDA   PIC 9(11)V99 VALUE ZEROES.
            77 GER-CUSTO   PIC 9(11)V99 VALUE ZEROES.
            77 GER-VENDA   PIC 9(11)V99 VALUE ZEROES.
            77 ACHADO      PIC X(03) VALUE "NAO".

            77 QTDE-PRC  PIC 9(03) VALUE ZEROES.
            77 IDX-PRC   PIC 9(03) VALUE ZEROES.
            77 QTDE-HPR  PIC 9(03) VALUE ZEROES.
            77 IDX-HPR   PIC 9(03) VALUE ZEROES.
            77 QTDE-MIN  PIC 9(02) VALUE ZEROES.
            77 IDX-MIN   PIC 9(02) VALUE ZEROES.
            77 QTDE-DEPS PIC 9(02) VALUE ZEROES.
            77 IDX-DEPS  PIC 9(02) VALUE ZEROES.

      * PRECO DE VENDA EM VIGOR HOJE, UM POR ITEM.
            01 TAB-PRECO.
               02 TAB-PRC-OCR OCCURS 500 TIMES.
                  03 PRC-COD-OCR   PIC 9(05).
                  03 PRC-VIG-OCR   PIC 9(08).
                  03 PRC-PRECO-OCR PIC 9(06)V99.

      * ULTIMA ALTERACAO DE PRECO POR ITEM (A DE MAIOR DATA; NO
      * EMPATE, A ULTIMA LINHA DO HISTORICO).
            01 TAB-HISTORICO.
               02 TAB-HPR-OCR OCCURS 500 TIMES.
                  03 HPR-COD-OCR   PIC 9(05).
                  03 HPR-DATA-OCR  PIC 9(08).
                  03 HPR-PRECO-OCR PIC 9(06)V99.
                  03 HPR-CUSTO-OCR PIC 9(06)V99.

            01 TAB-MARGMIN.
               02 TAB-MIN-OCR OCCURS 50 TIMES.
                  03 MIN-CATEG-OCR PIC X(10).
                  03 MIN-MARG-OCR  PIC 9(03)V99.

            01 TAB-DEPOSITO.
               02 TAB-DEP-OCR OCCURS 20 TIMES.
                  03 DEPS-COD-OCR   PIC X(02).
                  03 DEPS-CUSTO-OCR PIC 9(11)V99.
                  03 DEPS-VENDA-OCR PIC 9(11)V99.

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "PRECO DE VENDA E MARGEM BRUTA".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-CATEG.
               02 FILLER     PIC X(11) VALUE "CATEGORIA: ".
               02 CC-CATEG   PIC X(10).
               02 FILLER     PIC X(17) VALUE "  MARGEM MINIMA: ".
               02 CC-MIN     PIC ZZ9,99.
               02 FILLER     PIC X(01) VALUE "%".
               02 FILLER     PIC X(35) VALUE SPACES.

            01 CAB-COLS.
               02 FILLER     PIC X(06) VALUE "ITEM".
               02 FILLER     PIC X(03) VALUE "DP".
               02 FILLER     PIC X(16) VALUE "DESCRICAO".
               02 FILLER     PIC X(11) VALUE "     CUSTO".
               02 FILLER     PIC X(11) VALUE "     VENDA".
               02 FILLER     PIC X(07) VALUE " MARG%".
               02 FILLER     PIC X(07) VALUE " ULT.AL".
               02 FILLER     PIC X(19) VALUE " SITUACAO".

            01 DET-ITEM.
               02 DI-COD     PIC 9(05).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DI-DEP     PIC X(02).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DI-NOME    PIC X(15).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DI-CUSTO   PIC ZZZ.ZZ9,99.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DI-VENDA   PIC ZZZ.ZZ9,99.
               02 DI-VENDA-X REDEFINES DI-VENDA PIC X(10).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DI-MARG    PIC ---9,9.
               02 DI-MARG-X  REDEFINES DI-MARG PIC X(06).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DI-MGANT   PIC ---9,9.
               02 DI-MGANT-X REDEFINES DI-MGANT PIC X(06).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DI-SIT     PIC X(18).

            01 TOT-CATEG.
               02 FILLER     PIC X(06) VALUE "TOTAL ".
               02 TC-CATEG   PIC X(10).
               02 FILLER     PIC X(08) VALUE " CUSTO: ".
               02 TC-CUSTO   PIC ZZ.ZZZ.ZZ9,99.
               02 FILLER     PIC X(08) VALUE " VENDA: ".
               02 TC-VENDA   PIC ZZ.ZZZ.ZZ9,99.
               02 FILLER     PIC X(08) VALUE " MARG: ".
               02 TC-MARG    PIC ---9,9.
               02 FILLER     PIC X(01) VALUE "%".
               02 FILLER     PIC X(07) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            SORT TRABMARG
                 ASCENDING KEY CATEGORIA-T COD-T DEP-T
                 USING CADESTOQ
                 OUTPUT PROCEDURE IS ROTSAIDA.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            PERFORM CARREGAPRECOS.
            PERFORM CARREGAHISTORICO.
            PERFORM CARREGAMARGENS.
            OPEN OUTPUT RELMARG.
            MOVE WS-DATA TO CB1-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.

      * DE CADA ITEM FICA A LINHA DE MAIOR VIGENCIA ATE HOJE.
        CARREGAPRECOS.
            OPEN INPUT PRECOVEN.
            IF WS-FSPRC NOT EQUAL "00"
                MOVE "SIM" TO FIM-PRC
            END-IF.
            PERFORM LEITURA-PRECO UNTIL FIM-PRC EQUAL "SIM".
            CLOSE PRECOVEN.

        LEITURA-PRECO.
            READ PRECOVEN
                AT END MOVE "SIM" TO FIM-PRC
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF VP-VIGENCIA IS NUMERIC
                       AND VP-VIGENCIA NOT GREATER THAN WS-DATA
                        PERFORM GUARDAPRECO
                    END-IF
            END-READ.

        GUARDAPRECO.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-PRC FROM 1 BY 1
                     UNTIL IDX-PRC GREATER THAN QTDE-PRC
                        OR ACHADO EQUAL "SIM"
                IF PRC-COD-OCR(IDX-PRC) EQUAL VP-COD
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-PRC
                IF VP-VIGENCIA NOT LESS THAN PRC-VIG-OCR(IDX-PRC)
                    MOVE VP-VIGENCIA TO PRC-VIG-OCR(IDX-PRC)
                    MOVE VP-PRECO    TO PRC-PRECO-OCR(IDX-PRC)
                END-IF
            ELSE
                IF QTDE-PRC LESS THAN 500
                    ADD 1 TO QTDE-PRC
                    MOVE VP-COD      TO PRC-COD-OCR(QTDE-PRC)
                    MOVE VP-VIGENCIA TO PRC-VIG-OCR(QTDE-PRC)
                    MOVE VP-PRECO    TO PRC-PRECO-OCR(QTDE-PRC)
                ELSE
                    DISPLAY "EM02EX58: *** TABELA DE PRECOS CHEIA - "
                            "ITEM " VP-COD " SEM PRECO DE VENDA ***"
                END-IF
            END-IF.

        CARREGAHISTORICO.
            OPEN INPUT HISTPRECO.
            IF WS-FSHPR NOT EQUAL "00"
                MOVE "SIM" TO FIM-HPR
            END-IF.
            PERFORM LEITURA-HISTORICO UNTIL FIM-HPR EQUAL "SIM".
            CLOSE HISTPRECO.

        LEITURA-HISTORICO.
            READ HISTPRECO
                AT END MOVE "SIM" TO FIM-HPR
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF HP-DATA IS NUMERIC
                       AND HP-PRECO IS NUMERIC
                       AND HP-CUSTO IS NUMERIC
                        PERFORM GUARDAHISTORICO
                    END-IF
            END-READ.

        GUARDAHISTORICO.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-HPR FROM 1 BY 1
                     UNTIL IDX-HPR GREATER THAN QTDE-HPR
                        OR ACHADO EQUAL "SIM"
                IF HPR-COD-OCR(IDX-HPR) EQUAL HP-COD
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-HPR
                IF HP-DATA LESS THAN HPR-DATA-OCR(IDX-HPR)
                    EXIT PARAGRAPH
                END-IF
            ELSE
                IF QTDE-HPR NOT LESS THAN 500
                    DISPLAY "EM02EX58: *** TABELA DE HISTORICO CHEIA "
                            "- ITEM " HP-COD " SEM TENDENCIA ***"
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO QTDE-HPR
                MOVE QTDE-HPR TO IDX-HPR
                MOVE HP-COD   TO HPR-COD-OCR(IDX-HPR)
            END-IF.
            MOVE HP-DATA  TO HPR-DATA-OCR(IDX-HPR).
            MOVE HP-PRECO TO HPR-PRECO-OCR(IDX-HPR).
            MOVE HP-CUSTO TO HPR-CUSTO-OCR(IDX-HPR).

        CARREGAMARGENS.
            OPEN INPUT PARAM64.
            IF WS-FSP64 NOT EQUAL "00"
                MOVE "SIM" TO FIM-P64
            END-IF.
            PERFORM LEITURA-MARGEM UNTIL FIM-P64 EQUAL "SIM".
            CLOSE PARAM64.

        LEITURA-MARGEM.
            READ PARAM64
                AT END MOVE "SIM" TO FIM-P64
                NOT AT END
                    IF P64-MARGMIN IS NOT NUMERIC
                        DISPLAY "EM02EX58: *** PARAM64 COM MARGEM "
                                "INVALIDA - CATEGORIA " P64-CATEG
                                " IGNORADA ***"
                    ELSE
                        IF P64-CATEG EQUAL "*"
                            MOVE P64-MARGMIN TO WS-MARGPADRAO
                        ELSE
                            IF QTDE-MIN LESS THAN 50
                                ADD 1 TO QTDE-MIN
                                MOVE P64-CATEG
                                    TO MIN-CATEG-OCR(QTDE-MIN)
                                MOVE P64-MARGMIN
                                    TO MIN-MARG-OCR(QTDE-MIN)
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      ******************************************************************
      * SAIDA DO SORT: QUEBRA POR CATEGORIA, UMA LINHA POR ITEM E     *
      * DEPOSITO, TOTAL DA CATEGORIA; NO FIM, POR DEPOSITO E GERAL.   *
      ******************************************************************
        ROTSAIDA.
            PERFORM LEITURA-TRAB.
            PERFORM QUEBRACATEGORIA UNTIL FIM-ARQ EQUAL "SIM".
            MOVE "MARGEM POR DEPOSITO (CUSTO X PRECO DE VENDA)"
                TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
            PERFORM IMPRIMEDEPOSITO
                VARYING IDX-DEPS FROM 1 BY 1
                UNTIL IDX-DEPS GREATER THAN QTDE-DEPS.
            MOVE "GERAL"   TO TC-CATEG.
            MOVE GER-CUSTO TO WS-VALCUSTO.
            MOVE GER-VENDA TO WS-VALVENDA.
            PERFORM IMPRIMETOTAL.
            WRITE REGREL FROM TOT-CATEG AFTER ADVANCING 2 LINES.

        LEITURA-TRAB.
            RETURN TRABMARG
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS
            END-RETURN.

        QUEBRACATEGORIA.
            MOVE CATEGORIA-T TO WS-CATANT.
            MOVE ZEROES      TO CAT-CUSTO CAT-VENDA.
            PERFORM BUSCAMARGEMMINIMA.
            MOVE WS-CATANT  TO CC-CATEG.
            MOVE WS-MARGMIN TO CC-MIN.
            WRITE REGREL FROM CAB-CATEG AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-COLS AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEITEM
                UNTIL FIM-ARQ EQUAL "SIM"
                   OR CATEGORIA-T NOT EQUAL WS-CATANT.
            MOVE WS-CATANT TO TC-CATEG.
            MOVE CAT-CUSTO TO WS-VALCUSTO.
            MOVE CAT-VENDA TO WS-VALVENDA.
            PERFORM IMPRIMETOTAL.
            WRITE REGREL FROM TOT-CATEG AFTER ADVANCING 1 LINE.

        BUSCAMARGEMMINIMA.
            MOVE WS-MARGPADRAO TO WS-MARGMIN.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-MIN FROM 1 BY 1
                     UNTIL IDX-MIN GREATER THAN QTDE-MIN
                        OR ACHADO EQUAL "SIM"
                IF MIN-CATEG-OCR(IDX-MIN) EQUAL WS-CATANT
                    MOVE MIN-MARG-OCR(IDX-MIN) TO WS-MARGMIN
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.

        IMPRIMEITEM.
            MOVE COD-T   TO DI-COD.
            MOVE DEP-T   TO DI-DEP.
            MOVE NOME-T  TO DI-NOME.
            MOVE PRECO-T TO DI-CUSTO.
            MOVE SPACES  TO DI-SIT.
            PERFORM BUSCAPRECOVENDA.
            IF WS-PRECOVEN EQUAL ZEROES
                MOVE SPACES TO DI-VENDA-X DI-MARG-X DI-MGANT-X
                MOVE "SEM PRECO DE VENDA" TO DI-SIT
                ADD 1 TO CT-SEMPRECO
            ELSE
                MOVE WS-PRECOVEN TO DI-VENDA
                COMPUTE WS-MARGEM ROUNDED =
                        (WS-PRECOVEN - PRECO-T) * 100 / WS-PRECOVEN
                PERFORM EDITAMARGEM
                MOVE WS-MARGEM TO DI-MARG
                PERFORM MARGEMULTIMAALTERACAO
                EVALUATE TRUE
                    WHEN WS-PRECOVEN LESS THAN PRECO-T
                        MOVE "VENDA ABAIXO CUSTO" TO DI-SIT
                        ADD 1 TO CT-ABAIXOCUS
                    WHEN WS-MARGEM LESS THAN WS-MARGMIN
                        MOVE "ABAIXO DA MINIMA" TO DI-SIT
                        ADD 1 TO CT-ABAIXOMIN
                END-EVALUATE
                COMPUTE WS-VALCUSTO = QTDE-T * PRECO-T
                COMPUTE WS-VALVENDA = QTDE-T * WS-PRECOVEN
                ADD WS-VALCUSTO TO CAT-CUSTO GER-CUSTO
                ADD WS-VALVENDA TO CAT-VENDA GER-VENDA
                PERFORM ACUMULADEPOSITO
            END-IF.
            WRITE REGREL FROM DET-ITEM AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-GRAVADOS.
            PERFORM LEITURA-TRAB.

        BUSCAPRECOVENDA.
            MOVE ZEROES TO WS-PRECOVEN.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-PRC FROM 1 BY 1
                     UNTIL IDX-PRC GREATER THAN QTDE-PRC
                        OR ACHADO EQUAL "SIM"
                IF PRC-COD-OCR(IDX-PRC) EQUAL COD-T
                    MOVE PRC-PRECO-OCR(IDX-PRC) TO WS-PRECOVEN
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.

      * MARGEM NA ULTIMA ALTERACAO: PRECO NOVO CONTRA O CUSTO MEDIO
      * DO DIA DA ALTERACAO; SEM HISTORICO A COLUNA FICA EM BRANCO.
        MARGEMULTIMAALTERACAO.
            MOVE SPACES TO DI-MGANT-X.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-HPR FROM 1 BY 1
                     UNTIL IDX-HPR GREATER THAN QTDE-HPR
                        OR ACHADO EQUAL "SIM"
                IF HPR-COD-OCR(IDX-HPR) EQUAL COD-T
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO NOT EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1 FROM IDX-HPR.
            IF HPR-PRECO-OCR(IDX-HPR) EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-MARGEM ROUNDED =
                    (HPR-PRECO-OCR(IDX-HPR) - HPR-CUSTO-OCR(IDX-HPR))
                    * 100 / HPR-PRECO-OCR(IDX-HPR).
            PERFORM EDITAMARGEM.
            MOVE WS-MARGEM TO DI-MGANT.
            COMPUTE WS-MARGEM ROUNDED =
                    (WS-PRECOVEN - PRECO-T) * 100 / WS-PRECOVEN.

      * A MARGEM IMPRESSA FICA ENTRE -999,9 E 999,9.
        EDITAMARGEM.
            IF WS-MARGEM LESS THAN -999,9
                MOVE -999,9 TO WS-MARGEM
            END-IF.

        ACUMULADEPOSITO.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-DEPS FROM 1 BY 1
                     UNTIL IDX-DEPS GREATER THAN QTDE-DEPS
                        OR ACHADO EQUAL "SIM"
                IF DEPS-COD-OCR(IDX-DEPS) EQUAL DEP-T
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-DEPS
            ELSE
                IF QTDE-DEPS NOT LESS THAN 20
                    DISPLAY "EM02EX58: *** TABELA DE DEPOSITOS CHEIA "
                            "- DEPOSITO " DEP-T " FORA DO RESUMO ***"
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO QTDE-DEPS
                MOVE QTDE-DEPS TO IDX-DEPS
                MOVE DEP-T     TO DEPS-COD-OCR(IDX-DEPS)
                MOVE ZEROES    TO DEPS-CUSTO-OCR(IDX-DEPS)
                                  DEPS-VENDA-OCR(IDX-DEPS)
            END-IF.
            ADD WS-VALCUSTO TO DEPS-CUSTO-OCR(IDX-DEPS).
            ADD WS-VALVENDA TO DEPS-VENDA-OCR(IDX-DEPS).

        IMPRIMEDEPOSITO.
            MOVE SPACES TO TC-CATEG.
            STRING "DEP. " DELIMITED BY SIZE
                   DEPS-COD-OCR(IDX-DEPS) DELIMITED BY SIZE
                   INTO TC-CATEG
            END-STRING.
            MOVE DEPS-CUSTO-OCR(IDX-DEPS) TO WS-VALCUSTO.
            MOVE DEPS-VENDA-OCR(IDX-DEPS) TO WS-VALVENDA.
            PERFORM IMPRIMETOTAL.
            WRITE REGREL FROM TOT-CATEG AFTER ADVANCING 1 LINE.

      * MARGEM DO GRUPO SOBRE O SALDO: SO ITENS COM PRECO DE VENDA.
        IMPRIMETOTAL.
            MOVE WS-VALCUSTO TO TC-CUSTO.
            MOVE WS-VALVENDA TO TC-VENDA.
            MOVE ZEROES      TO WS-MARGEM.
            IF WS-VALVENDA GREATER THAN ZEROES
                COMPUTE WS-MARGEM ROUNDED =
                        (WS-VALVENDA - WS-VALCUSTO) * 100 / WS-VALVENDA
                PERFORM EDITAMARGEM
            END-IF.
            MOVE WS-MARGEM TO TC-MARG.

        TERMINO.
            MOVE "ITENS VENDIDOS ABAIXO DO CUSTO: " TO ROD-QT-TXT.
            MOVE CT-ABAIXOCUS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "ITENS ABAIXO DA MARGEM MINIMA.: " TO ROD-QT-TXT.
            MOVE CT-ABAIXOMIN TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "ITENS SEM PRECO DE VENDA......: " TO ROD-QT-TXT.
            MOVE CT-SEMPRECO TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELMARG.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
