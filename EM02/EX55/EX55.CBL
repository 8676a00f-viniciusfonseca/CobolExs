        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX55.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. ESTOQUE PARADO E OBSOLETO: A CURVA ABC DO EM02EX19
      * ORDENA POR VALOR MAS NAO MOSTRA O ITEM QUE NAO SAI HA UM ANO
      * E SEGUE EMPATANDO DINHEIRO NO DEPOSITO. PARA CADA ITEM E
      * DEPOSITO COM SALDO EM CADESTOQ.DAT, BUSCA NO DIARIO
      * MOVJORN.DAT A DATA DA ULTIMA SAIDA ("S") E CLASSIFICA:
      *   ATIVO    - SAIU NOS ULTIMOS N DIAS;
      *   LENTO    - SEM SAIDA HA N DIAS OU MAIS;
      *   OBSOLETO - SEM SAIDA HA M DIAS OU MAIS.
      * N E M VEM DE PARAM61.DAT (PADRAO 180 E 365). ITEM QUE NUNCA
      * SAIU CONTA A PARTIR DA ULTIMA ENTRADA ("E"/"R"); SEM NENHUM
      * MOVIMENTO NO DIARIO E OBSOLETO. O VALOR EMPATADO E O SALDO AO
      * CUSTO MEDIO. RELOBSO LISTA OBSOLETOS E LENTOS, DO MAIS PARADO
      * PARA O MENOS, COM O TOTAL DE ITENS E VALOR DE CADA CLASSE.
      * BAIXA CONTROLADA: CADA LINHA DE BAIXAREQ.DAT (ITEM, DEPOSITO,
      * QUANTIDADE - ZERO BAIXA O SALDO TODO -, MOTIVO E REFERENCIA
      * DA APROVACAO) SO E ACEITA PARA ITEM CLASSIFICADO OBSOLETO
      * NESTA RODADA, COM MOTIVO OB (OBSOLETO), DE (DESCONTINUADO), AV
      * (AVARIADO) OU VE (VENCIDO) E APROVACAO PREENCHIDA; VIRA UM
      * MOVIMENTO "B" APENDADO EM MOVESTOQ.DAT, QUE EM02EX17 POSTA NO
      * DIARIO E EM05EX21 EXPORTA PARA A CONTABILIDADE. BAIXAREQ.DAT
      * E ESVAZIADO NO FIM.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADESTOQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL MOVJORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSJORN.
            SELECT OPTIONAL PARAM61 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BAIXAREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT OPTIONAL MOVESTOQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSMOV.
            SELECT TRABOBSO ASSIGN TO DISK.
            SELECT RELOBSO ASSIGN TO DISK.

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
               02 JN-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 JN-CUSTOUNIT PIC 9(06)V99.
               02 FILLER     PIC X.
               02 JN-VALOR   PIC 9(09)V99.
               02 FILLER     PIC X.
               02 JN-MOTIVO  PIC X(02).
               02 FILLER     PIC X.
               02 JN-APROV   PIC X(10).

            FD PARAM61
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM61.DAT".
            01 REGPARAM61.
               02 P61-DIASLENTO PIC 9(04).
               02 FILLER        PIC X(01).
               02 P61-DIASOBSO  PIC 9(04).

            FD BAIXAREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIXAREQ.DAT".
            01 REGBAIXAREQ.
               02 RQ-COD     PIC 9(05).
               02 FILLER     PIC X(01).
               02 RQ-DEP     PIC X(02).
               02 FILLER     PIC X(01).
               02 RQ-QTDE    PIC 9(05).
               02 FILLER     PIC X(01).
               02 RQ-MOTIVO  PIC X(02).
                  88 RQ-MOTIVO-VALIDO VALUE "OB" "DE" "AV" "VE".
               02 FILLER     PIC X(01).
               02 RQ-APROV   PIC X(10).

            FD MOVESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVESTOQ.DAT".
            01 REGMOV.
               02 COD-MOV   PIC 9(05).
               02 DEP-MOV   PIC X(02).
               02 TIPO-MOV  PIC X(01).
               02 QTDE-MOV  PIC 9(05).
               02 CUSTO-MOV PIC 9(06)V99.
               02 DEPDEST-MOV PIC X(02).
               02 LOTE-MOV  PIC X(06).
               02 VALID-MOV PIC 9(08).
               02 MOTIVO-MOV PIC X(02).
               02 APROV-MOV PIC X(10).

            SD TRABOBSO.
            01 TREGOBSO.
               02 CLASSE-T PIC 9(01).
               02 DIAS-T   PIC 9(05).
               02 COD-T    PIC 9(05).
               02 DEP-T    PIC X(02).
               02 NOME-T   PIC X(15).
               02 QTDE-T   PIC 9(05).
               02 VALOR-T  PIC 9(09)V99.
               02 ULTSAI-T PIC 9(08).

            FD RELOBSO
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 FIM-EST     PIC X(03) VALUE "NAO".
            77 FIM-JORN    PIC X(03) VALUE "NAO".
            77 FIM-REQ     PIC X(03) VALUE "NAO".
            77 WS-FSJORN   PIC X(02) VALUE SPACES.
            77 WS-FSREQ    PIC X(02) VALUE SPACES.
            77 WS-FSMOV    PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-BAIXAS   PIC 9(05) VALUE ZEROES.
            77 CT-RECUSAS  PIC 9(05) VALUE ZEROES.
            77 CT-ZERADOS  PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM02EX55".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-HOJE-INT PIC S9(09) VALUE ZEROES.
            77 WS-DIAS     PIC S9(09) VALUE ZEROES.
            77 WS-DATAREF  PIC 9(08) VALUE ZEROES.
            77 WS-DIASLENTO PIC 9(04) VALUE 180.
            77 WS-DIASOBSO PIC 9(04) VALUE 365.
            77 WS-QTDEBX   PIC 9(05) VALUE ZEROES.
            77 WS-MOTIVO   PIC X(30) VALUE SPACES.
            77 WS-CODBUSCA PIC 9(05) VALUE ZEROES.
            77 ACHADO      PIC X(03) VALUE "NAO".
            77 WS-DEPBUSCA PIC X(02) VALUE SPACES.
            77 WS-CLASSEANT PIC 9(01) VALUE ZEROES.
            77 CL-ITENS    PIC 9(05) VALUE ZEROES.
            77 CL-VALOR    PIC 9(11)V99 VALUE ZEROES.
            77 GER-ITENS   PIC 9(05) VALUE ZEROES.
            77 GER-VALOR   PIC 9(11)V99 VALUE ZEROES.

            77 QTDE-EST PIC 9(03) VALUE ZEROES.
            77 IDX-EST  PIC 9(03) VALUE ZEROES.
            77 IDX-CLS  PIC 9(01) VALUE ZEROES.

      * SALDO, CUSTO E DATAS DA ULTIMA SAIDA E DA ULTIMA ENTRADA POR
      * ITEM/DEPOSITO; A CLASSE (1 OBSOLETO, 2 LENTO, 3 ATIVO) E OS
      * DIAS PARADO SAO CALCULADOS ANTES DO SORT E USADOS DE NOVO NA
      * CRITICA DAS BAIXAS.
            01 TAB-ESTOQUE.
               02 TAB-EST-OCR OCCURS 500 TIMES.
                  03 EST-COD-OCR    PIC 9(05).
                  03 EST-DEP-OCR    PIC X(02).
                  03 EST-NOME-OCR   PIC X(15).
                  03 EST-QTDE-OCR   PIC 9(05).
                  03 EST-PRECO-OCR  PIC 9(06)V99.
                  03 EST-ULTSAI-OCR PIC 9(08).
                  03 EST-ULTENT-OCR PIC 9(08).
                  03 EST-CLASSE-OCR PIC 9(01).
                  03 EST-DIAS-OCR   PIC 9(05).

            01 TAB-CLASSES.
               02 TAB-CLS-OCR OCCURS 3 TIMES.
                  03 CLS-NOME-OCR  PIC X(10).
                  03 CLS-ITENS-OCR PIC 9(05).
                  03 CLS-VALOR-OCR PIC 9(11)V99.

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "ESTOQUE PARADO E OBSOLETO".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-02.
               02 FILLER     PIC X(19) VALUE "LENTO: SEM SAIDA HA".
               02 CB2-LENTO  PIC ZZZ9.
               02 FILLER     PIC X(27) VALUE
                  " DIAS   OBSOLETO: SEM SAIDA".
               02 FILLER     PIC X(04) VALUE " HA".
               02 CB2-OBSO   PIC ZZZ9.
               02 FILLER     PIC X(22) VALUE " DIAS".

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 CAB-COLS.
               02 FILLER     PIC X(06) VALUE "ITEM".
               02 FILLER     PIC X(03) VALUE "DP".
               02 FILLER     PIC X(16) VALUE "DESCRICAO".
               02 FILLER     PIC X(11) VALUE "ULT.SAIDA".
               02 FILLER     PIC X(06) VALUE " DIAS".
               02 FILLER     PIC X(07) VALUE "  SALDO".
               02 FILLER     PIC X(15) VALUE "  VALOR EMPAT.".
               02 FILLER     PIC X(16) VALUE SPACES.

            01 DET-ITEM.
               02 DI-COD     PIC 9(05).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DI-DEP     PIC X(02).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DI-NOME    PIC X(15).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DI-ULTSAI  PIC 9999/99/99.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DI-DIAS    PIC ZZZZ9.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DI-QTDE    PIC ZZZZ9.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DI-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
               02 DI-OBS     PIC X(16) VALUE SPACES.

            01 TOT-CLASSE.
               02 FILLER     PIC X(06) VALUE "TOTAL ".
               02 TC-NOME    PIC X(10).
               02 FILLER     PIC X(08) VALUE "  ITENS:".
               02 TC-ITENS   PIC ZZZZ9.
               02 FILLER     PIC X(09) VALUE "  VALOR: ".
               02 TC-VALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER     PIC X(25) VALUE SPACES.

            01 CAB-BAIXA.
               02 FILLER     PIC X(06) VALUE "ITEM".
               02 FILLER     PIC X(03) VALUE "DP".
               02 FILLER     PIC X(07) VALUE " QTDE".
               02 FILLER     PIC X(04) VALUE "MT".
               02 FILLER     PIC X(11) VALUE "APROVACAO".
               02 FILLER     PIC X(49) VALUE "RESULTADO".

            01 DET-BAIXA.
               02 DB-COD     PIC 9(05).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DB-DEP     PIC X(02).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DB-QTDE    PIC ZZZZ9.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DB-MOTIVO  PIC X(02).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DB-APROV   PIC X(10).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DB-RESULT  PIC X(30).
               02 FILLER     PIC X(19) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            SORT TRABOBSO
                 ASCENDING  KEY CLASSE-T
                 DESCENDING KEY DIAS-T
                 ASCENDING  KEY COD-T DEP-T
                 INPUT  PROCEDURE IS ROTENTRADA
                 OUTPUT PROCEDURE IS ROTSAIDA.
            PERFORM BAIXAS.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATA) TO WS-HOJE-INT.
            PERFORM LEPARAM61.
            MOVE "OBSOLETO" TO CLS-NOME-OCR(1).
            MOVE "LENTO"    TO CLS-NOME-OCR(2).
            MOVE "ATIVO"    TO CLS-NOME-OCR(3).
            MOVE ZEROES TO CLS-ITENS-OCR(1) CLS-VALOR-OCR(1)
                           CLS-ITENS-OCR(2) CLS-VALOR-OCR(2)
                           CLS-ITENS-OCR(3) CLS-VALOR-OCR(3).
            PERFORM CARREGAESTOQUE.
            PERFORM VARREDIARIO.
            PERFORM CLASSIFICAITEM
                VARYING IDX-EST FROM 1 BY 1
                UNTIL IDX-EST GREATER THAN QTDE-EST.
            OPEN OUTPUT RELOBSO.
            MOVE WS-DATA TO CB1-DATA.
            MOVE WS-DIASLENTO TO CB2-LENTO.
            MOVE WS-DIASOBSO  TO CB2-OBSO.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 1 LINE.

        LEPARAM61.
            OPEN INPUT PARAM61.
            READ PARAM61
                 AT END     CONTINUE
                 NOT AT END
                     IF P61-DIASLENTO IS NUMERIC
                        AND P61-DIASLENTO GREATER THAN ZEROES
                         MOVE P61-DIASLENTO TO WS-DIASLENTO
                     END-IF
                     IF P61-DIASOBSO IS NUMERIC
                        AND P61-DIASOBSO GREATER THAN ZEROES
                         MOVE P61-DIASOBSO TO WS-DIASOBSO
                     END-IF
            END-READ.
            CLOSE PARAM61.
            IF WS-DIASOBSO NOT GREATER THAN WS-DIASLENTO
                DISPLAY "EM02EX55: *** PARAM61 COM PRAZO DE OBSOLETO "
                        "MENOR QUE O DE LENTO - USANDO 180/365 ***"
                MOVE 180 TO WS-DIASLENTO
                MOVE 365 TO WS-DIASOBSO
            END-IF.

        CARREGAESTOQUE.
            OPEN INPUT CADESTOQ.
            PERFORM LEITURA-ESTOQUE UNTIL FIM-EST EQUAL "SIM".
            CLOSE CADESTOQ.

        LEITURA-ESTOQUE.
            READ CADESTOQ
                AT END MOVE "SIM" TO FIM-EST
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-EST LESS THAN 500
                        ADD 1 TO QTDE-EST
                        MOVE COD-ENT   TO EST-COD-OCR(QTDE-EST)
                        MOVE DEP-ENT   TO EST-DEP-OCR(QTDE-EST)
                        MOVE NOME-ENT  TO EST-NOME-OCR(QTDE-EST)
                        MOVE QTDE-ENT  TO EST-QTDE-OCR(QTDE-EST)
                        MOVE PRECO-ENT TO EST-PRECO-OCR(QTDE-EST)
                        MOVE ZEROES    TO EST-ULTSAI-OCR(QTDE-EST)
                                          EST-ULTENT-OCR(QTDE-EST)
                                          EST-CLASSE-OCR(QTDE-EST)
                                          EST-DIAS-OCR(QTDE-EST)
                    ELSE
                        DISPLAY "EM02EX55: *** TABELA DE ESTOQUE CHEIA "
                                "- ITEM " COD-ENT " " DEP-ENT
                                " NAO CLASSIFICADO ***"
                    END-IF
            END-READ.

      ******************************************************************
      * DIARIO: GUARDA A MAIOR DATA DE SAIDA E A MAIOR DATA DE        *
      * ENTRADA DE CADA ITEM/DEPOSITO. AJUSTE, TRANSFERENCIA E BAIXA  *
      * NAO SAO GIRO E NAO CONTAM.                                    *
      ******************************************************************
        VARREDIARIO.
            OPEN INPUT MOVJORN.
            IF WS-FSJORN NOT EQUAL "00"
                MOVE "SIM" TO FIM-JORN
            END-IF.
            PERFORM LEITURA-DIARIO UNTIL FIM-JORN EQUAL "SIM".
            CLOSE MOVJORN.

        LEITURA-DIARIO.
            READ MOVJORN
                AT END MOVE "SIM" TO FIM-JORN
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF JN-DATA IS NUMERIC
                       AND JN-DATA GREATER THAN ZEROES
                        PERFORM REGISTRADATA
                    END-IF
            END-READ.

        REGISTRADATA.
            IF JN-TIPO NOT EQUAL "S"
               AND JN-TIPO NOT EQUAL "E"
               AND JN-TIPO NOT EQUAL "R"
                EXIT PARAGRAPH
            END-IF.
            MOVE JN-COD TO WS-CODBUSCA.
            MOVE JN-DEP TO WS-DEPBUSCA.
            PERFORM BUSCAESTOQUE.
            IF IDX-EST EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            IF JN-TIPO EQUAL "S"
                IF JN-DATA GREATER THAN EST-ULTSAI-OCR(IDX-EST)
                    MOVE JN-DATA TO EST-ULTSAI-OCR(IDX-EST)
                END-IF
            ELSE
                IF JN-DATA GREATER THAN EST-ULTENT-OCR(IDX-EST)
                    MOVE JN-DATA TO EST-ULTENT-OCR(IDX-EST)
                END-IF
            END-IF.

      * DEVOLVE IDX-EST ZERADO QUANDO O ITEM/DEPOSITO NAO ESTA NA
      * TABELA.
        BUSCAESTOQUE.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-EST FROM 1 BY 1
                     UNTIL IDX-EST GREATER THAN QTDE-EST
                        OR ACHADO EQUAL "SIM"
                IF EST-COD-OCR(IDX-EST) EQUAL WS-CODBUSCA
                   AND EST-DEP-OCR(IDX-EST) EQUAL WS-DEPBUSCA
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-EST
            ELSE
                MOVE ZEROES TO IDX-EST
            END-IF.

      * A REFERENCIA E A ULTIMA SAIDA; SEM SAIDA, A ULTIMA ENTRADA;
      * SEM NENHUMA DAS DUAS O ITEM E OBSOLETO (DIAS 99999).
        CLASSIFICAITEM.
            IF EST-ULTSAI-OCR(IDX-EST) GREATER THAN ZEROES
                MOVE EST-ULTSAI-OCR(IDX-EST) TO WS-DATAREF
            ELSE
                MOVE EST-ULTENT-OCR(IDX-EST) TO WS-DATAREF
            END-IF.
            IF WS-DATAREF EQUAL ZEROES
                MOVE 99999 TO WS-DIAS
            ELSE
                COMPUTE WS-DIAS = WS-HOJE-INT
                        - FUNCTION INTEGER-OF-DATE(WS-DATAREF)
                IF WS-DIAS LESS THAN ZEROES
                    MOVE ZEROES TO WS-DIAS
                END-IF
                IF WS-DIAS GREATER THAN 99999
                    MOVE 99999 TO WS-DIAS
                END-IF
            END-IF.
            MOVE WS-DIAS TO EST-DIAS-OCR(IDX-EST).
            EVALUATE TRUE
                WHEN WS-DIAS NOT LESS THAN WS-DIASOBSO
                    MOVE 1 TO EST-CLASSE-OCR(IDX-EST)
                WHEN WS-DIAS NOT LESS THAN WS-DIASLENTO
                    MOVE 2 TO EST-CLASSE-OCR(IDX-EST)
                WHEN OTHER
                    MOVE 3 TO EST-CLASSE-OCR(IDX-EST)
            END-EVALUATE.

      ******************************************************************
      * ENTRADA DO SORT: SO ITEM/DEPOSITO COM SALDO EMPATA DINHEIRO.  *
      ******************************************************************
        ROTENTRADA.
            PERFORM LIBERAITEM
                VARYING IDX-EST FROM 1 BY 1
                UNTIL IDX-EST GREATER THAN QTDE-EST.

        LIBERAITEM.
            IF EST-QTDE-OCR(IDX-EST) EQUAL ZEROES
                ADD 1 TO CT-ZERADOS
                EXIT PARAGRAPH
            END-IF.
            MOVE EST-CLASSE-OCR(IDX-EST) TO CLASSE-T.
            MOVE EST-DIAS-OCR(IDX-EST)   TO DIAS-T.
            MOVE EST-COD-OCR(IDX-EST)    TO COD-T.
            MOVE EST-DEP-OCR(IDX-EST)    TO DEP-T.
            MOVE EST-NOME-OCR(IDX-EST)   TO NOME-T.
            MOVE EST-QTDE-OCR(IDX-EST)   TO QTDE-T.
            COMPUTE VALOR-T ROUNDED =
                EST-QTDE-OCR(IDX-EST) * EST-PRECO-OCR(IDX-EST).
            MOVE EST-ULTSAI-OCR(IDX-EST) TO ULTSAI-T.
            RELEASE TREGOBSO.

      ******************************************************************
      * SAIDA DO SORT: OBSOLETOS E LENTOS DETALHADOS, DO MAIS PARADO  *
      * PARA O MENOS; OS ATIVOS SO ENTRAM NO TOTAL DA CLASSE.         *
      ******************************************************************
        ROTSAIDA.
            PERFORM LEITURA-TRAB.
            PERFORM QUEBRACLASSE UNTIL FIM-ARQ EQUAL "SIM".
            MOVE "RESUMO DO VALOR EMPATADO POR CLASSE" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
            PERFORM IMPRIMERESUMO
                VARYING IDX-CLS FROM 1 BY 1
                UNTIL IDX-CLS GREATER THAN 3.
            MOVE "GERAL"   TO TC-NOME.
            MOVE GER-ITENS TO TC-ITENS.
            MOVE GER-VALOR TO TC-VALOR.
            WRITE REGREL FROM TOT-CLASSE AFTER ADVANCING 2 LINES.

        LEITURA-TRAB.
            RETURN TRABOBSO
                AT END MOVE "SIM" TO FIM-ARQ
            END-RETURN.

        QUEBRACLASSE.
            MOVE CLASSE-T TO WS-CLASSEANT.
            MOVE ZEROES   TO CL-ITENS CL-VALOR.
            IF WS-CLASSEANT NOT EQUAL 3
                MOVE SPACES TO CAB-TITULO
                STRING "CLASSE " DELIMITED BY SIZE
                       CLS-NOME-OCR(WS-CLASSEANT) DELIMITED BY SPACE
                       INTO CAB-TITULO
                END-STRING
                WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES
                WRITE REGREL FROM CAB-COLS AFTER ADVANCING 1 LINE
            END-IF.
            PERFORM IMPRIMEITEM
                UNTIL FIM-ARQ EQUAL "SIM"
                   OR CLASSE-T NOT EQUAL WS-CLASSEANT.
            MOVE CL-ITENS TO CLS-ITENS-OCR(WS-CLASSEANT).
            MOVE CL-VALOR TO CLS-VALOR-OCR(WS-CLASSEANT).
            ADD CL-ITENS TO GER-ITENS.
            ADD CL-VALOR TO GER-VALOR.
            IF WS-CLASSEANT NOT EQUAL 3
                MOVE CLS-NOME-OCR(WS-CLASSEANT) TO TC-NOME
                MOVE CL-ITENS TO TC-ITENS
                MOVE CL-VALOR TO TC-VALOR
                WRITE REGREL FROM TOT-CLASSE AFTER ADVANCING 2 LINES
            END-IF.

        IMPRIMEITEM.
            ADD 1       TO CL-ITENS.
            ADD VALOR-T TO CL-VALOR.
            IF CLASSE-T NOT EQUAL 3
                MOVE COD-T    TO DI-COD
                MOVE DEP-T    TO DI-DEP
                MOVE NOME-T   TO DI-NOME
                MOVE ULTSAI-T TO DI-ULTSAI
                MOVE DIAS-T   TO DI-DIAS
                MOVE QTDE-T   TO DI-QTDE
                MOVE VALOR-T  TO DI-VALOR
                MOVE SPACES   TO DI-OBS
                IF ULTSAI-T EQUAL ZEROES
                    MOVE " NUNCA SAIU" TO DI-OBS
                END-IF
                IF DIAS-T EQUAL 99999
                    MOVE " SEM MOVIMENTO" TO DI-OBS
                END-IF
                WRITE REGREL FROM DET-ITEM AFTER ADVANCING 1 LINE
                ADD 1 TO CT-GRAVADOS
            END-IF.
            PERFORM LEITURA-TRAB.

        IMPRIMERESUMO.
            MOVE CLS-NOME-OCR(IDX-CLS)  TO TC-NOME.
            MOVE CLS-ITENS-OCR(IDX-CLS) TO TC-ITENS.
            MOVE CLS-VALOR-OCR(IDX-CLS) TO TC-VALOR.
            WRITE REGREL FROM TOT-CLASSE AFTER ADVANCING 1 LINE.

      ******************************************************************
      * BAIXA CONTROLADA: CADA PEDIDO DE BAIXAREQ.DAT E CRITICADO E,  *
      * ACEITO, VIRA UM MOVIMENTO "B" EM MOVESTOQ.DAT. O SALDO DA     *
      * TABELA JA CAI AQUI, PARA DOIS PEDIDOS DO MESMO ITEM NA RODADA *
      * NAO BAIXAREM MAIS DO QUE EXISTE.                              *
      ******************************************************************
        BAIXAS.
            MOVE "BAIXAS DE OBSOLETO SOLICITADAS (BAIXAREQ.DAT)"
                TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
            WRITE REGREL FROM CAB-BAIXA AFTER ADVANCING 1 LINE.
            OPEN INPUT BAIXAREQ.
            IF WS-FSREQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-REQ
            END-IF.
            OPEN EXTEND MOVESTOQ.
            IF WS-FSMOV EQUAL "35"
                OPEN OUTPUT MOVESTOQ
            END-IF.
            PERFORM LEITURA-BAIXA UNTIL FIM-REQ EQUAL "SIM".
            CLOSE BAIXAREQ
                  MOVESTOQ.
            OPEN OUTPUT BAIXAREQ.
            CLOSE BAIXAREQ.

        LEITURA-BAIXA.
            READ BAIXAREQ
                AT END MOVE "SIM" TO FIM-REQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    PERFORM CRITICABAIXA
            END-READ.

        CRITICABAIXA.
            MOVE SPACES TO WS-MOTIVO.
            MOVE RQ-COD TO WS-CODBUSCA.
            MOVE RQ-DEP TO WS-DEPBUSCA.
            MOVE ZEROES TO IDX-EST.
            IF RQ-COD IS NUMERIC
                PERFORM BUSCAESTOQUE
            END-IF.
            EVALUATE TRUE
                WHEN IDX-EST EQUAL ZEROES
                    MOVE "ITEM/DEPOSITO NAO CADASTRADO" TO WS-MOTIVO
                WHEN EST-CLASSE-OCR(IDX-EST) NOT EQUAL 1
                    MOVE "ITEM NAO ESTA OBSOLETO" TO WS-MOTIVO
                WHEN NOT RQ-MOTIVO-VALIDO
                    MOVE "MOTIVO INVALIDO (OB/DE/AV/VE)" TO WS-MOTIVO
                WHEN RQ-APROV EQUAL SPACES
                    MOVE "SEM REFERENCIA DE APROVACAO" TO WS-MOTIVO
                WHEN RQ-QTDE IS NOT NUMERIC
                    MOVE "QUANTIDADE INVALIDA" TO WS-MOTIVO
                WHEN RQ-QTDE GREATER THAN EST-QTDE-OCR(IDX-EST)
                    MOVE "QUANTIDADE MAIOR QUE O SALDO" TO WS-MOTIVO
                WHEN EST-QTDE-OCR(IDX-EST) EQUAL ZEROES
                    MOVE "ITEM SEM SALDO" TO WS-MOTIVO
            END-EVALUATE.
            MOVE RQ-COD    TO DB-COD.
            MOVE RQ-DEP    TO DB-DEP.
            MOVE RQ-MOTIVO TO DB-MOTIVO.
            MOVE RQ-APROV  TO DB-APROV.
            IF WS-MOTIVO NOT EQUAL SPACES
                ADD 1 TO CT-RECUSAS
                MOVE RQ-QTDE   TO DB-QTDE
                MOVE WS-MOTIVO TO DB-RESULT
                WRITE REGREL FROM DET-BAIXA AFTER ADVANCING 1 LINE
                EXIT PARAGRAPH
            END-IF.
            IF RQ-QTDE EQUAL ZEROES
                MOVE EST-QTDE-OCR(IDX-EST) TO WS-QTDEBX
            ELSE
                MOVE RQ-QTDE TO WS-QTDEBX
            END-IF.
            SUBTRACT WS-QTDEBX FROM EST-QTDE-OCR(IDX-EST).
            PERFORM GRAVABAIXA.
            ADD 1 TO CT-BAIXAS.
            MOVE WS-QTDEBX TO DB-QTDE.
            MOVE "BAIXA GERADA EM MOVESTOQ" TO DB-RESULT.
            WRITE REGREL FROM DET-BAIXA AFTER ADVANCING 1 LINE.
            MOVE SPACES    TO LK-CHAVE.
            MOVE RQ-COD    TO LK-CHAVE(1:5).
            MOVE RQ-DEP    TO LK-CHAVE(6:2).
            MOVE RQ-APROV  TO LK-CHAVE(8:8).
            MOVE "BAIXAOBSO" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        GRAVABAIXA.
            MOVE RQ-COD    TO COD-MOV.
            MOVE RQ-DEP    TO DEP-MOV.
            MOVE "B"       TO TIPO-MOV.
            MOVE WS-QTDEBX TO QTDE-MOV.
            MOVE ZEROES    TO CUSTO-MOV.
            MOVE SPACES    TO DEPDEST-MOV.
            MOVE SPACES    TO LOTE-MOV.
            MOVE ZEROES    TO VALID-MOV.
            MOVE RQ-MOTIVO TO MOTIVO-MOV.
            MOVE RQ-APROV  TO APROV-MOV.
            WRITE REGMOV.
            ADD 1 TO CT-GRAVADOS.

        TERMINO.
            MOVE "ITENS SEM SALDO (NAO LISTADOS): " TO ROD-QT-TXT.
            MOVE CT-ZERADOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "BAIXAS GERADAS................: " TO ROD-QT-TXT.
            MOVE CT-BAIXAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "BAIXAS RECUSADAS..............: " TO ROD-QT-TXT.
            MOVE CT-RECUSAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELOBSO.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
