        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX54.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. KITS MONTAVEIS POR DEPOSITO: PARA CADA KIT DE
      * CADKIT.DAT (LAYOUT REGKIT) E CADA DEPOSITO DE CADESTOQ.DAT,
      * CALCULA QUANTOS KITS COMPLETOS O SALDO ATUAL DOS COMPONENTES
      * PERMITE MONTAR - O MENOR QUOCIENTE SALDO DO COMPONENTE /
      * QUANTIDADE POR KIT - E APONTA O COMPONENTE QUE LIMITA A
      * MONTAGEM. COMPONENTE SEM REGISTRO NO DEPOSITO CONTA COMO SALDO
      * ZERO. E O MESMO SALDO CONTRA O QUAL EM02EX17 CRITICA A SAIDA
      * DO KIT; RODA DEPOIS DA POSTAGEM DOS MOVIMENTOS. SAIDA EM
      * RELKIT.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL CADKIT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSKIT.
            SELECT CADESTOQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELKIT ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
            01 REGKIT.
               COPY REGKIT.

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

            FD RELKIT
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-KIT     PIC X(03) VALUE "NAO".
            77 FIM-EST     PIC X(03) VALUE "NAO".
            77 WS-FSKIT    PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-SEMMONTA PIC 9(07) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM02EX54".
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-CODBUSCA PIC 9(05) VALUE ZEROES.
            77 WS-DEPBUSCA PIC X(02) VALUE SPACES.
            77 WS-SALDO    PIC 9(07) VALUE ZEROES.
            77 WS-NOME     PIC X(15) VALUE SPACES.
            77 WS-POSSIVEL PIC 9(07) VALUE ZEROES.
            77 WS-MONTA    PIC 9(07) VALUE ZEROES.
            77 WS-MONTATOT PIC 9(07) VALUE ZEROES.
            77 WS-LIMITA   PIC 9(05) VALUE ZEROES.
            77 WS-LIMSALDO PIC 9(07) VALUE ZEROES.
            77 WS-LIMUSO   PIC 9(03) VALUE ZEROES.
            77 WS-TEMCOMP  PIC X(03) VALUE "NAO".
            77 ACHADO      PIC X(03) VALUE "NAO".

            77 QTDE-KIT  PIC 9(03) VALUE ZEROES.
            77 IDX-KIT   PIC 9(03) VALUE ZEROES.
            77 QTDE-EST  PIC 9(03) VALUE ZEROES.
            77 IDX-EST   PIC 9(03) VALUE ZEROES.
            77 QTDE-DEPS PIC 9(03) VALUE ZEROES.
            77 IDX-DEPS  PIC 9(03) VALUE ZEROES.
            77 QTDE-KCOD PIC 9(03) VALUE ZEROES.
            77 IDX-KCOD  PIC 9(03) VALUE ZEROES.

            01 TAB-KIT.
               02 TAB-KIT-OCR OCCURS 300 TIMES.
                  03 KIT-COD-OCR  PIC 9(05).
                  03 KIT-COMP-OCR PIC 9(05).
                  03 KIT-QTDE-OCR PIC 9(03).

            01 TAB-ESTOQUE.
               02 TAB-EST-OCR OCCURS 500 TIMES.
                  03 EST-COD-OCR  PIC 9(05).
                  03 EST-DEP-OCR  PIC X(02).
                  03 EST-QTDE-OCR PIC 9(05).
                  03 EST-NOME-OCR PIC X(15).

      * DEPOSITOS EXISTENTES EM CADESTOQ.DAT E CODIGOS DE KIT
      * DISTINTOS DE CADKIT.DAT, NA ORDEM EM QUE APARECEM.
            01 TAB-DEPOSITOS.
               02 TAB-DEPS-OCR OCCURS 20 TIMES.
                  03 DEPS-DEP-OCR PIC X(02).

            01 TAB-KITCOD.
               02 TAB-KCOD-OCR OCCURS 100 TIMES.
                  03 KCOD-COD-OCR PIC 9(05).

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "KITS MONTAVEIS POR DEPOSITO".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-COLS.
               02 FILLER     PIC X(06) VALUE SPACES.
               02 FILLER     PIC X(06) VALUE "DEP".
               02 FILLER     PIC X(12) VALUE "MONTAVEIS".
               02 FILLER     PIC X(11) VALUE "LIMITANTE".
               02 FILLER     PIC X(10) VALUE "SALDO".
               02 FILLER     PIC X(35) VALUE "USO/KIT".

            01 DET-KIT.
               02 FILLER     PIC X(05) VALUE "KIT: ".
               02 DK-COD     PIC 9(05).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DK-NOME    PIC X(15).
               02 FILLER     PIC X(53) VALUE SPACES.

            01 DET-DEP.
               02 FILLER     PIC X(06) VALUE SPACES.
               02 DD-DEP     PIC X(02).
               02 FILLER     PIC X(04) VALUE SPACES.
               02 DD-MONTA   PIC ZZZZZZ9.
               02 FILLER     PIC X(05) VALUE SPACES.
               02 DD-LIMITA  PIC 9(05).
               02 FILLER     PIC X(04) VALUE SPACES.
               02 DD-SALDO   PIC ZZZZZZ9.
               02 FILLER     PIC X(05) VALUE SPACES.
               02 DD-USO     PIC ZZ9.
               02 DD-OBS     PIC X(32) VALUE SPACES.

            01 DET-TOTKIT.
               02 FILLER     PIC X(06) VALUE SPACES.
               02 FILLER     PIC X(06) VALUE "TOTAL".
               02 DT-MONTA   PIC ZZZZZZ9.
               02 FILLER     PIC X(61) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM IMPRIMEKIT
                VARYING IDX-KCOD FROM 1 BY 1
                UNTIL IDX-KCOD GREATER THAN QTDE-KCOD.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            PERFORM CARREGAKITS.
            PERFORM CARREGAESTOQUE.
            OPEN OUTPUT RELKIT.
            MOVE WS-DATA TO CB1-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-COLS AFTER ADVANCING 2 LINES.

        CARREGAKITS.
            OPEN INPUT CADKIT.
            IF WS-FSKIT NOT EQUAL "00"
                MOVE "SIM" TO FIM-KIT.
            PERFORM LEITURA-KIT UNTIL FIM-KIT EQUAL "SIM".
            CLOSE CADKIT.

        LEITURA-KIT.
            READ CADKIT
                AT END MOVE "SIM" TO FIM-KIT
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-KIT LESS THAN 300
                        ADD 1 TO QTDE-KIT
                        MOVE KT-KIT  TO KIT-COD-OCR(QTDE-KIT)
                        MOVE KT-COMP TO KIT-COMP-OCR(QTDE-KIT)
                        MOVE KT-QTDE TO KIT-QTDE-OCR(QTDE-KIT)
                        PERFORM GUARDAKITCOD
                    ELSE
                        DISPLAY "EM02EX54: *** TABELA DE KITS CHEIA - "
                                "COMPONENTE " KT-COMP " DO KIT "
                                KT-KIT " IGNORADO ***"
                    END-IF
            END-READ.

        GUARDAKITCOD.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-KCOD FROM 1 BY 1
                     UNTIL IDX-KCOD GREATER THAN QTDE-KCOD
                        OR ACHADO EQUAL "SIM"
                IF KCOD-COD-OCR(IDX-KCOD) EQUAL KT-KIT
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO NOT EQUAL "SIM"
                IF QTDE-KCOD LESS THAN 100
                    ADD 1 TO QTDE-KCOD
                    MOVE KT-KIT TO KCOD-COD-OCR(QTDE-KCOD)
                ELSE
                    DISPLAY "EM02EX54: *** TABELA DE CODIGOS DE KIT "
                            "CHEIA - KIT " KT-KIT " IGNORADO ***"
                END-IF
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
                        MOVE COD-ENT  TO EST-COD-OCR(QTDE-EST)
                        MOVE DEP-ENT  TO EST-DEP-OCR(QTDE-EST)
                        MOVE QTDE-ENT TO EST-QTDE-OCR(QTDE-EST)
                        MOVE NOME-ENT TO EST-NOME-OCR(QTDE-EST)
                    ELSE
                        DISPLAY "EM02EX54: *** TABELA DE ESTOQUE CHEIA "
                                "- ITEM " COD-ENT " IGNORADO ***"
                    END-IF
                    PERFORM GUARDADEPOSITO
            END-READ.

        GUARDADEPOSITO.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-DEPS FROM 1 BY 1
                     UNTIL IDX-DEPS GREATER THAN QTDE-DEPS
                        OR ACHADO EQUAL "SIM"
                IF DEPS-DEP-OCR(IDX-DEPS) EQUAL DEP-ENT
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO NOT EQUAL "SIM"
                IF QTDE-DEPS LESS THAN 20
                    ADD 1 TO QTDE-DEPS
                    MOVE DEP-ENT TO DEPS-DEP-OCR(QTDE-DEPS)
                ELSE
                    DISPLAY "EM02EX54: *** TABELA DE DEPOSITOS CHEIA "
                            "- DEPOSITO " DEP-ENT " IGNORADO ***"
                END-IF
            END-IF.

      ******************************************************************
      * UM BLOCO POR KIT: O NOME VEM DO CADASTRO DO PROPRIO KIT,      *
      * QUANDO ELE TEM REGISTRO, E UMA LINHA POR DEPOSITO.            *
      ******************************************************************
        IMPRIMEKIT.
            MOVE KCOD-COD-OCR(IDX-KCOD) TO WS-CODBUSCA.
            PERFORM BUSCANOME.
            MOVE WS-CODBUSCA TO DK-COD.
            MOVE WS-NOME     TO DK-NOME.
            WRITE REGREL FROM DET-KIT AFTER ADVANCING 2 LINES.
            MOVE ZEROES TO WS-MONTATOT.
            PERFORM IMPRIMEDEPOSITO
                VARYING IDX-DEPS FROM 1 BY 1
                UNTIL IDX-DEPS GREATER THAN QTDE-DEPS.
            MOVE WS-MONTATOT TO DT-MONTA.
            WRITE REGREL FROM DET-TOTKIT AFTER ADVANCING 1 LINE.
            IF WS-MONTATOT EQUAL ZEROES
                ADD 1 TO CT-SEMMONTA
            END-IF.

        BUSCANOME.
            MOVE SPACES TO WS-NOME.
            PERFORM VARYING IDX-EST FROM 1 BY 1
                     UNTIL IDX-EST GREATER THAN QTDE-EST
                        OR WS-NOME NOT EQUAL SPACES
                IF EST-COD-OCR(IDX-EST) EQUAL WS-CODBUSCA
                    MOVE EST-NOME-OCR(IDX-EST) TO WS-NOME
                END-IF
            END-PERFORM.

      * MONTAVEIS NO DEPOSITO = MENOR SALDO/USO ENTRE OS COMPONENTES.
        IMPRIMEDEPOSITO.
            MOVE DEPS-DEP-OCR(IDX-DEPS) TO WS-DEPBUSCA.
            MOVE 9999999 TO WS-MONTA.
            MOVE "NAO"   TO WS-TEMCOMP.
            MOVE ZEROES  TO WS-LIMITA WS-LIMSALDO WS-LIMUSO.
            PERFORM AVALIACOMPONENTE
                VARYING IDX-KIT FROM 1 BY 1
                UNTIL IDX-KIT GREATER THAN QTDE-KIT.
            MOVE SPACES TO DD-OBS.
            IF WS-TEMCOMP NOT EQUAL "SIM"
                MOVE ZEROES TO WS-MONTA
                MOVE " KIT SEM COMPONENTE VALIDO" TO DD-OBS
            END-IF.
            ADD WS-MONTA TO WS-MONTATOT.
            MOVE WS-DEPBUSCA TO DD-DEP.
            MOVE WS-MONTA    TO DD-MONTA.
            MOVE WS-LIMITA   TO DD-LIMITA.
            MOVE WS-LIMSALDO TO DD-SALDO.
            MOVE WS-LIMUSO   TO DD-USO.
            WRITE REGREL FROM DET-DEP AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-GRAVADOS.

        AVALIACOMPONENTE.
            IF KIT-COD-OCR(IDX-KIT) EQUAL WS-CODBUSCA
               AND KIT-QTDE-OCR(IDX-KIT) GREATER THAN ZEROES
                MOVE "SIM" TO WS-TEMCOMP
                PERFORM BUSCASALDO
                DIVIDE WS-SALDO BY KIT-QTDE-OCR(IDX-KIT)
                    GIVING WS-POSSIVEL
                IF WS-POSSIVEL LESS THAN WS-MONTA
                    MOVE WS-POSSIVEL           TO WS-MONTA
                    MOVE KIT-COMP-OCR(IDX-KIT) TO WS-LIMITA
                    MOVE WS-SALDO              TO WS-LIMSALDO
                    MOVE KIT-QTDE-OCR(IDX-KIT) TO WS-LIMUSO
                END-IF
            END-IF.

        BUSCASALDO.
            MOVE ZEROES TO WS-SALDO.
            MOVE "NAO"  TO ACHADO.
            PERFORM VARYING IDX-EST FROM 1 BY 1
                     UNTIL IDX-EST GREATER THAN QTDE-EST
                        OR ACHADO EQUAL "SIM"
                IF EST-COD-OCR(IDX-EST) EQUAL KIT-COMP-OCR(IDX-KIT)
                   AND EST-DEP-OCR(IDX-EST) EQUAL WS-DEPBUSCA
                    MOVE EST-QTDE-OCR(IDX-EST) TO WS-SALDO
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.

        TERMINO.
            MOVE "KITS NA COMPOSICAO............: " TO ROD-QT-TXT.
            MOVE QTDE-KCOD TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "KITS SEM MONTAGEM POSSIVEL....: " TO ROD-QT-TXT.
            MOVE CT-SEMMONTA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELKIT.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
