        IDENTIFICATION DIVISION.
        PROGRAM-ID.    DEPVEND.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED.
        SECURITY. ONLY AUTHOR MAY MODIFY.
      * REMARKS. DEPENDENTES DO VENDEDOR PARA A FOLHA: CONTA EM
      * DEPEND.DAT OS DEPENDENTES MARCADOS PARA O IRRF E CALCULA A
      * DEDUCAO LEGAL (QUANTIDADE X VALOR POR DEPENDENTE) DA BASE
      * DO IMPOSTO; CONTA AS COTAS DE SALARIO-FAMILIA - DEPENDENTE
      * MARCADO, FILHO OU ENTEADO ATE 14 ANOS INCOMPLETOS NA DATA
      * INFORMADA OU FILHO INVALIDO DE QUALQUER IDADE - E SO PAGA AS
      * COTAS SE A REMUNERACAO NAO PASSAR DO TETO. VALOR POR
      * DEPENDENTE, COTA E TETO VEM DE PARAM67.DAT (COM VALORES
      * PADRAO). ARQUIVO E PARAMETRO SAO LIDOS NA PRIMEIRA CHAMADA
      * DA EXECUCAO.
      * USO: CALL "DEPVEND" USING LK-COD LK-DATA LK-REMUN LK-FAMILIA.
      * LK-COD     (ENTRADA) PIC 9(05)    - CODIGO DO VENDEDOR.
      * LK-DATA    (ENTRADA) PIC 9(08)    - DATA AAAAMMDD PARA A
      *                                     IDADE DOS FILHOS.
      * LK-REMUN   (ENTRADA) PIC 9(09)V99 - REMUNERACAO DO MES PARA
      *                                     O TETO DO SALARIO-FAMILIA.
      * LK-FAMILIA (SAIDA)   GRUPO X(22)  - DEPENDENTES NO IRRF
      *           9(02), DEDUCAO DA BASE DO IRRF 9(07)V99, COTAS DE
      *           SALARIO-FAMILIA 9(02) E VALOR DO SALARIO-FAMILIA
      *           9(07)V99 (O MESMO GRUPO QUE O FOLHALOG GRAVA).

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL DEPEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL PARAM67 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD DEPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPEND.DAT".
        01 REGDEPEND.
           COPY REGDEPEN.

      * VALOR DA DEDUCAO POR DEPENDENTE NA BASE DO IRRF, VALOR DA
      * COTA DE SALARIO-FAMILIA POR FILHO E TETO DE REMUNERACAO PARA
      * RECEBER AS COTAS.
        FD PARAM67
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PARAM67.DAT".
        01 REGPARAM67.
           02 PARM-DEDDEP PIC 9(05)V99.
           02 PARM-COTASF PIC 9(05)V99.
           02 PARM-TETOSF PIC 9(07)V99.

        WORKING-STORAGE SECTION.
        77 TABELASLIDAS PIC XXX VALUE "NAO".
        77 FIM-DEP      PIC XXX VALUE "NAO".
        77 WS-FS        PIC X(02) VALUE SPACES.
        77 QTDE-DEP     PIC 9(04) VALUE ZEROES.
        77 IDX-DEP      PIC 9(04) VALUE ZEROES.
        77 CT-DEPREJ    PIC 9(05) VALUE ZEROES.
        77 WS-DEDDEP    PIC 9(05)V99 VALUE 189,59.
        77 WS-COTASF    PIC 9(05)V99 VALUE 62,04.
        77 WS-TETOSF    PIC 9(07)V99 VALUE 1819,26.
        77 WS-LIMITE14  PIC 9(08) VALUE ZEROES.
        77 WS-AUX       PIC 9(09)V99 VALUE ZEROES.

        01 TAB-DEP.
           02 TAB-DEP-OCR OCCURS 1000 TIMES.
              03 DP-COD-OCR    PIC 9(05).
              03 DP-NASC-OCR   PIC 9(08).
              03 DP-PARENT-OCR PIC X(01).
              03 DP-IRRF-OCR   PIC X(01).
              03 DP-SFAM-OCR   PIC X(01).

        LINKAGE SECTION.
        01 LK-COD     PIC 9(05).
        01 LK-DATA    PIC 9(08).
        01 LK-REMUN   PIC 9(09)V99.
        01 LK-FAMILIA.
           02 LK-QDEPIR PIC 9(02).
           02 LK-DEDDEP PIC 9(07)V99.
           02 LK-QSFAM  PIC 9(02).
           02 LK-SALFAM PIC 9(07)V99.

        PROCEDURE DIVISION USING LK-COD LK-DATA LK-REMUN LK-FAMILIA.
        PGM.
            IF TABELASLIDAS NOT EQUAL "SIM"
                PERFORM LEPARAM67
                PERFORM CARREGADEPENDENTES
                MOVE "SIM" TO TABELASLIDAS
            END-IF.
            MOVE ZEROES TO LK-QDEPIR LK-DEDDEP LK-QSFAM LK-SALFAM.
      * NASCIDO DEPOIS DESTA DATA AINDA NAO FEZ 14 ANOS EM LK-DATA.
            COMPUTE WS-LIMITE14 = LK-DATA - 140000.
            PERFORM CONTADEPENDENTE
                VARYING IDX-DEP FROM 1 BY 1
                UNTIL IDX-DEP GREATER THAN QTDE-DEP.
            COMPUTE WS-AUX = WS-DEDDEP * LK-QDEPIR.
            MOVE WS-AUX TO LK-DEDDEP.
            IF LK-REMUN GREATER THAN WS-TETOSF
                MOVE ZEROES TO LK-QSFAM
            END-IF.
            COMPUTE WS-AUX = WS-COTASF * LK-QSFAM.
            MOVE WS-AUX TO LK-SALFAM.
        GOBACK.

        LEPARAM67.
            OPEN INPUT PARAM67.
            READ PARAM67
                 AT END     CONTINUE
                 NOT AT END
                     IF PARM-DEDDEP IS NUMERIC
                         MOVE PARM-DEDDEP TO WS-DEDDEP
                     END-IF
                     IF PARM-COTASF IS NUMERIC
                         MOVE PARM-COTASF TO WS-COTASF
                     END-IF
                     IF PARM-TETOSF IS NUMERIC
                         MOVE PARM-TETOSF TO WS-TETOSF
                     END-IF
            END-READ.
            CLOSE PARAM67.

      * LINHA COM CODIGO OU NASCIMENTO NAO NUMERICO, PARENTESCO
      * FORA DA TABELA OU MARCACAO DIFERENTE DE "S"/"N" E RECUSADA.
        CARREGADEPENDENTES.
            OPEN INPUT DEPEND.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-DEP.
            PERFORM LEITURA-DEP UNTIL FIM-DEP EQUAL "SIM".
            CLOSE DEPEND.
            IF CT-DEPREJ GREATER THAN ZEROES
                DISPLAY "DEPVEND: *** " CT-DEPREJ " LINHA(S) DE "
                        "DEPEND.DAT RECUSADA(S) ***"
            END-IF.

        LEITURA-DEP.
            READ DEPEND
                AT END MOVE "SIM" TO FIM-DEP
                NOT AT END
                    IF DP-COD IS NOT NUMERIC
                       OR DP-NASC IS NOT NUMERIC
                       OR NOT (DP-FILHO OR DP-INVALIDO OR DP-CONJUGE
                               OR DP-PAIS OR DP-OUTRO)
                       OR (DP-IRRF NOT EQUAL "S"
                           AND DP-IRRF NOT EQUAL "N")
                       OR (DP-SFAM NOT EQUAL "S"
                           AND DP-SFAM NOT EQUAL "N")
                        ADD 1 TO CT-DEPREJ
                        EXIT PARAGRAPH
                    END-IF
                    IF QTDE-DEP NOT LESS THAN 1000
                        DISPLAY "DEPVEND: *** TABELA DE DEPENDENTES "
                                "CHEIA - DEPENDENTE DO VENDEDOR "
                                DP-COD " IGNORADO ***"
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO QTDE-DEP
                    MOVE DP-COD    TO DP-COD-OCR(QTDE-DEP)
                    MOVE DP-NASC   TO DP-NASC-OCR(QTDE-DEP)
                    MOVE DP-PARENT TO DP-PARENT-OCR(QTDE-DEP)
                    MOVE DP-IRRF   TO DP-IRRF-OCR(QTDE-DEP)
                    MOVE DP-SFAM   TO DP-SFAM-OCR(QTDE-DEP)
            END-READ.

        CONTADEPENDENTE.
            IF DP-COD-OCR(IDX-DEP) NOT EQUAL LK-COD
                EXIT PARAGRAPH
            END-IF.
            IF DP-NASC-OCR(IDX-DEP) GREATER THAN LK-DATA
                EXIT PARAGRAPH
            END-IF.
            IF DP-IRRF-OCR(IDX-DEP) EQUAL "S"
                ADD 1 TO LK-QDEPIR
            END-IF.
            IF DP-SFAM-OCR(IDX-DEP) NOT EQUAL "S"
                EXIT PARAGRAPH
            END-IF.
            IF DP-PARENT-OCR(IDX-DEP) EQUAL "I"
               OR (DP-PARENT-OCR(IDX-DEP) EQUAL "F"
                   AND DP-NASC-OCR(IDX-DEP) GREATER THAN WS-LIMITE14)
                ADD 1 TO LK-QSFAM
            END-IF.
