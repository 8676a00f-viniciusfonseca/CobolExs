        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PERLOCK.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED.
        SECURITY. ONLY AUTHOR MAY MODIFY.
      * REMARKS. TRAVA DE LANCAMENTO NOS PERIODOS CONTABEIS FECHADOS:
      * CONFERE A DATA DE UM LANCAMENTO FINANCEIRO CONTRA O REGISTRO
      * DE FECHAMENTO PERCONT.DAT (GRAVADO POR EM05EX25). DATA EM
      * COMPETENCIA JA FECHADA - UMA RERODADA COM DATAPROC.DAT
      * APONTANDO PARA O MES PASSADO, POR EXEMPLO - NAO E GRAVADA NO
      * MES FECHADO: VOLTA TROCADA PELA DATA REAL DO RELOGIO OU, SE
      * ELA TAMBEM ESTIVER FECHADA, PELO DIA 1 DO PRIMEIRO PERIODO
      * ABERTO, E A TROCA FICA ANOTADA EM PERAJUS.DAT (DATA PEDIDA,
      * DATA LANCADA, ORIGEM E CHAVE) PARA A CONTABILIDADE. CHAMADO
      * POR SOCLOG, TUILOG, FOLHALOG, CPGLOG E PELO DIARIO DE
      * ESTOQUE DE EM02EX17 ANTES DE GRAVAR.
      * USO: CALL "PERLOCK" USING LK-ORIGEM LK-CHAVE LK-DATA.
      * LK-ORIGEM (ENTRADA) PIC X(08) - MODULO OU PROGRAMA QUE LANCA.
      * LK-CHAVE  (ENTRADA) PIC X(15) - CHAVE DO LANCAMENTO.
      * LK-DATA   (ENTRADA/SAIDA) PIC 9(08) - DATA DO LANCAMENTO
      *                                  AAAAMMDD, DEVOLVIDA TROCADA
      *                                  QUANDO CAI EM PERIODO FECHADO.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL PERCONT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSFECH.
            SELECT OPTIONAL PERAJUS ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSAJUS.

        DATA DIVISION.
        FILE SECTION.
        FD PERCONT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PERCONT.DAT".
        01 REGPERCONT.
           02 PC-COMPET    PIC 9(06).
           02 FILLER       PIC X.
           02 PC-DATA      PIC 9(08).
           02 FILLER       PIC X.
           02 PC-USUARIO   PIC X(10).

        FD PERAJUS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PERAJUS.DAT".
        01 REGPERAJUS.
           02 PA-DATAPEDIDA PIC 9(08).
           02 FILLER        PIC X     VALUE SPACES.
           02 PA-DATALANC   PIC 9(08).
           02 FILLER        PIC X     VALUE SPACES.
           02 PA-ORIGEM     PIC X(08).
           02 FILLER        PIC X     VALUE SPACES.
           02 PA-CHAVE      PIC X(15).
           02 FILLER        PIC X     VALUE SPACES.
           02 PA-NOTA       PIC X(35).

        WORKING-STORAGE SECTION.
        77 WS-FSFECH   PIC X(02) VALUE SPACES.
        77 WS-FSAJUS   PIC X(02) VALUE SPACES.
        77 FIM-FECH    PIC X(03) VALUE "NAO".
        77 WS-ULTFECH  PIC 9(06) VALUE ZEROES.
        77 WS-DATA     PIC 9(08) VALUE ZEROES.

        01 WS-DATALANC.
           02 WS-COMPETLANC PIC 9(06).
           02 WS-DIALANC    PIC 9(02).

        01 WS-DATAREAL.
           02 WS-COMPETREAL PIC 9(06).
           02 WS-DIAREAL    PIC 9(02).

        01 WS-DATANOVA.
           02 WS-ANONOVA    PIC 9(04).
           02 WS-MESNOVA    PIC 9(02).
           02 WS-DIANOVA    PIC 9(02).

        LINKAGE SECTION.
        01 LK-ORIGEM PIC X(08).
        01 LK-CHAVE  PIC X(15).
        01 LK-DATA   PIC 9(08).

        PROCEDURE DIVISION USING LK-ORIGEM LK-CHAVE LK-DATA.
        PGM.
            PERFORM LEFECHAMENTOS.
            MOVE LK-DATA TO WS-DATALANC.
            IF WS-ULTFECH GREATER THAN ZEROES
               AND WS-COMPETLANC NOT GREATER THAN WS-ULTFECH
                PERFORM REDIRECIONA
            END-IF.
        GOBACK.

      * O REGISTRO E FECHADO EM ORDEM: A MAIOR COMPETENCIA NELE E O
      * ULTIMO PERIODO FECHADO, E TUDO ATE ELA ESTA FECHADO.
        LEFECHAMENTOS.
            MOVE ZEROES TO WS-ULTFECH.
            MOVE "NAO"  TO FIM-FECH.
            OPEN INPUT PERCONT.
            IF WS-FSFECH NOT EQUAL "00"
                MOVE "SIM" TO FIM-FECH
            END-IF.
            PERFORM LEITURA-FECH UNTIL FIM-FECH EQUAL "SIM".
            CLOSE PERCONT.

        LEITURA-FECH.
            READ PERCONT
                AT END MOVE "SIM" TO FIM-FECH
                NOT AT END
                    IF PC-COMPET IS NUMERIC
                       AND PC-COMPET GREATER THAN WS-ULTFECH
                        MOVE PC-COMPET TO WS-ULTFECH
                    END-IF
            END-READ.

        REDIRECIONA.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            IF WS-COMPETREAL GREATER THAN WS-ULTFECH
                MOVE WS-DATAREAL TO WS-DATANOVA
            ELSE
                MOVE WS-ULTFECH TO WS-DATANOVA(1:6)
                ADD 1 TO WS-MESNOVA
                IF WS-MESNOVA GREATER THAN 12
                    MOVE 1 TO WS-MESNOVA
                    ADD 1 TO WS-ANONOVA
                END-IF
                MOVE 1 TO WS-DIANOVA
            END-IF.
            MOVE SPACES      TO REGPERAJUS.
            MOVE LK-DATA     TO PA-DATAPEDIDA.
            MOVE WS-DATANOVA TO PA-DATALANC.
            MOVE LK-ORIGEM   TO PA-ORIGEM.
            MOVE LK-CHAVE    TO PA-CHAVE.
            MOVE "PERIODO FECHADO - LANCADO NO ABERTO" TO PA-NOTA.
            OPEN EXTEND PERAJUS.
            IF WS-FSAJUS EQUAL "35"
                OPEN OUTPUT PERAJUS
            END-IF.
            WRITE REGPERAJUS.
            CLOSE PERAJUS.
            MOVE WS-DATANOVA TO LK-DATA.
