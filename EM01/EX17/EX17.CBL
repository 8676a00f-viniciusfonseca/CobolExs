        DATE-COMPILED. 14/08/2026.
      * REMARKS. FECHAMENTO E VIRADA DO PERIODO LETIVO, DIRIGIDO
      * PELO CALENDARIO ACADEMICO CALACAD.DAT (PERIODO AAAA-S +
      * DATA DE INICIO + DATA DE FIM + PRAZO DE LANCAMENTO DE NOTAS,
      * ESTE USADO PELA CAPTACAO DE NOTAS EM01EX25). ANTES DE FECHAR,
      * CONFERE QUE O PERIODO CONSTA DO CALENDARIO, QUE A DATA DE
      * PROCESSAMENTO JA PASSOU DO FIM DELE E QUE EM01EX05 GRAVOU AS
      * LINHAS-RESUMO DO PERIODO EM HISTALU.DAT - SEM ISSO O
      * FECHAMENTO E RECUSADO, PORQUE ZERAR AS NOTAS ANTES DO
      * HISTORICO PERDERIA O PERIODO.
      * NO FECHAMENTO, ZERA NT1/NT2/NT3 E FALTAS DOS ALUNOS ATIVOS
      * EM CADALU.DAT (UMA RERODADA DE EM01EX05 NO PERIODO NOVO NAO
      * REDECIDE OS NUMEROS DO ANTERIOR), CARIMBA O PERIODO SEGUINTE
      * DO CALENDARIO EM PARAM05.DAT E APENDA O PERIODO FECHADO EM
      * PERFECH.DAT - O PEGAPERIODO DE EM01EX05 RECUSA PROCESSAR
      * PERIODO QUE JA CONSTE DESSE REGISTRO.
      * ALUNO ATIVO COM BLOQUEIO FINANCEIRO EM BLOQFIN.DAT (APURADO
      * POR EM02EX39 ANTES DA VIRADA) NAO SEGUE PARA O PERIODO NOVO:
      * E TRANCADO ("T") E SO VOLTA PELA REATIVACAO DE EM01EX08
      * DEPOIS DA QUITACAO OU DA LIBERACAO DA TESOURARIA.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT OPTIONAL PERFECH ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSFECH.
            SELECT OPTIONAL BLOQFIN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
            FILE SECTION.
               02 CAL-PERIODO PIC X(06).
               02 CAL-INICIO  PIC 9(08).
               02 CAL-FIM     PIC 9(08).
               02 CAL-PRAZONOT PIC 9(08).

            FD HISTALU
               LABEL RECORD IS STANDARD
               02 FILLER     PIC X     VALUE SPACES.
               02 PF-DATA    PIC 9(08).

            FD BLOQFIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BLOQFIN.DAT".
            01 REGBLOQFIN.
               COPY REGBLOQ REPLACING ==:NUM:==    BY ==BQ-NUM==
                                       ==:SIT:==    BY ==BQ-SIT==
                                       ==:MESES:==  BY ==BQ-MESES==
                                       ==:VALOR:==  BY ==BQ-VALOR==
                                       ==:DTBLOQ:== BY ==BQ-DTBLOQ==
                                       ==:DTLIB:==  BY ==BQ-DTLIB==
                                       ==:MOTIVO:== BY ==BQ-MOTIVO==.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03) VALUE "NAO".
            77 FIM-CAL  PIC X(03) VALUE "NAO".
            77 JAFECHADO     PIC X(03) VALUE "NAO".
            77 WS-PROXPER    PIC X(06) VALUE SPACES.
            77 WS-PROXINI    PIC 9(08) VALUE 99999999.
            77 FIM-BLQ       PIC X(03) VALUE "NAO".
            77 BLOQUEADO     PIC X(03) VALUE "NAO".
            77 CT-TRANCADOS  PIC 9(07) VALUE ZEROES.
            77 QTDE-BLQ      PIC 9(04) VALUE ZEROES.
            77 IDX-BLQ       PIC 9(04) VALUE ZEROES.

      * MATRICULAS COM BLOQUEIO FINANCEIRO EM VIGOR.
            01 TAB-BLQ.
               02 BLQ-NUM-OCR PIC 9(05) OCCURS 5000 TIMES.

            01 WS-PERIODO.
               02 WS-PER-ANO PIC 9(04) VALUE ZEROES.
                    END-IF
            END-READ.

        CARREGABLOQUEIOS.
            OPEN INPUT BLOQFIN.
            PERFORM LEITURA-BLQ UNTIL FIM-BLQ EQUAL "SIM".
            CLOSE BLOQFIN.

        LEITURA-BLQ.
            READ BLOQFIN
                AT END MOVE "SIM" TO FIM-BLQ
                NOT AT END
                    IF BQ-SIT EQUAL "B"
                        IF QTDE-BLQ LESS THAN 5000
                            ADD 1 TO QTDE-BLQ
                            MOVE BQ-NUM TO BLQ-NUM-OCR(QTDE-BLQ)
                        ELSE
                            DISPLAY "EM01EX17: *** TABELA DE "
                                    "BLOQUEIOS CHEIA - MATRICULA "
                                    BQ-NUM " NAO TRANCADA ***"
                        END-IF
                    END-IF
            END-READ.

        ZERANOTAS.
            PERFORM CARREGABLOQUEIOS.
            OPEN I-O CADALU.
            PERFORM LEITURA-ALUNO.
            PERFORM ZERAALUNO UNTIL FIM-ARQ EQUAL "SIM".
        ZERAALUNO.
            IF SIT-ENT EQUAL "A" OR SIT-ENT EQUAL SPACE
                MOVE ZEROES TO NT1-ENT NT2-ENT NT3-ENT FLT-ENT
                PERFORM CONFEREBLOQUEIO
                REWRITE REGALU
                ADD 1 TO CT-GRAVADOS
            END-IF.
            PERFORM LEITURA-ALUNO.

        CONFEREBLOQUEIO.
            MOVE "NAO" TO BLOQUEADO.
            PERFORM VARYING IDX-BLQ FROM 1 BY 1
                     UNTIL IDX-BLQ GREATER THAN QTDE-BLQ
                        OR BLOQUEADO EQUAL "SIM"
                IF BLQ-NUM-OCR(IDX-BLQ) EQUAL NUM-ENT
                    MOVE "SIM" TO BLOQUEADO
                END-IF
            END-PERFORM.
            IF BLOQUEADO EQUAL "SIM"
                MOVE "T" TO SIT-ENT
                ADD 1 TO CT-TRANCADOS
                DISPLAY "EM01EX17: ALUNO " NUM-ENT
                        " TRANCADO POR BLOQUEIO FINANCEIRO"
                MOVE NUM-ENT     TO LK-CHAVE
                MOVE "BLOQTRANC" TO LK-ACAO
                CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
            END-IF.

        REGISTRAFECHAMENTO.
            OPEN EXTEND PERFECH.
            IF WS-FSFECH EQUAL "35"
        TERMINO.
            DISPLAY "EM01EX17: PERIODO " WS-PERIODO " FECHADO - "
                    "ALUNOS ATIVOS ZERADOS: " CT-GRAVADOS.
            DISPLAY "EM01EX17: TRANCADOS POR BLOQUEIO FINANCEIRO: "
                    CT-TRANCADOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
