        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX56.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. APROVACAO DAS TRANSFERENCIAS ENTRE DEPOSITOS
      * PROPOSTAS PELO REBALANCEAMENTO DE EM02EX04 EM TRANSPEND.DAT.
      * O COMPRADOR MARCA CADA LINHA COM "S" (APROVA) OU "N"
      * (REJEITA) E A REFERENCIA DA DECISAO:
      *   "S" - COM REFERENCIA, QUANTIDADE E DEPOSITOS VALIDOS, VIRA
      *         UM MOVIMENTO "T" APENDADO EM MOVESTOQ.DAT (ORIGEM EM
      *         DEP-MOV, DESTINO EM DEPDEST-MOV), QUE EM02EX17 POSTA;
      *   "N" - SAI DO ARQUIVO;
      *   OUTRO VALOR, OU "S" QUE NAO PASSA NA CRITICA - CONTINUA
      *         PENDENTE EM TRANSPEND.DAT.
      * CADA DECISAO VAI PARA O AUDITLOG E PARA O RELATORIO RELTAPR.
      * RODA ANTES DA PROXIMA EM02EX04, QUE REGERA TRANSPEND.DAT.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL TRANSPEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSPEND.
            SELECT OPTIONAL MOVESTOQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSMOV.
            SELECT RELTAPR ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD TRANSPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRANSPEND.DAT".
            01 REGTPEND.
               COPY REGTPEND.

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

            FD RELTAPR
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-PEND    PIC X(03) VALUE "NAO".
            77 WS-FSPEND   PIC X(02) VALUE SPACES.
            77 WS-FSMOV    PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-APROV    PIC 9(05) VALUE ZEROES.
            77 CT-REJEIT   PIC 9(05) VALUE ZEROES.
            77 CT-PENDENTE PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM02EX56".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-MOTIVO   PIC X(30) VALUE SPACES.

            77 QTDE-PEND PIC 9(03) VALUE ZEROES.
            77 IDX-PEND  PIC 9(03) VALUE ZEROES.

      * LINHAS QUE CONTINUAM PENDENTES, REGRAVADAS EM TRANSPEND.DAT
      * NO FIM DA RODADA.
            01 TAB-PENDENTE.
               02 TAB-PEND-OCR OCCURS 500 TIMES.
                  03 PEND-REG-OCR PIC X(40).

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "APROVACAO DE TRANSFERENCIAS ENTRE DEPOS.".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-COLS.
               02 FILLER     PIC X(06) VALUE "ITEM".
               02 FILLER     PIC X(03) VALUE "OR".
               02 FILLER     PIC X(03) VALUE "DS".
               02 FILLER     PIC X(07) VALUE " QTDE".
               02 FILLER     PIC X(11) VALUE "PROPOSTA".
               02 FILLER     PIC X(02) VALUE "A".
               02 FILLER     PIC X(11) VALUE "REFERENCIA".
               02 FILLER     PIC X(37) VALUE "RESULTADO".

            01 DET-TRANSF.
               02 DT-COD     PIC 9(05).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DT-DEPORIG PIC X(02).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DT-DEPDEST PIC X(02).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DT-QTDE    PIC ZZZZ9.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DT-DATA    PIC 9999/99/99.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DT-APROV   PIC X(01).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DT-REFER   PIC X(10).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DT-RESULT  PIC X(30).
               02 FILLER     PIC X(07) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM LEITURA-PEND UNTIL FIM-PEND EQUAL "SIM".
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            OPEN INPUT TRANSPEND.
            IF WS-FSPEND NOT EQUAL "00"
                MOVE "SIM" TO FIM-PEND
            END-IF.
            OPEN EXTEND MOVESTOQ.
            IF WS-FSMOV EQUAL "35"
                OPEN OUTPUT MOVESTOQ
            END-IF.
            OPEN OUTPUT RELTAPR.
            MOVE WS-DATA TO CB1-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-COLS AFTER ADVANCING 2 LINES.

        LEITURA-PEND.
            READ TRANSPEND
                AT END MOVE "SIM" TO FIM-PEND
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    PERFORM DECIDETRANSFERENCIA
            END-READ.

      ******************************************************************
      * "S" APROVADA E CRITICADA VIRA MOVIMENTO "T"; "N" E DESCARTADA;*
      * O RESTO FICA NA TABELA DE PENDENTES.                          *
      ******************************************************************
        DECIDETRANSFERENCIA.
            MOVE TP-COD     TO DT-COD.
            MOVE TP-DEPORIG TO DT-DEPORIG.
            MOVE TP-DEPDEST TO DT-DEPDEST.
            MOVE TP-QTDE    TO DT-QTDE.
            MOVE TP-DATA    TO DT-DATA.
            MOVE TP-APROV   TO DT-APROV.
            MOVE TP-REFER   TO DT-REFER.
            MOVE SPACES     TO LK-CHAVE.
            MOVE TP-COD     TO LK-CHAVE(1:5).
            MOVE TP-DEPORIG TO LK-CHAVE(6:2).
            MOVE TP-DEPDEST TO LK-CHAVE(8:2).
            MOVE TP-REFER   TO LK-CHAVE(10:6).
            EVALUATE TRUE
                WHEN TP-REJEITADA
                    ADD 1 TO CT-REJEIT
                    MOVE "REJEITADA - DESCARTADA" TO DT-RESULT
                    MOVE "TRANSRECUS" TO LK-ACAO
                    CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
                WHEN TP-APROVADA
                    PERFORM CRITICAAPROVACAO
                    IF WS-MOTIVO EQUAL SPACES
                        PERFORM GRAVATRANSFERENCIA
                        ADD 1 TO CT-APROV
                        MOVE "APROVADA - T EM MOVESTOQ" TO DT-RESULT
                        MOVE "TRANSAPROV" TO LK-ACAO
                        CALL "AUDITLOG" USING LK-PROGID LK-CHAVE
                                              LK-ACAO
                    ELSE
                        MOVE WS-MOTIVO TO DT-RESULT
                        PERFORM GUARDAPENDENTE
                    END-IF
                WHEN OTHER
                    MOVE "AGUARDANDO APROVACAO" TO DT-RESULT
                    PERFORM GUARDAPENDENTE
            END-EVALUATE.
            WRITE REGREL FROM DET-TRANSF AFTER ADVANCING 1 LINE.

        CRITICAAPROVACAO.
            MOVE SPACES TO WS-MOTIVO.
            EVALUATE TRUE
                WHEN TP-COD IS NOT NUMERIC
                    MOVE "ITEM INVALIDO" TO WS-MOTIVO
                WHEN TP-QTDE IS NOT NUMERIC
                  OR TP-QTDE EQUAL ZEROES
                    MOVE "QUANTIDADE INVALIDA" TO WS-MOTIVO
                WHEN TP-DEPORIG EQUAL SPACES
                  OR TP-DEPDEST EQUAL SPACES
                  OR TP-DEPORIG EQUAL TP-DEPDEST
                    MOVE "DEPOSITOS INVALIDOS" TO WS-MOTIVO
                WHEN TP-REFER EQUAL SPACES
                    MOVE "SEM REFERENCIA DE APROVACAO" TO WS-MOTIVO
            END-EVALUATE.

        GUARDAPENDENTE.
            IF QTDE-PEND LESS THAN 500
                ADD 1 TO QTDE-PEND
                MOVE REGTPEND TO PEND-REG-OCR(QTDE-PEND)
                ADD 1 TO CT-PENDENTE
            ELSE
                DISPLAY "EM02EX56: *** TABELA DE PENDENTES CHEIA - "
                        "TRANSFERENCIA DO ITEM " TP-COD
                        " DESCARTADA ***"
            END-IF.

        GRAVATRANSFERENCIA.
            MOVE TP-COD     TO COD-MOV.
            MOVE TP-DEPORIG TO DEP-MOV.
            MOVE "T"        TO TIPO-MOV.
            MOVE TP-QTDE    TO QTDE-MOV.
            MOVE ZEROES     TO CUSTO-MOV.
            MOVE TP-DEPDEST TO DEPDEST-MOV.
            MOVE SPACES     TO LOTE-MOV.
            MOVE ZEROES     TO VALID-MOV.
            MOVE SPACES     TO MOTIVO-MOV.
            MOVE TP-REFER   TO APROV-MOV.
            WRITE REGMOV.
            ADD 1 TO CT-GRAVADOS.

        REGRAVAPENDENTE.
            MOVE PEND-REG-OCR(IDX-PEND) TO REGTPEND.
            WRITE REGTPEND.

        TERMINO.
            CLOSE TRANSPEND
                  MOVESTOQ.
            OPEN OUTPUT TRANSPEND.
            PERFORM REGRAVAPENDENTE
                VARYING IDX-PEND FROM 1 BY 1
                UNTIL IDX-PEND GREATER THAN QTDE-PEND.
            CLOSE TRANSPEND.
            MOVE "TRANSFERENCIAS APROVADAS......: " TO ROD-QT-TXT.
            MOVE CT-APROV TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "TRANSFERENCIAS REJEITADAS.....: " TO ROD-QT-TXT.
            MOVE CT-REJEIT TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "TRANSFERENCIAS PENDENTES......: " TO ROD-QT-TXT.
            MOVE CT-PENDENTE TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELTAPR.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
