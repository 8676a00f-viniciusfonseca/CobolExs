        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX48.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. MANUTENCAO DO HISTORICO DE RESERVAS DE VIAGEM DOS
      * CLIENTES TURISMAR (VIAGCLI.DAT, INDEXADO POR CPF + DATA +
      * SEQUENCIA - VER REGVIAG.CPY). CADA LINHA DE VIAGREQ.DAT E UM
      * MOVIMENTO: "I" INCLUI UMA RESERVA (CPF, DATA AAAAMMDD,
      * DESTINO, PACOTE, VALOR E SITUACAO, EM BRANCO = "C"), QUE
      * RECEBE A PROXIMA SEQUENCIA DO CLIENTE NAQUELE DIA; "S" TROCA A
      * SITUACAO DE UMA RESERVA JA GRAVADA (CPF, DATA E SEQUENCIA). O
      * CPF TEM DE EXISTIR EM CADCLIC.DAT, A DATA TEM DE SER VALIDA E
      * NAO FUTURA E O VALOR MAIOR QUE ZERO. RESERVA REALIZADA ("R")
      * NAO PODE MAIS SER CANCELADA. O MOVIMENTO RECUSADO SAI NO
      * RELATORIO COM O MOTIVO; CADA RESERVA GRAVADA OU ALTERADA VAI
      * PARA O AUDITLOG. VIAGREQ.DAT E ESVAZIADO NO FIM. O RELATORIO
      * SAI EM RELVIAG.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL VIAGREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT CADCLIC ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CPF-CLI-IN.
            SELECT OPTIONAL VIAGCLI ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VG-CHAVE.
            SELECT RELVIAG ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD VIAGREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VIAGREQ.DAT".
            01 REGVIAGREQ.
               02 RQ-TIPO    PIC X(01).
               02 FILLER     PIC X(01).
               02 RQ-CPF     PIC 9(11).
               02 FILLER     PIC X(01).
               02 RQ-DATA    PIC 9(08).
               02 RQ-DATA-R REDEFINES RQ-DATA.
                  03 RQ-AA   PIC 9(04).
                  03 RQ-MM   PIC 9(02).
                  03 RQ-DD   PIC 9(02).
               02 FILLER     PIC X(01).
               02 RQ-SEQ     PIC 9(02).
               02 FILLER     PIC X(01).
               02 RQ-DESTINO PIC X(20).
               02 FILLER     PIC X(01).
               02 RQ-PACOTE  PIC X(15).
               02 FILLER     PIC X(01).
               02 RQ-VALOR   PIC 9(07)V99.
               02 FILLER     PIC X(01).
               02 RQ-SIT     PIC X(01).

            FD CADCLIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIC.DAT".
            01 IREGCLI-IN.
               02 CPF-CLI-IN  PIC 9(11).
               02 NOME-CLI-IN PIC X(30).
               02 EST-CLI-IN  PIC X(02).
               02 CID-CLI-IN  PIC X(30).
               02 TEL-CLI-IN  PIC 9(08).
               02 DATA-CLI-IN PIC 9(08).
               02 CEP-CLI-IN  PIC 9(08).
               02 LOGR-CLI-IN PIC X(30).
               02 NUM-CLI-IN  PIC X(06).

            FD VIAGCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VIAGCLI.DAT".
            01 REGVIAG.
               COPY REGVIAG.

            FD RELVIAG
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ       PIC X(03) VALUE "NAO".
            77 FIM-SEQ       PIC X(03) VALUE "NAO".
            77 CT-LIDOS      PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
            77 CT-INCLUIDAS  PIC 9(07) VALUE ZEROES.
            77 CT-ALTERADAS  PIC 9(07) VALUE ZEROES.
            77 CT-RECUSADAS  PIC 9(07) VALUE ZEROES.
            77 WS-FSREQ      PIC X(02) VALUE SPACES.
            77 WS-DATA       PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL   PIC 9(08) VALUE ZEROES.
            77 WS-MOTIVO     PIC X(30) VALUE SPACES.
            77 WS-PROXSEQ    PIC 9(02) VALUE ZEROES.
            77 CLIACHADO     PIC X(03) VALUE "NAO".
            77 VIAGACHADA    PIC X(03) VALUE "NAO".
            77 LK-PROGID     PIC X(08) VALUE "EM02EX48".
            77 LK-CHAVE      PIC X(15) VALUE SPACES.
            77 LK-ACAO       PIC X(10) VALUE SPACES.
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "TURISMAR - MOVIMENTO DE RESERVAS".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-02.
               02 FILLER     PIC X(02) VALUE "T".
               02 FILLER     PIC X(12) VALUE "CPF".
               02 FILLER     PIC X(11) VALUE "DATA".
               02 FILLER     PIC X(03) VALUE "SQ".
               02 FILLER     PIC X(21) VALUE "DESTINO".
               02 FILLER     PIC X(31) VALUE "RESULTADO".

            01 DET-MOV.
               02 DM-TIPO    PIC X(01).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-CPF     PIC 9(11).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-DATA    PIC 9999/99/99.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-SEQ     PIC Z9.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-DESTINO PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-RESULT  PIC X(30).

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            OPEN INPUT VIAGREQ.
            IF WS-FSREQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            OPEN INPUT  CADCLIC
                 I-O    VIAGCLI
                 OUTPUT RELVIAG.
            MOVE WS-DATA TO CB1-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 2 LINES.
            IF FIM-ARQ NOT EQUAL "SIM"
                PERFORM LEITURA
            END-IF.

        LEITURA.
            READ VIAGREQ
                AT END     MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS.

      **************************************************************
      * CONFERE O MOVIMENTO E APLICA A INCLUSAO OU A TROCA DE      *
      * SITUACAO. QUALQUER RECUSA DEIXA O MOTIVO EM WS-MOTIVO.     *
      **************************************************************
        PRINCIPAL.
            MOVE SPACES   TO WS-MOTIVO DM-RESULT.
            MOVE RQ-TIPO  TO DM-TIPO.
            MOVE RQ-CPF   TO DM-CPF.
            MOVE RQ-DATA  TO DM-DATA.
            MOVE RQ-SEQ   TO DM-SEQ.
            MOVE RQ-DESTINO TO DM-DESTINO.
            PERFORM CONFERECLIENTE.
            IF WS-MOTIVO EQUAL SPACES
                EVALUATE RQ-TIPO
                    WHEN "I" PERFORM INCLUIRESERVA
                    WHEN "S" PERFORM TROCASITUACAO
                    WHEN OTHER
                        MOVE "TIPO DE MOVIMENTO INVALIDO" TO WS-MOTIVO
                END-EVALUATE
            END-IF.
            IF WS-MOTIVO NOT EQUAL SPACES
                ADD 1 TO CT-RECUSADAS
                MOVE WS-MOTIVO TO DM-RESULT
            END-IF.
            WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE.
            PERFORM LEITURA.

        CONFERECLIENTE.
            MOVE "SIM"  TO CLIACHADO.
            MOVE RQ-CPF TO CPF-CLI-IN.
            READ CADCLIC
                INVALID KEY MOVE "NAO" TO CLIACHADO
            END-READ.
            IF CLIACHADO NOT EQUAL "SIM"
                MOVE "CPF NAO CADASTRADO EM CADCLIC" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            CALL "DATEVAL" USING RQ-DD RQ-MM RQ-AA LK-DATAVALIDA.
            IF LK-DATAVALIDA NOT EQUAL "SIM"
                MOVE "DATA DA RESERVA INVALIDA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF RQ-DATA GREATER THAN WS-DATA
                MOVE "DATA DA RESERVA NO FUTURO" TO WS-MOTIVO
            END-IF.

        INCLUIRESERVA.
            IF RQ-VALOR IS NOT NUMERIC OR RQ-VALOR EQUAL ZEROES
                MOVE "VALOR DA RESERVA INVALIDO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF RQ-SIT EQUAL SPACES
                MOVE "C" TO RQ-SIT
            END-IF.
            IF RQ-SIT NOT EQUAL "C" AND RQ-SIT NOT EQUAL "R"
               AND RQ-SIT NOT EQUAL "X"
                MOVE "SITUACAO INVALIDA (C/R/X)" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM ACHAPROXSEQ.
            IF WS-PROXSEQ EQUAL ZEROES
                MOVE "MAIS DE 99 RESERVAS NO DIA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-CPF     TO VG-CPF.
            MOVE RQ-DATA    TO VG-DATA.
            MOVE WS-PROXSEQ TO VG-SEQ.
            MOVE RQ-DESTINO TO VG-DESTINO.
            MOVE RQ-PACOTE  TO VG-PACOTE.
            MOVE RQ-VALOR   TO VG-VALOR.
            MOVE RQ-SIT     TO VG-SIT.
            WRITE REGVIAG
                INVALID KEY
                    MOVE "CHAVE DA RESERVA JA EXISTE" TO WS-MOTIVO
            END-WRITE.
            IF WS-MOTIVO EQUAL SPACES
                MOVE WS-PROXSEQ TO DM-SEQ
                MOVE "INCLUIDA" TO DM-RESULT
                ADD 1 TO CT-INCLUIDAS CT-GRAVADOS
                MOVE "RESERVA" TO LK-ACAO
                PERFORM REGISTRAAUDIT
            END-IF.

      * A PROXIMA SEQUENCIA E A ULTIMA DO CLIENTE NO DIA MAIS UM;
      * ZERO VOLTA QUANDO O DIA JA ESTA CHEIO.
        ACHAPROXSEQ.
            MOVE 1       TO WS-PROXSEQ.
            MOVE RQ-CPF  TO VG-CPF.
            MOVE RQ-DATA TO VG-DATA.
            MOVE ZEROES  TO VG-SEQ.
            MOVE "NAO"   TO FIM-SEQ.
            START VIAGCLI KEY IS NOT LESS THAN VG-CHAVE
                INVALID KEY MOVE "SIM" TO FIM-SEQ
            END-START.
            PERFORM LESEQUENCIA UNTIL FIM-SEQ EQUAL "SIM".

        LESEQUENCIA.
            READ VIAGCLI NEXT RECORD
                AT END MOVE "SIM" TO FIM-SEQ
                NOT AT END
                    IF VG-CPF NOT EQUAL RQ-CPF
                       OR VG-DATA NOT EQUAL RQ-DATA
                        MOVE "SIM" TO FIM-SEQ
                    ELSE
                        IF VG-SEQ EQUAL 99
                            MOVE ZEROES TO WS-PROXSEQ
                        ELSE
                            COMPUTE WS-PROXSEQ = VG-SEQ + 1
                        END-IF
                    END-IF
            END-READ.

        TROCASITUACAO.
            IF RQ-SIT NOT EQUAL "C" AND RQ-SIT NOT EQUAL "R"
               AND RQ-SIT NOT EQUAL "X"
                MOVE "SITUACAO INVALIDA (C/R/X)" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-CPF  TO VG-CPF.
            MOVE RQ-DATA TO VG-DATA.
            MOVE RQ-SEQ  TO VG-SEQ.
            MOVE "SIM"   TO VIAGACHADA.
            READ VIAGCLI
                INVALID KEY MOVE "NAO" TO VIAGACHADA
            END-READ.
            IF VIAGACHADA NOT EQUAL "SIM"
                MOVE "RESERVA NAO ENCONTRADA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE VG-DESTINO TO DM-DESTINO.
            IF VG-SIT EQUAL RQ-SIT
                MOVE "RESERVA JA ESTA NESSA SITUACAO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF VG-SIT EQUAL "R" AND RQ-SIT EQUAL "X"
                MOVE "RESERVA REALIZADA NAO CANCELA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-SIT TO VG-SIT.
            REWRITE REGVIAG.
            EVALUATE RQ-SIT
                WHEN "C" MOVE "CONFIRMADA" TO DM-RESULT
                WHEN "R" MOVE "REALIZADA"  TO DM-RESULT
                WHEN "X" MOVE "CANCELADA"  TO DM-RESULT
            END-EVALUATE.
            ADD 1 TO CT-ALTERADAS CT-GRAVADOS.
            MOVE "RESERVASIT" TO LK-ACAO.
            PERFORM REGISTRAAUDIT.

        REGISTRAAUDIT.
            MOVE VG-CPF TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        TERMINO.
            MOVE "MOVIMENTOS LIDOS..............: " TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "RESERVAS INCLUIDAS............: " TO ROD-QT-TXT.
            MOVE CT-INCLUIDAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "SITUACOES ALTERADAS...........: " TO ROD-QT-TXT.
            MOVE CT-ALTERADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "MOVIMENTOS RECUSADOS..........: " TO ROD-QT-TXT.
            MOVE CT-RECUSADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE VIAGREQ
                  VIAGCLI
                  CADCLIC
                  RELVIAG.
            OPEN OUTPUT VIAGREQ.
            CLOSE VIAGREQ.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
