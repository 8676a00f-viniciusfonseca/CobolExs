        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM05EX29.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. AGENDA DO LOTE NOTURNO DIRIGIDA PELO CALENDARIO: OS
      * PASSOS PERIODICOS (FATURAMENTO DE MENSALIDADES, REGUA DE
      * COBRANCA, FECHAMENTO DO PERIODO LETIVO, FECHAMENTO ANUAL DA
      * FOLHA, RECALCULO DO PONTO DE PEDIDO) DEIXAM DE SER DISPARADOS
      * A MAO. A TABELA AGENDA.DAT TRAZ UMA LINHA POR REGRA: PASSO,
      * FREQUENCIA ("D" DIARIA, "S" SEMANAL, "M" MENSAL, "A" ANUAL),
      * REGRA DO DIA ("C" DIA CORRIDO - ALEM DO FIM DO MES CAI NO
      * ULTIMO DIA; "P" DIA CORRIDO ROLADO PARA O DIA UTIL SEGUINTE;
      * "U" N-ESIMO DIA UTIL DO MES; "L" ULTIMO DIA UTIL DO MES - DIA
      * UTIL SEGUNDO DIAUTIL E FERIADOS.DAT), DIA (NO SEMANAL 1 =
      * DOMINGO ... 7 = SABADO), MES (SO NO ANUAL), TOLERANCIA EM
      * DIAS PARA RECUPERAR UM VENCIMENTO PERDIDO (PADRAO 5), ATE
      * DOIS PASSOS PRE-REQUISITOS E A DESCRICAO. UM PASSO PODE TER
      * MAIS DE UMA LINHA (FECHAMENTO DO PERIODO EM JUNHO E DEZEMBRO).
      * O COMANDO EM AGENDREQ.DAT ESCOLHE O PASSO, NO MOLDE DO
      * LOCKREQ DE EM05EX05:
      * "PLANEJAR" (OU ARQUIVO AUSENTE), NO COMECO DA NOITE, DECIDE
      * CADA LINHA: VENCIDA NO PERIODO, DENTRO DA TOLERANCIA, AINDA
      * NAO EXECUTADA DESDE O INICIO DO PERIODO (RUNLOG.DAT) E COM OS
      * PRE-REQUISITOS JA EXECUTADOS NO PERIODO OU AGENDADOS NESTA
      * NOITE - ENTAO O PASSO E AGENDADO. OS PASSOS AGENDADOS VAO
      * PARA AGENDAHJ.DAT, QUE O DRIVER CONSULTA ANTES DE CADA PASSO
      * OPCIONAL, E PARA RUNLOG.DAT COMO LINHA DE AGENDA ("A" NO FIM
      * DA LINHA). O RELATORIO RELAGEND TRAZ A DECISAO DE CADA LINHA
      * E A PREVISAO DOS PASSOS NAO DIARIOS NOS PROXIMOS 30 DIAS.
      * "CONFERIR", NO FIM DA NOITE, CONFRONTA AGENDAHJ.DAT COM AS
      * EXECUCOES DO RUNLOG.DAT: PASSO AGENDADO SEM EXECUCAO GANHA
      * LINHA "N" NO RUNLOG.DAT E O PROGRAMA TERMINA COM RETURN-CODE
      * 4, QUE O DRIVER ACEITA COMO AVISO. UMA AGENDA DE NOITE
      * ANTERIOR AINDA NAO CONFERIDA E CONFERIDA PELO PLANEJAMENTO
      * SEGUINTE. LINHA INVALIDA NA AGENDA E IGNORADA, AGENDA
      * AUSENTE NAO AGENDA NADA E PASSO VENCIDO ESPERANDO
      * PRE-REQUISITO E APONTADO - OS TRES TERMINAM COM RETURN-CODE
      * 4. AGENDA MAIOR QUE A TABELA RECUSA A NOITE COM RETURN-CODE 8.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL AGENDREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL AGENDA ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL AGENDAHJ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL RUNLOG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT RELAGEND ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD AGENDREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDREQ.DAT".
            01 REGAGENDREQ.
               02 REQ-COMANDO PIC X(08).

      * TABELA DE AGENDA: UMA LINHA POR REGRA DE UM PASSO.
            FD AGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDA.DAT".
            01 REGAGENDA.
               02 AG-PROGID  PIC X(08).
               02 FILLER     PIC X(01).
               02 AG-FREQ    PIC X(01).
               02 FILLER     PIC X(01).
               02 AG-REGRA   PIC X(01).
               02 FILLER     PIC X(01).
               02 AG-DIA     PIC 9(02).
               02 FILLER     PIC X(01).
               02 AG-MES     PIC 9(02).
               02 FILLER     PIC X(01).
               02 AG-TOLER   PIC 9(02).
               02 FILLER     PIC X(01).
               02 AG-PREREQ1 PIC X(08).
               02 FILLER     PIC X(01).
               02 AG-PREREQ2 PIC X(08).
               02 FILLER     PIC X(01).
               02 AG-DESC    PIC X(30).

      * PASSOS AGENDADOS PARA A NOITE: "A" AGENDADO, "E" EXECUTADO,
      * "N" NAO EXECUTADO (OS DOIS ULTIMOS GRAVADOS NA CONFERENCIA).
            FD AGENDAHJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDAHJ.DAT".
            01 REGAGENDAHJ.
               02 AH-PROGID PIC X(08).
               02 FILLER    PIC X(01).
               02 AH-DATA   PIC 9(08).
               02 FILLER    PIC X(01).
               02 AH-SIT    PIC X(01).

            FD RUNLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RUNLOG.DAT".
            01 REGRUNLOG.
               02 RL-PROGID    PIC X(08).
               02 FILLER       PIC X.
               02 RL-DATA      PIC 9(08).
               02 FILLER       PIC X.
               02 RL-HORA      PIC 9(08).
               02 FILLER       PIC X.
               02 RL-LIDOS     PIC 9(07).
               02 FILLER       PIC X.
               02 RL-GRAVADOS  PIC 9(07).
               02 FILLER       PIC X.
               02 RL-DATAREAL  PIC 9(08).
               02 FILLER       PIC X.
               02 RL-HORAINI   PIC 9(08).
               02 FILLER       PIC X.
               02 RL-ELAPSO    PIC 9(06).
               02 FILLER       PIC X.
               02 RL-AGENDA    PIC X(01).

            FD RELAGEND
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03) VALUE "NAO".
            77 WS-FS    PIC X(02) VALUE SPACES.
            77 WS-RC    PIC 9(02) VALUE ZEROES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-INVAL    PIC 9(04) VALUE ZEROES.
            77 CT-AGEND    PIC 9(04) VALUE ZEROES.
            77 CT-PEND     PIC 9(04) VALUE ZEROES.
            77 CT-PREV     PIC 9(04) VALUE ZEROES.
            77 CT-EXEC     PIC 9(04) VALUE ZEROES.
            77 CT-NAOEXEC  PIC 9(04) VALUE ZEROES.
            77 CT-LINHA    PIC 9(04) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM05EX29".
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-HORA     PIC 9(08) VALUE ZEROES.
            77 WS-COMANDO  PIC X(08) VALUE "PLANEJAR".
            77 WS-AGENDAOK PIC X(03) VALUE "NAO".
            77 WS-LINHAOK  PIC X(03) VALUE "NAO".
            77 WS-ACHOU    PIC X(03) VALUE "NAO".
            77 WS-PREOK    PIC X(03) VALUE "NAO".
            77 WS-MUDOU    PIC X(03) VALUE "NAO".
            77 WS-CHPROG   PIC X(08) VALUE SPACES.
            77 WS-MARCA    PIC X(01) VALUE SPACES.
            77 WS-DTMARCA  PIC 9(08) VALUE ZEROES.
            77 WS-DTLIM    PIC 9(08) VALUE ZEROES.
            77 WS-DTPREV   PIC 9(08) VALUE ZEROES.
            77 WS-DTUTIL   PIC 9(08) VALUE ZEROES.
            77 WS-VENC     PIC 9(08) VALUE ZEROES.
            77 WS-INIPER   PIC 9(08) VALUE ZEROES.
            77 WS-HOJEINT  PIC 9(07) VALUE ZEROES.
            77 WS-DIAINT   PIC 9(07) VALUE ZEROES.
            77 WS-DIASEM   PIC 9(01) VALUE ZEROES.
            77 WS-ULTDIA   PIC 9(02) VALUE ZEROES.
            77 WS-CONT     PIC 9(02) VALUE ZEROES.
            77 WS-NDIA     PIC 9(02) VALUE ZEROES.
            77 LK-MODOUTIL  PIC X(01) VALUE SPACES.
            77 LK-DIASUTEIS PIC 9(03) VALUE ZEROES.

            77 QTDE-AG    PIC 9(03) VALUE ZEROES.
            77 IDX-AG     PIC 9(03) VALUE ZEROES.
            77 IDX-AG2    PIC 9(03) VALUE ZEROES.
            77 QTDE-EXEC  PIC 9(03) VALUE ZEROES.
            77 IDX-EXEC   PIC 9(03) VALUE ZEROES.
            77 QTDE-HJ    PIC 9(03) VALUE ZEROES.
            77 IDX-HJ     PIC 9(03) VALUE ZEROES.

      * DATA DE REFERENCIA DO PERIODO E DATA DE TRABALHO DO CALCULO
      * DO VENCIMENTO.
            01 WS-DTREF.
               02 DTREF-AA PIC 9(04).
               02 DTREF-MM PIC 9(02).
               02 DTREF-DD PIC 9(02).
            01 WS-DTREF-N REDEFINES WS-DTREF PIC 9(08).

            01 WS-DTCALC.
               02 DTCALC-AA PIC 9(04).
               02 DTCALC-MM PIC 9(02).
               02 DTCALC-DD PIC 9(02).
            01 WS-DTCALC-N REDEFINES WS-DTCALC PIC 9(08).

            01 WS-DTAUX.
               02 DTAUX-AA PIC 9(04).
               02 DTAUX-MM PIC 9(02).
               02 DTAUX-DD PIC 9(02).
            01 WS-DTAUX-N REDEFINES WS-DTAUX PIC 9(08).

            01 TAB-DIASEM-VAL.
               02 FILLER PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
            01 TAB-DIASEM REDEFINES TAB-DIASEM-VAL.
               02 DIASEM-NOME-OCR PIC X(03) OCCURS 7 TIMES.

      * LINHAS VALIDAS DA AGENDA E A DECISAO DA NOITE: "A" AGENDADO,
      * "J" JA EXECUTADO NO PERIODO, "F" NAO VENCE NESTA NOITE, "X"
      * FORA DA TOLERANCIA, "P" AGUARDA PRE-REQUISITO.
            01 TAB-AG.
               02 TAB-AG-OCR OCCURS 100 TIMES.
                  03 AGT-PROGID-OCR  PIC X(08).
                  03 AGT-FREQ-OCR    PIC X(01).
                  03 AGT-REGRA-OCR   PIC X(01).
                  03 AGT-DIA-OCR     PIC 9(02).
                  03 AGT-MES-OCR     PIC 9(02).
                  03 AGT-TOLER-OCR   PIC 9(02).
                  03 AGT-PRE1-OCR    PIC X(08).
                  03 AGT-PRE2-OCR    PIC X(08).
                  03 AGT-DESC-OCR    PIC X(30).
                  03 AGT-DEC-OCR     PIC X(01).
                  03 AGT-VENC-OCR    PIC 9(08).
                  03 AGT-INIPER-OCR  PIC 9(08).
                  03 AGT-EXEC-OCR    PIC 9(08).
                  03 AGT-ATRASO-OCR  PIC 9(04).
                  03 AGT-PENDPRE-OCR PIC X(08).

      * ULTIMA DATA DE EXECUCAO DE CADA PASSO NO RUNLOG.DAT.
            01 TAB-EXEC.
               02 TAB-EXEC-OCR OCCURS 500 TIMES.
                  03 EXEC-PROGID-OCR PIC X(08).
                  03 EXEC-DATA-OCR   PIC 9(08).

            01 TAB-HJ.
               02 TAB-HJ-OCR OCCURS 100 TIMES.
                  03 HJ-PROGID-OCR PIC X(08).
                  03 HJ-DATA-OCR   PIC 9(08).
                  03 HJ-SIT-OCR    PIC X(01).

            01 CAB-01.
               02 FILLER PIC X(15) VALUE SPACES.
               02 FILLER PIC X(38) VALUE
                  "AGENDA DO LOTE NOTURNO - PROCESSAMENTO".
               02 FILLER PIC X(01) VALUE SPACES.
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(18) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 CAB-COLDEC.
               02 FILLER PIC X(10) VALUE "PASSO".
               02 FILLER PIC X(11) VALUE "F R DI ME".
               02 FILLER PIC X(10) VALUE "VENCTO".
               02 FILLER PIC X(10) VALUE "ULT.EXEC".
               02 FILLER PIC X(39) VALUE "SITUACAO".

            01 DET-DEC.
               02 DD-PROGID PIC X(08).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DD-QUANDO PIC X(09).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DD-VENC   PIC X(08).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DD-EXEC   PIC X(08).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DD-SIT    PIC X(33).
               02 DD-NUM    PIC ZZZ9 BLANK WHEN ZERO.
               02 FILLER    PIC X(02) VALUE SPACES.

            01 CAB-COLPREV.
               02 FILLER PIC X(10) VALUE "DATA".
               02 FILLER PIC X(06) VALUE "DIA".
               02 FILLER PIC X(10) VALUE "PASSO".
               02 FILLER PIC X(54) VALUE "DESCRICAO".

            01 DET-PREV.
               02 DP-DATA   PIC 9(08).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DP-DIASEM PIC X(03).
               02 FILLER    PIC X(03) VALUE SPACES.
               02 DP-PROGID PIC X(08).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DP-DESC   PIC X(30).
               02 FILLER    PIC X(24) VALUE SPACES.

            01 DET-NADA.
               02 FILLER  PIC X(04) VALUE SPACES.
               02 DN-MSG  PIC X(60).
               02 FILLER  PIC X(16) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(44).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(29) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            IF WS-COMANDO EQUAL "CONFERIR"
                PERFORM CONFERENOITE
            ELSE
                PERFORM PLANEJANOITE
            END-IF.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            ACCEPT WS-HORA FROM TIME.
            COMPUTE WS-HOJEINT = FUNCTION INTEGER-OF-DATE(WS-DATA).
            OPEN INPUT AGENDREQ.
            READ AGENDREQ
                AT END CONTINUE
                NOT AT END
                    IF REQ-COMANDO EQUAL "CONFERIR"
                        MOVE "CONFERIR" TO WS-COMANDO
                    END-IF
            END-READ.
            CLOSE AGENDREQ.

      ***************************************************
      * "CONFERIR": PASSOS AGENDADOS NESTA NOITE CONTRA *
      * AS EXECUCOES DO RUNLOG.DAT                      *
      ***************************************************
        CONFERENOITE.
            PERFORM CARREGAEXEC.
            PERFORM CARREGAHOJE.
            MOVE WS-DATA TO WS-DTLIM.
            PERFORM CONFEREPASSO
                VARYING IDX-HJ FROM 1 BY 1
                UNTIL IDX-HJ GREATER THAN QTDE-HJ.
            PERFORM GRAVAHOJE.
            DISPLAY "EM05EX29: CONFERENCIA DA AGENDA - EXECUTADOS "
                    CT-EXEC " NAO EXECUTADOS " CT-NAOEXEC.

      * O PASSO CONTA COMO EXECUTADO SE RODOU NA NOITE PARA A QUAL
      * FOI AGENDADO OU DEPOIS DELA.
        CONFEREPASSO.
            IF HJ-SIT-OCR(IDX-HJ) NOT EQUAL "A"
               OR HJ-DATA-OCR(IDX-HJ) GREATER THAN WS-DTLIM
                EXIT PARAGRAPH
            END-IF.
            MOVE HJ-PROGID-OCR(IDX-HJ) TO WS-CHPROG.
            PERFORM BUSCAEXEC.
            IF WS-ACHOU EQUAL "SIM"
               AND EXEC-DATA-OCR(IDX-EXEC) NOT LESS THAN
                   HJ-DATA-OCR(IDX-HJ)
                MOVE "E" TO HJ-SIT-OCR(IDX-HJ)
                ADD 1 TO CT-EXEC
            ELSE
                MOVE "N" TO HJ-SIT-OCR(IDX-HJ)
                ADD 1 TO CT-NAOEXEC
                MOVE 4   TO WS-RC
                DISPLAY "EM05EX29: *** PASSO AGENDADO NAO EXECUTADO: "
                        HJ-PROGID-OCR(IDX-HJ) " NOITE DE "
                        HJ-DATA-OCR(IDX-HJ) " ***"
                MOVE HJ-DATA-OCR(IDX-HJ) TO WS-DTMARCA
                MOVE "N" TO WS-MARCA
                PERFORM GRAVAMARCA
            END-IF.

        GRAVAHOJE.
            OPEN OUTPUT AGENDAHJ.
            PERFORM GRAVALINHAHOJE
                VARYING IDX-HJ FROM 1 BY 1
                UNTIL IDX-HJ GREATER THAN QTDE-HJ.
            CLOSE AGENDAHJ.

        GRAVALINHAHOJE.
            MOVE SPACES                TO REGAGENDAHJ.
            MOVE HJ-PROGID-OCR(IDX-HJ) TO AH-PROGID.
            MOVE HJ-DATA-OCR(IDX-HJ)   TO AH-DATA.
            MOVE HJ-SIT-OCR(IDX-HJ)    TO AH-SIT.
            WRITE REGAGENDAHJ.
            ADD 1 TO CT-GRAVADOS.

      ***************************************************
      * "PLANEJAR": DECISAO DE CADA LINHA DA AGENDA,    *
      * AGENDAHJ.DAT DA NOITE E O RELATORIO RELAGEND    *
      ***************************************************
        PLANEJANOITE.
            PERFORM CARREGAEXEC.
            PERFORM CARREGAHOJE.
            COMPUTE WS-DIAINT = WS-HOJEINT - 1.
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-DTLIM.
            PERFORM CONFEREPASSO
                VARYING IDX-HJ FROM 1 BY 1
                UNTIL IDX-HJ GREATER THAN QTDE-HJ.
            PERFORM CARREGAAGENDA.
            PERFORM DECIDELINHA
                VARYING IDX-AG FROM 1 BY 1
                UNTIL IDX-AG GREATER THAN QTDE-AG.
            MOVE "SIM" TO WS-MUDOU.
            PERFORM CONFEREPREREQ UNTIL WS-MUDOU EQUAL "NAO".
            OPEN OUTPUT RELAGEND.
            MOVE WS-DATA TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            PERFORM IMPRIMEDECISAO.
            PERFORM GRAVAAGENDADOS.
            PERFORM IMPRIMEPREVISAO.
            PERFORM IMPRIMERODAPE.
            CLOSE RELAGEND.

      * SO A ULTIMA EXECUCAO DE CADA PASSO INTERESSA; AS LINHAS DE
      * AGENDA ("A"/"N" NO FIM) NAO SAO EXECUCAO.
        CARREGAEXEC.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT RUNLOG.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-RUNLOG UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE RUNLOG.

        LEITURA-RUNLOG.
            READ RUNLOG
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF RL-AGENDA EQUAL SPACES
                       AND RL-DATA IS NUMERIC
                        MOVE RL-PROGID TO WS-CHPROG
                        PERFORM GUARDAEXEC
                    END-IF
            END-READ.

        GUARDAEXEC.
            PERFORM BUSCAEXEC.
            IF WS-ACHOU EQUAL "SIM"
                IF RL-DATA GREATER THAN EXEC-DATA-OCR(IDX-EXEC)
                    MOVE RL-DATA TO EXEC-DATA-OCR(IDX-EXEC)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-EXEC NOT LESS THAN 500
                DISPLAY "EM05EX29: *** TABELA DE PASSOS DO RUNLOG "
                        "CHEIA (MAIS DE 500) - AGENDA RECUSADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO QTDE-EXEC.
            MOVE RL-PROGID TO EXEC-PROGID-OCR(QTDE-EXEC).
            MOVE RL-DATA   TO EXEC-DATA-OCR(QTDE-EXEC).

        CARREGAHOJE.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT AGENDAHJ.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-HOJE UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE AGENDAHJ.

        LEITURA-HOJE.
            READ AGENDAHJ
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-HJ NOT LESS THAN 100
                        DISPLAY "EM05EX29: *** AGENDAHJ.DAT COM MAIS "
                                "DE 100 PASSOS - AGENDA RECUSADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-HJ
                    MOVE AH-PROGID TO HJ-PROGID-OCR(QTDE-HJ)
                    MOVE AH-DATA   TO HJ-DATA-OCR(QTDE-HJ)
                    MOVE AH-SIT    TO HJ-SIT-OCR(QTDE-HJ)
            END-READ.

      ***************************************************
      * CARGA E VALIDACAO DA TABELA DE AGENDA - LINHA   *
      * INVALIDA E IGNORADA COM AVISO                   *
      ***************************************************
        CARREGAAGENDA.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT AGENDA.
            IF WS-FS NOT EQUAL "00"
                DISPLAY "EM05EX29: *** AGENDA.DAT AUSENTE - NENHUM "
                        "PASSO PERIODICO NESTA NOITE ***"
                MOVE 4 TO WS-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO WS-AGENDAOK.
            PERFORM LEITURA-AGENDA UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE AGENDA.

        LEITURA-AGENDA.
            READ AGENDA
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    ADD 1 TO CT-LINHA
                    IF REGAGENDA NOT EQUAL SPACES
                        PERFORM VALIDALINHA
                        IF WS-LINHAOK EQUAL "SIM"
                            PERFORM GUARDALINHA
                        ELSE
                            ADD 1 TO CT-INVAL
                            MOVE 4 TO WS-RC
                            DISPLAY "EM05EX29: *** LINHA " CT-LINHA
                                    " DA AGENDA INVALIDA - IGNORADA: "
                                    REGAGENDA
                        END-IF
                    END-IF
            END-READ.

      * SEMANAL: DIA DA SEMANA 1 A 7, REGRA "C" OU "P". MENSAL E
      * ANUAL: DIA 1 A 31 ("U" ATE 23 DIAS UTEIS; "L" NAO USA O
      * DIA). ANUAL: MES 1 A 12. DIARIA NAO USA REGRA, DIA NEM MES.
        VALIDALINHA.
            MOVE "NAO" TO WS-LINHAOK.
            IF AG-PROGID EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            EVALUATE AG-FREQ
                WHEN "D"
                    CONTINUE
                WHEN "S"
                    IF AG-REGRA NOT EQUAL "C" AND AG-REGRA NOT EQUAL "P"
                        EXIT PARAGRAPH
                    END-IF
                    IF AG-DIA IS NOT NUMERIC
                       OR AG-DIA LESS THAN 1 OR AG-DIA GREATER THAN 7
                        EXIT PARAGRAPH
                    END-IF
                WHEN "M"
                WHEN "A"
                    IF AG-REGRA NOT EQUAL "C" AND AG-REGRA NOT EQUAL "P"
                       AND AG-REGRA NOT EQUAL "U"
                       AND AG-REGRA NOT EQUAL "L"
                        EXIT PARAGRAPH
                    END-IF
                    IF AG-REGRA NOT EQUAL "L"
                        IF AG-DIA IS NOT NUMERIC
                           OR AG-DIA LESS THAN 1
                           OR AG-DIA GREATER THAN 31
                            EXIT PARAGRAPH
                        END-IF
                    END-IF
                    IF AG-REGRA EQUAL "U" AND AG-DIA GREATER THAN 23
                        EXIT PARAGRAPH
                    END-IF
                    IF AG-FREQ EQUAL "A"
                        IF AG-MES IS NOT NUMERIC
                           OR AG-MES LESS THAN 1
                           OR AG-MES GREATER THAN 12
                            EXIT PARAGRAPH
                        END-IF
                    END-IF
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            MOVE "SIM" TO WS-LINHAOK.

        GUARDALINHA.
            IF QTDE-AG NOT LESS THAN 100
                DISPLAY "EM05EX29: *** AGENDA.DAT COM MAIS DE 100 "
                        "LINHAS - AGENDA RECUSADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO QTDE-AG.
            MOVE AG-PROGID  TO AGT-PROGID-OCR(QTDE-AG).
            MOVE AG-FREQ    TO AGT-FREQ-OCR(QTDE-AG).
            MOVE AG-REGRA   TO AGT-REGRA-OCR(QTDE-AG).
            MOVE ZEROES     TO AGT-DIA-OCR(QTDE-AG)
                               AGT-MES-OCR(QTDE-AG).
            IF AG-FREQ NOT EQUAL "D" AND AG-REGRA NOT EQUAL "L"
                MOVE AG-DIA TO AGT-DIA-OCR(QTDE-AG)
            END-IF.
            IF AG-FREQ EQUAL "A"
                MOVE AG-MES TO AGT-MES-OCR(QTDE-AG)
            END-IF.
            IF AG-TOLER IS NUMERIC
                MOVE AG-TOLER TO AGT-TOLER-OCR(QTDE-AG)
            ELSE
                MOVE 5        TO AGT-TOLER-OCR(QTDE-AG)
            END-IF.
            MOVE AG-PREREQ1 TO AGT-PRE1-OCR(QTDE-AG).
            MOVE AG-PREREQ2 TO AGT-PRE2-OCR(QTDE-AG).
            MOVE AG-DESC    TO AGT-DESC-OCR(QTDE-AG).
            MOVE SPACES     TO AGT-DEC-OCR(QTDE-AG)
                               AGT-PENDPRE-OCR(QTDE-AG).
            MOVE ZEROES     TO AGT-VENC-OCR(QTDE-AG)
                               AGT-INIPER-OCR(QTDE-AG)
                               AGT-EXEC-OCR(QTDE-AG)
                               AGT-ATRASO-OCR(QTDE-AG).

      ***************************************************
      * DECISAO DA NOITE PARA UMA LINHA: O VENCIMENTO E *
      * O ULTIMO ATE HOJE (DESTE PERIODO OU DO ANTERIOR)*
      ***************************************************
        DECIDELINHA.
            MOVE WS-DATA TO WS-DTREF-N.
            PERFORM VENCPERIODO.
            IF WS-VENC GREATER THAN WS-DATA
                PERFORM PERIODOANTERIOR
                PERFORM VENCPERIODO
            END-IF.
            MOVE WS-VENC   TO AGT-VENC-OCR(IDX-AG).
            MOVE WS-INIPER TO AGT-INIPER-OCR(IDX-AG).
            MOVE AGT-PROGID-OCR(IDX-AG) TO WS-CHPROG.
            PERFORM BUSCAEXEC.
            IF WS-ACHOU EQUAL "SIM"
                MOVE EXEC-DATA-OCR(IDX-EXEC) TO AGT-EXEC-OCR(IDX-AG)
            END-IF.
            IF WS-VENC GREATER THAN WS-DATA
                MOVE "F" TO AGT-DEC-OCR(IDX-AG)
                EXIT PARAGRAPH
            END-IF.
            COMPUTE AGT-ATRASO-OCR(IDX-AG) =
                WS-HOJEINT - FUNCTION INTEGER-OF-DATE(WS-VENC).
            IF AGT-EXEC-OCR(IDX-AG) NOT LESS THAN WS-INIPER
                MOVE "J" TO AGT-DEC-OCR(IDX-AG)
                EXIT PARAGRAPH
            END-IF.
            IF AGT-ATRASO-OCR(IDX-AG) GREATER THAN
               AGT-TOLER-OCR(IDX-AG)
                MOVE "X" TO AGT-DEC-OCR(IDX-AG)
                EXIT PARAGRAPH
            END-IF.
            MOVE "A" TO AGT-DEC-OCR(IDX-AG).

      * UMA PASSADA PELAS LINHAS AGENDADAS: A QUE TEM PRE-REQUISITO
      * NAO EXECUTADO NO PERIODO NEM AGENDADO NESTA NOITE SAI DA
      * AGENDA. REPETIDA ATE NADA MAIS MUDAR, PORQUE UMA LINHA QUE
      * SAI PODE SER PRE-REQUISITO DE OUTRA.
        CONFEREPREREQ.
            MOVE "NAO" TO WS-MUDOU.
            PERFORM CONFEREPRELINHA
                VARYING IDX-AG FROM 1 BY 1
                UNTIL IDX-AG GREATER THAN QTDE-AG.

        CONFEREPRELINHA.
            IF AGT-DEC-OCR(IDX-AG) NOT EQUAL "A"
                EXIT PARAGRAPH
            END-IF.
            IF AGT-PRE1-OCR(IDX-AG) NOT EQUAL SPACES
                MOVE AGT-PRE1-OCR(IDX-AG) TO WS-CHPROG
                PERFORM CONFEREUMPRE
                IF WS-PREOK EQUAL "NAO"
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF AGT-PRE2-OCR(IDX-AG) NOT EQUAL SPACES
                MOVE AGT-PRE2-OCR(IDX-AG) TO WS-CHPROG
                PERFORM CONFEREUMPRE
            END-IF.

        CONFEREUMPRE.
            MOVE "SIM" TO WS-PREOK.
            PERFORM BUSCAEXEC.
            IF WS-ACHOU EQUAL "SIM"
               AND EXEC-DATA-OCR(IDX-EXEC) NOT LESS THAN
                   AGT-INIPER-OCR(IDX-AG)
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCAAGENDADO.
            IF WS-ACHOU EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO"     TO WS-PREOK.
            MOVE "SIM"     TO WS-MUDOU.
            MOVE "P"       TO AGT-DEC-OCR(IDX-AG).
            MOVE WS-CHPROG TO AGT-PENDPRE-OCR(IDX-AG).

      ***************************************************
      * VENCIMENTO DE UMA LINHA NO PERIODO DA DATA DE   *
      * REFERENCIA E O INICIO DESSE PERIODO             *
      ***************************************************
        VENCPERIODO.
            EVALUATE AGT-FREQ-OCR(IDX-AG)
                WHEN "D"
                    MOVE WS-DTREF-N TO WS-VENC WS-INIPER
                WHEN "S"
                    PERFORM VENCSEMANA
                WHEN "M"
                    MOVE DTREF-AA TO DTCALC-AA
                    MOVE DTREF-MM TO DTCALC-MM
                    PERFORM VENCMES
                WHEN "A"
                    MOVE DTREF-AA TO DTCALC-AA
                    MOVE AGT-MES-OCR(IDX-AG) TO DTCALC-MM
                    PERFORM VENCMES
            END-EVALUATE.

      * DIA 1 DE INTEGER-OF-DATE E UMA SEGUNDA-FEIRA: O RESTO POR 7
      * MAIS 1 DA O DIA DA SEMANA COM 1 = DOMINGO. A SEMANA COMECA
      * NO DOMINGO.
        VENCSEMANA.
            COMPUTE WS-DIAINT = FUNCTION INTEGER-OF-DATE(WS-DTREF-N).
            COMPUTE WS-DIASEM = FUNCTION MOD(WS-DIAINT 7) + 1.
            COMPUTE WS-DIAINT = WS-DIAINT - WS-DIASEM + 1.
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-INIPER.
            COMPUTE WS-DIAINT = WS-DIAINT + AGT-DIA-OCR(IDX-AG) - 1.
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-VENC.
            IF AGT-REGRA-OCR(IDX-AG) EQUAL "P"
                MOVE WS-VENC TO WS-DTUTIL
                PERFORM ROLAUTIL
                MOVE WS-DTUTIL TO WS-VENC
            END-IF.

      * DTCALC-AA E DTCALC-MM JA TRAZEM O MES DO VENCIMENTO.
        VENCMES.
            MOVE 1 TO DTCALC-DD.
            MOVE WS-DTCALC-N TO WS-INIPER.
            PERFORM ULTIMODIA.
            EVALUATE AGT-REGRA-OCR(IDX-AG)
                WHEN "C"
                WHEN "P"
                    IF AGT-DIA-OCR(IDX-AG) GREATER THAN WS-ULTDIA
                        MOVE WS-ULTDIA TO DTCALC-DD
                    ELSE
                        MOVE AGT-DIA-OCR(IDX-AG) TO DTCALC-DD
                    END-IF
                    IF AGT-REGRA-OCR(IDX-AG) EQUAL "P"
                        MOVE WS-DTCALC-N TO WS-DTUTIL
                        PERFORM ROLAUTIL
                        MOVE WS-DTUTIL TO WS-DTCALC-N
                    END-IF
                WHEN "U"
                    MOVE WS-DTCALC-N TO WS-DTUTIL
                    PERFORM ROLAUTIL
                    MOVE WS-DTUTIL TO WS-DTCALC-N
                    MOVE 1 TO WS-CONT
                    PERFORM PROXIMOUTIL
                        UNTIL WS-CONT NOT LESS THAN
                              AGT-DIA-OCR(IDX-AG)
                WHEN "L"
                    MOVE WS-ULTDIA TO DTCALC-DD
                    MOVE "NAO" TO WS-ACHOU
                    PERFORM RECUAUTIL UNTIL WS-ACHOU EQUAL "SIM"
            END-EVALUATE.
            MOVE WS-DTCALC-N TO WS-VENC.

        PROXIMOUTIL.
            COMPUTE WS-DIAINT =
                FUNCTION INTEGER-OF-DATE(WS-DTCALC-N) + 1.
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-DTUTIL.
            PERFORM ROLAUTIL.
            MOVE WS-DTUTIL TO WS-DTCALC-N.
            ADD 1 TO WS-CONT.

      * O DIA E UTIL QUANDO DIAUTIL NAO O ROLA PARA A FRENTE.
        RECUAUTIL.
            MOVE WS-DTCALC-N TO WS-DTUTIL.
            PERFORM ROLAUTIL.
            IF WS-DTUTIL EQUAL WS-DTCALC-N
                MOVE "SIM" TO WS-ACHOU
            ELSE
                COMPUTE WS-DIAINT =
                    FUNCTION INTEGER-OF-DATE(WS-DTCALC-N) - 1
                MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT)
                    TO WS-DTCALC-N
            END-IF.

        ROLAUTIL.
            MOVE "P" TO LK-MODOUTIL.
            CALL "DIAUTIL" USING LK-MODOUTIL WS-DTUTIL
                                  WS-DATA LK-DIASUTEIS.

        ULTIMODIA.
            MOVE DTCALC-AA TO DTAUX-AA.
            MOVE DTCALC-MM TO DTAUX-MM.
            MOVE 1         TO DTAUX-DD.
            IF DTAUX-MM EQUAL 12
                ADD 1 TO DTAUX-AA
                MOVE 1 TO DTAUX-MM
            ELSE
                ADD 1 TO DTAUX-MM
            END-IF.
            COMPUTE WS-DIAINT =
                FUNCTION INTEGER-OF-DATE(WS-DTAUX-N) - 1.
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-DTAUX-N.
            MOVE DTAUX-DD TO WS-ULTDIA.

      * REFERENCIA DENTRO DO PERIODO ANTERIOR AO DE WS-DTREF.
        PERIODOANTERIOR.
            EVALUATE AGT-FREQ-OCR(IDX-AG)
                WHEN "D"
                    COMPUTE WS-DIAINT =
                        FUNCTION INTEGER-OF-DATE(WS-DTREF-N) - 1
                    MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT)
                        TO WS-DTREF-N
                WHEN "S"
                    COMPUTE WS-DIAINT =
                        FUNCTION INTEGER-OF-DATE(WS-DTREF-N) - 7
                    MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT)
                        TO WS-DTREF-N
                WHEN "M"
                    MOVE 1 TO DTREF-DD
                    COMPUTE WS-DIAINT =
                        FUNCTION INTEGER-OF-DATE(WS-DTREF-N) - 1
                    MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT)
                        TO WS-DTREF-N
                WHEN "A"
                    SUBTRACT 1 FROM DTREF-AA
            END-EVALUATE.

      ***************************************************
      * BUSCAS - DEIXAM O INDICE NA LINHA ACHADA        *
      ***************************************************
        BUSCAEXEC.
            MOVE "NAO" TO WS-ACHOU.
            PERFORM VARYING IDX-EXEC FROM 1 BY 1
                     UNTIL IDX-EXEC GREATER THAN QTDE-EXEC
                        OR WS-ACHOU EQUAL "SIM"
                IF EXEC-PROGID-OCR(IDX-EXEC) EQUAL WS-CHPROG
                    MOVE "SIM" TO WS-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ACHOU EQUAL "SIM"
                SUBTRACT 1 FROM IDX-EXEC
            END-IF.

        BUSCAAGENDADO.
            MOVE "NAO" TO WS-ACHOU.
            PERFORM VARYING IDX-AG2 FROM 1 BY 1
                     UNTIL IDX-AG2 GREATER THAN QTDE-AG
                        OR WS-ACHOU EQUAL "SIM"
                IF AGT-PROGID-OCR(IDX-AG2) EQUAL WS-CHPROG
                   AND AGT-DEC-OCR(IDX-AG2) EQUAL "A"
                    MOVE "SIM" TO WS-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ACHOU EQUAL "SIM"
                SUBTRACT 1 FROM IDX-AG2
            END-IF.

      ***************************************************
      * RELATORIO: DECISAO DA NOITE POR LINHA           *
      ***************************************************
        IMPRIMEDECISAO.
            MOVE "PASSOS PERIODICOS NESTA NOITE" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-COLDEC AFTER ADVANCING 1 LINE.
            IF QTDE-AG EQUAL ZEROES
                MOVE "NENHUMA LINHA VALIDA NA AGENDA" TO DN-MSG
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.
            PERFORM IMPRIMELINHA
                VARYING IDX-AG FROM 1 BY 1
                UNTIL IDX-AG GREATER THAN QTDE-AG.

        IMPRIMELINHA.
            MOVE AGT-PROGID-OCR(IDX-AG) TO DD-PROGID.
            MOVE SPACES TO DD-QUANDO.
            STRING AGT-FREQ-OCR(IDX-AG) " " AGT-REGRA-OCR(IDX-AG) " "
                   AGT-DIA-OCR(IDX-AG) " " AGT-MES-OCR(IDX-AG)
                   DELIMITED BY SIZE INTO DD-QUANDO
            END-STRING.
            MOVE AGT-VENC-OCR(IDX-AG) TO DD-VENC.
            IF AGT-EXEC-OCR(IDX-AG) EQUAL ZEROES
                MOVE SPACES TO DD-EXEC
            ELSE
                MOVE AGT-EXEC-OCR(IDX-AG) TO DD-EXEC
            END-IF.
            MOVE ZEROES TO DD-NUM.
            EVALUATE AGT-DEC-OCR(IDX-AG)
                WHEN "A"
                    IF AGT-ATRASO-OCR(IDX-AG) EQUAL ZEROES
                        MOVE "AGENDADO" TO DD-SIT
                    ELSE
                        MOVE "AGENDADO - DIAS DE ATRASO:" TO DD-SIT
                        MOVE AGT-ATRASO-OCR(IDX-AG) TO DD-NUM
                    END-IF
                WHEN "J"
                    MOVE "JA EXECUTADO NO PERIODO" TO DD-SIT
                WHEN "F"
                    MOVE "NAO VENCE NESTA NOITE" TO DD-SIT
                WHEN "X"
                    MOVE "FORA DA TOLERANCIA - DIAS:" TO DD-SIT
                    MOVE AGT-ATRASO-OCR(IDX-AG) TO DD-NUM
                WHEN "P"
                    MOVE SPACES TO DD-SIT
                    STRING "AGUARDA PRE-REQUISITO "
                           AGT-PENDPRE-OCR(IDX-AG)
                           DELIMITED BY SIZE INTO DD-SIT
                    END-STRING
                    ADD 1 TO CT-PEND
                    MOVE 4 TO WS-RC
                    DISPLAY "EM05EX29: *** " AGT-PROGID-OCR(IDX-AG)
                            " VENCIDO EM " AGT-VENC-OCR(IDX-AG)
                            " AGUARDA " AGT-PENDPRE-OCR(IDX-AG)
                            " ***"
            END-EVALUATE.
            WRITE REGREL FROM DET-DEC AFTER ADVANCING 1 LINE.

      * UMA LINHA POR PASSO EM AGENDAHJ.DAT E NO RUNLOG.DAT, AINDA
      * QUE MAIS DE UMA REGRA DO PASSO VENCA NA MESMA NOITE.
        GRAVAAGENDADOS.
            OPEN OUTPUT AGENDAHJ.
            PERFORM GRAVAAGENDADO
                VARYING IDX-AG FROM 1 BY 1
                UNTIL IDX-AG GREATER THAN QTDE-AG.
            CLOSE AGENDAHJ.

        GRAVAAGENDADO.
            IF AGT-DEC-OCR(IDX-AG) NOT EQUAL "A"
                EXIT PARAGRAPH
            END-IF.
            MOVE AGT-PROGID-OCR(IDX-AG) TO WS-CHPROG.
            PERFORM BUSCAAGENDADO.
            IF IDX-AG2 LESS THAN IDX-AG
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES    TO REGAGENDAHJ.
            MOVE WS-CHPROG TO AH-PROGID.
            MOVE WS-DATA   TO AH-DATA.
            MOVE "A"       TO AH-SIT.
            WRITE REGAGENDAHJ.
            ADD 1 TO CT-GRAVADOS.
            ADD 1 TO CT-AGEND.
            DISPLAY "EM05EX29: AGENDADO PARA ESTA NOITE: " WS-CHPROG.
            MOVE WS-DATA TO WS-DTMARCA.
            MOVE "A"     TO WS-MARCA.
            PERFORM GRAVAMARCA.

      * LINHA DE AGENDA NO RUNLOG.DAT: MESMO LAYOUT DE RUNLOG, SEM
      * CONTADORES NEM TEMPOS, COM A MARCA NO FIM.
        GRAVAMARCA.
            MOVE SPACES      TO REGRUNLOG.
            MOVE WS-CHPROG   TO RL-PROGID.
            MOVE WS-DTMARCA  TO RL-DATA.
            MOVE WS-HORA     TO RL-HORA.
            MOVE ZEROES      TO RL-LIDOS RL-GRAVADOS RL-HORAINI
                                RL-ELAPSO.
            MOVE WS-DATAREAL TO RL-DATAREAL.
            MOVE WS-MARCA    TO RL-AGENDA.
            OPEN EXTEND RUNLOG.
            IF WS-FS EQUAL "35"
                OPEN OUTPUT RUNLOG
            END-IF.
            WRITE REGRUNLOG.
            CLOSE RUNLOG.
            ADD 1 TO CT-GRAVADOS.

      ***************************************************
      * PREVISAO DOS PROXIMOS 30 DIAS - OS PASSOS       *
      * DIARIOS FICAM DE FORA                           *
      ***************************************************
        IMPRIMEPREVISAO.
            MOVE "PREVISAO DOS PROXIMOS 30 DIAS" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
            WRITE REGREL FROM CAB-COLPREV AFTER ADVANCING 1 LINE.
            PERFORM PREVEDIA
                VARYING WS-NDIA FROM 1 BY 1
                UNTIL WS-NDIA GREATER THAN 30.
            IF CT-PREV EQUAL ZEROES
                MOVE "NENHUM PASSO PERIODICO NOS PROXIMOS 30 DIAS"
                    TO DN-MSG
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.

        PREVEDIA.
            COMPUTE WS-DIAINT = WS-HOJEINT + WS-NDIA.
            MOVE FUNCTION DATE-OF-INTEGER(WS-DIAINT) TO WS-DTPREV.
            COMPUTE WS-DIASEM = FUNCTION MOD(WS-DIAINT 7) + 1.
            PERFORM PREVELINHA
                VARYING IDX-AG FROM 1 BY 1
                UNTIL IDX-AG GREATER THAN QTDE-AG.

      * O VENCIMENTO ROLADO DO PERIODO ANTERIOR TAMBEM PODE CAIR NO
      * DIA (DIA 31 NUM SABADO VENCE NO DIA UTIL DO MES SEGUINTE).
        PREVELINHA.
            IF AGT-FREQ-OCR(IDX-AG) EQUAL "D"
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DTPREV TO WS-DTREF-N.
            PERFORM VENCPERIODO.
            IF WS-VENC NOT EQUAL WS-DTPREV
                PERFORM PERIODOANTERIOR
                PERFORM VENCPERIODO
            END-IF.
            IF WS-VENC EQUAL WS-DTPREV
                MOVE WS-DTPREV              TO DP-DATA
                MOVE DIASEM-NOME-OCR(WS-DIASEM) TO DP-DIASEM
                MOVE AGT-PROGID-OCR(IDX-AG) TO DP-PROGID
                MOVE AGT-DESC-OCR(IDX-AG)   TO DP-DESC
                WRITE REGREL FROM DET-PREV AFTER ADVANCING 1 LINE
                ADD 1 TO CT-PREV
            END-IF.

        IMPRIMERODAPE.
            MOVE "LINHAS VALIDAS DA AGENDA..................: "
                TO ROD-QT-TXT.
            MOVE QTDE-AG TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "LINHAS INVALIDAS IGNORADAS................: "
                TO ROD-QT-TXT.
            MOVE CT-INVAL TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "PASSOS AGENDADOS PARA ESTA NOITE..........: "
                TO ROD-QT-TXT.
            MOVE CT-AGEND TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "PASSOS VENCIDOS AGUARDANDO PRE-REQUISITO..: "
                TO ROD-QT-TXT.
            MOVE CT-PEND TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "AGENDADOS DE NOITE ANTERIOR NAO EXECUTADOS: "
                TO ROD-QT-TXT.
            MOVE CT-NAOEXEC TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "RETURN-CODE DO PLANEJAMENTO...............: "
                TO ROD-QT-TXT.
            MOVE WS-RC TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.

        TERMINO.
            IF WS-COMANDO EQUAL "PLANEJAR"
                DISPLAY "EM05EX29: PASSOS AGENDADOS " CT-AGEND
                        " AGUARDANDO PRE-REQUISITO " CT-PEND
                        " LINHAS INVALIDAS " CT-INVAL
            END-IF.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
            MOVE WS-RC TO RETURN-CODE.
