        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX30.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. TRANSFERENCIA DE CAMPUS DO ALUNO, NO LUGAR DA TROCA
      * DE CAMPUS PELA ALTERACAO DE EM01EX08 (QUE PERDIA A ORIGEM E
      * DEIXAVA A MENSALIDADE NO CAMPUS ANTIGO). CADA LINHA DE
      * TRFREQ.DAT (MATRICULA + CAMPUS DE DESTINO + VIGENCIA AAAAMMDD
      * + MOTIVO) E CONFERIDA: ALUNO EXISTENTE EM CADALU.DAT, NAO
      * CANCELADO NEM FORMADO, DESTINO LISTADO EM PARAM16.DAT E
      * DIFERENTE DO CAMPUS ATUAL, VIGENCIA VALIDA (BRANCO/ZERO =
      * DATA DE PROCESSAMENTO). A TRANSFERENCIA ACEITA TROCA O CAMPUS
      * EM CADALU.DAT, ACRESCENTA A LINHA EM HISTTRF.DAT (LAYOUT
      * REGTRF) E VAI PARA O AUDITLOG. NO FIM DA RODADA AS
      * MENSALIDADES AINDA NAO PAGAS DOS ALUNOS TRANSFERIDOS EM
      * TUIRECEB.DAT PASSAM PARA O CAMPUS NOVO (REGRAVACAO LINHA A
      * LINHA VIA TUIKEEP.DAT, COMO NA BAIXA EM02EX37), PARA QUE
      * EM02EX22 E O FAN-OUT EM01EX13 VEJAM O ALUNO NO LUGAR CERTO.
      * PEDIDO COM VIGENCIA FUTURA FICA EM TRFREQ.DAT (VIA TRFKEEP.DAT)
      * E E APLICADO PELA RODADA CUJA DATA DE PROCESSAMENTO O
      * ALCANCA. O RESULTADO DE CADA PEDIDO SAI EM RELTRF.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL TRFREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT TRFKEEP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HISTTRF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSHIST.
            SELECT OPTIONAL PARAM16 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TUIRECEB ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSTUI.
            SELECT TUIKEEP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELTRF ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CADALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALU.DAT".
            01 REGALU.
               COPY REGALU REPLACING ==:NUM:==     BY ==NUM-ENT==
                                      ==:NOME:==    BY ==NOME-ENT==
                                      ==:SEXO:==    BY ==SEX-ENT==
                                      ==:DATNASC:== BY ==DATNASC-ENT==
                                      ==:DD:==      BY ==DD-ENT==
                                      ==:MM:==      BY ==MM-ENT==
                                      ==:AA:==      BY ==AA-ENT==
                                      ==:NT1:==     BY ==NT1-ENT==
                                      ==:NT2:==     BY ==NT2-ENT==
                                      ==:NT3:==     BY ==NT3-ENT==
                                      ==:FLT:==     BY ==FLT-ENT==
                                      ==:CAMPUS:==  BY ==CAMPUS-ENT==
                                      ==:SIT:==     BY ==SIT-ENT==.

            FD TRFREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRFREQ.DAT".
            01 REGTRFREQ.
               02 NUM-TRQ     PIC 9(05).
               02 CAMPUS-TRQ  PIC X(02).
               02 DTEFET-TRQ  PIC 9(08).
               02 DTEFET-TRQ-R REDEFINES DTEFET-TRQ.
                  03 AA-TRQ   PIC 9(04).
                  03 MM-TRQ   PIC 9(02).
                  03 DD-TRQ   PIC 9(02).
               02 MOTIVO-TRQ  PIC X(30).

            FD TRFKEEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRFKEEP.DAT".
            01 REGTRFKEEP PIC X(45).

            FD HISTTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTTRF.DAT".
            01 REGHISTTRF.
               COPY REGTRF REPLACING ==:NUM:==     BY ==NUM-HT==
                                      ==:CAMORIG:== BY ==CAMORIG-HT==
                                      ==:CAMDEST:== BY ==CAMDEST-HT==
                                      ==:DTEFET:==  BY ==DTEFET-HT==
                                      ==:MOTIVO:==  BY ==MOTIVO-HT==
                                      ==:DTPROC:==  BY ==DTPROC-HT==.

            FD PARAM16
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM16.DAT".
            01 REGPARAM16.
               02 PARM-CAMPUS PIC X(02).

            FD TUIRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.

            FD TUIKEEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIKEEP.DAT".
            01 REGTUIKEEP PIC X(63).

            FD RELTRF
               LABEL RECORD IS OMITTED.
            01 IMPTRF  PIC X(80) VALUE SPACES.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 FIM-PARAM    PIC X(03) VALUE "NAO".
            77 FIM-TUI      PIC X(03) VALUE "NAO".
            77 FIM-KEEP     PIC X(03) VALUE "NAO".
            77 WS-FSREQ     PIC X(02) VALUE SPACES.
            77 WS-FSHIST    PIC X(02) VALUE SPACES.
            77 WS-FSTUI     PIC X(02) VALUE SPACES.
            77 ALU-ACHADO   PIC X(03) VALUE "NAO".
            77 CAMPUS-OK    PIC X(03) VALUE "NAO".
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-ACEITAS   PIC 9(05) VALUE ZEROES.
            77 CT-RECUSADAS PIC 9(05) VALUE ZEROES.
            77 CT-RETIDAS   PIC 9(05) VALUE ZEROES.
            77 CT-MENSAL    PIC 9(05) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX30".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.
            77 WS-DD        PIC 9(02) VALUE ZEROES.
            77 WS-MM        PIC 9(02) VALUE ZEROES.
            77 WS-AAAA      PIC 9(04) VALUE ZEROES.
            77 WS-DATAPROC  PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-CAMORIG   PIC X(02) VALUE SPACES.
            77 QTDE-CAMPUS  PIC 9(02) VALUE ZEROES.
            77 IDX-CAMPUS   PIC 9(02) VALUE ZEROES.
            77 QTDE-TRF     PIC 9(03) VALUE ZEROES.
            77 IDX-TRF      PIC 9(03) VALUE ZEROES.
            77 TRF-ACHADA   PIC X(03) VALUE "NAO".
            77 CT-LIN       PIC 9(02) VALUE 99.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.

            01 TAB-CAMPUS.
               02 CAMPUS-OCR PIC X(02) OCCURS 20 TIMES.

      * ALUNOS TRANSFERIDOS NA RODADA E O CAMPUS FINAL DE CADA UM,
      * PARA A PASSAGEM NAS MENSALIDADES.
            01 TAB-TRF.
               02 TAB-TRF-OCR OCCURS 200 TIMES.
                  03 TRF-NUM-OCR  PIC 9(05).
                  03 TRF-DEST-OCR PIC X(02).

            01 CAB-01.
               02 FILLER PIC X(32) VALUE              SPACES.
               02 FILLER PIC X(17) VALUE "FATEC-SP ALUNOS".
               02 FILLER PIC X(31) VALUE              SPACES.

            01 CAB-02.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(40) VALUE
                       "TRANSFERENCIAS DE CAMPUS".
               02 FILLER PIC X(20) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 DET-REQ.
               02 FILLER    PIC X(17) VALUE "MATRICULA......: ".
               02 DETNUM    PIC 9(05).
               02 FILLER    PIC X(08) VALUE "  PARA: ".
               02 DETDEST   PIC X(02).
               02 FILLER    PIC X(12) VALUE "  VIGENCIA: ".
               02 DETEFET   PIC 9(08).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DETMOT    PIC X(26).

            01 DET-MSG.
               02 DETMSG    PIC X(60).
               02 FILLER    PIC X(20) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS LIDOS.................: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "TRANSFERENCIAS ACEITAS........: ".
               02 ROD-ACE   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS RECUSADOS.............: ".
               02 ROD-REC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS COM VIGENCIA FUTURA...: ".
               02 ROD-RET   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "MENSALIDADES TRANSFERIDAS.....: ".
               02 ROD-MEN   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "RUNLOCK" USING LK-PROGID LK-LOCKMODO
                                  LK-LOCKRESULT.
            IF LK-LOCKRESULT EQUAL "OCUPADO"
                DISPLAY LK-PROGID ": *** CADEIA EM EXECUCAO SEGURA "
                        "A TRAVA (BATLOCK.DAT) - TENTE DEPOIS ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            PERFORM LEPARAM16.
            OPEN INPUT  TRFREQ
                 I-O    CADALU
                 OUTPUT TRFKEEP
                        RELTRF.
            IF WS-FSREQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            OPEN EXTEND HISTTRF.
            IF WS-FSHIST EQUAL "35"
                OPEN OUTPUT HISTTRF
            END-IF.
            PERFORM CABECALHO.
            PERFORM LEITURA.

        LEPARAM16.
            OPEN INPUT PARAM16.
            PERFORM LEITURA-PARAM16 UNTIL FIM-PARAM EQUAL "SIM".
            CLOSE PARAM16.
            IF QTDE-CAMPUS EQUAL ZEROES
                DISPLAY "EM01EX30: *** PARAM16.DAT SEM CAMPI - "
                        "TODAS AS TRANSFERENCIAS SERAO RECUSADAS ***"
            END-IF.

        LEITURA-PARAM16.
            READ PARAM16
                AT END MOVE "SIM" TO FIM-PARAM
                NOT AT END
                    IF QTDE-CAMPUS LESS THAN 20
                        ADD 1 TO QTDE-CAMPUS
                        MOVE PARM-CAMPUS TO CAMPUS-OCR(QTDE-CAMPUS)
                    ELSE
                        DISPLAY "EM01EX30: *** LISTA DE CAMPI "
                                "CHEIA - CAMPUS " PARM-CAMPUS
                                " IGNORADO ***"
                    END-IF
            END-READ.

        LEITURA.
            IF FIM-ARQ NOT EQUAL "SIM"
                READ TRFREQ
                    AT END MOVE "SIM" TO FIM-ARQ
                    NOT AT END ADD 1 TO CT-LIDOS
                END-READ
            END-IF.

        PRINCIPAL.
            PERFORM TRATAPEDIDO.
            PERFORM LEITURA.

        TRATAPEDIDO.
            IF DTEFET-TRQ NOT NUMERIC OR DTEFET-TRQ EQUAL ZEROES
                MOVE WS-DATAPROC TO DTEFET-TRQ
            END-IF.
            PERFORM IMPPEDIDO.
            IF DTEFET-TRQ GREATER THAN WS-DATAPROC
                PERFORM RETEMPEDIDO
                EXIT PARAGRAPH
            END-IF.
            MOVE DD-TRQ TO WS-DD.
            MOVE MM-TRQ TO WS-MM.
            MOVE AA-TRQ TO WS-AAAA.
            MOVE "SIM"  TO LK-DATAVALIDA.
            CALL "DATEVAL" USING WS-DD WS-MM WS-AAAA LK-DATAVALIDA.
            IF LK-DATAVALIDA NOT EQUAL "SIM"
                MOVE "*** DATA DE VIGENCIA INVALIDA - RECUSADO ***"
                    TO DETMSG
                MOVE "DATAINVAL" TO LK-ACAO
                PERFORM RECUSAPEDIDO
                EXIT PARAGRAPH
            END-IF.
            MOVE NUM-TRQ TO NUM-ENT.
            MOVE "SIM"   TO ALU-ACHADO.
            READ CADALU
                INVALID KEY MOVE "NAO" TO ALU-ACHADO
            END-READ.
            IF ALU-ACHADO NOT EQUAL "SIM"
                MOVE "*** ALUNO NAO ENCONTRADO ***" TO DETMSG
                MOVE "RECUSADO" TO LK-ACAO
                PERFORM RECUSAPEDIDO
                EXIT PARAGRAPH
            END-IF.
            IF SIT-ENT EQUAL "C" OR SIT-ENT EQUAL "F"
                MOVE "*** ALUNO CANCELADO OU FORMADO - RECUSADO ***"
                    TO DETMSG
                MOVE "SITINVAL" TO LK-ACAO
                PERFORM RECUSAPEDIDO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CONFERECAMPUS.
            IF CAMPUS-OK NOT EQUAL "SIM"
                MOVE "*** CAMPUS DE DESTINO FORA DE PARAM16.DAT ***"
                    TO DETMSG
                MOVE "CAMPINVAL" TO LK-ACAO
                PERFORM RECUSAPEDIDO
                EXIT PARAGRAPH
            END-IF.
            IF CAMPUS-TRQ EQUAL CAMPUS-ENT
                MOVE "*** ALUNO JA ESTA NO CAMPUS DE DESTINO ***"
                    TO DETMSG
                MOVE "MESMOCAMP" TO LK-ACAO
                PERFORM RECUSAPEDIDO
                EXIT PARAGRAPH
            END-IF.
            PERFORM APLICATRANSFERENCIA.

        CONFERECAMPUS.
            MOVE "NAO" TO CAMPUS-OK.
            PERFORM VARYING IDX-CAMPUS FROM 1 BY 1
                     UNTIL IDX-CAMPUS GREATER THAN QTDE-CAMPUS
                        OR CAMPUS-OK EQUAL "SIM"
                IF CAMPUS-OCR(IDX-CAMPUS) EQUAL CAMPUS-TRQ
                    MOVE "SIM" TO CAMPUS-OK
                END-IF
            END-PERFORM.

        APLICATRANSFERENCIA.
            MOVE CAMPUS-ENT TO WS-CAMORIG.
            MOVE CAMPUS-TRQ TO CAMPUS-ENT.
            REWRITE REGALU.
            MOVE NUM-TRQ     TO NUM-HT.
            MOVE WS-CAMORIG  TO CAMORIG-HT.
            MOVE CAMPUS-TRQ  TO CAMDEST-HT.
            MOVE DTEFET-TRQ  TO DTEFET-HT.
            MOVE MOTIVO-TRQ  TO MOTIVO-HT.
            MOVE WS-DATAPROC TO DTPROC-HT.
            WRITE REGHISTTRF.
            ADD 1 TO CT-ACEITAS.
            ADD 1 TO CT-GRAVADOS.
            PERFORM GUARDATRANSFERIDO.
            MOVE SPACES TO DET-MSG.
            STRING "*** TRANSFERIDO DO CAMPUS " WS-CAMORIG
                   " PARA O CAMPUS " CAMPUS-TRQ " ***"
                DELIMITED BY SIZE INTO DETMSG
            END-STRING.
            PERFORM IMPRESULTADO.
            MOVE "TRANSFER" TO LK-ACAO.
            PERFORM GRAVAAUDIT.

      * O MESMO ALUNO TRANSFERIDO DUAS VEZES NA RODADA FICA COM O
      * ULTIMO DESTINO.
        GUARDATRANSFERIDO.
            MOVE "NAO" TO TRF-ACHADA.
            PERFORM VARYING IDX-TRF FROM 1 BY 1
                     UNTIL IDX-TRF GREATER THAN QTDE-TRF
                        OR TRF-ACHADA EQUAL "SIM"
                IF TRF-NUM-OCR(IDX-TRF) EQUAL NUM-TRQ
                    MOVE "SIM"      TO TRF-ACHADA
                    MOVE CAMPUS-TRQ TO TRF-DEST-OCR(IDX-TRF)
                END-IF
            END-PERFORM.
            IF TRF-ACHADA NOT EQUAL "SIM"
                IF QTDE-TRF LESS THAN 200
                    ADD 1 TO QTDE-TRF
                    MOVE NUM-TRQ    TO TRF-NUM-OCR(QTDE-TRF)
                    MOVE CAMPUS-TRQ TO TRF-DEST-OCR(QTDE-TRF)
                ELSE
                    DISPLAY "EM01EX30: *** TABELA DE TRANSFERIDOS "
                            "CHEIA - MENSALIDADES DE " NUM-TRQ
                            " NAO TRANSFERIDAS ***"
                END-IF
            END-IF.

        RETEMPEDIDO.
            MOVE REGTRFREQ TO REGTRFKEEP.
            WRITE REGTRFKEEP.
            ADD 1 TO CT-RETIDAS.
            MOVE SPACES TO DET-MSG.
            STRING "*** PEDIDO RETIDO ATE " DTEFET-TRQ " ***"
                DELIMITED BY SIZE INTO DETMSG
            END-STRING.
            PERFORM IMPRESULTADO.
            MOVE "RETIDO" TO LK-ACAO.
            PERFORM GRAVAAUDIT.

        RECUSAPEDIDO.
            ADD 1 TO CT-RECUSADAS.
            PERFORM IMPRESULTADO.
            PERFORM GRAVAAUDIT.

        IMPPEDIDO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE NUM-TRQ    TO DETNUM.
            MOVE CAMPUS-TRQ TO DETDEST.
            MOVE DTEFET-TRQ TO DETEFET.
            MOVE MOTIVO-TRQ TO DETMOT.
            WRITE IMPTRF FROM DET-REQ AFTER ADVANCING 2 LINES.
            ADD 2 TO CT-LIN.

        IMPRESULTADO.
            WRITE IMPTRF FROM DET-MSG AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
            MOVE SPACES TO DET-MSG.

        GRAVAAUDIT.
            MOVE NUM-TRQ TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        CABECALHO.
            ADD  1      TO CT-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPTRF.

            WRITE IMPTRF             AFTER ADVANCING   PAGE.
            WRITE IMPTRF FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPTRF FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPTRF FROM CAB-03 AFTER ADVANCING 1 LINE.

      * OS PEDIDOS DE VIGENCIA FUTURA VOLTAM PARA TRFREQ.DAT, QUE
      * FICA SO COM ELES.
        DEVOLVERETIDOS.
            MOVE "NAO" TO FIM-KEEP.
            OPEN INPUT  TRFKEEP
                 OUTPUT TRFREQ.
            PERFORM COPIATRFKEEP UNTIL FIM-KEEP EQUAL "SIM".
            CLOSE TRFKEEP
                  TRFREQ.

        COPIATRFKEEP.
            READ TRFKEEP
                AT END MOVE "SIM" TO FIM-KEEP
                NOT AT END
                    MOVE REGTRFKEEP TO REGTRFREQ
                    WRITE REGTRFREQ
            END-READ.

      ***************************************************
      * PASSADA UNICA NO RECEBIVEL: MENSALIDADE NAO     *
      * PAGA DE ALUNO TRANSFERIDO SAI COM O CAMPUS NOVO,*
      * TODAS VOLTAM VIA TUIKEEP.DAT.                   *
      ***************************************************
        MOVERECEBIVEIS.
            MOVE "NAO" TO FIM-TUI.
            OPEN INPUT TUIRECEB.
            IF WS-FSTUI NOT EQUAL "00"
                CLOSE TUIRECEB
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT TUIKEEP.
            PERFORM TRATARECEBIVEL UNTIL FIM-TUI EQUAL "SIM".
            CLOSE TUIRECEB
                  TUIKEEP.
            MOVE "NAO" TO FIM-KEEP.
            OPEN INPUT  TUIKEEP
                 OUTPUT TUIRECEB.
            PERFORM COPIATUIKEEP UNTIL FIM-KEEP EQUAL "SIM".
            CLOSE TUIKEEP
                  TUIRECEB.

        TRATARECEBIVEL.
            READ TUIRECEB
                AT END MOVE "SIM" TO FIM-TUI
                NOT AT END
                    IF TC-SITUACAO NOT EQUAL "PAGO"
                       AND TC-SITUACAO NOT EQUAL "CANCELAD"
                       AND TC-SITUACAO NOT EQUAL "PERDA"
                        PERFORM CONFERETRANSFERIDO
                    END-IF
                    MOVE REGTUIRECEB TO REGTUIKEEP
                    WRITE REGTUIKEEP
            END-READ.

        CONFERETRANSFERIDO.
            MOVE "NAO" TO TRF-ACHADA.
            PERFORM VARYING IDX-TRF FROM 1 BY 1
                     UNTIL IDX-TRF GREATER THAN QTDE-TRF
                        OR TRF-ACHADA EQUAL "SIM"
                IF TRF-NUM-OCR(IDX-TRF) EQUAL TC-NUM
                    MOVE "SIM" TO TRF-ACHADA
                    IF TC-CAMPUS NOT EQUAL TRF-DEST-OCR(IDX-TRF)
                        MOVE TRF-DEST-OCR(IDX-TRF) TO TC-CAMPUS
                        PERFORM MARCARECEBIVEL
                    END-IF
                END-IF
            END-PERFORM.

        MARCARECEBIVEL.
            ADD 1 TO CT-MENSAL.
            MOVE SPACES TO LK-CHAVE.
            STRING TC-NUM "-" TC-COMPET DELIMITED BY SIZE
                INTO LK-CHAVE
            END-STRING.
            MOVE "TUICAMPUS" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        COPIATUIKEEP.
            READ TUIKEEP
                AT END MOVE "SIM" TO FIM-KEEP
                NOT AT END
                    MOVE REGTUIKEEP TO REGTUIRECEB
                    WRITE REGTUIRECEB
            END-READ.

        TERMINO.
            CLOSE TRFREQ
                  TRFKEEP
                  CADALU
                  HISTTRF.
            PERFORM DEVOLVERETIDOS.
            IF QTDE-TRF GREATER THAN ZEROES
                PERFORM MOVERECEBIVEIS
            END-IF.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE CT-LIDOS     TO ROD-LID.
            MOVE CT-ACEITAS   TO ROD-ACE.
            MOVE CT-RECUSADAS TO ROD-REC.
            MOVE CT-RETIDAS   TO ROD-RET.
            MOVE CT-MENSAL    TO ROD-MEN.
            WRITE IMPTRF FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPTRF FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPTRF FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPTRF FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE IMPTRF FROM ROD-05 AFTER ADVANCING 1 LINE.
            CLOSE RELTRF.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
