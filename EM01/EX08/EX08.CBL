      * TRANCADO, CANCELADO OU FORMADO; TRANCADO PODE VOLTAR A ATIVO
      * OU IR A CANCELADO; CANCELADO E FORMADO SAO FINAIS. QUALQUER
      * OUTRA TROCA E RECUSADA COM MENSAGEM.
      * O CAMPUS SO E INFORMADO NA INCLUSAO: A TROCA DE CAMPUS DE
      * ALUNO EXISTENTE PASSA PELA TRANSFERENCIA EM01EX30, QUE GUARDA
      * O HISTORICO E LEVA AS MENSALIDADES; NA ALTERACAO O CAMPUS
      * INFORMADO E IGNORADO COM AVISO NO RELATORIO.
      * A ACAO "R" RESTAURA O ALUNO ARQUIVADO POR EM01EX36 QUE VOLTA
      * A SE MATRICULAR: O REGISTRO SAI DE CADARQ.DAT E VOLTA A
      * CADALU.DAT COMO ATIVO, SEM NOTAS E FALTAS DO CICLO ANTERIOR.
      * A INCLUSAO DE MATRICULA QUE ESTA NO ARQUIVO E RECUSADA.
      * ALUNO COM BLOQUEIO FINANCEIRO EM BLOQFIN.DAT (APURACAO
      * EM02EX39) NAO E REATIVADO DE TRANCADO NEM RESTAURADO DO
      * ARQUIVO ATE QUITAR O DEBITO OU SER LIBERADO PELA TESOURARIA.
      * O ALUNO QUE VAI A TRANCADO OU CANCELADO TEM AS MENSALIDADES
      * DE TUIRECEB.DAT AJUSTADAS NO FIM DA RODADA, NA DATA DE
      * VIGENCIA DO PEDIDO (SEM VIGENCIA, A DATA DE PROCESSAMENTO):
      * AS COMPETENCIAS SEGUINTES EM ABERTO FICAM "CANCELAD", A DO
      * MES DA VIGENCIA EM ABERTO CAI PARA OS DIAS CURSADOS (PRO-RATA
      * SOBRE OS DIAS DO MES) E O QUE JA FOI PAGO ALEM DISSO VIRA UM
      * PEDIDO EM CREDTUI.DAT - CREDITO PARA O TRANCADO, REEMBOLSO
      * PARA O CANCELADO. CADA AJUSTE VAI PARA O EXTRATO LEDGTUI.DAT
      * (VIA TUILOG), DE ONDE A EXPORTACAO CONTABIL EM05EX21 O LEVA.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL CADARQ ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ARQ.
            SELECT ALUREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALUPEND ASSIGN TO DISK
            FILE STATUS IS WS-FSPEND.
            SELECT ALUPENDK ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BLOQFIN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TUIRECEB ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSTUI.
            SELECT TUIKEEP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CREDTUI ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCRD.
            SELECT RELALUM ASSIGN TO DISK.

        DATA DIVISION.
                                      ==:CAMPUS:==  BY ==CAMPUS-ENT==
                                      ==:SIT:==     BY ==SIT-ENT==.

            FD CADARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADARQ.DAT".
            01 REGARQ.
               COPY REGALU REPLACING ==:NUM:==     BY ==NUM-ARQ==
                                      ==:NOME:==    BY ==NOME-ARQ==
                                      ==:SEXO:==    BY ==SEX-ARQ==
                                      ==:DATNASC:== BY ==DATNASC-ARQ==
                                      ==:DD:==      BY ==DD-ARQ==
                                      ==:MM:==      BY ==MM-ARQ==
                                      ==:AA:==      BY ==AA-ARQ==
                                      ==:NT1:==     BY ==NT1-ARQ==
                                      ==:NT2:==     BY ==NT2-ARQ==
                                      ==:NT3:==     BY ==NT3-ARQ==
                                      ==:FLT:==     BY ==FLT-ARQ==
                                      ==:CAMPUS:==  BY ==CAMPUS-ARQ==
                                      ==:SIT:==     BY ==SIT-ARQ==.

            FD ALUREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUREQ.DAT".
                  88 ALTERACAO VALUE "A".
                  88 EXCLUSAO  VALUE "E".
                  88 SITUACAO  VALUE "S".
                  88 RESTAURA  VALUE "R".
               02 NOVONOME-REQ PIC X(20).
               02 NOVOSEX-REQ  PIC X(01).
               02 NOVADATA-REQ.
               VALUE OF FILE-ID IS "ALUPENDK.DAT".
            01 REGALUPENDK PIC X(46).

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

            FD TUIRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.

            FD TUIKEEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIKEEP.DAT".
            01 REGTUIKEEP PIC X(63).

      * PEDIDO DE CREDITO OU REEMBOLSO DO QUE FOI PAGO ALEM DO
      * DEVIDO ATE A VIGENCIA, PARA A TESOURARIA.
            FD CREDTUI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CREDTUI.DAT".
            01 REGCREDTUI.
               02 CR-NUM      PIC 9(05).
               02 FILLER      PIC X.
               02 CR-CAMPUS   PIC X(02).
               02 FILLER      PIC X.
               02 CR-TIPO     PIC X(08).
               02 FILLER      PIC X.
               02 CR-VALOR    PIC 9(07)V99.
               02 FILLER      PIC X.
               02 CR-EFETIVA  PIC 9(08).
               02 FILLER      PIC X.
               02 CR-SITUACAO PIC X(08).

            FD RELALUM
               LABEL RECORD IS OMITTED.
            01 IMPALUM  PIC X(80) VALUE SPACES.
            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 ALU-ACHADO   PIC X(03) VALUE "NAO".
            77 ARQ-ACHADO   PIC X(03) VALUE "NAO".
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX08".
            77 WS-DATAPROC  PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 CT-RETIDOS   PIC 9(05) VALUE ZEROES.
            77 FIM-BLQ      PIC X(03) VALUE "NAO".
            77 BLOQUEADO    PIC X(03) VALUE "NAO".
            77 QTDE-BLQ     PIC 9(04) VALUE ZEROES.
            77 IDX-BLQ      PIC 9(04) VALUE ZEROES.

            77 WS-FSTUI     PIC X(02) VALUE SPACES.
            77 WS-FSCRD     PIC X(02) VALUE SPACES.
            77 FIM-TUI      PIC X(03) VALUE "NAO".
            77 FIM-KEEP     PIC X(03) VALUE "NAO".
            77 AJU-ACHADO   PIC X(03) VALUE "NAO".
            77 QTDE-AJU     PIC 9(03) VALUE ZEROES.
            77 IDX-AJU      PIC 9(03) VALUE ZEROES.
            77 CT-AJUSTES   PIC 9(05) VALUE ZEROES.
            77 WS-DIASMES   PIC 9(02) VALUE ZEROES.
            77 WS-RESTO     PIC 9(04) VALUE ZEROES.
            77 WS-QUOC      PIC 9(04) VALUE ZEROES.
            77 WS-DEVIDO    PIC 9(07)V99 VALUE ZEROES.
            77 WS-DIFER     PIC 9(07)V99 VALUE ZEROES.
            77 LK-TLNUM     PIC 9(05) VALUE ZEROES.
            77 LK-TLCOMPET  PIC 9(06) VALUE ZEROES.
            77 LK-TLEVENTO  PIC X(10) VALUE SPACES.
            77 LK-TLVALOR   PIC 9(09)V99 VALUE ZEROES.

            01 WS-EFETAJU   PIC 9(08) VALUE ZEROES.
            01 WS-EFETAJU-R REDEFINES WS-EFETAJU.
               02 WS-COMPETAJU PIC 9(06).
               02 WS-DIAAJU    PIC 9(02).
            01 WS-COMPETAJU-R REDEFINES WS-EFETAJU.
               02 WS-ANOAJU    PIC 9(04).
               02 WS-MESAJU    PIC 9(02).
               02 FILLER       PIC 9(02).

      * ALUNOS QUE FORAM A TRANCADO OU CANCELADO NA RODADA, COM A
      * VIGENCIA E O QUE JA FOI PAGO ALEM DO DEVIDO, PARA O AJUSTE
      * DAS MENSALIDADES.
            01 TAB-AJU.
               02 TAB-AJU-OCR OCCURS 200 TIMES.
                  03 AJU-NUM-OCR  PIC 9(05).
                  03 AJU-SIT-OCR  PIC X(01).
                  03 AJU-EFET-OCR PIC 9(08).
                  03 AJU-CAMP-OCR PIC X(02).
                  03 AJU-CRED-OCR PIC 9(07)V99.

      * MATRICULAS COM BLOQUEIO FINANCEIRO EM VIGOR.
            01 TAB-BLQ.
               02 BLQ-NUM-OCR PIC 9(05) OCCURS 5000 TIMES.

            01 WS-PENDVISTA.
               02 FILLER        PIC X(38).
               02 DETMSG    PIC X(60).
               02 FILLER    PIC X(20) VALUE SPACES.

            01 CAB-AJU.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(40) VALUE
                       "AJUSTE DAS MENSALIDADES".
               02 FILLER PIC X(20) VALUE SPACES.

            01 DET-AJU.
               02 FILLER    PIC X(11) VALUE "MATRICULA: ".
               02 DA-NUM    PIC 9(05).
               02 FILLER    PIC X(10) VALUE "  COMPET: ".
               02 DA-COMPET PIC 9(06).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DA-AJUSTE PIC X(22).
               02 DA-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(10) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
                STOP RUN
            END-IF.
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            PERFORM CARREGABLOQUEIOS.
            OPEN INPUT  ALUREQ
                 I-O    CADALU
                        CADARQ
                 OUTPUT RELALUM.
            PERFORM CABECALHO.
            PERFORM PROCESSAPENDENTES.
      * A DATA DE PROCESSAMENTO JA ALCANCOU SAO LIBERADOS NA HORA,
      * OS DEMAIS VAO PARA ALUPENDK.DAT, APARECEM NO RELATORIO E
      * VOLTAM DEPOIS PARA ALUPEND.DAT.
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
                            DISPLAY "EM01EX08: *** TABELA DE "
                                    "BLOQUEIOS CHEIA - MATRICULA "
                                    BQ-NUM " NAO CONFERIDA ***"
                        END-IF
                    END-IF
            END-READ.

        CONFEREBLOQUEIO.
            MOVE "NAO" TO BLOQUEADO.
            PERFORM VARYING IDX-BLQ FROM 1 BY 1
                     UNTIL IDX-BLQ GREATER THAN QTDE-BLQ
                        OR BLOQUEADO EQUAL "SIM"
                IF BLQ-NUM-OCR(IDX-BLQ) EQUAL NUM-REQ
                    MOVE "SIM" TO BLOQUEADO
                END-IF
            END-PERFORM.

        RECUSABLOQUEIO.
            MOVE "*** BLOQUEIO FINANCEIRO - REATIVACAO RECUSADA ***"
                TO DETMSG.
            PERFORM IMPRESULTADO.
            MOVE "BLOQFIN" TO LK-ACAO.
            PERFORM GRAVAAUDIT.

        PROCESSAPENDENTES.
            MOVE "NAO" TO FIM-PEND.
            OPEN INPUT ALUPEND.
                    WHEN ALTERACAO PERFORM ALTERAALUNO
                    WHEN EXCLUSAO  PERFORM EXCLUIALUNO
                    WHEN SITUACAO  PERFORM MUDASITUACAO
                    WHEN RESTAURA  PERFORM RESTAURAALUNO
                    WHEN OTHER     PERFORM ACAOINVALIDA
                END-EVALUATE
            END-IF.
            CALL "DATEVAL" USING WS-DD WS-MM WS-AAAA LK-DATAVALIDA.

        INCLUIALUNO.
            PERFORM PROCURAARQUIVO.
            IF ARQ-ACHADO EQUAL "SIM"
                MOVE "*** MATRICULA ARQUIVADA - USE A ACAO R ***"
                    TO DETMSG
                PERFORM IMPRESULTADO
                MOVE "RECUSADO" TO LK-ACAO
                PERFORM GRAVAAUDIT
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALIDADATAREQ.
            IF LK-DATAVALIDA NOT EQUAL "SIM"
                PERFORM RECUSADATA
                END-WRITE
            END-IF.

        PROCURAARQUIVO.
            MOVE NUM-REQ TO NUM-ARQ.
            MOVE "SIM"   TO ARQ-ACHADO.
            READ CADARQ
                INVALID KEY MOVE "NAO" TO ARQ-ACHADO
            END-READ.

      ***************************************************
      * RESTAURACAO DO ALUNO ARQUIVADO QUE VOLTA A SE   *
      * MATRICULAR: DE CADARQ.DAT PARA CADALU.DAT.      *
      ***************************************************
        RESTAURAALUNO.
            PERFORM PROCURAARQUIVO.
            IF ARQ-ACHADO NOT EQUAL "SIM"
                MOVE "*** ALUNO NAO ENCONTRADO NO ARQUIVO ***"
                    TO DETMSG
                PERFORM IMPRESULTADO
                MOVE "RECUSADO" TO LK-ACAO
                PERFORM GRAVAAUDIT
                EXIT PARAGRAPH
            END-IF.
            PERFORM CONFEREBLOQUEIO.
            IF BLOQUEADO EQUAL "SIM"
                PERFORM RECUSABLOQUEIO
                EXIT PARAGRAPH
            END-IF.
            MOVE REGARQ TO REGALU.
            MOVE ZEROES TO NT1-ENT NT2-ENT NT3-ENT
                           FLT-ENT.
            MOVE "A"    TO SIT-ENT.
            IF NOVOCAMPUS-REQ NOT EQUAL SPACES
               AND NOVOCAMPUS-REQ NOT EQUAL CAMPUS-ENT
                MOVE "*** CAMPUS MANTIDO - TROCA SO POR EM01EX30 ***"
                    TO DETMSG
                PERFORM IMPRESULTADO
            END-IF.
            WRITE REGALU
                INVALID KEY PERFORM RECUSADUPLICADO
                NOT INVALID KEY
                    DELETE CADARQ
                    ADD 1 TO CT-GRAVADOS
                    MOVE "*** ALUNO RESTAURADO DO ARQUIVO ***"
                        TO DETMSG
                    PERFORM IMPRESULTADO
                    MOVE "RESTAURADO" TO LK-ACAO
                    PERFORM GRAVAAUDIT
            END-WRITE.

        ALTERAALUNO.
            MOVE NUM-REQ TO NUM-ENT.
            MOVE "SIM"   TO ALU-ACHADO.
                MOVE NOVOSEX-REQ TO SEX-ENT
            END-IF.
            IF NOVOCAMPUS-REQ NOT EQUAL SPACES
               AND NOVOCAMPUS-REQ NOT EQUAL CAMPUS-ENT
                MOVE "*** CAMPUS MANTIDO - TROCA SO POR EM01EX30 ***"
                    TO DETMSG
                PERFORM IMPRESULTADO
            END-IF.
            REWRITE REGALU.
            ADD 1 TO CT-GRAVADOS.
                WHEN "T" ALSO "A" MOVE "SIM" TO TRANSICAO-OK
                WHEN "T" ALSO "C" MOVE "SIM" TO TRANSICAO-OK
            END-EVALUATE.
            IF TRANSICAO-OK EQUAL "SIM"
               AND SIT-ENT EQUAL "T" AND NOVASIT-REQ EQUAL "A"
                PERFORM CONFEREBLOQUEIO
                IF BLOQUEADO EQUAL "SIM"
                    PERFORM RECUSABLOQUEIO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF TRANSICAO-OK EQUAL "SIM"
               AND (NOVASIT-REQ EQUAL "T" OR NOVASIT-REQ EQUAL "C")
                PERFORM GUARDAAJUSTE
            END-IF.
            IF TRANSICAO-OK EQUAL "SIM"
                MOVE NOVASIT-REQ TO SIT-ENT
                REWRITE REGALU
                PERFORM GRAVAAUDIT
            END-IF.

      * O MESMO ALUNO TRANCADO E DEPOIS CANCELADO NA RODADA FICA
      * COM A ULTIMA SITUACAO E A PRIMEIRA VIGENCIA, QUANDO DEIXOU
      * DE FREQUENTAR.
        GUARDAAJUSTE.
            MOVE "NAO" TO AJU-ACHADO.
            PERFORM VARYING IDX-AJU FROM 1 BY 1
                     UNTIL IDX-AJU GREATER THAN QTDE-AJU
                        OR AJU-ACHADO EQUAL "SIM"
                IF AJU-NUM-OCR(IDX-AJU) EQUAL NUM-REQ
                    MOVE "SIM"       TO AJU-ACHADO
                    MOVE NOVASIT-REQ TO AJU-SIT-OCR(IDX-AJU)
                END-IF
            END-PERFORM.
            IF AJU-ACHADO EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-AJU NOT LESS THAN 200
                DISPLAY "EM01EX08: *** TABELA DE AJUSTES CHEIA - "
                        "MENSALIDADES DE " NUM-REQ
                        " NAO AJUSTADAS ***"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-AJU.
            MOVE NUM-REQ     TO AJU-NUM-OCR(QTDE-AJU).
            MOVE NOVASIT-REQ TO AJU-SIT-OCR(QTDE-AJU).
            MOVE CAMPUS-ENT  TO AJU-CAMP-OCR(QTDE-AJU).
            MOVE ZEROES      TO AJU-CRED-OCR(QTDE-AJU).
            IF EFETIVA-REQ IS NUMERIC
               AND EFETIVA-REQ GREATER THAN ZEROES
                MOVE EFETIVA-REQ TO AJU-EFET-OCR(QTDE-AJU)
            ELSE
                MOVE WS-DATAPROC TO AJU-EFET-OCR(QTDE-AJU)
            END-IF.

      ***************************************************
      * PASSADA UNICA NO RECEBIVEL: AS MENSALIDADES DOS *
      * ALUNOS TRANCADOS/CANCELADOS SAO AJUSTADAS NA    *
      * VIGENCIA, TODAS VOLTAM VIA TUIKEEP.DAT.         *
      ***************************************************
        AJUSTARECEBIVEIS.
            MOVE "NAO" TO FIM-TUI.
            OPEN INPUT TUIRECEB.
            IF WS-FSTUI NOT EQUAL "00"
                CLOSE TUIRECEB
                EXIT PARAGRAPH
            END-IF.
            PERFORM CABECALHO.
            WRITE IMPALUM FROM CAB-AJU AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
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
            PERFORM GRAVACREDITO
                VARYING IDX-AJU FROM 1 BY 1
                UNTIL IDX-AJU GREATER THAN QTDE-AJU.

        TRATARECEBIVEL.
            READ TUIRECEB
                AT END MOVE "SIM" TO FIM-TUI
                NOT AT END
      * MENSALIDADE BAIXADA POR PERDA (EM02EX42) NAO E AJUSTADA: O
      * SALDO FICA NA BAIXA, RECUPERAVEL SE O ALUNO PAGAR.
                    IF TC-SITUACAO NOT EQUAL "CANCELAD"
                       AND TC-SITUACAO NOT EQUAL "PERDA"
                        PERFORM CONFEREAJUSTE
                    END-IF
                    MOVE REGTUIRECEB TO REGTUIKEEP
                    WRITE REGTUIKEEP
            END-READ.

        CONFEREAJUSTE.
            MOVE "NAO" TO AJU-ACHADO.
            PERFORM VARYING IDX-AJU FROM 1 BY 1
                     UNTIL IDX-AJU GREATER THAN QTDE-AJU
                        OR AJU-ACHADO EQUAL "SIM"
                IF AJU-NUM-OCR(IDX-AJU) EQUAL TC-NUM
                    MOVE "SIM" TO AJU-ACHADO
                END-IF
            END-PERFORM.
            IF AJU-ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-AJU
                PERFORM AJUSTAMENSALIDADE
            END-IF.

      * COMPETENCIA ANTERIOR A DA VIGENCIA NAO MUDA. POSTERIOR: EM
      * ABERTO E CANCELADA, PAGA VIRA CREDITO INTEIRA. A DO MES DA
      * VIGENCIA VALE OS DIAS CURSADOS ATE A VIGENCIA INCLUSIVE.
        AJUSTAMENSALIDADE.
            MOVE AJU-EFET-OCR(IDX-AJU) TO WS-EFETAJU.
            IF TC-COMPET LESS THAN WS-COMPETAJU
                EXIT PARAGRAPH
            END-IF.
            IF TC-COMPET GREATER THAN WS-COMPETAJU
                IF TC-SITUACAO EQUAL "PAGO"
                    ADD TC-VALOR TO AJU-CRED-OCR(IDX-AJU)
                ELSE
                    MOVE "CANCELAD" TO TC-SITUACAO
                    MOVE "MENSALIDADE CANCELADA" TO DA-AJUSTE
                    MOVE "TUICANC" TO LK-TLEVENTO
                    MOVE TC-VALOR  TO WS-DIFER
                    PERFORM REGISTRAAJUSTE
                END-IF
                EXIT PARAGRAPH
            END-IF.
            PERFORM CALCULADIASMES.
            COMPUTE WS-DEVIDO ROUNDED =
                TC-VALOR * WS-DIAAJU / WS-DIASMES.
            IF WS-DEVIDO NOT LESS THAN TC-VALOR
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-DIFER = TC-VALOR - WS-DEVIDO.
            IF TC-SITUACAO EQUAL "PAGO"
                ADD WS-DIFER TO AJU-CRED-OCR(IDX-AJU)
                EXIT PARAGRAPH
            END-IF.
            IF TC-BRUTO IS NUMERIC AND TC-DESCONTO IS NUMERIC
                COMPUTE TC-BRUTO ROUNDED =
                    TC-BRUTO * WS-DIAAJU / WS-DIASMES
                IF TC-BRUTO GREATER THAN WS-DEVIDO
                    COMPUTE TC-DESCONTO = TC-BRUTO - WS-DEVIDO
                ELSE
                    MOVE WS-DEVIDO TO TC-BRUTO
                    MOVE ZEROES    TO TC-DESCONTO
                END-IF
            END-IF.
            MOVE WS-DEVIDO TO TC-VALOR.
            MOVE "PRO-RATA NO MES" TO DA-AJUSTE.
            MOVE "TUIPRORATA" TO LK-TLEVENTO.
            PERFORM REGISTRAAJUSTE.

        CALCULADIASMES.
            EVALUATE WS-MESAJU
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-DIASMES
                WHEN 2
                    MOVE 28 TO WS-DIASMES
                    DIVIDE WS-ANOAJU BY 4 GIVING WS-QUOC
                        REMAINDER WS-RESTO
                    IF WS-RESTO EQUAL ZEROES
                        MOVE 29 TO WS-DIASMES
                        DIVIDE WS-ANOAJU BY 100 GIVING WS-QUOC
                            REMAINDER WS-RESTO
                        IF WS-RESTO EQUAL ZEROES
                            MOVE 28 TO WS-DIASMES
                            DIVIDE WS-ANOAJU BY 400 GIVING WS-QUOC
                                REMAINDER WS-RESTO
                            IF WS-RESTO EQUAL ZEROES
                                MOVE 29 TO WS-DIASMES
                            END-IF
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE 31 TO WS-DIASMES
            END-EVALUATE.

        REGISTRAAJUSTE.
            ADD 1 TO CT-AJUSTES CT-GRAVADOS.
            MOVE TC-NUM    TO LK-TLNUM DA-NUM.
            MOVE TC-COMPET TO LK-TLCOMPET DA-COMPET.
            MOVE WS-DIFER  TO LK-TLVALOR DA-VALOR.
            CALL "TUILOG" USING LK-TLNUM LK-TLCOMPET LK-TLEVENTO
                                 LK-TLVALOR.
            PERFORM IMPAJUSTE.
            MOVE SPACES TO LK-CHAVE.
            STRING TC-NUM "-" TC-COMPET DELIMITED BY SIZE
                INTO LK-CHAVE
            END-STRING.
            MOVE LK-TLEVENTO TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        IMPAJUSTE.
            IF CT-LIN GREATER THAN 36
                PERFORM CABECALHO
                WRITE IMPALUM FROM CAB-AJU AFTER ADVANCING 1 LINE
                ADD 1 TO CT-LIN
            END-IF.
            WRITE IMPALUM FROM DET-AJU AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.

        COPIATUIKEEP.
            READ TUIKEEP
                AT END MOVE "SIM" TO FIM-KEEP
                NOT AT END
                    MOVE REGTUIKEEP TO REGTUIRECEB
                    WRITE REGTUIRECEB
            END-READ.

      * O PAGO ALEM DO DEVIDO VIRA UM PEDIDO POR ALUNO: CREDITO
      * PARA QUEM TRANCOU (USA NA VOLTA), REEMBOLSO PARA QUEM
      * CANCELOU.
        GRAVACREDITO.
            IF AJU-CRED-OCR(IDX-AJU) EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO REGCREDTUI.
            MOVE AJU-NUM-OCR(IDX-AJU)  TO CR-NUM LK-TLNUM DA-NUM.
            MOVE AJU-CAMP-OCR(IDX-AJU) TO CR-CAMPUS.
            MOVE AJU-CRED-OCR(IDX-AJU) TO CR-VALOR LK-TLVALOR
                                           DA-VALOR.
            MOVE AJU-EFET-OCR(IDX-AJU) TO CR-EFETIVA WS-EFETAJU.
            MOVE WS-COMPETAJU TO LK-TLCOMPET DA-COMPET.
            MOVE "PENDENTE" TO CR-SITUACAO.
            IF AJU-SIT-OCR(IDX-AJU) EQUAL "C"
                MOVE "REEMBOLS"   TO CR-TIPO
                MOVE "TUIREEMBOL" TO LK-TLEVENTO
                MOVE "PAGO A MAIOR-REEMBOLSO" TO DA-AJUSTE
            ELSE
                MOVE "CREDITO"    TO CR-TIPO
                MOVE "TUICREDITO" TO LK-TLEVENTO
                MOVE "PAGO A MAIOR-CREDITO" TO DA-AJUSTE
            END-IF.
            OPEN EXTEND CREDTUI.
            IF WS-FSCRD EQUAL "35"
                OPEN OUTPUT CREDTUI
            END-IF.
            WRITE REGCREDTUI.
            CLOSE CREDTUI.
            ADD 1 TO CT-AJUSTES CT-GRAVADOS.
            CALL "TUILOG" USING LK-TLNUM LK-TLCOMPET LK-TLEVENTO
                                 LK-TLVALOR.
            PERFORM IMPAJUSTE.
            MOVE AJU-NUM-OCR(IDX-AJU) TO LK-CHAVE.
            MOVE LK-TLEVENTO TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        ACAOINVALIDA.
            MOVE "*** ACAO INVALIDA - PEDIDO IGNORADO ***" TO DETMSG.
            PERFORM IMPRESULTADO.
            WRITE IMPALUM FROM CAB-03 AFTER ADVANCING 1 LINE.

        TERMINO.
            IF QTDE-AJU GREATER THAN ZEROES
                PERFORM AJUSTARECEBIVEIS
            END-IF.
            CLOSE ALUREQ
                  CADALU
                  CADARQ
                  RELALUM.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
