        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX44.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. DEBITO AUTOMATICO DA MENSALIDADE DE SOCIO, EM DOIS
      * PASSOS NA MESMA RODADA.
      * 1) AUTORIZACOES: DEBAREQ.DAT PEDE A INCLUSAO ("I" - TAMBEM
      * TROCA A CONTA DE QUEM JA ESTA CADASTRADO) OU O CANCELAMENTO
      * ("C") DA AUTORIZACAO DE UM NUMSOC, COM BANCO, AGENCIA, CONTA
      * E DATA DA AUTORIZACAO. O CADASTRO DEBAUT.DAT (UMA LINHA POR
      * SOCIO, SITUACAO "A" ATIVA OU "C" CANCELADA) E REGRAVADO COM
      * OS PEDIDOS ACEITOS. SOCIO FORA DE ARQSOC1.DAT, CONTA
      * INCOMPLETA OU DATA INVALIDA/FUTURA RECUSAM O PEDIDO.
      * EM02EX01 MANDA O SOCIO COM AUTORIZACAO ATIVA PARA O ARQUIVO
      * DE DEBITO DEBENV.DAT NO LAYOUT DO BANCO EM VEZ DA REMESSA DE
      * BOLETO.
      * 2) RETORNO: DEBRET.DAT, DEVOLVIDO PELO BANCO, TRAZ UMA LINHA
      * POR DEBITO COM O CODIGO DE RETORNO. DEBITO EFETUADO ("00",
      * OU "31" EFETUADO EM OUTRA DATA) VAI PARA DEBBAIXA.DAT NO
      * LAYOUT DE BANKRET.DAT E E BAIXADO POR EM02EX09 COMO
      * QUALQUER PAGAMENTO (TOLERANCIA, PARCIAL, CREDITO, AVISO A
      * REGUA). DEBITO RECUSADO (SALDO INSUFICIENTE E DEMAIS
      * CODIGOS) CAI PARA BOLETO: SAI EM REMDEB.DAT, NO LAYOUT DA
      * REMESSA, COM VENCIMENTO NO PRAZO DA PRIMEIRA FAIXA DE
      * PARAM18.DAT (PADRAO 10 DIAS) ROLADO PARA DIA UTIL; O SOCIO
      * SEGUE EM CODPAG1 = 2 E ENTRA NA REGUA NORMAL DE EM02EX24. A
      * COBRANCA JA ESTA EM BOLEMIT.DAT DESDE EM02EX01, POR ISSO O
      * BOLETO DE RECUSA NAO GERA OUTRA LINHA. O CODIGO "30" (SEM
      * AUTORIZACAO NO BANCO) CANCELA TAMBEM A AUTORIZACAO AQUI,
      * PARA A PROXIMA COBRANCA JA SAIR EM BOLETO.
      * DEBAREQ.DAT E DEBRET.DAT SAO ESVAZIADOS NO FIM; O RESUMO
      * SAI EM RELDEB.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL DEBAUT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSAUT.
            SELECT OPTIONAL DEBAREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT OPTIONAL DEBRET ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSRET.
            SELECT OPTIONAL DEBBAIXA ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSBX.
            SELECT REMDEB ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1
            FILE STATUS IS WS-FSSOC.
            SELECT OPTIONAL PARAM18 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELDEB ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD DEBAUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEBAUT.DAT".
            01 REGDEBAUT.
               02 DA-NUMSOC   PIC 9(06).
               02 FILLER      PIC X.
               02 DA-BANCO    PIC 9(03).
               02 FILLER      PIC X.
               02 DA-AGENCIA  PIC 9(04).
               02 FILLER      PIC X.
               02 DA-CONTA    PIC X(12).
               02 FILLER      PIC X.
               02 DA-DTAUT    PIC 9(08).
               02 FILLER      PIC X.
               02 DA-SITUACAO PIC X(01).

            FD DEBAREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEBAREQ.DAT".
            01 REGDEBAREQ.
               02 AQ-NUMSOC  PIC 9(06).
               02 AQ-ACAO    PIC X(01).
               02 AQ-BANCO   PIC 9(03).
               02 AQ-AGENCIA PIC 9(04).
               02 AQ-CONTA   PIC X(12).
               02 AQ-DTAUT   PIC 9(08).

      * RETORNO DO DEBITO NO LAYOUT DO BANCO (REGISTRO "F"), DATA
      * DO DEBITO EM AAAAMMDD.
            FD DEBRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEBRET.DAT".
            01 REGDEBRET.
               02 DR-TIPO     PIC X(01).
               02 DR-NUMSOC   PIC 9(06).
               02 DR-BANCO    PIC 9(03).
               02 DR-AGENCIA  PIC 9(04).
               02 DR-CONTA    PIC X(12).
               02 DR-DATA.
                  03 DR-AAAA  PIC 9(04).
                  03 DR-MM    PIC 9(02).
                  03 DR-DD    PIC 9(02).
               02 DR-VALOR    PIC 9(13)V9(02).
               02 DR-RETORNO  PIC X(02).

      * MESMO LAYOUT DE BANKRET.DAT, CONSUMIDO POR EM02EX09.
            FD DEBBAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEBBAIXA.DAT".
            01 REGDEBBAIXA.
               02 BX-NUMSOC PIC 9(06).
               02 BX-VALOR  PIC 9(09)V9(02).
               02 BX-DATA.
                  03 BX-DD  PIC 9(02).
                  03 BX-MM  PIC 9(02).
                  03 BX-AA  PIC 9(04).

            FD REMDEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMDEB.DAT".
            01 REGREMDEB.
               02 REM-NUMSOC PIC 9(06).
               02 REM-VALOR  PIC 9(09)V9(02).
               02 REM-MULTA  PIC 9(07)V9(02).
               02 REM-JUROS  PIC 9(07)V9(02).
               02 REM-TOTAL  PIC 9(09)V9(02).
               02 REM-VENC.
                  03 REM-VENC-DD PIC 9(02).
                  03 REM-VENC-MM PIC 9(02).
                  03 REM-VENC-AA PIC 9(04).

            FD ARQSOC1
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOC1.DAT".
            01 CADSOC1.
               COPY REGSOC REPLACING ==:CODPAG:==  BY ==CODPAG1==
                                      ==:NUMSOC:==  BY ==NUMSOC1==
                                      ==:NOMSOC:==  BY ==NOMSOC1==
                                      ==:VALPAG:==  BY ==VALPAG1==
                                      ==:DIASATR:== BY ==DIASATR==
                                      ==:DTVENC:==  BY ==DTVENC1==
                                      ==:VDD:==     BY ==VDD1==
                                      ==:VMM:==     BY ==VMM1==
                                      ==:VAA:==     BY ==VAA1==
                                      ==:LOGR:==    BY ==LOGR1==
                                      ==:NUMEND:==  BY ==NUMEND1==
                                      ==:CIDADE:==  BY ==CIDADE1==
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

            FD PARAM18
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM18.DAT".
            01 REGPARAM18.
               02 PARM-FXINI    PIC 9(03).
               02 PARM-FXFIM    PIC 9(03).
               02 PARM-MULTA    PIC 9(02)V9(02).
               02 PARM-JUROSDIA PIC 9(01)V9(04).
               02 PARM-PRAZO    PIC 9(03).

            FD RELDEB
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ       PIC X(03) VALUE "NAO".
            77 CT-LIDOS      PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
            77 LK-PROGID     PIC X(08) VALUE "EM02EX44".
            77 LK-CHAVE      PIC X(15) VALUE SPACES.
            77 LK-ACAO       PIC X(10) VALUE SPACES.
            77 LK-EVENTO     PIC X(10) VALUE SPACES.
            77 LK-DIASLEDG   PIC 9(03) VALUE ZEROES.
            77 LK-TIPO       PIC X(10) VALUE SPACES.
            77 LK-MSG        PIC X(40) VALUE SPACES.
            77 LK-LOCKMODO   PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.
            77 LK-MODOUTIL   PIC X(01) VALUE SPACES.
            77 LK-DIASUTEIS  PIC 9(03) VALUE ZEROES.
            77 LK-TMARQ      PIC X(12) VALUE SPACES.
            77 WS-FSAUT      PIC X(02) VALUE SPACES.
            77 WS-FSREQ      PIC X(02) VALUE SPACES.
            77 WS-FSRET      PIC X(02) VALUE SPACES.
            77 WS-FSBX       PIC X(02) VALUE SPACES.
            77 WS-FSSOC      PIC X(02) VALUE SPACES.
            77 WS-DATAREAL   PIC 9(08) VALUE ZEROES.
            77 WS-HOJE-INT   PIC S9(09) VALUE ZEROES.
            77 WS-VENC-INT   PIC S9(09) VALUE ZEROES.
            77 WS-PRAZO      PIC 9(03) VALUE 10.
            77 WS-DD         PIC 9(02) VALUE ZEROES.
            77 WS-MM         PIC 9(02) VALUE ZEROES.
            77 WS-AAAA       PIC 9(04) VALUE ZEROES.
            77 WS-MENSAGEM   PIC X(34) VALUE SPACES.
            77 WS-VALOR      PIC 9(09)V9(02) VALUE ZEROES.
            77 QTDE-AUT      PIC 9(04) VALUE ZEROES.
            77 IDX-AUT       PIC 9(04) VALUE ZEROES.
            77 AUTACHADA     PIC X(03) VALUE "NAO".
            77 QTDE-PED      PIC 9(03) VALUE ZEROES.
            77 IDX-PED       PIC 9(03) VALUE ZEROES.
            77 CT-AUTORIZA   PIC 9(05) VALUE ZEROES.
            77 CT-CANCELA    PIC 9(05) VALUE ZEROES.
            77 CT-RECUSA     PIC 9(05) VALUE ZEROES.
            77 CT-DEBITADO   PIC 9(05) VALUE ZEROES.
            77 CT-BOLETO     PIC 9(07) VALUE ZEROES.
            77 WS-TOTDEBITO  PIC 9(13)V99 VALUE ZEROES.
            77 WS-TOTBOLETO  PIC 9(13)V99 VALUE ZEROES.

            01 WS-DATAPROC PIC 9(08) VALUE ZEROES.
            01 WS-DATAPROC-R REDEFINES WS-DATAPROC.
               02 WS-PROC-AAAA PIC 9(04).
               02 WS-PROC-MM   PIC 9(02).
               02 WS-PROC-DD   PIC 9(02).

            01 WS-DTAUT PIC 9(08) VALUE ZEROES.
            01 WS-DTAUT-R REDEFINES WS-DTAUT.
               02 WS-AUT-AAAA PIC 9(04).
               02 WS-AUT-MM   PIC 9(02).
               02 WS-AUT-DD   PIC 9(02).

            01 WS-VENC-DATA PIC 9(08).
            01 WS-VENC-DATA-R REDEFINES WS-VENC-DATA.
               02 WS-VENC-AAAA PIC 9(04).
               02 WS-VENC-MM   PIC 9(02).
               02 WS-VENC-DD   PIC 9(02).

            01 TAB-AUTORIZACAO.
               02 TAB-AUT-OCR OCCURS 1000 TIMES.
                  03 AUT-NUM-OCR     PIC 9(06).
                  03 AUT-BANCO-OCR   PIC 9(03).
                  03 AUT-AGENCIA-OCR PIC 9(04).
                  03 AUT-CONTA-OCR   PIC X(12).
                  03 AUT-DTAUT-OCR   PIC 9(08).
                  03 AUT-SIT-OCR     PIC X(01).

            01 TAB-PEDIDO.
               02 TAB-PED-OCR OCCURS 200 TIMES.
                  03 PED-NUM-OCR     PIC 9(06).
                  03 PED-ACAO-OCR    PIC X(01).
                  03 PED-BANCO-OCR   PIC 9(03).
                  03 PED-AGENCIA-OCR PIC 9(04).
                  03 PED-CONTA-OCR   PIC X(12).
                  03 PED-DTAUT-OCR   PIC 9(08).
                  03 PED-SOCIO-OCR   PIC X(03).

            01 CAB-01.
               02 FILLER   PIC X(40) VALUE
                           "DEBITO AUTOMATICO DE SOCIOS - RODADA DE ".
               02 CAB-DATA PIC 9999/99/99.
               02 FILLER   PIC X(30) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(40).
               02 FILLER     PIC X(40) VALUE SPACES.

            01 DET-AUT.
               02 DTA-NUM   PIC 9(06).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DTA-ACAO  PIC X(01).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DTA-BCO   PIC 9(03).
               02 FILLER   PIC X(01) VALUE "/".
               02 DTA-AG    PIC 9(04).
               02 FILLER   PIC X(01) VALUE "/".
               02 DTA-CC    PIC X(12).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DTA-RESULT PIC X(34).
               02 FILLER   PIC X(12) VALUE SPACES.

            01 DET-RET.
               02 DTR-NUM    PIC 9(06).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DTR-VAL    PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DTR-COD    PIC X(02).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DTR-RESULT PIC X(34).
               02 FILLER    PIC X(18) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

            01 ROD-VALOR.
               02 ROD-VL-TXT PIC X(32).
               02 ROD-VL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER     PIC X(30) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CARREGAAUTORIZACOES.
            PERFORM CARREGAPEDIDOS.
            OPEN OUTPUT RELDEB
                        REMDEB.
            MOVE WS-DATAPROC TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE "AUTORIZACOES" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            PERFORM TRATAPEDIDO
                VARYING IDX-PED FROM 1 BY 1
                UNTIL IDX-PED GREATER THAN QTDE-PED.
            MOVE "RETORNO DO DEBITO" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            PERFORM TRATARETORNO.
            PERFORM IMPRIMETOTAIS.
            CLOSE RELDEB
                  REMDEB.
            PERFORM REGRAVAAUTORIZACOES.
            OPEN OUTPUT DEBAREQ
                        DEBRET.
            CLOSE DEBAREQ
                  DEBRET.
            MOVE "REMDEB.DAT" TO LK-TMARQ.
            CALL "TRANSMAN" USING LK-TMARQ CT-BOLETO WS-TOTBOLETO.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
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
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATAPROC) TO WS-HOJE-INT.
            OPEN INPUT PARAM18.
            READ PARAM18
                 AT END     CONTINUE
                 NOT AT END
                     IF PARM-PRAZO IS NUMERIC
                         MOVE PARM-PRAZO TO WS-PRAZO
                     END-IF
            END-READ.
            CLOSE PARAM18.

      * O CADASTRO E REGRAVADO INTEIRO NO FIM: SE NAO COUBER NA
      * TABELA, A RODADA PARA ANTES DE PERDER AUTORIZACOES.
        CARREGAAUTORIZACOES.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT DEBAUT.
            IF WS-FSAUT NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-AUTORIZACAO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE DEBAUT.

        LEITURA-AUTORIZACAO.
            READ DEBAUT
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-AUT NOT LESS THAN 1000
                        DISPLAY "EM02EX44: *** TABELA DE AUTORIZACOES "
                                "CHEIA - DEBAUT.DAT NAO PROCESSADO ***"
                        CLOSE DEBAUT
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-AUT
                    MOVE DA-NUMSOC   TO AUT-NUM-OCR(QTDE-AUT)
                    MOVE DA-BANCO    TO AUT-BANCO-OCR(QTDE-AUT)
                    MOVE DA-AGENCIA  TO AUT-AGENCIA-OCR(QTDE-AUT)
                    MOVE DA-CONTA    TO AUT-CONTA-OCR(QTDE-AUT)
                    MOVE DA-DTAUT    TO AUT-DTAUT-OCR(QTDE-AUT)
                    MOVE DA-SITUACAO TO AUT-SIT-OCR(QTDE-AUT)
            END-READ.

      * OS PEDIDOS SAO CONFERIDOS CONTRA O CADASTRO DE SOCIOS NUMA
      * PASSADA SO POR ARQSOC1.DAT.
        CARREGAPEDIDOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT DEBAREQ.
            IF WS-FSREQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-PEDIDO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE DEBAREQ.
            IF QTDE-PED EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT ARQSOC1.
            IF WS-FSSOC NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-SOCIO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1.

        LEITURA-PEDIDO.
            READ DEBAREQ
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-PED LESS THAN 200
                        ADD 1 TO QTDE-PED
                        MOVE AQ-NUMSOC  TO PED-NUM-OCR(QTDE-PED)
                        MOVE AQ-ACAO    TO PED-ACAO-OCR(QTDE-PED)
                        MOVE AQ-BANCO   TO PED-BANCO-OCR(QTDE-PED)
                        MOVE AQ-AGENCIA TO PED-AGENCIA-OCR(QTDE-PED)
                        MOVE AQ-CONTA   TO PED-CONTA-OCR(QTDE-PED)
                        MOVE AQ-DTAUT   TO PED-DTAUT-OCR(QTDE-PED)
                        MOVE "NAO"      TO PED-SOCIO-OCR(QTDE-PED)
                    ELSE
                        DISPLAY "EM02EX44: *** TABELA DE PEDIDOS "
                                "CHEIA - PEDIDO DO SOCIO " AQ-NUMSOC
                                " IGNORADO ***"
                    END-IF
            END-READ.

        LEITURA-SOCIO.
            READ ARQSOC1
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    PERFORM VARYING IDX-PED FROM 1 BY 1
                             UNTIL IDX-PED GREATER THAN QTDE-PED
                        IF PED-NUM-OCR(IDX-PED) EQUAL NUMSOC1
                            MOVE "SIM" TO PED-SOCIO-OCR(IDX-PED)
                        END-IF
                    END-PERFORM
            END-READ.

        TRATAPEDIDO.
            MOVE PED-NUM-OCR(IDX-PED)     TO DTA-NUM.
            MOVE PED-ACAO-OCR(IDX-PED)    TO DTA-ACAO.
            MOVE PED-BANCO-OCR(IDX-PED)   TO DTA-BCO.
            MOVE PED-AGENCIA-OCR(IDX-PED) TO DTA-AG.
            MOVE PED-CONTA-OCR(IDX-PED)   TO DTA-CC.
            MOVE "AUTRECUS" TO LK-ACAO.
            PERFORM PROCURAAUTORIZACAO.
            EVALUATE PED-ACAO-OCR(IDX-PED)
                WHEN "I"
                    PERFORM INCLUIAUTORIZACAO
                WHEN "C"
                    PERFORM CANCELAAUTORIZACAO
                WHEN OTHER
                    MOVE "*** ACAO INVALIDA - RECUSADO"
                        TO WS-MENSAGEM
            END-EVALUATE.
            IF LK-ACAO EQUAL "AUTRECUS"
                ADD 1 TO CT-RECUSA
            END-IF.
            MOVE WS-MENSAGEM TO DTA-RESULT.
            WRITE REGREL FROM DET-AUT AFTER ADVANCING 1 LINE.
            MOVE PED-NUM-OCR(IDX-PED) TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        PROCURAAUTORIZACAO.
            MOVE "NAO" TO AUTACHADA.
            PERFORM VARYING IDX-AUT FROM 1 BY 1
                     UNTIL IDX-AUT GREATER THAN QTDE-AUT
                        OR AUTACHADA EQUAL "SIM"
                IF AUT-NUM-OCR(IDX-AUT) EQUAL PED-NUM-OCR(IDX-PED)
                    MOVE "SIM" TO AUTACHADA
                END-IF
            END-PERFORM.
            IF AUTACHADA EQUAL "SIM"
                SUBTRACT 1 FROM IDX-AUT
            END-IF.

        INCLUIAUTORIZACAO.
            MOVE PED-DTAUT-OCR(IDX-PED) TO WS-DTAUT.
            MOVE "NAO" TO LK-DATAVALIDA.
            IF WS-DTAUT IS NUMERIC
                MOVE WS-AUT-DD   TO WS-DD
                MOVE WS-AUT-MM   TO WS-MM
                MOVE WS-AUT-AAAA TO WS-AAAA
                CALL "DATEVAL" USING WS-DD WS-MM WS-AAAA LK-DATAVALIDA
            END-IF.
            MOVE SPACES TO WS-MENSAGEM.
            EVALUATE TRUE
                WHEN PED-SOCIO-OCR(IDX-PED) NOT EQUAL "SIM"
                    MOVE "*** SOCIO INEXISTENTE - RECUSADO"
                        TO WS-MENSAGEM
                WHEN PED-BANCO-OCR(IDX-PED) NOT NUMERIC
                  OR PED-BANCO-OCR(IDX-PED) EQUAL ZEROES
                  OR PED-AGENCIA-OCR(IDX-PED) NOT NUMERIC
                  OR PED-AGENCIA-OCR(IDX-PED) EQUAL ZEROES
                  OR PED-CONTA-OCR(IDX-PED) EQUAL SPACES
                    MOVE "*** CONTA INCOMPLETA - RECUSADO"
                        TO WS-MENSAGEM
                WHEN LK-DATAVALIDA NOT EQUAL "SIM"
                  OR WS-DTAUT GREATER THAN WS-DATAPROC
                    MOVE "*** DATA INVALIDA - RECUSADO"
                        TO WS-MENSAGEM
            END-EVALUATE.
            IF WS-MENSAGEM NOT EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            IF AUTACHADA NOT EQUAL "SIM"
                IF QTDE-AUT NOT LESS THAN 1000
                    MOVE "*** CADASTRO CHEIO - RECUSADO"
                        TO WS-MENSAGEM
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO QTDE-AUT
                MOVE QTDE-AUT TO IDX-AUT
                MOVE PED-NUM-OCR(IDX-PED) TO AUT-NUM-OCR(IDX-AUT)
                MOVE "AUTORIZACAO INCLUIDA" TO WS-MENSAGEM
            ELSE
                MOVE "AUTORIZACAO ATUALIZADA" TO WS-MENSAGEM
            END-IF.
            MOVE PED-BANCO-OCR(IDX-PED)   TO AUT-BANCO-OCR(IDX-AUT).
            MOVE PED-AGENCIA-OCR(IDX-PED) TO AUT-AGENCIA-OCR(IDX-AUT).
            MOVE PED-CONTA-OCR(IDX-PED)   TO AUT-CONTA-OCR(IDX-AUT).
            MOVE WS-DTAUT                 TO AUT-DTAUT-OCR(IDX-AUT).
            MOVE "A"                      TO AUT-SIT-OCR(IDX-AUT).
            ADD 1 TO CT-AUTORIZA.
            MOVE "AUTORIZA" TO LK-ACAO.

        CANCELAAUTORIZACAO.
            IF AUTACHADA NOT EQUAL "SIM"
                MOVE "*** SEM AUTORIZACAO - RECUSADO"
                    TO WS-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            IF AUT-SIT-OCR(IDX-AUT) NOT EQUAL "A"
                MOVE "*** JA CANCELADA - RECUSADO" TO WS-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            MOVE "C" TO AUT-SIT-OCR(IDX-AUT).
            MOVE AUT-BANCO-OCR(IDX-AUT)   TO DTA-BCO.
            MOVE AUT-AGENCIA-OCR(IDX-AUT) TO DTA-AG.
            MOVE AUT-CONTA-OCR(IDX-AUT)   TO DTA-CC.
            MOVE "AUTORIZACAO CANCELADA" TO WS-MENSAGEM.
            ADD 1 TO CT-CANCELA.
            MOVE "AUTCANC" TO LK-ACAO.

      ***************************************************
      * RETORNO DO BANCO: DEBITADO VAI PARA A BAIXA DE   *
      * EM02EX09, RECUSADO VIRA BOLETO EM REMDEB.DAT.    *
      ***************************************************
        TRATARETORNO.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT DEBRET.
            IF WS-FSRET NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-RETORNO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE DEBRET.

        LEITURA-RETORNO.
            READ DEBRET
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF DR-TIPO EQUAL "F"
                        PERFORM TRATADEBITO
                    END-IF
            END-READ.

        TRATADEBITO.
            MOVE DR-NUMSOC  TO DTR-NUM.
            MOVE DR-VALOR   TO WS-VALOR.
            MOVE WS-VALOR   TO DTR-VAL.
            MOVE DR-RETORNO TO DTR-COD.
            MOVE DR-NUMSOC  TO LK-CHAVE.
            EVALUATE DR-RETORNO
                WHEN "00"
                WHEN "31"
                    PERFORM GRAVABAIXA
                WHEN "30"
                    PERFORM CANCELAPELOBANCO
                    PERFORM GRAVABOLETO
                WHEN OTHER
                    PERFORM GRAVABOLETO
            END-EVALUATE.

        GRAVABAIXA.
            OPEN EXTEND DEBBAIXA.
            IF WS-FSBX EQUAL "35"
                OPEN OUTPUT DEBBAIXA
            END-IF.
            MOVE DR-NUMSOC TO BX-NUMSOC.
            MOVE WS-VALOR  TO BX-VALOR.
            MOVE DR-DD     TO BX-DD.
            MOVE DR-MM     TO BX-MM.
            MOVE DR-AAAA   TO BX-AA.
            WRITE REGDEBBAIXA.
            CLOSE DEBBAIXA.
            ADD 1 TO CT-GRAVADOS.
            ADD 1 TO CT-DEBITADO.
            ADD WS-VALOR TO WS-TOTDEBITO.
            MOVE "DEBITADO - BAIXA EM EM02EX09" TO DTR-RESULT.
            WRITE REGREL FROM DET-RET AFTER ADVANCING 1 LINE.
            MOVE "DEBITADO" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        CANCELAPELOBANCO.
            MOVE "NAO" TO AUTACHADA.
            PERFORM VARYING IDX-AUT FROM 1 BY 1
                     UNTIL IDX-AUT GREATER THAN QTDE-AUT
                        OR AUTACHADA EQUAL "SIM"
                IF AUT-NUM-OCR(IDX-AUT) EQUAL DR-NUMSOC
                    MOVE "SIM" TO AUTACHADA
                END-IF
            END-PERFORM.
            IF AUTACHADA NOT EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1 FROM IDX-AUT.
            IF AUT-SIT-OCR(IDX-AUT) EQUAL "A"
                MOVE "C" TO AUT-SIT-OCR(IDX-AUT)
                ADD 1 TO CT-CANCELA
                MOVE "AUTCANC" TO LK-ACAO
                CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
            END-IF.

      * A RECUSA VAI PARA O EXTRATO DO SOCIO E GERA O AVISO POR
      * E-MAIL; A COBRANCA SEGUE POR BOLETO E PELA REGUA.
        GRAVABOLETO.
            COMPUTE WS-VENC-INT = WS-HOJE-INT + WS-PRAZO.
            MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-INT)
                TO WS-VENC-DATA.
            MOVE "P" TO LK-MODOUTIL.
            CALL "DIAUTIL" USING LK-MODOUTIL WS-VENC-DATA
                                  WS-DATAPROC LK-DIASUTEIS.
            MOVE DR-NUMSOC    TO REM-NUMSOC.
            MOVE WS-VALOR     TO REM-VALOR.
            MOVE ZEROES       TO REM-MULTA.
            MOVE ZEROES       TO REM-JUROS.
            MOVE WS-VALOR     TO REM-TOTAL.
            MOVE WS-VENC-DD   TO REM-VENC-DD.
            MOVE WS-VENC-MM   TO REM-VENC-MM.
            MOVE WS-VENC-AAAA TO REM-VENC-AA.
            WRITE REGREMDEB.
            ADD 1 TO CT-GRAVADOS.
            ADD 1 TO CT-BOLETO.
            ADD WS-VALOR TO WS-TOTBOLETO.
            IF DR-RETORNO EQUAL "01"
                MOVE "SALDO INSUFICIENTE - BOLETO" TO DTR-RESULT
            ELSE
                IF DR-RETORNO EQUAL "30"
                    MOVE "SEM AUTORIZACAO - BOLETO" TO DTR-RESULT
                ELSE
                    MOVE "DEBITO RECUSADO - BOLETO" TO DTR-RESULT
                END-IF
            END-IF.
            WRITE REGREL FROM DET-RET AFTER ADVANCING 1 LINE.

            MOVE "DEBRECUS" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            MOVE "DEBRECUS" TO LK-EVENTO.
            MOVE ZEROES     TO LK-DIASLEDG.
            CALL "SOCLOG" USING DR-NUMSOC LK-EVENTO WS-VALOR
                                 LK-DIASLEDG.
            MOVE SPACES TO LK-MSG.
            STRING "DEBITO RECUSADO (" DELIMITED BY SIZE
                   DR-RETORNO          DELIMITED BY SIZE
                   ") - BOLETO EMITIDO" DELIMITED BY SIZE
                INTO LK-MSG
            END-STRING.
            MOVE "DEBRECUS" TO LK-TIPO.
            CALL "MAILHOOK" USING LK-PROGID LK-CHAVE LK-TIPO LK-MSG.

        IMPRIMETOTAIS.
            MOVE "AUTORIZACOES INCLUIDAS........: " TO ROD-QT-TXT.
            MOVE CT-AUTORIZA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "AUTORIZACOES CANCELADAS.......: " TO ROD-QT-TXT.
            MOVE CT-CANCELA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "PEDIDOS RECUSADOS.............: " TO ROD-QT-TXT.
            MOVE CT-RECUSA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "DEBITOS EFETUADOS.............: " TO ROD-QT-TXT.
            MOVE CT-DEBITADO TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "VALOR DEBITADO................: " TO ROD-VL-TXT.
            MOVE WS-TOTDEBITO TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE.
            MOVE "DEBITOS RECUSADOS (BOLETO)....: " TO ROD-QT-TXT.
            MOVE CT-BOLETO TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "VALOR EM BOLETO...............: " TO ROD-VL-TXT.
            MOVE WS-TOTBOLETO TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE.

        REGRAVAAUTORIZACOES.
            OPEN OUTPUT DEBAUT.
            PERFORM GRAVAAUTORIZACAO
                VARYING IDX-AUT FROM 1 BY 1
                UNTIL IDX-AUT GREATER THAN QTDE-AUT.
            CLOSE DEBAUT.

        GRAVAAUTORIZACAO.
            MOVE SPACES TO REGDEBAUT.
            MOVE AUT-NUM-OCR(IDX-AUT)     TO DA-NUMSOC.
            MOVE AUT-BANCO-OCR(IDX-AUT)   TO DA-BANCO.
            MOVE AUT-AGENCIA-OCR(IDX-AUT) TO DA-AGENCIA.
            MOVE AUT-CONTA-OCR(IDX-AUT)   TO DA-CONTA.
            MOVE AUT-DTAUT-OCR(IDX-AUT)   TO DA-DTAUT.
            MOVE AUT-SIT-OCR(IDX-AUT)     TO DA-SITUACAO.
            WRITE REGDEBAUT.
            ADD 1 TO CT-GRAVADOS.
