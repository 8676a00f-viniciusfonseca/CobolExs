        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX45.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. ACORDO DE PARCELAMENTO DO SOCIO SUSPENSO PELA REGUA
      * DE EM02EX24. ACOREQ.DAT PEDE O ACORDO DE UM NUMSOC COM O
      * NUMERO DE PARCELAS E O PRIMEIRO VENCIMENTO (ZEROS = 30 DIAS
      * DA DATA DE PROCESSAMENTO). SO ENTRA EM ACORDO O SOCIO EM
      * CODPAG1 = 2, COM SALDO, NO ESTAGIO DE COBRANCA MINIMO DE
      * PARAM54.DAT (PADRAO 4 - SUSPENSO) E SEM ACORDO EM ANDAMENTO;
      * O NUMERO DE PARCELAS VAI DE 2 AO MAXIMO DE PARAM54.DAT
      * (PADRAO 12). O SALDO EM ABERTO (VALPAG1) E CONSOLIDADO E
      * DIVIDIDO EM PARCELAS MENSAIS (A ULTIMA LEVA A DIFERENCA DOS
      * CENTAVOS), CADA UMA COM VENCIMENTO PROPRIO ROLADO PARA DIA
      * UTIL, GRAVADAS EM ACORDO.DAT. O SOCIO PASSA A CODPAG1 = 4
      * (EM ACORDO): EM02EX01 COBRA A PARCELA DA VEZ NA REMESSA
      * NORMAL E EM02EX24 CONGELA O ESTAGIO DE COBRANCA.
      * O PAGAMENTO DA PARCELA E BAIXADO POR EM02EX09/EM02EX27 COMO
      * QUALQUER PAGAMENTO PARCIAL, REDUZINDO O SALDO; A CADA RODADA
      * ESTE PROGRAMA CONFRONTA O QUE JA FOI PAGO (TOTAL DO ACORDO
      * MENOS O SALDO) COM AS PARCELAS E MARCA AS QUITADAS. SALDO
      * ZERADO (SOCIO DE VOLTA A CODPAG1 = 1) ENCERRA O ACORDO COMO
      * QUITADO. PARCELA EM ABERTO HA MAIS DIAS DO QUE O LIMITE DE
      * PARAM54.DAT (PADRAO 30) ALEM DO VENCIMENTO QUEBRA O ACORDO:
      * AS PARCELAS RESTANTES SAO CANCELADAS E O SOCIO VOLTA A
      * CODPAG1 = 2 COM O SALDO RESTANTE, VENCIDO NA DATA DA PARCELA
      * NAO PAGA, E RETOMA A REGUA NO ESTAGIO EM QUE FOI CONGELADO.
      * TODO EVENTO DO ACORDO PASSA POR SOCLOG (ACORDO, ACORDOPARC,
      * ACORDOQBR, ACORDOQUIT) E AUDITLOG. ACORDO ENCERRADO
      * (QUITADO OU QUEBRADO) SAI DE ACORDO.DAT PARA O HISTORICO
      * ACORDOH.DAT. ARQSOC1.DAT (INDEXADO POR NUMSOC) E LIDO EM
      * SEQUENCIA E SO O SOCIO QUE MUDOU E REGRAVADO (REWRITE), NO
      * MOLDE DE EM02EX42; ACOREQ.DAT E ESVAZIADO NO FIM. O
      * RELATORIO SAI EM RELACORD.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL ACOREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT OPTIONAL ACORDO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSACO.
            SELECT OPTIONAL ACORDOH ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSHIS.
            SELECT OPTIONAL PARAM54 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL DUNSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDUN.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1.
            SELECT RELACORD ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD ACOREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACOREQ.DAT".
            01 REGACOREQ.
               02 AR-NUMSOC   PIC 9(06).
               02 AR-QTDE     PIC 9(02).
               02 AR-PRIMVENC PIC 9(08).

      * UMA LINHA POR PARCELA; SITUACAO ABERTA, PAGA, QUITADA (O
      * SALDO FOI PAGO DE UMA VEZ) OU QUEBRADA.
            FD ACORDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACORDO.DAT".
            01 REGACORDO.
               02 AC-NUMSOC    PIC 9(06).
               02 FILLER       PIC X.
               02 AC-PARCELA   PIC 9(02).
               02 FILLER       PIC X.
               02 AC-QTDE      PIC 9(02).
               02 FILLER       PIC X.
               02 AC-VALOR     PIC 9(09)V9(02).
               02 FILLER       PIC X.
               02 AC-VENC      PIC 9(08).
               02 FILLER       PIC X.
               02 AC-SITUACAO  PIC X(08).
               02 FILLER       PIC X.
               02 AC-DATAACORDO PIC 9(08).

            FD ACORDOH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACORDOH.DAT".
            01 REGACORDOH PIC X(51).

            FD PARAM54
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM54.DAT".
            01 REGPARAM54.
               02 PARM-MAXPARC    PIC 9(02).
               02 PARM-DIASQUEBRA PIC 9(03).
               02 PARM-ESTAGIO    PIC 9(01).

            FD DUNSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUNSOC.DAT".
            01 REGDUNSOC.
               02 DS-NUMSOC    PIC 9(06).
               02 FILLER       PIC X.
               02 DS-ESTAGIO   PIC 9(01).
               02 FILLER       PIC X.
               02 DS-DATAAVISO PIC 9(08).

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

            FD RELACORD
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ       PIC X(03) VALUE "NAO".
            77 CT-LIDOS      PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
            77 LK-PROGID     PIC X(08) VALUE "EM02EX45".
            77 LK-CHAVE      PIC X(15) VALUE SPACES.
            77 LK-ACAO       PIC X(10) VALUE SPACES.
            77 LK-EVENTO     PIC X(10) VALUE SPACES.
            77 LK-DIASLEDG   PIC 9(03) VALUE ZEROES.
            77 LK-LOCKMODO   PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.
            77 LK-MODOUTIL   PIC X(01) VALUE SPACES.
            77 LK-DIASUTEIS  PIC 9(03) VALUE ZEROES.
            77 WS-FSREQ      PIC X(02) VALUE SPACES.
            77 WS-FSACO      PIC X(02) VALUE SPACES.
            77 WS-FSHIS      PIC X(02) VALUE SPACES.
            77 WS-FSDUN      PIC X(02) VALUE SPACES.
            77 WS-DATAREAL   PIC 9(08) VALUE ZEROES.
            77 WS-HOJE-INT   PIC S9(09) VALUE ZEROES.
            77 WS-VENC-INT   PIC S9(09) VALUE ZEROES.
            77 WS-MAXPARC    PIC 9(02) VALUE 12.
            77 WS-DIASQUEBRA PIC 9(03) VALUE 30.
            77 WS-ESTMIN     PIC 9(01) VALUE 4.
            77 WS-ESTAGIO    PIC 9(01) VALUE ZEROES.
            77 WS-DD         PIC 9(02) VALUE ZEROES.
            77 WS-MM         PIC 9(02) VALUE ZEROES.
            77 WS-AAAA       PIC 9(04) VALUE ZEROES.
            77 WS-DIAVENC    PIC 9(02) VALUE ZEROES.
            77 WS-MENSAGEM   PIC X(34) VALUE SPACES.
            77 WS-TOTACORDO  PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-PAGO       PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-ACUMULADO  PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-VALPARC    PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-ABERTAS    PIC 9(02) VALUE ZEROES.
            77 WS-PRIMABERTA PIC 9(04) VALUE ZEROES.
            77 WS-PARC       PIC 9(02) VALUE ZEROES.
            77 WS-IMAGEMSOC  PIC X(178) VALUE SPACES.
            77 QTDE-ACO      PIC 9(04) VALUE ZEROES.
            77 IDX-ACO       PIC 9(04) VALUE ZEROES.
            77 IDX-SOMA      PIC 9(04) VALUE ZEROES.
            77 QTDE-REQ      PIC 9(03) VALUE ZEROES.
            77 IDX-REQ       PIC 9(03) VALUE ZEROES.
            77 QTDE-DUN      PIC 9(03) VALUE ZEROES.
            77 IDX-DUN       PIC 9(03) VALUE ZEROES.
            77 CT-NOVOS      PIC 9(05) VALUE ZEROES.
            77 CT-PARCPAGAS  PIC 9(05) VALUE ZEROES.
            77 CT-QUEBRAS    PIC 9(05) VALUE ZEROES.
            77 CT-QUITADOS   PIC 9(05) VALUE ZEROES.
            77 CT-RECUSADOS  PIC 9(05) VALUE ZEROES.
            77 CT-ANDAMENTO  PIC 9(05) VALUE ZEROES.
            77 WS-TOTNOVOS   PIC 9(11)V9(02) VALUE ZEROES.
            77 WS-TOTQUEBRA  PIC 9(11)V9(02) VALUE ZEROES.

            01 WS-DATAPROC PIC 9(08) VALUE ZEROES.

            01 WS-VENC-DATA PIC 9(08).
            01 WS-VENC-DATA-R REDEFINES WS-VENC-DATA.
               02 WS-VENC-AAAA PIC 9(04).
               02 WS-VENC-MM   PIC 9(02).
               02 WS-VENC-DD   PIC 9(02).

            01 TAB-ACORDO.
               02 TAB-ACO-OCR OCCURS 2000 TIMES.
                  03 ACO-NUM-OCR    PIC 9(06).
                  03 ACO-PARC-OCR   PIC 9(02).
                  03 ACO-QTDE-OCR   PIC 9(02).
                  03 ACO-VALOR-OCR  PIC 9(09)V9(02).
                  03 ACO-VENC-OCR   PIC 9(08).
                  03 ACO-SIT-OCR    PIC X(08).
                  03 ACO-DATA-OCR   PIC 9(08).

            01 TAB-PEDIDO.
               02 TAB-REQ-OCR OCCURS 100 TIMES.
                  03 REQ-NUM-OCR   PIC 9(06).
                  03 REQ-QTDE-OCR  PIC 9(02).
                  03 REQ-VENC-OCR  PIC 9(08).
                  03 REQ-USADO-OCR PIC X(03).

            01 TAB-DUN.
               02 TAB-DUN-OCR OCCURS 500 TIMES.
                  03 DUN-NUM-OCR PIC 9(06).
                  03 DUN-EST-OCR PIC 9(01).

            01 CAB-01.
               02 FILLER   PIC X(40) VALUE
                           "ACORDOS DE PARCELAMENTO - RODADA DE ".
               02 CAB-DATA PIC 9999/99/99.
               02 FILLER   PIC X(30) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(40).
               02 FILLER     PIC X(40) VALUE SPACES.

            01 DET-MOV.
               02 DM-NUM    PIC 9(06).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DM-EVENTO PIC X(10).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DM-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DM-RESULT PIC X(34).
               02 FILLER    PIC X(10) VALUE SPACES.

            01 DET-ANDAMENTO.
               02 DA-NUM    PIC 9(06).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 FILLER    PIC X(08) VALUE "PARCELA ".
               02 DA-PARC   PIC Z9.
               02 FILLER    PIC X(01) VALUE "/".
               02 DA-QTDE   PIC 99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DA-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(07) VALUE "  VENC ".
               02 DA-VENC   PIC 9999/99/99.
               02 FILLER    PIC X(26) VALUE SPACES.

            01 DET-NADA.
               02 FILLER PIC X(10) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "NENHUM".
               02 FILLER PIC X(50) VALUE SPACES.

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
            PERFORM CARREGAESTADOS.
            PERFORM CARREGAACORDOS.
            PERFORM CARREGAPEDIDOS.
            OPEN OUTPUT RELACORD.
            MOVE WS-DATAPROC TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE "MOVIMENTO DA RODADA" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            PERFORM ATUALIZASOCIOS.
            PERFORM RECUSASEMSOCIO
                VARYING IDX-REQ FROM 1 BY 1
                UNTIL IDX-REQ GREATER THAN QTDE-REQ.
            PERFORM IMPRIMEANDAMENTO.
            PERFORM IMPRIMETOTAIS.
            CLOSE RELACORD.
            PERFORM REGRAVAACORDOS.
            OPEN OUTPUT ACOREQ.
            CLOSE ACOREQ.
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
            OPEN INPUT PARAM54.
            READ PARAM54
                 AT END     CONTINUE
                 NOT AT END
                     IF PARM-MAXPARC IS NUMERIC
                        AND PARM-MAXPARC GREATER THAN 1
                         MOVE PARM-MAXPARC TO WS-MAXPARC
                     END-IF
                     IF PARM-DIASQUEBRA IS NUMERIC
                        AND PARM-DIASQUEBRA GREATER THAN ZEROES
                         MOVE PARM-DIASQUEBRA TO WS-DIASQUEBRA
                     END-IF
                     IF PARM-ESTAGIO IS NUMERIC
                        AND PARM-ESTAGIO GREATER THAN ZEROES
                         MOVE PARM-ESTAGIO TO WS-ESTMIN
                     END-IF
            END-READ.
            CLOSE PARAM54.

      * SO O ESTAGIO INTERESSA AQUI; DUNSOC.DAT CONTINUA SENDO
      * GRAVADO SO POR EM02EX24.
        CARREGAESTADOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT DUNSOC.
            IF WS-FSDUN NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-ESTADO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE DUNSOC.

        LEITURA-ESTADO.
            READ DUNSOC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-DUN LESS THAN 500
                        ADD 1 TO QTDE-DUN
                        MOVE DS-NUMSOC  TO DUN-NUM-OCR(QTDE-DUN)
                        MOVE DS-ESTAGIO TO DUN-EST-OCR(QTDE-DUN)
                    END-IF
            END-READ.

      * ACORDO.DAT E REGRAVADO INTEIRO NO FIM: SE NAO COUBER NA
      * TABELA, A RODADA PARA ANTES DE PERDER PARCELAS.
        CARREGAACORDOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT ACORDO.
            IF WS-FSACO NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-ACORDO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ACORDO.

        LEITURA-ACORDO.
            READ ACORDO
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-ACO NOT LESS THAN 2000
                        DISPLAY "EM02EX45: *** TABELA DE PARCELAS "
                                "CHEIA - ACORDO.DAT NAO PROCESSADO ***"
                        CLOSE ACORDO
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-ACO
                    MOVE AC-NUMSOC     TO ACO-NUM-OCR(QTDE-ACO)
                    MOVE AC-PARCELA    TO ACO-PARC-OCR(QTDE-ACO)
                    MOVE AC-QTDE       TO ACO-QTDE-OCR(QTDE-ACO)
                    MOVE AC-VALOR      TO ACO-VALOR-OCR(QTDE-ACO)
                    MOVE AC-VENC       TO ACO-VENC-OCR(QTDE-ACO)
                    MOVE AC-SITUACAO   TO ACO-SIT-OCR(QTDE-ACO)
                    MOVE AC-DATAACORDO TO ACO-DATA-OCR(QTDE-ACO)
            END-READ.

        CARREGAPEDIDOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT ACOREQ.
            IF WS-FSREQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-PEDIDO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ACOREQ.

        LEITURA-PEDIDO.
            READ ACOREQ
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-REQ LESS THAN 100
                        ADD 1 TO QTDE-REQ
                        MOVE AR-NUMSOC   TO REQ-NUM-OCR(QTDE-REQ)
                        MOVE AR-QTDE     TO REQ-QTDE-OCR(QTDE-REQ)
                        MOVE AR-PRIMVENC TO REQ-VENC-OCR(QTDE-REQ)
                        MOVE "NAO"       TO REQ-USADO-OCR(QTDE-REQ)
                    ELSE
                        DISPLAY "EM02EX45: *** TABELA DE PEDIDOS "
                                "CHEIA - PEDIDO DO SOCIO " AR-NUMSOC
                                " IGNORADO ***"
                    END-IF
            END-READ.

      ***************************************************
      * PASSADA PELO CADASTRO: ACOMPANHA OS ACORDOS EM   *
      * ANDAMENTO E ABRE OS PEDIDOS, REGRAVANDO O SOCIO. *
      ***************************************************
        ATUALIZASOCIOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN I-O ARQSOC1.
            PERFORM LEITURA-SOCIO.
            PERFORM ATUALIZASOCIO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1.

        LEITURA-SOCIO.
            READ ARQSOC1 AT END MOVE "SIM" TO FIM-ARQ.
            IF FIM-ARQ NOT EQUAL "SIM"
                ADD 1 TO CT-LIDOS
            END-IF.

        ATUALIZASOCIO.
            MOVE CADSOC1 TO WS-IMAGEMSOC.
            PERFORM SOMAACORDO.
            IF WS-ABERTAS GREATER THAN ZEROES
                PERFORM ACOMPANHAACORDO
            END-IF.
            PERFORM VARYING IDX-REQ FROM 1 BY 1
                     UNTIL IDX-REQ GREATER THAN QTDE-REQ
                IF REQ-NUM-OCR(IDX-REQ) EQUAL NUMSOC1
                   AND REQ-USADO-OCR(IDX-REQ) EQUAL "NAO"
                    MOVE "SIM" TO REQ-USADO-OCR(IDX-REQ)
                    PERFORM ABREACORDO
                END-IF
            END-PERFORM.
            IF CADSOC1 NOT EQUAL WS-IMAGEMSOC
                REWRITE CADSOC1
                ADD 1 TO CT-GRAVADOS
            END-IF.
            PERFORM LEITURA-SOCIO.

      * TOTAL DO ACORDO VIVO DO SOCIO (PARCELAS ABERTAS E PAGAS) E
      * A PRIMEIRA PARCELA AINDA ABERTA.
        SOMAACORDO.
            MOVE ZEROES TO WS-TOTACORDO WS-ABERTAS WS-PRIMABERTA.
            PERFORM VARYING IDX-SOMA FROM 1 BY 1
                     UNTIL IDX-SOMA GREATER THAN QTDE-ACO
                IF ACO-NUM-OCR(IDX-SOMA) EQUAL NUMSOC1
                    IF ACO-SIT-OCR(IDX-SOMA) EQUAL "ABERTA"
                        ADD ACO-VALOR-OCR(IDX-SOMA) TO WS-TOTACORDO
                        ADD 1 TO WS-ABERTAS
                        IF WS-PRIMABERTA EQUAL ZEROES
                            MOVE IDX-SOMA TO WS-PRIMABERTA
                        END-IF
                    END-IF
                    IF ACO-SIT-OCR(IDX-SOMA) EQUAL "PAGA"
                        ADD ACO-VALOR-OCR(IDX-SOMA) TO WS-TOTACORDO
                    END-IF
                END-IF
            END-PERFORM.

      * O QUE JA FOI PAGO E O TOTAL DO ACORDO MENOS O SALDO DO
      * SOCIO; AS PARCELAS COBERTAS POR ESSE VALOR, NA ORDEM, FICAM
      * PAGAS.
        ACOMPANHAACORDO.
            IF CODPAG1 NOT EQUAL 4 AND CODPAG1 NOT EQUAL 1
                EXIT PARAGRAPH
            END-IF.
            IF CODPAG1 EQUAL 1 OR VALPAG1 EQUAL ZEROES
                PERFORM QUITAACORDO
                EXIT PARAGRAPH
            END-IF.
            IF VALPAG1 LESS THAN WS-TOTACORDO
                COMPUTE WS-PAGO = WS-TOTACORDO - VALPAG1
            ELSE
                MOVE ZEROES TO WS-PAGO
            END-IF.
            MOVE ZEROES TO WS-ACUMULADO.
            PERFORM VARYING IDX-ACO FROM 1 BY 1
                     UNTIL IDX-ACO GREATER THAN QTDE-ACO
                IF ACO-NUM-OCR(IDX-ACO) EQUAL NUMSOC1
                   AND (ACO-SIT-OCR(IDX-ACO) EQUAL "ABERTA"
                        OR ACO-SIT-OCR(IDX-ACO) EQUAL "PAGA")
                    ADD ACO-VALOR-OCR(IDX-ACO) TO WS-ACUMULADO
                    IF ACO-SIT-OCR(IDX-ACO) EQUAL "ABERTA"
                       AND WS-ACUMULADO NOT GREATER THAN WS-PAGO
                        PERFORM PAGAPARCELA
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM SOMAACORDO.
            IF WS-ABERTAS EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE ACO-VENC-OCR(WS-PRIMABERTA) TO WS-VENC-DATA.
            MOVE FUNCTION INTEGER-OF-DATE(WS-VENC-DATA)
                TO WS-VENC-INT.
            IF WS-HOJE-INT - WS-VENC-INT GREATER THAN WS-DIASQUEBRA
                PERFORM QUEBRAACORDO
            END-IF.

        PAGAPARCELA.
            MOVE "PAGA" TO ACO-SIT-OCR(IDX-ACO).
            ADD 1 TO CT-PARCPAGAS.
            MOVE "ACORDOPARC" TO LK-EVENTO.
            MOVE ACO-VALOR-OCR(IDX-ACO) TO DM-VALOR.
            MOVE SPACES TO WS-MENSAGEM.
            STRING "PARCELA " DELIMITED BY SIZE
                   ACO-PARC-OCR(IDX-ACO) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ACO-QTDE-OCR(IDX-ACO) DELIMITED BY SIZE
                   " PAGA" DELIMITED BY SIZE
                INTO WS-MENSAGEM
            END-STRING.
            MOVE ZEROES TO LK-DIASLEDG.
            CALL "SOCLOG" USING NUMSOC1 LK-EVENTO
                                 ACO-VALOR-OCR(IDX-ACO) LK-DIASLEDG.
            PERFORM REGISTRAMOVIMENTO.

      * SALDO ZERADO: AS PARCELAS QUE RESTAVAM FORAM PAGAS DE UMA
      * VEZ E O ACORDO SE ENCERRA.
        QUITAACORDO.
            PERFORM VARYING IDX-ACO FROM 1 BY 1
                     UNTIL IDX-ACO GREATER THAN QTDE-ACO
                IF ACO-NUM-OCR(IDX-ACO) EQUAL NUMSOC1
                   AND ACO-SIT-OCR(IDX-ACO) EQUAL "ABERTA"
                    MOVE "QUITADA" TO ACO-SIT-OCR(IDX-ACO)
                END-IF
            END-PERFORM.
            ADD 1 TO CT-QUITADOS.
            MOVE "ACORDOQUIT" TO LK-EVENTO.
            MOVE WS-TOTACORDO TO DM-VALOR.
            MOVE "ACORDO QUITADO" TO WS-MENSAGEM.
            MOVE ZEROES TO LK-DIASLEDG.
            CALL "SOCLOG" USING NUMSOC1 LK-EVENTO WS-TOTACORDO
                                 LK-DIASLEDG.
            PERFORM REGISTRAMOVIMENTO.

      * PARCELA VENCIDA ALEM DO LIMITE: O ACORDO CAI E O SALDO
      * RESTANTE VOLTA PARA A REGUA, VENCIDO NA DATA DA PARCELA.
        QUEBRAACORDO.
            MOVE ACO-VENC-OCR(WS-PRIMABERTA) TO WS-VENC-DATA.
            PERFORM VARYING IDX-ACO FROM 1 BY 1
                     UNTIL IDX-ACO GREATER THAN QTDE-ACO
                IF ACO-NUM-OCR(IDX-ACO) EQUAL NUMSOC1
                   AND ACO-SIT-OCR(IDX-ACO) EQUAL "ABERTA"
                    MOVE "QUEBRADA" TO ACO-SIT-OCR(IDX-ACO)
                END-IF
            END-PERFORM.
            MOVE 2 TO CODPAG1.
            MOVE WS-VENC-DD   TO VDD1.
            MOVE WS-VENC-MM   TO VMM1.
            MOVE WS-VENC-AAAA TO VAA1.
            ADD 1 TO CT-QUEBRAS.
            ADD VALPAG1 TO WS-TOTQUEBRA.
            MOVE "ACORDOQBR" TO LK-EVENTO.
            MOVE VALPAG1 TO DM-VALOR.
            MOVE "ACORDO QUEBRADO - VOLTA A REGUA" TO WS-MENSAGEM.
            COMPUTE LK-DIASLEDG = WS-HOJE-INT - WS-VENC-INT.
            CALL "SOCLOG" USING NUMSOC1 LK-EVENTO VALPAG1
                                 LK-DIASLEDG.
            PERFORM REGISTRAMOVIMENTO.

      ***************************************************
      * NOVO ACORDO: CONSOLIDA O SALDO E GERA AS PARCELAS *
      ***************************************************
        ABREACORDO.
            MOVE SPACES TO WS-MENSAGEM.
            PERFORM SOMAACORDO.
            PERFORM BUSCAESTAGIO.
            IF REQ-VENC-OCR(IDX-REQ) EQUAL ZEROES
                COMPUTE WS-VENC-INT = WS-HOJE-INT + 30
                MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-INT)
                    TO WS-VENC-DATA
                MOVE "SIM" TO LK-DATAVALIDA
            ELSE
                MOVE REQ-VENC-OCR(IDX-REQ) TO WS-VENC-DATA
                MOVE "NAO" TO LK-DATAVALIDA
                IF WS-VENC-DATA IS NUMERIC
                    MOVE WS-VENC-DD   TO WS-DD
                    MOVE WS-VENC-MM   TO WS-MM
                    MOVE WS-VENC-AAAA TO WS-AAAA
                    CALL "DATEVAL" USING WS-DD WS-MM WS-AAAA
                                          LK-DATAVALIDA
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN WS-ABERTAS GREATER THAN ZEROES
                    MOVE "*** ACORDO EM ANDAMENTO - RECUSADO"
                        TO WS-MENSAGEM
                WHEN CODPAG1 NOT EQUAL 2
                  OR VALPAG1 EQUAL ZEROES
                    MOVE "*** SOCIO SEM ATRASO - RECUSADO"
                        TO WS-MENSAGEM
                WHEN WS-ESTAGIO LESS THAN WS-ESTMIN
                    MOVE "*** ESTAGIO DA REGUA - RECUSADO"
                        TO WS-MENSAGEM
                WHEN REQ-QTDE-OCR(IDX-REQ) NOT NUMERIC
                  OR REQ-QTDE-OCR(IDX-REQ) LESS THAN 2
                  OR REQ-QTDE-OCR(IDX-REQ) GREATER THAN WS-MAXPARC
                    MOVE "*** NUMERO DE PARCELAS - RECUSADO"
                        TO WS-MENSAGEM
                WHEN LK-DATAVALIDA NOT EQUAL "SIM"
                  OR WS-VENC-DATA LESS THAN WS-DATAPROC
                    MOVE "*** VENCIMENTO INVALIDO - RECUSADO"
                        TO WS-MENSAGEM
                WHEN QTDE-ACO + REQ-QTDE-OCR(IDX-REQ) GREATER THAN 2000
                    MOVE "*** TABELA CHEIA - RECUSADO"
                        TO WS-MENSAGEM
            END-EVALUATE.
            IF WS-MENSAGEM NOT EQUAL SPACES
                PERFORM RECUSAPEDIDO
                EXIT PARAGRAPH
            END-IF.

            COMPUTE WS-VALPARC = VALPAG1 / REQ-QTDE-OCR(IDX-REQ).
            MOVE ZEROES TO WS-ACUMULADO.
            MOVE WS-VENC-DD TO WS-DIAVENC.
            IF WS-DIAVENC GREATER THAN 28
                MOVE 28 TO WS-DIAVENC
            END-IF.
            PERFORM GERAPARCELA
                VARYING WS-PARC FROM 1 BY 1
                UNTIL WS-PARC GREATER THAN REQ-QTDE-OCR(IDX-REQ).

            MOVE 4 TO CODPAG1.
            PERFORM SOMAACORDO.
            MOVE ACO-VENC-OCR(WS-PRIMABERTA) TO WS-VENC-DATA.
            MOVE WS-VENC-DD   TO VDD1.
            MOVE WS-VENC-MM   TO VMM1.
            MOVE WS-VENC-AAAA TO VAA1.
            MOVE ZEROES       TO DIASATR.
            ADD 1 TO CT-NOVOS.
            ADD VALPAG1 TO WS-TOTNOVOS.
            MOVE "ACORDO" TO LK-EVENTO.
            MOVE VALPAG1  TO DM-VALOR.
            MOVE SPACES TO WS-MENSAGEM.
            STRING "ACORDO EM " DELIMITED BY SIZE
                   REQ-QTDE-OCR(IDX-REQ) DELIMITED BY SIZE
                   " PARCELAS" DELIMITED BY SIZE
                INTO WS-MENSAGEM
            END-STRING.
            MOVE ZEROES TO LK-DIASLEDG.
            CALL "SOCLOG" USING NUMSOC1 LK-EVENTO VALPAG1
                                 LK-DIASLEDG.
            PERFORM REGISTRAMOVIMENTO.

      * PARCELAS MENSAIS NO MESMO DIA (ATE 28) A PARTIR DO PRIMEIRO
      * VENCIMENTO, CADA UMA ROLADA PARA DIA UTIL; A ULTIMA FICA COM
      * A SOBRA DA DIVISAO.
        GERAPARCELA.
            IF WS-PARC GREATER THAN 1
                MOVE WS-DIAVENC TO WS-VENC-DD
                ADD 1 TO WS-VENC-MM
                IF WS-VENC-MM GREATER THAN 12
                    MOVE 1 TO WS-VENC-MM
                    ADD 1 TO WS-VENC-AAAA
                END-IF
            END-IF.
            ADD 1 TO QTDE-ACO.
            MOVE NUMSOC1 TO ACO-NUM-OCR(QTDE-ACO).
            MOVE WS-PARC TO ACO-PARC-OCR(QTDE-ACO).
            MOVE REQ-QTDE-OCR(IDX-REQ) TO ACO-QTDE-OCR(QTDE-ACO).
            IF WS-PARC EQUAL REQ-QTDE-OCR(IDX-REQ)
                COMPUTE ACO-VALOR-OCR(QTDE-ACO) =
                    VALPAG1 - WS-ACUMULADO
            ELSE
                MOVE WS-VALPARC TO ACO-VALOR-OCR(QTDE-ACO)
                ADD WS-VALPARC TO WS-ACUMULADO
            END-IF.
            MOVE WS-VENC-DATA TO ACO-VENC-OCR(QTDE-ACO).
            MOVE "P" TO LK-MODOUTIL.
            CALL "DIAUTIL" USING LK-MODOUTIL ACO-VENC-OCR(QTDE-ACO)
                                  WS-DATAPROC LK-DIASUTEIS.
            MOVE "ABERTA"    TO ACO-SIT-OCR(QTDE-ACO).
            MOVE WS-DATAPROC TO ACO-DATA-OCR(QTDE-ACO).

        BUSCAESTAGIO.
            MOVE ZEROES TO WS-ESTAGIO.
            PERFORM VARYING IDX-DUN FROM 1 BY 1
                     UNTIL IDX-DUN GREATER THAN QTDE-DUN
                IF DUN-NUM-OCR(IDX-DUN) EQUAL NUMSOC1
                    MOVE DUN-EST-OCR(IDX-DUN) TO WS-ESTAGIO
                END-IF
            END-PERFORM.

        RECUSAPEDIDO.
            ADD 1 TO CT-RECUSADOS.
            MOVE REQ-NUM-OCR(IDX-REQ) TO DM-NUM.
            MOVE "PEDIDO"    TO DM-EVENTO.
            MOVE ZEROES      TO DM-VALOR.
            MOVE WS-MENSAGEM TO DM-RESULT.
            WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE.
            MOVE REQ-NUM-OCR(IDX-REQ) TO LK-CHAVE.
            MOVE "ACORDORECU" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        RECUSASEMSOCIO.
            IF REQ-USADO-OCR(IDX-REQ) EQUAL "NAO"
                MOVE "*** SOCIO INEXISTENTE - RECUSADO"
                    TO WS-MENSAGEM
                PERFORM RECUSAPEDIDO
            END-IF.

      * CHAMADO COM LK-EVENTO, DM-VALOR E WS-MENSAGEM MONTADOS.
        REGISTRAMOVIMENTO.
            MOVE NUMSOC1     TO DM-NUM.
            MOVE LK-EVENTO   TO DM-EVENTO.
            MOVE WS-MENSAGEM TO DM-RESULT.
            WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE.
            MOVE NUMSOC1   TO LK-CHAVE.
            MOVE LK-EVENTO TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * A PARCELA DA VEZ DE CADA ACORDO QUE CONTINUA EM ANDAMENTO:
      * A PRIMEIRA ABERTA DE CADA SOCIO (AS PARCELAS DE UM ACORDO
      * FICAM JUNTAS E EM ORDEM NA TABELA).
        IMPRIMEANDAMENTO.
            MOVE "ACORDOS EM ANDAMENTO - PARCELA DA VEZ" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            PERFORM IMPRIMEPARCELA
                VARYING IDX-ACO FROM 1 BY 1
                UNTIL IDX-ACO GREATER THAN QTDE-ACO.
            IF CT-ANDAMENTO EQUAL ZEROES
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.

        IMPRIMEPARCELA.
            IF ACO-SIT-OCR(IDX-ACO) NOT EQUAL "ABERTA"
                EXIT PARAGRAPH
            END-IF.
            IF IDX-ACO GREATER THAN 1
                IF ACO-NUM-OCR(IDX-ACO - 1) EQUAL ACO-NUM-OCR(IDX-ACO)
                   AND ACO-SIT-OCR(IDX-ACO - 1) EQUAL "ABERTA"
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD 1 TO CT-ANDAMENTO.
            MOVE ACO-NUM-OCR(IDX-ACO)   TO DA-NUM.
            MOVE ACO-PARC-OCR(IDX-ACO)  TO DA-PARC.
            MOVE ACO-QTDE-OCR(IDX-ACO)  TO DA-QTDE.
            MOVE ACO-VALOR-OCR(IDX-ACO) TO DA-VALOR.
            MOVE ACO-VENC-OCR(IDX-ACO)  TO DA-VENC.
            WRITE REGREL FROM DET-ANDAMENTO AFTER ADVANCING 1 LINE.

        IMPRIMETOTAIS.
            MOVE "ACORDOS ABERTOS...............: " TO ROD-QT-TXT.
            MOVE CT-NOVOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "SALDO CONSOLIDADO.............: " TO ROD-VL-TXT.
            MOVE WS-TOTNOVOS TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE.
            MOVE "PARCELAS PAGAS................: " TO ROD-QT-TXT.
            MOVE CT-PARCPAGAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "ACORDOS QUITADOS..............: " TO ROD-QT-TXT.
            MOVE CT-QUITADOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "ACORDOS QUEBRADOS.............: " TO ROD-QT-TXT.
            MOVE CT-QUEBRAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "SALDO DEVOLVIDO A REGUA.......: " TO ROD-VL-TXT.
            MOVE WS-TOTQUEBRA TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE.
            MOVE "PEDIDOS RECUSADOS.............: " TO ROD-QT-TXT.
            MOVE CT-RECUSADOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "ACORDOS EM ANDAMENTO..........: " TO ROD-QT-TXT.
            MOVE CT-ANDAMENTO TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.

      * ACORDO SEM PARCELA ABERTA ESTA ENCERRADO: TODAS AS SUAS
      * LINHAS VAO PARA O HISTORICO; OS VIVOS SAO REGRAVADOS.
        REGRAVAACORDOS.
            OPEN OUTPUT ACORDO.
            OPEN EXTEND ACORDOH.
            IF WS-FSHIS EQUAL "35"
                OPEN OUTPUT ACORDOH
            END-IF.
            PERFORM GRAVAPARCELA
                VARYING IDX-ACO FROM 1 BY 1
                UNTIL IDX-ACO GREATER THAN QTDE-ACO.
            CLOSE ACORDO
                  ACORDOH.

        GRAVAPARCELA.
            MOVE SPACES TO REGACORDO.
            MOVE ACO-NUM-OCR(IDX-ACO)   TO AC-NUMSOC.
            MOVE ACO-PARC-OCR(IDX-ACO)  TO AC-PARCELA.
            MOVE ACO-QTDE-OCR(IDX-ACO)  TO AC-QTDE.
            MOVE ACO-VALOR-OCR(IDX-ACO) TO AC-VALOR.
            MOVE ACO-VENC-OCR(IDX-ACO)  TO AC-VENC.
            MOVE ACO-SIT-OCR(IDX-ACO)   TO AC-SITUACAO.
            MOVE ACO-DATA-OCR(IDX-ACO)  TO AC-DATAACORDO.
            MOVE ACO-NUM-OCR(IDX-ACO)   TO NUMSOC1.
            PERFORM SOMAACORDO.
            IF WS-ABERTAS GREATER THAN ZEROES
                WRITE REGACORDO
            ELSE
                MOVE REGACORDO TO REGACORDOH
                WRITE REGACORDOH
            END-IF.
