            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT ARQSOC1  ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1.
            SELECT ARQSOC2  ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELSOCIO ASSIGN TO DISK.
            FILE STATUS IS WS-FSEMIT.
            SELECT OPTIONAL CHECKPT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CATSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCAT.
            SELECT OPTIONAL DEPSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDEP.
            SELECT OPTIONAL DEBAUT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSAUT.
            SELECT DEBENV   ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ACORDO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSACO.

        DATA DIVISION.
            FILE SECTION.
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

            FD ARQSOC2
               LABEL RECORD IS STANDARD
            01 REGCHECK.
               02 CK-ULTCHAVE PIC 9(06).

      * TABELA DE CATEGORIAS DE SOCIO: MENSALIDADE DO TITULAR E DE
      * CADA DEPENDENTE. SOCIO COM CATEGORIA E COBRADO POR ELA MAIS
      * OS DEPENDENTES DE DEPSOC.DAT, NAO PELO VALPAG DIGITADO.
            FD CATSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CATSOC.DAT".
            01 REGCATSOC.
               02 CS-CATEG   PIC X(01).
               02 FILLER     PIC X.
               02 CS-DESC    PIC X(15).
               02 FILLER     PIC X.
               02 CS-VALTIT  PIC 9(07)V99.
               02 FILLER     PIC X.
               02 CS-VALDEP  PIC 9(07)V99.
               02 FILLER     PIC X.
               02 CS-MAXDEP  PIC 9(02).

            FD DEPSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPSOC.DAT".
            01 REGDEPSOC.
               02 DP-NUMSOC  PIC 9(06).
               02 FILLER     PIC X.
               02 DP-SEQ     PIC 9(02).
               02 FILLER     PIC X.
               02 DP-NOME    PIC X(30).
               02 FILLER     PIC X.
               02 DP-PARENT  PIC X(01).
               02 FILLER     PIC X.
               02 DP-DTNASC  PIC 9(08).

      * AUTORIZACOES DE DEBITO AUTOMATICO, MANTIDAS POR EM02EX44:
      * SOCIO COM AUTORIZACAO ATIVA ("A") E COBRADO POR DEBITO EM
      * CONTA EM DEBENV.DAT, NAO POR BOLETO NA REMESSA.
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

      * PEDIDO DE DEBITO NO LAYOUT DO BANCO (REGISTRO "E", DATA DO
      * DEBITO EM AAAAMMDD, MOEDA "03" REAL, MOVIMENTO 0 DEBITO
      * NORMAL). O RETORNO VOLTA EM DEBRET.DAT PARA EM02EX44.
            FD DEBENV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEBENV.DAT".
            01 REGDEBENV.
               02 DE-TIPO    PIC X(01).
               02 DE-NUMSOC  PIC 9(06).
               02 DE-BANCO   PIC 9(03).
               02 DE-AGENCIA PIC 9(04).
               02 DE-CONTA   PIC X(12).
               02 DE-DTVENC  PIC 9(08).
               02 DE-VALOR   PIC 9(13)V9(02).
               02 DE-MOEDA   PIC X(02).
               02 DE-MOVTO   PIC 9(01).

      * PARCELAS DOS ACORDOS DE EM02EX45: SOCIO EM CODPAG1 = 4 E
      * COBRADO PELA PARCELA DA VEZ, SEM MULTA NEM JUROS, NO LUGAR
      * DA MENSALIDADE.
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

            WORKING-STORAGE SECTION.
            77 FIM-ARQ    PIC X(03)       VALUE  "NAO".
            77 WS-ULTCHAVE   PIC 9(06) VALUE ZEROES.
            77 CT-CREDEXC   PIC 9(05) VALUE ZEROES.
            77 FIM-CREDK    PIC X(03) VALUE "NAO".

            77 WS-FSCAT    PIC X(02) VALUE SPACES.
            77 WS-FSDEP    PIC X(02) VALUE SPACES.
            77 FIM-AUX     PIC X(03) VALUE "NAO".
            77 WS-MENSALIDADE PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-QTDEDEP  PIC 9(03) VALUE ZEROES.
            77 QTDE-CAT    PIC 9(02) VALUE ZEROES.
            77 IDX-CAT     PIC 9(02) VALUE ZEROES.
            77 CATACHADA   PIC X(03) VALUE "NAO".
            77 QTDE-TIT    PIC 9(04) VALUE ZEROES.
            77 IDX-TIT     PIC 9(04) VALUE ZEROES.
            77 TITACHADO   PIC X(03) VALUE "NAO".

            77 WS-FSAUT    PIC X(02) VALUE SPACES.
            77 QTDE-DEB    PIC 9(04) VALUE ZEROES.
            77 IDX-DEB     PIC 9(04) VALUE ZEROES.
            77 DEBACHADO   PIC X(03) VALUE "NAO".
            77 CT-DEBENV   PIC 9(07) VALUE ZEROES.
            77 WS-TOTDEBENV PIC 9(13)V99 VALUE ZEROES.

            77 WS-FSACO    PIC X(02) VALUE SPACES.
            77 QTDE-ACO    PIC 9(04) VALUE ZEROES.
            77 IDX-ACO     PIC 9(04) VALUE ZEROES.
            77 ACOACHADO   PIC X(03) VALUE "NAO".
            77 WS-ACOTOTAL PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-ACOPAGO  PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-ACOACUM  PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-VALCOBR  PIC 9(09)V9(02) VALUE ZEROES.

            01 TAB-ACORDO.
               02 TAB-ACO-OCR OCCURS 2000 TIMES.
                  03 ACO-NUM-OCR   PIC 9(06).
                  03 ACO-VALOR-OCR PIC 9(09)V9(02).
                  03 ACO-VENC-OCR  PIC 9(08).

            01 TAB-DEBITO.
               02 TAB-DEB-OCR OCCURS 1000 TIMES.
                  03 DEB-NUM-OCR     PIC 9(06).
                  03 DEB-BANCO-OCR   PIC 9(03).
                  03 DEB-AGENCIA-OCR PIC 9(04).
                  03 DEB-CONTA-OCR   PIC X(12).

            01 TAB-CATEG.
               02 TAB-CAT-OCR OCCURS 20 TIMES.
                  03 CAT-COD-OCR    PIC X(01).
                  03 CAT-VALTIT-OCR PIC 9(07)V99.
                  03 CAT-VALDEP-OCR PIC 9(07)V99.

            01 TAB-TITULAR.
               02 TAB-TIT-OCR OCCURS 1000 TIMES.
                  03 TIT-NUM-OCR    PIC 9(06).
                  03 TIT-QTDEP-OCR  PIC 9(03).

            01 TAB-CREDITO.
               02 TAB-CRED-OCR OCCURS 200 TIMES.
                  03 CRED-NUM-OCR  PIC 9(06).
        INICIO.
            PERFORM LEPARAM18.
            PERFORM CARREGACREDITOS.
            PERFORM CARREGACATEGORIAS.
            PERFORM CARREGADEPENDENTES.
            PERFORM CARREGADEBITOS.
            PERFORM CARREGAACORDOS.
            PERFORM PEGADATASISTEMA.
            PERFORM LECHECKPOINT.
            OPEN INPUT  ARQSOC1
                 OUTPUT ARQSOC2
                        RELSOCIO
                        RELEXC
                        REMESSA
                        DEBENV.
            PERFORM LEITURA.

        LEPARAM18.
                    END-IF
            END-READ.

        CARREGACATEGORIAS.
            MOVE "NAO" TO FIM-AUX.
            OPEN INPUT CATSOC.
            IF WS-FSCAT NOT EQUAL "00"
                MOVE "SIM" TO FIM-AUX
            END-IF.
            PERFORM LEITURA-CATEGORIA UNTIL FIM-AUX EQUAL "SIM".
            CLOSE CATSOC.

        LEITURA-CATEGORIA.
            READ CATSOC
                AT END MOVE "SIM" TO FIM-AUX
                NOT AT END
                    IF QTDE-CAT LESS THAN 20
                       AND CS-CATEG NOT EQUAL SPACES
                        ADD 1 TO QTDE-CAT
                        MOVE CS-CATEG  TO CAT-COD-OCR(QTDE-CAT)
                        MOVE CS-VALTIT TO CAT-VALTIT-OCR(QTDE-CAT)
                        MOVE CS-VALDEP TO CAT-VALDEP-OCR(QTDE-CAT)
                    END-IF
            END-READ.

      * SO A QUANTIDADE DE DEPENDENTES POR TITULAR INTERESSA A
      * COBRANCA.
        CARREGADEPENDENTES.
            MOVE "NAO" TO FIM-AUX.
            OPEN INPUT DEPSOC.
            IF WS-FSDEP NOT EQUAL "00"
                MOVE "SIM" TO FIM-AUX
            END-IF.
            PERFORM LEITURA-DEPENDENTE UNTIL FIM-AUX EQUAL "SIM".
            CLOSE DEPSOC.

        LEITURA-DEPENDENTE.
            READ DEPSOC
                AT END MOVE "SIM" TO FIM-AUX
                NOT AT END
                    MOVE "NAO" TO TITACHADO
                    PERFORM VARYING IDX-TIT FROM 1 BY 1
                             UNTIL IDX-TIT GREATER THAN QTDE-TIT
                                OR TITACHADO EQUAL "SIM"
                        IF TIT-NUM-OCR(IDX-TIT) EQUAL DP-NUMSOC
                            MOVE "SIM" TO TITACHADO
                        END-IF
                    END-PERFORM
                    IF TITACHADO EQUAL "SIM"
                        SUBTRACT 1 FROM IDX-TIT
                        ADD 1 TO TIT-QTDEP-OCR(IDX-TIT)
                    ELSE
                        IF QTDE-TIT LESS THAN 1000
                            ADD 1 TO QTDE-TIT
                            MOVE DP-NUMSOC TO TIT-NUM-OCR(QTDE-TIT)
                            MOVE 1         TO TIT-QTDEP-OCR(QTDE-TIT)
                        ELSE
                            DISPLAY "EM02EX01: *** TABELA DE TITULARES "
                                    "CHEIA - DEPENDENTES DE "
                                    DP-NUMSOC " NAO COBRADOS ***"
                        END-IF
                    END-IF
            END-READ.

      * SO AS AUTORIZACOES ATIVAS INTERESSAM A COBRANCA; SOCIO QUE
      * NAO COUBER NA TABELA CONTINUA NO BOLETO.
        CARREGADEBITOS.
            MOVE "NAO" TO FIM-AUX.
            OPEN INPUT DEBAUT.
            IF WS-FSAUT NOT EQUAL "00"
                MOVE "SIM" TO FIM-AUX
            END-IF.
            PERFORM LEITURA-DEBAUT UNTIL FIM-AUX EQUAL "SIM".
            CLOSE DEBAUT.

        LEITURA-DEBAUT.
            READ DEBAUT
                AT END MOVE "SIM" TO FIM-AUX
                NOT AT END
                    IF DA-SITUACAO EQUAL "A"
                        IF QTDE-DEB LESS THAN 1000
                            ADD 1 TO QTDE-DEB
                            MOVE DA-NUMSOC  TO DEB-NUM-OCR(QTDE-DEB)
                            MOVE DA-BANCO   TO DEB-BANCO-OCR(QTDE-DEB)
                            MOVE DA-AGENCIA
                                TO DEB-AGENCIA-OCR(QTDE-DEB)
                            MOVE DA-CONTA   TO DEB-CONTA-OCR(QTDE-DEB)
                        ELSE
                            DISPLAY "EM02EX01: *** TABELA DE DEBITO "
                                    "AUTOMATICO CHEIA - SOCIO "
                                    DA-NUMSOC " COBRADO POR BOLETO ***"
                        END-IF
                    END-IF
            END-READ.

      * SO AS PARCELAS ABERTAS E PAGAS DO ACORDO VIVO; AS QUITADAS E
      * QUEBRADAS SAO DE ACORDO JA ENCERRADO.
        CARREGAACORDOS.
            MOVE "NAO" TO FIM-AUX.
            OPEN INPUT ACORDO.
            IF WS-FSACO NOT EQUAL "00"
                MOVE "SIM" TO FIM-AUX
            END-IF.
            PERFORM LEITURA-ACORDO UNTIL FIM-AUX EQUAL "SIM".
            CLOSE ACORDO.

        LEITURA-ACORDO.
            READ ACORDO
                AT END MOVE "SIM" TO FIM-AUX
                NOT AT END
                    IF AC-SITUACAO EQUAL "ABERTA"
                       OR AC-SITUACAO EQUAL "PAGA"
                        IF QTDE-ACO LESS THAN 2000
                            ADD 1 TO QTDE-ACO
                            MOVE AC-NUMSOC TO ACO-NUM-OCR(QTDE-ACO)
                            MOVE AC-VALOR  TO ACO-VALOR-OCR(QTDE-ACO)
                            MOVE AC-VENC   TO ACO-VENC-OCR(QTDE-ACO)
                        ELSE
                            DISPLAY "EM02EX01: *** TABELA DE ACORDOS "
                                    "CHEIA - PARCELA DE " AC-NUMSOC
                                    " IGNORADA ***"
                        END-IF
                    END-IF
            END-READ.

        PEGADATASISTEMA.
            CALL "DATAPROC" USING WS-DATA-SISTEMA WS-DATAREAL.
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

        SAIDA.
            PERFORM CALCULAATRASO.
            PERFORM CALCULAMENSALIDADE.
      * CODPAG1 = 3 E SOCIO BAIXADO POR PERDA (EM02EX42): NAO E
      * COBRADO NEM E EXCECAO. CODPAG1 = 4 E SOCIO EM ACORDO
      * (EM02EX45): COBRA A PARCELA DA VEZ.
            EVALUATE CODPAG1
                WHEN 1 PERFORM GRAVACAO
                WHEN 2 PERFORM IMPRESSAO
                WHEN 3 CONTINUE
                WHEN 4 PERFORM COBRAACORDO
                WHEN OTHER PERFORM EXCECAO
            END-EVALUATE.

                MOVE DIASATR TO WS-DIASCALC
            END-IF.

      * SOCIO COM CATEGORIA: A COBRANCA E A MENSALIDADE DO TITULAR
      * MAIS A DE CADA DEPENDENTE, PELA TABELA CATSOC.DAT, NO LUGAR
      * DO VALPAG DIGITADO. ATRASADO COM SALDO MENOR QUE ISSO (JA
      * PAGOU PARTE) E COBRADO PELO SALDO. CATEGORIA FORA DA TABELA
      * FICA NO VALPAG E VAI PARA A AUDITORIA.
        CALCULAMENSALIDADE.
            IF CATSOC1 EQUAL SPACES OR CODPAG1 EQUAL 4
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO CATACHADA.
            PERFORM VARYING IDX-CAT FROM 1 BY 1
                     UNTIL IDX-CAT GREATER THAN QTDE-CAT
                        OR CATACHADA EQUAL "SIM"
                IF CAT-COD-OCR(IDX-CAT) EQUAL CATSOC1
                    MOVE "SIM" TO CATACHADA
                END-IF
            END-PERFORM.
            IF CATACHADA NOT EQUAL "SIM"
                MOVE NUMSOC1    TO LK-CHAVE
                MOVE "CATINVAL" TO LK-ACAO
                CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1 FROM IDX-CAT.
            MOVE ZEROES TO WS-QTDEDEP.
            MOVE "NAO" TO TITACHADO.
            PERFORM VARYING IDX-TIT FROM 1 BY 1
                     UNTIL IDX-TIT GREATER THAN QTDE-TIT
                        OR TITACHADO EQUAL "SIM"
                IF TIT-NUM-OCR(IDX-TIT) EQUAL NUMSOC1
                    MOVE "SIM" TO TITACHADO
                    MOVE TIT-QTDEP-OCR(IDX-TIT) TO WS-QTDEDEP
                END-IF
            END-PERFORM.
            COMPUTE WS-MENSALIDADE =
                CAT-VALTIT-OCR(IDX-CAT)
              + WS-QTDEDEP * CAT-VALDEP-OCR(IDX-CAT).
            IF CODPAG1 EQUAL 2
               AND VALPAG1 GREATER THAN ZEROES
               AND VALPAG1 LESS THAN WS-MENSALIDADE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-MENSALIDADE TO VALPAG1.

        EXCECAO.
            MOVE NUMSOC1 TO EXC-NUMSOC.
            MOVE CODPAG1 TO EXC-CODPAG.
            CALL "DIAUTIL" USING LK-MODOUTIL WS-VENC-DATA
                                  WS-DATA-SISTEMA LK-DIASUTEIS.

            MOVE VALPAG1 TO WS-VALCOBR.
            PERFORM EMITECOBRANCA.

      * COBRANCA MONTADA EM WS-VALCOBR/AUXMULTA/AUXJUROS/AUXTOTREM E
      * WS-VENC-DATA: VAI PARA O DEBITO AUTOMATICO QUANDO O SOCIO
      * TEM AUTORIZACAO, SENAO PARA O BOLETO DA REMESSA.
        EMITECOBRANCA.
            PERFORM PROCURADEBITO.
            IF DEBACHADO EQUAL "SIM"
                PERFORM GRAVADEBITO
                PERFORM REGISTRAEMISSAO
                EXIT PARAGRAPH
            END-IF.

            MOVE NUMSOC1      TO REM-NUMSOC.
            MOVE WS-VALCOBR   TO REM-VALOR.
            MOVE AUXMULTA     TO REM-MULTA.
            MOVE AUXJUROS     TO REM-JUROS.
            MOVE AUXTOTREM    TO REM-TOTAL.
            ADD AUXTOTREM TO WS-TOTREMESSA.
            PERFORM REGISTRAEMISSAO.

      * O QUE JA FOI PAGO DO ACORDO E O TOTAL DAS PARCELAS MENOS O
      * SALDO (VALPAG1); A PARCELA DA VEZ E A PRIMEIRA QUE ESSE VALOR
      * NAO COBRE, COBRADA PELO QUE FALTA DELA. PARCELA JA VENCIDA
      * GANHA NOVO VENCIMENTO PELO PRAZO DA PRIMEIRA FAIXA.
        COBRAACORDO.
            MOVE "NAO"  TO ACOACHADO.
            MOVE ZEROES TO WS-ACOTOTAL.
            PERFORM VARYING IDX-ACO FROM 1 BY 1
                     UNTIL IDX-ACO GREATER THAN QTDE-ACO
                IF ACO-NUM-OCR(IDX-ACO) EQUAL NUMSOC1
                    MOVE "SIM" TO ACOACHADO
                    ADD ACO-VALOR-OCR(IDX-ACO) TO WS-ACOTOTAL
                END-IF
            END-PERFORM.
            IF ACOACHADO NOT EQUAL "SIM"
                PERFORM EXCECAO
                EXIT PARAGRAPH
            END-IF.
            IF VALPAG1 EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            IF VALPAG1 LESS THAN WS-ACOTOTAL
                COMPUTE WS-ACOPAGO = WS-ACOTOTAL - VALPAG1
            ELSE
                MOVE ZEROES TO WS-ACOPAGO
            END-IF.
            MOVE "NAO"  TO ACOACHADO.
            MOVE ZEROES TO WS-ACOACUM.
            PERFORM VARYING IDX-ACO FROM 1 BY 1
                     UNTIL IDX-ACO GREATER THAN QTDE-ACO
                        OR ACOACHADO EQUAL "SIM"
                IF ACO-NUM-OCR(IDX-ACO) EQUAL NUMSOC1
                    ADD ACO-VALOR-OCR(IDX-ACO) TO WS-ACOACUM
                    IF WS-ACOACUM GREATER THAN WS-ACOPAGO
                        MOVE "SIM" TO ACOACHADO
                        COMPUTE WS-VALCOBR = WS-ACOACUM - WS-ACOPAGO
                        MOVE ACO-VENC-OCR(IDX-ACO) TO WS-VENC-DATA
                    END-IF
                END-IF
            END-PERFORM.
            IF ACOACHADO NOT EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            IF WS-VENC-DATA LESS THAN WS-DATA-SISTEMA
                COMPUTE WS-VENC-INT = WS-HOJE-INT + PRAZO-OCR(1)
                MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-INT)
                    TO WS-VENC-DATA
            END-IF.
            MOVE "P" TO LK-MODOUTIL.
            CALL "DIAUTIL" USING LK-MODOUTIL WS-VENC-DATA
                                  WS-DATA-SISTEMA LK-DIASUTEIS.
            MOVE ZEROES     TO AUXMULTA AUXJUROS.
            MOVE WS-VALCOBR TO AUXTOTREM.
            PERFORM ABATECREDITO.
            PERFORM EMITECOBRANCA.
            ADD 1 TO CT-GRAVADOS.

            MOVE NUMSOC1     TO LK-CHAVE.
            MOVE "EM ACORDO" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

            MOVE "EM ACORDO" TO LK-EVENTO.
            MOVE ZEROES      TO LK-DIASLEDG.
            CALL "SOCLOG" USING NUMSOC1 LK-EVENTO WS-VALCOBR
                                 LK-DIASLEDG.

        PROCURADEBITO.
            MOVE "NAO" TO DEBACHADO.
            PERFORM VARYING IDX-DEB FROM 1 BY 1
                     UNTIL IDX-DEB GREATER THAN QTDE-DEB
                        OR DEBACHADO EQUAL "SIM"
                IF DEB-NUM-OCR(IDX-DEB) EQUAL NUMSOC1
                    MOVE "SIM" TO DEBACHADO
                END-IF
            END-PERFORM.
            IF DEBACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-DEB
            END-IF.

      * A COBRANCA POR DEBITO FICA NO REGISTRO DE EMISSOES COMO O
      * BOLETO: SE O BANCO RECUSAR, O BOLETO DE EM02EX44 COBRA A
      * MESMA LINHA.
        GRAVADEBITO.
            MOVE "E"                      TO DE-TIPO.
            MOVE NUMSOC1                  TO DE-NUMSOC.
            MOVE DEB-BANCO-OCR(IDX-DEB)   TO DE-BANCO.
            MOVE DEB-AGENCIA-OCR(IDX-DEB) TO DE-AGENCIA.
            MOVE DEB-CONTA-OCR(IDX-DEB)   TO DE-CONTA.
            MOVE WS-VENC-DATA             TO DE-DTVENC.
            MOVE AUXTOTREM                TO DE-VALOR.
            MOVE "03"                     TO DE-MOEDA.
            MOVE 0                        TO DE-MOVTO.
            WRITE REGDEBENV.
            ADD 1         TO CT-DEBENV.
            ADD AUXTOTREM TO WS-TOTDEBENV.

            MOVE NUMSOC1    TO LK-CHAVE.
            MOVE "DEBENVIA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        REGISTRAEMISSAO.
            OPEN EXTEND BOLEMIT.
            IF WS-FSEMIT EQUAL "35"
                  ARQSOC2
                  RELSOCIO
                  RELEXC
                  REMESSA
                  DEBENV.
            MOVE "REMESSA.DAT" TO LK-TMARQ.
            CALL "TRANSMAN" USING LK-TMARQ CT-REMESSA
                                   WS-TOTREMESSA.
            MOVE "DEBENV.DAT" TO LK-TMARQ.
            CALL "TRANSMAN" USING LK-TMARQ CT-DEBENV
                                   WS-TOTDEBENV.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
