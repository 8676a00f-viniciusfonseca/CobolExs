        DATE-COMPILED. 10/08/2026.
      * REMARKS. BAIXA DE PAGAMENTOS PELO RETORNO BANCARIO: CLASSIFICA
      * BANKRET.DAT (UMA LINHA POR BOLETO PAGO: NUMERO DO SOCIO, VALOR
      * PAGO E DATA DO PAGAMENTO) POR NUMERO DE SOCIO E BUSCA CADA
      * UM EM ARQSOC1.DAT PELA CHAVE (ARQUIVO INDEXADO POR NUMSOC).
      * SOCIO COM PAGAMENTO CASADO VOLTA A CODPAG1 = 1 COM DIASATR
      * ZERADO, REGRAVADO NO PROPRIO REGISTRO (REWRITE) - O CADASTRO
      * NAO E MAIS COPIADO INTEIRO A CADA RODADA; PAGAMENTOS SEM
      * SOCIO CORRESPONDENTE SAEM NA LISTA DE EXCECAO RELNPAG. CADA
      * BAIXA E REGISTRADA VIA AUDITLOG.
      * O VALOR PAGO E COMPARADO COM O VALOR EM ABERTO DENTRO DA
      * TOLERANCIA DE PARAM31.DAT: DENTRO DELA E BAIXA INTEGRAL;
      * PAGAMENTO A MENOR E PARCIAL - O SOCIO SEGUE EM ABERTO COM O
      * CREDITO EM SOCCRED.DAT, ABATIDO PELA PROXIMA COBRANCA DE
      * EM02EX01. OS TRES DESFECHOS PASSAM POR SOCLOG, PARA O
      * EXTRATO DE EM02EX10 MOSTRAR O QUE ACONTECEU.
      * SOCIO BAIXADO POR PERDA (CODPAG1 = 3, EM02EX42) QUE VOLTA A
      * PAGAR TEM O VALOR RECEBIDO, ATE O SALDO BAIXADO, LANCADO
      * ANTES COMO RECUPERACAO (EVENTO RECUPERA), QUE DEVOLVE O
      * SALDO AO RECEBIVEL PARA A BAIXA NORMAL QUE SEGUE.
      * OS DEBITOS AUTOMATICOS EFETUADOS, SEPARADOS DO RETORNO DO
      * BANCO POR EM02EX44 EM DEBBAIXA.DAT (MESMO LAYOUT DE
      * BANKRET.DAT), ENTRAM NA MESMA CLASSIFICACAO E SAO BAIXADOS
      * DO MESMO JEITO; O ARQUIVO E ESVAZIADO DEPOIS DE LIDO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT BANKRETS ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUMSOC1
            FILE STATUS IS WS-FSSOC.
            SELECT RELNPAG ASSIGN TO DISK.
            SELECT OPTIONAL DUNRESET ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            SELECT OPTIONAL SUSPCORR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCORR.
            SELECT OPTIONAL DEBBAIXA ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDEB.

        DATA DIVISION.
            FILE SECTION.
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

            FD RELNPAG
               LABEL RECORD IS OMITTED.
               02 FILLER       PIC X.
               02 CO-NUMCERTO  PIC 9(06).

      * DEBITOS AUTOMATICOS EFETUADOS, GRAVADOS POR EM02EX44.
            FD DEBBAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEBBAIXA.DAT".
            01 REGDEBBAIXA.
               02 NUMSOC-DEB PIC 9(06).
               02 VALOR-DEB  PIC 9(09)V9(02).
               02 DATA-DEB   PIC 9(08).

            WORKING-STORAGE SECTION.
            77 WS-FSSOC PIC X(02) VALUE SPACES.
            77 SOCACHADO PIC X(03) VALUE "NAO".
            77 FIM-RET  PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 WS-DIFERENCA  PIC S9(09)V99 VALUE ZEROES.
            77 WS-SALDO      PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-CREDITO    PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-RECUPERADO PIC 9(09)V9(02) VALUE ZEROES.
            77 CT-PARCIAIS   PIC 9(05) VALUE ZEROES.
            77 CT-CREDITOS   PIC 9(05) VALUE ZEROES.
            77 WS-FSSUSP     PIC X(02) VALUE SPACES.
            77 WS-FSCORR     PIC X(02) VALUE SPACES.
            77 FIM-SUSP      PIC X(03) VALUE "NAO".
            77 FIM-CORR      PIC X(03) VALUE "NAO".
            77 WS-FSDEB      PIC X(02) VALUE SPACES.
            77 FIM-DEB       PIC X(03) VALUE "NAO".
            77 CT-RETENTADOS PIC 9(05) VALUE ZEROES.
            77 WS-DATASUSP   PIC 9(08) VALUE ZEROES.
            77 WS-DATAREALS  PIC 9(08) VALUE ZEROES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM ABRECADASTRO.
            SORT TRABRET
                 ASCENDING KEY NUMSOC-T
                 INPUT PROCEDURE IS ROTENTRADA
                 GIVING BANKRETS.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-RET EQUAL "SIM".
            PERFORM TERMINO.
        STOP RUN.

      * O CADASTRO E ABERTO ANTES DA CLASSIFICACAO: SEM ELE A RODADA
      * PARA SEM CONSUMIR O RETORNO, OS DEBITOS E O SUSPENSO.
        ABRECADASTRO.
            OPEN I-O ARQSOC1.
            IF WS-FSSOC NOT EQUAL "00"
                DISPLAY "EM02EX09: *** ARQSOC1.DAT AUSENTE OU "
                        "ILEGIVEL (STATUS " WS-FSSOC ") ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

        ROTENTRADA.
            CALL "DATAPROC" USING WS-DATASUSP WS-DATAREALS.
            PERFORM CARREGACORRECOES.
            PERFORM LEITURA-BANCO UNTIL FIM-RET EQUAL "SIM".
            CLOSE BANKRET.
            MOVE "NAO" TO FIM-RET.
            PERFORM LIBERADEBITOS.
            PERFORM LIBERASUSPENSO.

        CARREGACORRECOES.
                    RELEASE TREGRET
            END-READ.

        LIBERADEBITOS.
            OPEN INPUT DEBBAIXA.
            IF WS-FSDEB NOT EQUAL "00"
                MOVE "SIM" TO FIM-DEB.
            PERFORM LEITURA-DEBITO UNTIL FIM-DEB EQUAL "SIM".
            CLOSE DEBBAIXA.
            OPEN OUTPUT DEBBAIXA.
            CLOSE DEBBAIXA.

        LEITURA-DEBITO.
            READ DEBBAIXA
                AT END MOVE "SIM" TO FIM-DEB
                NOT AT END
                    MOVE NUMSOC-DEB  TO NUMSOC-T
                    MOVE VALOR-DEB   TO VALOR-T
                    MOVE DATA-DEB    TO DATA-T
                    MOVE WS-DATASUSP TO DATAENT-T
                    RELEASE TREGRET
            END-READ.

        INICIO.
            PERFORM LEPARAM31.
            OPEN INPUT  BANKRETS
                 OUTPUT RELNPAG.
            WRITE REGNPAG FROM CAB-NPAG AFTER ADVANCING PAGE.
            PERFORM LERETORNO.

        LEPARAM31.
                 NOT AT END MOVE PARM-TOLER TO WS-TOLER.
            CLOSE PARAM31.

        LERETORNO.
            READ BANKRETS AT END MOVE "SIM" TO FIM-RET.
            IF FIM-RET NOT EQUAL "SIM"
            END-IF.

        PRINCIPAL.
            MOVE NUMSOC-RTS TO NUMSOC1.
            MOVE "SIM" TO SOCACHADO.
            READ ARQSOC1
                INVALID KEY MOVE "NAO" TO SOCACHADO
            END-READ.
            IF SOCACHADO EQUAL "SIM"
                ADD 1 TO CT-LIDOS
                PERFORM BAIXAPAGAMENTO
            ELSE
                PERFORM PAGAMENTOSEMSOCIO
            END-IF.

        BAIXAPAGAMENTO.
            MOVE NUMSOC1 TO WS-NUMPOSTADO.
            IF CODPAG1 EQUAL 3
                PERFORM RECUPERAPERDA
            END-IF.
            COMPUTE WS-DIFERENCA = VALOR-RTS - VALPAG1.
            EVALUATE TRUE
                WHEN WS-DIFERENCA GREATER THAN WS-TOLER
                WHEN OTHER
                    PERFORM BAIXAINTEGRAL
            END-EVALUATE.
            REWRITE CADSOC1.
            ADD 1 TO CT-GRAVADOS.
            PERFORM LERETORNO.
            PERFORM DESCARTADUPLICADO
                UNTIL FIM-RET EQUAL "SIM"
                   OR NUMSOC-RTS NOT EQUAL WS-NUMPOSTADO.

      * SALDO BAIXADO POR PERDA QUE VOLTA A SER PAGO: A PARTE
      * RECEBIDA, ATE O VALPAG1 BAIXADO, E RECUPERADA.
        RECUPERAPERDA.
            IF VALOR-RTS LESS THAN VALPAG1
                MOVE VALOR-RTS TO WS-RECUPERADO
            ELSE
                MOVE VALPAG1   TO WS-RECUPERADO
            END-IF.
            MOVE NUMSOC1    TO LK-CHAVE.
            MOVE "RECUPERA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            MOVE "RECUPERA" TO LK-EVENTO.
            MOVE ZEROES     TO LK-DIASLEDG.
            CALL "SOCLOG" USING NUMSOC1 LK-EVENTO WS-RECUPERADO
                                 LK-DIASLEDG.

        BAIXAINTEGRAL.
            MOVE 1       TO CODPAG1.
            MOVE ZEROES  TO DIASATR.
            ADD 1 TO CT-BAIXAS.

            MOVE NUMSOC1 TO LK-CHAVE.
      * ZERADA.
        BAIXAPARCIAL.
            COMPUTE WS-SALDO = VALPAG1 - VALOR-RTS.
            MOVE WS-SALDO TO VALPAG1.
            PERFORM ATRASOEMDIASUTEIS.
            MOVE WS-DIASUTEIS TO DIASATR.
            ADD 1 TO CT-PARCIAIS.

            MOVE NUMSOC1    TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            PERFORM LERETORNO.

        PAGAMENTOSEMSOCIO.
            MOVE NUMSOC-RTS TO DN-NUM.
            MOVE VALOR-RTS  TO DN-VALOR.
            WRITE REGNPAG FROM ROD-05 AFTER ADVANCING 1 LINE .
            CLOSE ARQSOC1
                  BANKRETS
                  RELNPAG.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
