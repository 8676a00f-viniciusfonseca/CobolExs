      * DE PARAM31.DAT, PAGAMENTO PARCIAL REDUZ O SALDO, EXCEDENTE
      * VIRA CREDITO EM SOCCRED.DAT, BAIXA AVISA A REGUA VIA
      * DUNRESET.DAT, TUDO POR SOCLOG E AUDITLOG). PIX SEM SOCIO VAI
      * PARA O SUSPENSO SUSPCRED.DAT. ARQSOC1.DAT E INDEXADO POR
      * NUMSOC: CADA PIX LE O SEU SOCIO PELA CHAVE E O REGRAVA
      * SOZINHO (REWRITE), SEM COPIAR O CADASTRO INTEIRO - POR ISSO
      * A BAIXA NAO TOMA A TRAVA BATLOCK.DAT E RODA MESMO COM A
      * CADEIA NOTURNA EM ANDAMENTO. UM SEGUNDO PIX DO MESMO SOCIO
      * NA MESMA RODADA VAI PARA O SUSPENSO.
      * PIX DE SOCIO BAIXADO POR PERDA (CODPAG1 = 3) E RECUPERADO
      * COMO EM EM02EX09 (EVENTO RECUPERA) ANTES DA BAIXA.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT PIXKEEP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUMSOC1
            FILE STATUS IS WS-FSSOC.
            SELECT OPTIONAL SOCCRED ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCRED.
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

            FD SOCCRED
               LABEL RECORD IS STANDARD
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-PIX PIC X(03) VALUE "NAO".
            77 WS-FSSOC  PIC X(02) VALUE SPACES.
            77 WS-FSCRED PIC X(02) VALUE SPACES.
            77 WS-FSPIX  PIC X(02) VALUE SPACES.
            77 FIM-PIXK  PIC X(03) VALUE "NAO".
            77 CT-CREDITOS PIC 9(05) VALUE ZEROES.
            77 CT-SEMSOCIO PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM02EX27".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 LK-EVENTO   PIC X(10) VALUE SPACES.
            77 WS-DIFERENCA PIC S9(09)V99 VALUE ZEROES.
            77 WS-SALDO    PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-CREDITO  PIC 9(09)V9(02) VALUE ZEROES.
            77 WS-RECUPERADO PIC 9(09)V9(02) VALUE ZEROES.
            77 QTDE-PIX PIC 9(03) VALUE ZEROES.
            77 IDX-PIX  PIC 9(03) VALUE ZEROES.
            77 IDX-ANT  PIC 9(03) VALUE ZEROES.
            77 SOCACHADO PIC X(03) VALUE "NAO".
            77 PIXREPETIDO PIC X(03) VALUE "NAO".

            01 TAB-PIX.
               02 TAB-PIX-OCR OCCURS 500 TIMES.
        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL
                VARYING IDX-PIX FROM 1 BY 1
                UNTIL IDX-PIX GREATER THAN QTDE-PIX.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            PERFORM LEPARAM31.
            OPEN I-O ARQSOC1.
            IF WS-FSSOC NOT EQUAL "00"
                DISPLAY "EM02EX27: *** ARQSOC1.DAT AUSENTE OU "
                        "ILEGIVEL (STATUS " WS-FSSOC ") - PIXRET.DAT "
                        "FICA PARA A PROXIMA RODADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARREGAPIX.
            OPEN OUTPUT RELPIX.

        LEPARAM31.
            OPEN INPUT PARAM31.
                    WRITE REGPIX
            END-READ.

      * CADA PIX BUSCA O SOCIO PELA CHAVE; NAO ACHADO (OU SOCIO JA
      * BAIXADO POR OUTRO PIX DESTA RODADA) FICA PARA O SUSPENSO.
        PRINCIPAL.
            PERFORM BUSCAREPETIDO.
            IF PIXREPETIDO EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            MOVE PIX-NUM-OCR(IDX-PIX) TO NUMSOC1.
            MOVE "SIM" TO SOCACHADO.
            READ ARQSOC1
                INVALID KEY MOVE "NAO" TO SOCACHADO
            END-READ.
            IF SOCACHADO EQUAL "SIM"
                ADD 1 TO CT-LIDOS
                PERFORM POSTAPIX
                REWRITE CADSOC1
                ADD 1 TO CT-GRAVADOS
            END-IF.

        BUSCAREPETIDO.
            MOVE "NAO" TO PIXREPETIDO.
            PERFORM VARYING IDX-ANT FROM 1 BY 1
                     UNTIL IDX-ANT NOT LESS THAN IDX-PIX
                        OR PIXREPETIDO EQUAL "SIM"
                IF PIX-NUM-OCR(IDX-ANT) EQUAL PIX-NUM-OCR(IDX-PIX)
                   AND PIX-USADO-OCR(IDX-ANT) EQUAL "SIM"
                    MOVE "SIM" TO PIXREPETIDO
                END-IF
            END-PERFORM.

        POSTAPIX.
            MOVE "SIM" TO PIX-USADO-OCR(IDX-PIX).
            IF CODPAG1 EQUAL 3
                PERFORM PIXRECUPERA
            END-IF.
            COMPUTE WS-DIFERENCA =
                PIX-VAL-OCR(IDX-PIX) - VALPAG1.
            EVALUATE TRUE
                    PERFORM PIXINTEGRAL
            END-EVALUATE.

      * SALDO BAIXADO POR PERDA QUE VOLTA A SER PAGO: A PARTE
      * RECEBIDA, ATE O VALPAG1 BAIXADO, E RECUPERADA.
        PIXRECUPERA.
            IF PIX-VAL-OCR(IDX-PIX) LESS THAN VALPAG1
                MOVE PIX-VAL-OCR(IDX-PIX) TO WS-RECUPERADO
            ELSE
                MOVE VALPAG1 TO WS-RECUPERADO
            END-IF.
            MOVE NUMSOC1    TO LK-CHAVE.
            MOVE "RECUPERA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            MOVE "RECUPERA" TO LK-EVENTO.
            MOVE ZEROES     TO LK-DIASLEDG.
            CALL "SOCLOG" USING NUMSOC1 LK-EVENTO WS-RECUPERADO
                                 LK-DIASLEDG.

        PIXINTEGRAL.
            MOVE 1      TO CODPAG1.
            MOVE ZEROES TO DIASATR.
            WRITE REGDUNRESET.
            CLOSE DUNRESET.

      * PIX QUE NAO CASOU COM SOCIO ALGUM VAI PARA O SUSPENSO, O
      * MESMO CAMINHO DOS CREDITOS SEM DONO DO RETORNO BANCARIO.
        TRATANAOCASADOS.
                CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
            END-IF.

        TERMINO.
            PERFORM TRATANAOCASADOS.
            MOVE CT-BAIXAS   TO RP-BAI.
            WRITE REGREL FROM ROD-03 AFTER ADVANCING 1 LINE .
            WRITE REGREL FROM ROD-04 AFTER ADVANCING 1 LINE .
            CLOSE ARQSOC1
                  RELPIX.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
