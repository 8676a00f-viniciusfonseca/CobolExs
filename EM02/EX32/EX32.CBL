      *         ABERTO;
      *   "R" - CONFIRMA A CHEGADA DO PEDIDO INFORMADO, MARCA
      *         RECEBIDO E GERA O MOVIMENTO "E" EM MOVESTOQ.DAT
      *         PARA EM02EX17 POSTAR. A QUANTIDADE RECEBIDA VEM NO
      *         FIM DA LINHA (EM BRANCO OU ZERO = A PEDIDA; ACIMA DA
      *         PEDIDA E RECUSADA); O PEDIDO GUARDA A DATA E A
      *         QUANTIDADE RECEBIDAS PARA A AVALIACAO DE
      *         FORNECEDORES DE EM02EX57.
      * AO FINAL IMPRIME EM RELPED OS PEDIDOS ABERTOS ENVELHECIDOS
      * PELA DATA PREVISTA. EM02EX04 DEIXA DE SUGERIR ITEM QUE JA
      * TEM PEDIDO ABERTO AQUI.
      * O PEDIDO GUARDA O PRECO UNITARIO COMBINADO COM O FORNECEDOR
      * (ITEMFORN.DAT NA GERACAO), CONTRA O QUAL A NOTA FISCAL DO
      * FORNECEDOR E CONFERIDA EM EM02EX43.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM36 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ITEMFORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSIFO.

        DATA DIVISION.
            FILE SECTION.
                  88 GERAPEDIDOS  VALUE "G".
                  88 RECEBEPEDIDO VALUE "R".
               02 NUMPED-REQ PIC 9(06).
               02 FILLER     PIC X(01).
               02 QTDEREC-REQ PIC 9(05).

            FD PEDCOMP
               LABEL RECORD IS STANDARD
               02 PD-SITUACAO PIC X(08).
               02 FILLER     PIC X     VALUE SPACES.
               02 PD-FORN    PIC 9(04).
               02 FILLER     PIC X     VALUE SPACES.
               02 PD-PRECO   PIC 9(06)V99.
               02 FILLER     PIC X     VALUE SPACES.
               02 PD-DTRECEB PIC 9(08).
               02 FILLER     PIC X     VALUE SPACES.
               02 PD-QTDEREC PIC 9(05).

      * GUARDA DO EXCEDENTE DA TABELA DE PEDIDOS: PEDIDO ALEM DA
      * CAPACIDADE NAO E TRATADO NESTA RODADA MAS VOLTA INTACTO
            FD PEDKEEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMPK.DAT".
            01 REGPEDKEEP PIC X(77).

            FD PEDSEQ
               LABEL RECORD IS STANDARD
            01 REGPARAM36.
               02 PARM-PRAZODIAS PIC 9(03).

      * VINCULO ITEM-FORNECEDOR: DE ONDE VEM O PRECO DO PEDIDO.
            FD ITEMFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMFORN.DAT".
            01 REGITEMFORN.
               02 IF-COD   PIC 9(05).
               02 IF-FORN  PIC 9(04).
               02 IF-PRECO PIC 9(06)V99.
               02 IF-PRAZO PIC 9(03).

            WORKING-STORAGE SECTION.
            77 FIM-REQ PIC X(03) VALUE "NAO".
            77 FIM-PED PIC X(03) VALUE "NAO".
            77 QTDE-FORN PIC 9(03) VALUE ZEROES.
            77 IDX-FORN  PIC 9(03) VALUE ZEROES.
            77 FORNACHADO PIC X(03) VALUE "NAO".
            77 WS-FSIFO  PIC X(02) VALUE SPACES.
            77 FIM-IFO   PIC X(03) VALUE "NAO".
            77 QTDE-IFO  PIC 9(03) VALUE ZEROES.
            77 IDX-IFO   PIC 9(03) VALUE ZEROES.
            77 IFOACHADO PIC X(03) VALUE "NAO".
            77 WS-QTDEREC PIC 9(05) VALUE ZEROES.

            01 TAB-IFORN.
               02 TAB-IFO-OCR OCCURS 300 TIMES.
                  03 IFO-COD-OCR   PIC 9(05).
                  03 IFO-FORN-OCR  PIC 9(04).
                  03 IFO-PRECO-OCR PIC 9(06)V99.

            01 TAB-FORN.
               02 TAB-FORN-OCR OCCURS 100 TIMES.
                  03 PED-PREV-OCR PIC 9(08).
                  03 PED-SIT-OCR  PIC X(08).
                  03 PED-FORN-OCR PIC 9(04).
                  03 PED-PRECO-OCR PIC 9(06)V99.
                  03 PED-DTREC-OCR PIC 9(08).
                  03 PED-QTDEREC-OCR PIC 9(05).

            01 CAB-01.
               02 FILLER PIC X(22) VALUE SPACES.
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATA) TO WS-HOJE-INT.
            PERFORM LEPARAM36.
            PERFORM CARREGAFORNECEDORES.
            PERFORM CARREGAPRECOS.
            PERFORM LESEQUENCIA.
            PERFORM CARREGAPEDIDOS.
            OPEN INPUT PEDREQ.
                        MOVE PD-PREVISTA TO PED-PREV-OCR(QTDE-PED)
                        MOVE PD-SITUACAO TO PED-SIT-OCR(QTDE-PED)
                        MOVE PD-FORN     TO PED-FORN-OCR(QTDE-PED)
                        IF PD-PRECO IS NUMERIC
                            MOVE PD-PRECO TO PED-PRECO-OCR(QTDE-PED)
                        ELSE
                            MOVE ZEROES   TO PED-PRECO-OCR(QTDE-PED)
                        END-IF
                        IF PD-DTRECEB IS NUMERIC
                            MOVE PD-DTRECEB TO PED-DTREC-OCR(QTDE-PED)
                        ELSE
                            MOVE ZEROES     TO PED-DTREC-OCR(QTDE-PED)
                        END-IF
                        IF PD-QTDEREC IS NUMERIC
                            MOVE PD-QTDEREC
                                TO PED-QTDEREC-OCR(QTDE-PED)
                        ELSE
                            MOVE ZEROES
                                TO PED-QTDEREC-OCR(QTDE-PED)
                        END-IF
                    ELSE
                        ADD 1 TO CT-PEDEXC
                        MOVE REGPEDCOMP TO REGPEDKEEP
            MOVE WS-DATA      TO PED-EMIS-OCR(QTDE-PED).
            MOVE WS-PREVISTA  TO PED-PREV-OCR(QTDE-PED).
            MOVE "ABERTO"     TO PED-SIT-OCR(QTDE-PED).
            MOVE ZEROES       TO PED-DTREC-OCR(QTDE-PED)
                                 PED-QTDEREC-OCR(QTDE-PED).
            IF SG-FORN IS NUMERIC
                MOVE SG-FORN TO PED-FORN-OCR(QTDE-PED)
            ELSE
                MOVE ZEROES  TO PED-FORN-OCR(QTDE-PED)
            END-IF.
            PERFORM BUSCAPRECO.
            ADD 1 TO CT-GERADOS CT-GRAVADOS.

            MOVE WS-ULTNUMERO TO LK-CHAVE.
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1 FROM IDX-PED.
            IF QTDEREC-REQ IS NUMERIC
               AND QTDEREC-REQ GREATER THAN ZEROES
                MOVE QTDEREC-REQ TO WS-QTDEREC
            ELSE
                MOVE PED-QTDE-OCR(IDX-PED) TO WS-QTDEREC
            END-IF.
            IF WS-QTDEREC GREATER THAN PED-QTDE-OCR(IDX-PED)
                DISPLAY "EM02EX32: *** PEDIDO " NUMPED-REQ
                        " COM RECEBIMENTO ACIMA DO PEDIDO - "
                        "RECUSADO ***"
                EXIT PARAGRAPH
            END-IF.
            MOVE "RECEBIDO" TO PED-SIT-OCR(IDX-PED).
            MOVE WS-DATA    TO PED-DTREC-OCR(IDX-PED).
            MOVE WS-QTDEREC TO PED-QTDEREC-OCR(IDX-PED).
            ADD 1 TO CT-RECEBIDOS CT-GRAVADOS.

            OPEN EXTEND MOVESTOQ.
            MOVE PED-COD-OCR(IDX-PED)  TO COD-MOV.
            MOVE PED-DEP-OCR(IDX-PED)  TO DEP-MOV.
            MOVE "E"                   TO TIPO-MOV.
            MOVE WS-QTDEREC            TO QTDE-MOV.
            MOVE ZEROES                TO CUSTO-MOV.
            MOVE SPACES                TO DEPDEST-MOV.
            MOVE SPACES TO LOTE-MOV.
                    END-IF
            END-READ.

        CARREGAPRECOS.
            OPEN INPUT ITEMFORN.
            IF WS-FSIFO NOT EQUAL "00"
                MOVE "SIM" TO FIM-IFO.
            PERFORM LEITURA-PRECO UNTIL FIM-IFO EQUAL "SIM".
            CLOSE ITEMFORN.

        LEITURA-PRECO.
            READ ITEMFORN
                AT END MOVE "SIM" TO FIM-IFO
                NOT AT END
                    IF QTDE-IFO LESS THAN 300
                        ADD 1 TO QTDE-IFO
                        MOVE IF-COD   TO IFO-COD-OCR(QTDE-IFO)
                        MOVE IF-FORN  TO IFO-FORN-OCR(QTDE-IFO)
                        MOVE IF-PRECO TO IFO-PRECO-OCR(QTDE-IFO)
                    ELSE
                        DISPLAY "EM02EX32: *** TABELA DE PRECOS "
                                "CHEIA - ITEM " IF-COD " FORNECEDOR "
                                IF-FORN " SEM PRECO NO PEDIDO ***"
                    END-IF
            END-READ.

      * PRECO COMBINADO DO ITEM COM O FORNECEDOR DO PEDIDO; SEM
      * VINCULO O PEDIDO SAI SEM PRECO E A NOTA DELE FICA RETIDA
      * PARA APROVACAO EM EM02EX43.
        BUSCAPRECO.
            MOVE ZEROES TO PED-PRECO-OCR(QTDE-PED).
            MOVE "NAO" TO IFOACHADO.
            PERFORM VARYING IDX-IFO FROM 1 BY 1
                     UNTIL IDX-IFO GREATER THAN QTDE-IFO
                        OR IFOACHADO EQUAL "SIM"
                IF IFO-COD-OCR(IDX-IFO) EQUAL PED-COD-OCR(QTDE-PED)
                   AND IFO-FORN-OCR(IDX-IFO)
                       EQUAL PED-FORN-OCR(QTDE-PED)
                    MOVE IFO-PRECO-OCR(IDX-IFO)
                        TO PED-PRECO-OCR(QTDE-PED)
                    MOVE "SIM" TO IFOACHADO
                END-IF
            END-PERFORM.

        RELATORIOABERTOS.
            OPEN OUTPUT RELPED.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE PED-PREV-OCR(IDX-PED) TO PD-PREVISTA.
            MOVE PED-SIT-OCR(IDX-PED)  TO PD-SITUACAO.
            MOVE PED-FORN-OCR(IDX-PED) TO PD-FORN.
            MOVE PED-PRECO-OCR(IDX-PED) TO PD-PRECO.
            MOVE PED-DTREC-OCR(IDX-PED) TO PD-DTRECEB.
            MOVE PED-QTDEREC-OCR(IDX-PED) TO PD-QTDEREC.
            WRITE REGPEDCOMP.
