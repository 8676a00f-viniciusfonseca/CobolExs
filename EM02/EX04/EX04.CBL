            SELECT OPTIONAL ITEMFORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSIFO.
            SELECT OPTIONAL PEDVEN ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PV-CHAVE
            FILE STATUS IS WS-FSPVEN.
            SELECT OPTIONAL PARAM62 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUNLOG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TRANSITO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSTRAN.
            SELECT TRANSPEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FORNCONF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCONF.

        DATA DIVISION.
            FILE SECTION.
               02 PD-SITUACAO PIC X(08).
               02 FILLER     PIC X.
               02 PD-FORN    PIC 9(04).
               02 FILLER     PIC X.
               02 PD-PRECO   PIC 9(06)V99.
               02 FILLER     PIC X.
               02 PD-DTRECEB PIC 9(08).
               02 FILLER     PIC X.
               02 PD-QTDEREC PIC 9(05).

      * PEDIDOS DE CLIENTE (EM02EX53): AS LINHAS RESERVADAS SAEM DO
      * DISPONIVEL DO ITEM - O REABASTECIMENTO E A SUGESTAO DE COMPRA
      * OLHAM O SALDO MENOS O RESERVADO, NAO O SALDO. A LINHA
      * EXPEDIDA CONTINUA RESERVADA ATE EM02EX17 POSTAR A SAIDA.
            FD PEDVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDVEN.DAT".
            01 REGPVEN.
               COPY REGPVEN.

      * ULTIMA EXECUCAO DE EM02EX17: A EXPEDICAO DATADA DEPOIS DELA
      * AINDA NAO SAIU DO SALDO DE CADESTOQ.DAT. LINHAS DE AGENDA DE
      * EM05EX29 ("A"/"N" NO ULTIMO BYTE) FICAM DE FORA.
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

      * MARGEM DO REBALANCEAMENTO: PERCENTUAL DO PONTO DE PEDIDO QUE
      * O DEPOSITO DOADOR GUARDA ALEM DO PROPRIO PONTO.
            FD PARAM62
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM62.DAT".
            01 REGPARAM62.
               02 P62-MARGEM PIC 9(03).

      * TRANSFERENCIAS EM TRANSITO (EM02EX17): JA SAIRAM DA ORIGEM E
      * AINDA VAO ENTRAR NO DESTINO.
            FD TRANSITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRANSITO.DAT".
            01 REGTRANSITO.
               02 TT-COD     PIC 9(05).
               02 FILLER     PIC X.
               02 TT-DEPORIG PIC X(02).
               02 FILLER     PIC X.
               02 TT-DEPDEST PIC X(02).
               02 FILLER     PIC X.
               02 TT-QTDE    PIC 9(05).
               02 FILLER     PIC X.
               02 TT-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 TT-SITUACAO PIC X(08).

      * TRANSFERENCIAS PROPOSTAS PELO REBALANCEAMENTO, PENDENTES DE
      * APROVACAO EM EM02EX56.
            FD TRANSPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRANSPEND.DAT".
            01 REGTPEND.
               COPY REGTPEND.

      * CONFIABILIDADE DOS FORNECEDORES (EM02EX57): PENALIDADE EM
      * PERCENTUAL SOMADA AO PRECO NA ESCOLHA DO PREFERIDO.
            FD FORNCONF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORNCONF.DAT".
            01 REGFCONF.
               COPY REGFCONF.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03)    VALUE  "NAO".
            77 WS-PRAZOPREF PIC 9(03) VALUE ZEROES.
            77 WS-PRECOPREF PIC 9(06)V99 VALUE ZEROES.
            77 WS-PONTOLEAD PIC 9(07) VALUE ZEROES.
            77 WS-FSCONF   PIC X(02) VALUE SPACES.
            77 FIM-CONF    PIC X(03) VALUE "NAO".
            77 QTDE-CONF   PIC 9(03) VALUE ZEROES.
            77 IDX-CONF    PIC 9(03) VALUE ZEROES.
            77 WS-PRECOEFET PIC 9(07)V99 VALUE ZEROES.
            77 WS-PRECOEFPREF PIC 9(07)V99 VALUE ZEROES.

            01 TAB-CONFIABILIDADE.
               02 TAB-CONF-OCR OCCURS 100 TIMES.
                  03 CONF-FORN-OCR  PIC 9(04).
                  03 CONF-PENAL-OCR PIC 9(03).

            01 TAB-ITEMFORN.
               02 TAB-IFO-OCR OCCURS 300 TIMES.
            77 IDX-DEPS    PIC 9(02) VALUE ZEROES.
            77 DEPACHADO   PIC X(03) VALUE "NAO".

            77 WS-FSPVEN     PIC X(02) VALUE SPACES.
            77 FIM-PVEN      PIC X(03) VALUE "NAO".
            77 FIM-RUN       PIC X(03) VALUE "NAO".
            77 WS-ULTPOST    PIC 9(08) VALUE ZEROES.
            77 QTDE-RES      PIC 9(03) VALUE ZEROES.
            77 IDX-RES       PIC 9(03) VALUE ZEROES.
            77 RESACHADO     PIC X(03) VALUE "NAO".
            77 WS-CODRES     PIC 9(05) VALUE ZEROES.
            77 WS-DEPRES     PIC X(02) VALUE SPACES.
            77 WS-QTDERES    PIC 9(05) VALUE ZEROES.
            77 WS-RESERVADO  PIC 9(07) VALUE ZEROES.
            77 WS-DISPONIVEL PIC 9(07) VALUE ZEROES.

            77 WS-FSTRAN     PIC X(02) VALUE SPACES.
            77 FIM-TRAN      PIC X(03) VALUE "NAO".
            77 FIM-REB       PIC X(03) VALUE "NAO".
            77 QTDE-REB      PIC 9(03) VALUE ZEROES.
            77 IDX-REB       PIC 9(03) VALUE ZEROES.
            77 IDX-DOA       PIC 9(03) VALUE ZEROES.
            77 IDX-MELHOR    PIC 9(03) VALUE ZEROES.
            77 REBACHADO     PIC X(03) VALUE "NAO".
            77 WS-MARGEM     PIC 9(03) VALUE 20.
            77 WS-DEFICIT    PIC S9(07) VALUE ZEROES.
            77 WS-SOBRA      PIC S9(07) VALUE ZEROES.
            77 WS-MELHORSOBRA PIC S9(07) VALUE ZEROES.
            77 WS-QTDETRANSF PIC 9(05) VALUE ZEROES.
            77 WS-SALDOPROJ  PIC S9(07) VALUE ZEROES.
            77 CT-TRANSF     PIC 9(05) VALUE ZEROES.

      * REBALANCEAMENTO ENTRE DEPOSITOS: POR ITEM/DEPOSITO, O
      * DISPONIVEL, O ALVO (PONTO DE PEDIDO COM O PRAZO DO
      * FORNECEDOR), O PISO DO DOADOR (ALVO MAIS A MARGEM), O QUE
      * VAI ENTRAR (TRANSITO E TRANSFERENCIAS PROPOSTAS) E O QUE VAI
      * SAIR (TRANSFERENCIAS PROPOSTAS A PARTIR DELE).
            01 TAB-REBAL.
               02 TAB-REB-OCR OCCURS 500 TIMES.
                  03 REB-COD-OCR   PIC 9(05).
                  03 REB-DEP-OCR   PIC X(02).
                  03 REB-DISP-OCR  PIC 9(07).
                  03 REB-ALVO-OCR  PIC 9(07).
                  03 REB-PISO-OCR  PIC 9(07).
                  03 REB-ENTRA-OCR PIC 9(07).
                  03 REB-SAI-OCR   PIC 9(07).
                  03 REB-PED-OCR   PIC X(03).

            01 TAB-RESERVA.
               02 TAB-RES-OCR OCCURS 500 TIMES.
                  03 RES-COD-OCR  PIC 9(05).
                  03 RES-DEP-OCR  PIC X(02).
                  03 RES-QTDE-OCR PIC 9(07).

            01 TAB-DEPOSITO.
               02 TAB-DEP-OCR OCCURS 20 TIMES.
                  03 DEPS-COD-OCR  PIC X(02).
                02 FILLER    PIC X(01) VALUE       SPACES.
                02 DR-NOME   PIC X(15).
                02 FILLER    PIC X(02) VALUE       SPACES.
                02 FILLER    PIC X(05) VALUE       "DISP:".
                02 DR-QTDE   PIC ZZ.ZZ9.
                02 FILLER    PIC X(02) VALUE       SPACES.
                02 FILLER    PIC X(07) VALUE       "PONTO: ".
                02 DR-PONTO  PIC ZZ.ZZ9.
                02 FILLER    PIC X(02) VALUE       SPACES.
                02 FILLER    PIC X(07) VALUE       "RESERV:".
                02 DR-RESERV PIC Z.ZZZ.ZZ9.
                02 FILLER    PIC X(07) VALUE       SPACES.
            01 DET-DEPOSITO.
                02 FILLER    PIC X(10) VALUE "DEPOSITO: ".
                02 DD-DEP    PIC X(02).
            PERFORM LEPARAM04.
            PERFORM LEPARAM11.
            PERFORM LEPARAM13.
            PERFORM CARREGARESERVAS.
            PERFORM PEGADATASISTEMA.
            IF FUNCTION UPPER-CASE(FILTRO-MODO) EQUAL "CAT"
                PERFORM RELATORIO-CATEGORIA
                            MOVE PARM-PRECOMAX TO WS-PRECOMAX.
            CLOSE PARAM13.

        CARREGARESERVAS.
            PERFORM ULTIMAPOSTAGEM.
            OPEN INPUT PEDVEN.
            IF WS-FSPVEN NOT EQUAL "00"
                MOVE "SIM" TO FIM-PVEN.
            PERFORM LEITURA-PVEN UNTIL FIM-PVEN EQUAL "SIM".
            CLOSE PEDVEN.

        LEITURA-PVEN.
            READ PEDVEN
                AT END MOVE "SIM" TO FIM-PVEN
                NOT AT END
                    IF PV-SIT EQUAL "R"
                        PERFORM ACUMULARESERVA
                    END-IF
                    IF PV-SIT EQUAL "E"
                       AND PV-DTSIT NOT LESS THAN WS-ULTPOST
                        PERFORM ACUMULARESERVA
                    END-IF
            END-READ.

        ULTIMAPOSTAGEM.
            OPEN INPUT RUNLOG.
            PERFORM LEITURA-RUN UNTIL FIM-RUN EQUAL "SIM".
            CLOSE RUNLOG.

        LEITURA-RUN.
            READ RUNLOG
                AT END MOVE "SIM" TO FIM-RUN
                NOT AT END
                    IF RL-PROGID EQUAL "EM02EX17"
                       AND RL-AGENDA EQUAL SPACES
                       AND RL-DATA IS NUMERIC
                       AND RL-DATA GREATER THAN WS-ULTPOST
                        MOVE RL-DATA TO WS-ULTPOST
                    END-IF
            END-READ.

        ACUMULARESERVA.
            MOVE PV-ITEM TO WS-CODRES.
            MOVE PV-DEP  TO WS-DEPRES.
            PERFORM BUSCARESERVA.
            IF RESACHADO EQUAL "SIM"
                ADD PV-QTDE TO RES-QTDE-OCR(IDX-RES)
            ELSE
                IF QTDE-RES LESS THAN 500
                    ADD 1 TO QTDE-RES
                    MOVE PV-ITEM TO RES-COD-OCR(QTDE-RES)
                    MOVE PV-DEP  TO RES-DEP-OCR(QTDE-RES)
                    MOVE PV-QTDE TO RES-QTDE-OCR(QTDE-RES)
                ELSE
                    DISPLAY "EM02EX04: *** TABELA DE RESERVAS "
                            "CHEIA - ITEM " PV-ITEM "/" PV-DEP
                            " SEM RESERVA ***"
                END-IF
            END-IF.

        BUSCARESERVA.
            MOVE "NAO" TO RESACHADO.
            PERFORM VARYING IDX-RES FROM 1 BY 1
                     UNTIL IDX-RES GREATER THAN QTDE-RES
                        OR RESACHADO EQUAL "SIM"
                IF RES-COD-OCR(IDX-RES) EQUAL WS-CODRES
                   AND RES-DEP-OCR(IDX-RES) EQUAL WS-DEPRES
                    MOVE "SIM" TO RESACHADO
                END-IF
            END-PERFORM.
            IF RESACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-RES
            END-IF.

      * DISPONIVEL = SALDO (WS-QTDERES) MENOS O RESERVADO DO ITEM/
      * DEPOSITO, NUNCA ABAIXO DE ZERO.
        CALCULADISPONIVEL.
            MOVE ZEROES TO WS-RESERVADO.
            PERFORM BUSCARESERVA.
            IF RESACHADO EQUAL "SIM"
                MOVE RES-QTDE-OCR(IDX-RES) TO WS-RESERVADO
            END-IF.
            IF WS-RESERVADO GREATER THAN WS-QTDERES
                MOVE ZEROES TO WS-DISPONIVEL
            ELSE
                SUBTRACT WS-RESERVADO FROM WS-QTDERES
                    GIVING WS-DISPONIVEL
            END-IF.

        PEGADATASISTEMA.
            CALL "DATAPROC" USING WS-DATA-SISTEMA WS-DATAREAL.
            MOVE DD-SIS TO DATE-PRINT(1:2)
            MULTIPLY PRECO-ENT BY QTDE-ENT GIVING PRE-AUX2.

            MOVE SPACES    TO   REAB-OUT.
            MOVE COD-ENT   TO   WS-CODRES.
            MOVE DEP-ENT   TO   WS-DEPRES.
            MOVE QTDE-ENT  TO   WS-QTDERES.
            PERFORM CALCULADISPONIVEL.
            IF WS-DISPONIVEL IS LESS THAN PONTO-ENT
                MOVE "REABASTECER" TO REAB-OUT
                ADD  1             TO AUXTOT-REAB.

            READ CADESTOQ
                 AT END MOVE "SIM" TO FIM-ARQ
                 NOT AT END
                     MOVE COD-ENT  TO WS-CODRES
                     MOVE DEP-ENT  TO WS-DEPRES
                     MOVE QTDE-ENT TO WS-QTDERES
                     PERFORM CALCULADISPONIVEL
                     IF WS-DISPONIVEL IS LESS THAN PONTO-ENT
                         PERFORM IMPRIME-REAB
                     END-IF
            END-READ.
            MOVE COD-ENT   TO DR-COD.
            MOVE DEP-ENT   TO DR-DEP.
            MOVE NOME-ENT  TO DR-NOME.
            MOVE WS-DISPONIVEL TO DR-QTDE.
            MOVE PONTO-ENT TO DR-PONTO.
            MOVE WS-RESERVADO  TO DR-RESERV.
            WRITE REGIMPR FROM DET-REAB AFTER ADVANCING 1 LINE.

        TERMINO.
        GERASUGESTAO.
            PERFORM CARREGAPEDIDOSABERTOS.
            PERFORM CARREGAITEMFORN.
            PERFORM CARREGACONFIABILIDADE.
            PERFORM REBALANCEAMENTO.
            SORT TRABSUG
                 ASCENDING KEY CATEGORIA-SG
                               COD-SG
                    END-IF
            END-READ.

        CARREGACONFIABILIDADE.
            OPEN INPUT FORNCONF.
            IF WS-FSCONF NOT EQUAL "00"
                MOVE "SIM" TO FIM-CONF.
            PERFORM LEITURA-CONF UNTIL FIM-CONF EQUAL "SIM".
            CLOSE FORNCONF.

        LEITURA-CONF.
            READ FORNCONF
                AT END MOVE "SIM" TO FIM-CONF
                NOT AT END
                    IF FC-FORN IS NUMERIC AND FC-PENAL IS NUMERIC
                       AND QTDE-CONF LESS THAN 100
                        ADD 1 TO QTDE-CONF
                        MOVE FC-FORN  TO CONF-FORN-OCR(QTDE-CONF)
                        MOVE FC-PENAL TO CONF-PENAL-OCR(QTDE-CONF)
                    END-IF
            END-READ.

      * FORNECEDOR PREFERIDO DO ITEM: O DE MENOR PRECO NO VINCULO,
      * ACRESCIDO DA PENALIDADE DE CONFIABILIDADE DE FORNCONF.DAT
      * QUANDO HOUVER (SEM ELA, O PRECO SECO).
        BUSCAFORNECEDOR.
            MOVE ZEROES TO WS-FORNPREF WS-PRAZOPREF WS-PRECOPREF
                           WS-PRECOEFPREF.
            PERFORM VARYING IDX-IFO FROM 1 BY 1
                     UNTIL IDX-IFO GREATER THAN QTDE-IFO
                IF IFO-COD-OCR(IDX-IFO) EQUAL WS-CODRES
                    PERFORM CALCULAPRECOEFETIVO
                    IF WS-FORNPREF EQUAL ZEROES
                       OR WS-PRECOEFET LESS THAN WS-PRECOEFPREF
                        MOVE WS-PRECOEFET TO WS-PRECOEFPREF
                        MOVE IFO-FORN-OCR(IDX-IFO)
                            TO WS-FORNPREF
                        MOVE IFO-PRECO-OCR(IDX-IFO)
                END-IF
            END-PERFORM.

        CALCULAPRECOEFETIVO.
            MOVE IFO-PRECO-OCR(IDX-IFO) TO WS-PRECOEFET.
            PERFORM VARYING IDX-CONF FROM 1 BY 1
                     UNTIL IDX-CONF GREATER THAN QTDE-CONF
                IF CONF-FORN-OCR(IDX-CONF) EQUAL IFO-FORN-OCR(IDX-IFO)
                    COMPUTE WS-PRECOEFET ROUNDED =
                        IFO-PRECO-OCR(IDX-IFO)
                        * (100 + CONF-PENAL-OCR(IDX-CONF)) / 100
                END-IF
            END-PERFORM.

        VERIFICAPEDIDOABERTO.
            MOVE "NAO" TO PEDABERTO.
            PERFORM VARYING IDX-PED FROM 1 BY 1
                     UNTIL IDX-PED GREATER THAN QTDE-PED
                        OR PEDABERTO EQUAL "SIM"
                IF PEDAB-COD-OCR(IDX-PED) EQUAL WS-CODRES
                   AND PEDAB-DEP-OCR(IDX-PED) EQUAL WS-DEPRES
                    MOVE "SIM" TO PEDABERTO
                END-IF
            END-PERFORM.
      * FORNECEDOR PREFERIDO: O PONTO DE PEDIDO E ACRESCIDO DA
      * COBERTURA DO PRAZO (PONTO X PRAZO/30, O PONTO COMO PROXY DO
      * CONSUMO MENSAL), PARA O ITEM DE REPOSICAO LENTA SER PEDIDO
      * ANTES DE FURAR. A COMPARACAO E FEITA COM O DISPONIVEL (SALDO
      * MENOS O RESERVADO PARA PEDIDOS DE CLIENTE), ACRESCIDO DO QUE
      * ESTA EM TRANSITO PARA O DEPOSITO E DAS TRANSFERENCIAS
      * PROPOSTAS PELO REBALANCEAMENTO - SO O DEFICIT QUE SOBRA VIRA
      * SUGESTAO DE COMPRA.
        LEITURA-SUG.
            RETURN TRABSUG
                AT END MOVE "SIM" TO FIM-SUG
                NOT AT END
                    MOVE COD-SG  TO WS-CODRES
                    MOVE DEP-SG  TO WS-DEPRES
                    MOVE QTDE-SG TO WS-QTDERES
                    PERFORM BUSCAFORNECEDOR
                    COMPUTE WS-PONTOLEAD ROUNDED =
                        PONTO-SG + PONTO-SG * WS-PRAZOPREF / 30
                    PERFORM CALCULADISPONIVEL
                    PERFORM AJUSTAREBALANCEAMENTO
                    IF WS-DISPONIVEL IS LESS THAN WS-PONTOLEAD
                        PERFORM VERIFICAPEDIDOABERTO
                        IF PEDABERTO NOT EQUAL "SIM"
                            PERFORM GRAVASUGITEM
                    END-IF
            END-RETURN.

        AJUSTAREBALANCEAMENTO.
            PERFORM BUSCAREBAL.
            IF REBACHADO EQUAL "SIM"
                COMPUTE WS-SALDOPROJ = WS-DISPONIVEL
                        + REB-ENTRA-OCR(IDX-REB)
                        - REB-SAI-OCR(IDX-REB)
                IF WS-SALDOPROJ LESS THAN ZEROES
                    MOVE ZEROES TO WS-DISPONIVEL
                ELSE
                    MOVE WS-SALDOPROJ TO WS-DISPONIVEL
                END-IF
            END-IF.

        BUSCAREBAL.
            MOVE "NAO" TO REBACHADO.
            PERFORM VARYING IDX-REB FROM 1 BY 1
                     UNTIL IDX-REB GREATER THAN QTDE-REB
                        OR REBACHADO EQUAL "SIM"
                IF REB-COD-OCR(IDX-REB) EQUAL WS-CODRES
                   AND REB-DEP-OCR(IDX-REB) EQUAL WS-DEPRES
                    MOVE "SIM" TO REBACHADO
                END-IF
            END-PERFORM.
            IF REBACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-REB
            END-IF.

      ******************************************************************
      * REBALANCEAMENTO ENTRE DEPOSITOS, ANTES DA SUGESTAO DE COMPRA: *
      * O DEPOSITO ABAIXO DO ALVO (PONTO COM O PRAZO DO FORNECEDOR),  *
      * SEM PEDIDO DE COMPRA ABERTO, RECEBE DO DEPOSITO DO MESMO ITEM *
      * COM MAIOR SOBRA ACIMA DO PISO (ALVO MAIS PARAM62 POR CENTO DO *
      * PONTO; PADRAO 20), ATE COBRIR O DEFICIT OU ACABAR A SOBRA.    *
      * CADA PROPOSTA VAI PARA TRANSPEND.DAT COMO TRANSFERENCIA "T"   *
      * PENDENTE, QUE EM02EX56 APROVA PARA MOVESTOQ.DAT. O TRANSITO   *
      * JA EM ANDAMENTO CONTA COMO ENTRADA NO DESTINO.                *
      ******************************************************************
        REBALANCEAMENTO.
            PERFORM LEPARAM62.
            OPEN INPUT CADESTOQ.
            MOVE "NAO" TO FIM-REB.
            PERFORM LEITURA-REBAL UNTIL FIM-REB EQUAL "SIM".
            CLOSE CADESTOQ.
            PERFORM CARREGATRANSITO.
            OPEN OUTPUT TRANSPEND.
            PERFORM COBREDEFICIT
                VARYING IDX-REB FROM 1 BY 1
                UNTIL IDX-REB GREATER THAN QTDE-REB.
            CLOSE TRANSPEND.
            DISPLAY "EM02EX04: TRANSFERENCIAS PROPOSTAS EM "
                    "TRANSPEND.DAT: " CT-TRANSF.

        LEPARAM62.
            OPEN INPUT PARAM62.
            READ PARAM62
                 AT END     CONTINUE
                 NOT AT END
                     IF P62-MARGEM IS NUMERIC
                         MOVE P62-MARGEM TO WS-MARGEM
                     END-IF
            END-READ.
            CLOSE PARAM62.

        LEITURA-REBAL.
            READ CADESTOQ
                AT END MOVE "SIM" TO FIM-REB
                NOT AT END
                    IF QTDE-REB LESS THAN 500
                        PERFORM GUARDAREBAL
                    ELSE
                        DISPLAY "EM02EX04: *** TABELA DE "
                                "REBALANCEAMENTO CHEIA - ITEM "
                                COD-ENT "/" DEP-ENT
                                " FORA DO REBALANCEAMENTO ***"
                    END-IF
            END-READ.

        GUARDAREBAL.
            MOVE COD-ENT  TO WS-CODRES.
            MOVE DEP-ENT  TO WS-DEPRES.
            MOVE QTDE-ENT TO WS-QTDERES.
            PERFORM BUSCAFORNECEDOR.
            COMPUTE WS-PONTOLEAD ROUNDED =
                PONTO-ENT + PONTO-ENT * WS-PRAZOPREF / 30.
            PERFORM CALCULADISPONIVEL.
            PERFORM VERIFICAPEDIDOABERTO.
            ADD 1 TO QTDE-REB.
            MOVE COD-ENT       TO REB-COD-OCR(QTDE-REB).
            MOVE DEP-ENT       TO REB-DEP-OCR(QTDE-REB).
            MOVE WS-DISPONIVEL TO REB-DISP-OCR(QTDE-REB).
            MOVE WS-PONTOLEAD  TO REB-ALVO-OCR(QTDE-REB).
            COMPUTE REB-PISO-OCR(QTDE-REB) ROUNDED =
                WS-PONTOLEAD + PONTO-ENT * WS-MARGEM / 100.
            MOVE ZEROES        TO REB-ENTRA-OCR(QTDE-REB)
                                  REB-SAI-OCR(QTDE-REB).
            MOVE PEDABERTO     TO REB-PED-OCR(QTDE-REB).

        CARREGATRANSITO.
            OPEN INPUT TRANSITO.
            IF WS-FSTRAN NOT EQUAL "00"
                MOVE "SIM" TO FIM-TRAN.
            PERFORM LEITURA-TRANSITO UNTIL FIM-TRAN EQUAL "SIM".
            CLOSE TRANSITO.

        LEITURA-TRANSITO.
            READ TRANSITO
                AT END MOVE "SIM" TO FIM-TRAN
                NOT AT END
                    IF TT-SITUACAO EQUAL "TRANSITO"
                        MOVE TT-COD     TO WS-CODRES
                        MOVE TT-DEPDEST TO WS-DEPRES
                        PERFORM BUSCAREBAL
                        IF REBACHADO EQUAL "SIM"
                            ADD TT-QTDE TO REB-ENTRA-OCR(IDX-REB)
                        END-IF
                    END-IF
            END-READ.

        COBREDEFICIT.
            IF REB-PED-OCR(IDX-REB) EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-DEFICIT = REB-ALVO-OCR(IDX-REB)
                    - REB-DISP-OCR(IDX-REB)
                    - REB-ENTRA-OCR(IDX-REB)
                    + REB-SAI-OCR(IDX-REB).
            MOVE 1 TO IDX-MELHOR.
            PERFORM PROPOETRANSFERENCIA
                UNTIL WS-DEFICIT NOT GREATER THAN ZEROES
                   OR IDX-MELHOR EQUAL ZEROES.

      * DOADOR: O DEPOSITO DO MESMO ITEM COM A MAIOR SOBRA ACIMA DO
      * PISO; SEM SOBRA EM NENHUM, IDX-MELHOR VOLTA ZERADO.
        PROPOETRANSFERENCIA.
            MOVE ZEROES TO IDX-MELHOR WS-MELHORSOBRA.
            PERFORM VARYING IDX-DOA FROM 1 BY 1
                     UNTIL IDX-DOA GREATER THAN QTDE-REB
                IF REB-COD-OCR(IDX-DOA) EQUAL REB-COD-OCR(IDX-REB)
                   AND IDX-DOA NOT EQUAL IDX-REB
                    COMPUTE WS-SOBRA = REB-DISP-OCR(IDX-DOA)
                            + REB-ENTRA-OCR(IDX-DOA)
                            - REB-SAI-OCR(IDX-DOA)
                            - REB-PISO-OCR(IDX-DOA)
                    IF WS-SOBRA GREATER THAN WS-MELHORSOBRA
                        MOVE WS-SOBRA TO WS-MELHORSOBRA
                        MOVE IDX-DOA  TO IDX-MELHOR
                    END-IF
                END-IF
            END-PERFORM.
            IF IDX-MELHOR EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            IF WS-MELHORSOBRA LESS THAN WS-DEFICIT
                MOVE WS-MELHORSOBRA TO WS-QTDETRANSF
            ELSE
                MOVE WS-DEFICIT     TO WS-QTDETRANSF
            END-IF.
            ADD WS-QTDETRANSF TO REB-SAI-OCR(IDX-MELHOR).
            ADD WS-QTDETRANSF TO REB-ENTRA-OCR(IDX-REB).
            SUBTRACT WS-QTDETRANSF FROM WS-DEFICIT.
            MOVE SPACES                TO REGTPEND.
            MOVE REB-COD-OCR(IDX-REB)  TO TP-COD.
            MOVE REB-DEP-OCR(IDX-MELHOR) TO TP-DEPORIG.
            MOVE REB-DEP-OCR(IDX-REB)  TO TP-DEPDEST.
            MOVE WS-QTDETRANSF         TO TP-QTDE.
            MOVE WS-DATA-SISTEMA       TO TP-DATA.
            WRITE REGTPEND.
            ADD 1 TO CT-TRANSF.
            ADD 1 TO CT-GRAVADOS.

        GRAVASUGITEM.
            MOVE 1     TO WS-LOTE.
            MOVE "NAO" TO LOTEACHADO.
            IF WS-LOTE EQUAL ZEROES
                MOVE 1 TO WS-LOTE.

            SUBTRACT WS-DISPONIVEL FROM WS-PONTOLEAD GIVING WS-FALTAM.
            DIVIDE WS-FALTAM BY WS-LOTE GIVING WS-LOTES-CHEIOS
                                        REMAINDER WS-RESTOLOTE.
            IF WS-RESTOLOTE GREATER THAN ZEROES
            MOVE CATEGORIA-SG TO SG-CATEG.
            MOVE COD-SG       TO SG-COD.
            MOVE DEP-SG       TO SG-DEP.
            MOVE WS-DISPONIVEL TO SG-QTDE.
            MOVE PONTO-SG     TO SG-PONTO.
            MOVE WS-SUGESTAO  TO SG-SUGERIDA.
            MOVE WS-FORNPREF  TO SG-FORN.
