        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX53.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. PEDIDOS DE CLIENTE COM RESERVA DE ESTOQUE (PEDVEN.DAT,
      * LAYOUT REGPVEN). ATE AQUI O ITEM PROMETIDO AO CLIENTE SEGUIA
      * LIVRE EM CADESTOQ.DAT ATE O MOVIMENTO "S" SER POSTADO POR
      * EM02EX17, E O BALCAO VENDIA DUAS VEZES A ULTIMA UNIDADE. O
      * DISPONIVEL DE CADA ITEM/DEPOSITO E O SALDO DE CADESTOQ.DAT
      * MENOS AS LINHAS RESERVADAS ("R") DE PEDVEN.DAT. CADA LINHA DE
      * PVREQ.DAT PEDE UMA ACAO:
      *   "I" - INCLUI A LINHA (PEDIDO + LINHA) PARA O CLIENTE, ITEM,
      *         DEPOSITO E QUANTIDADE. HAVENDO DISPONIVEL A LINHA
      *         FICA RESERVADA ATE A DATA MAIS OS DIAS DE PARAM60.DAT
      *         (PADRAO 7); SEM DISPONIVEL FICA PENDENTE ("B");
      *   "C" - CANCELA A LINHA INFORMADA OU, COM LINHA ZERADA, TODAS
      *         AS LINHAS EM ABERTO DO PEDIDO, LIBERANDO A RESERVA;
      *   "E" - EXPEDE A LINHA OU O PEDIDO: CADA LINHA RESERVADA VIRA
      *         UM MOVIMENTO "S" APENDADO EM MOVESTOQ.DAT PARA EM02EX17
      *         POSTAR; LINHA PENDENTE NAO SAI E CONTINUA PENDENTE.
      * ANTES DOS PEDIDOS DA RODADA AS RESERVAS VENCIDAS SAO LIBERADAS
      * ("V") E AS PENDENTES, DA MAIS ANTIGA PARA A MAIS NOVA, TENTAM
      * DE NOVO A RESERVA - A REPOSICAO QUE CHEGOU ATENDE PRIMEIRO QUEM
      * ESPERA HA MAIS TEMPO. CADA ACAO APLICADA VAI PARA O AUDITLOG.
      * RELPVEN TRAZ OS MOVIMENTOS DA RODADA COM AS RECUSAS E O MOTIVO;
      * RELBACK LISTA AS LINHAS PENDENTES COM O DISPONIVEL ATUAL E OS
      * DIAS DE ESPERA, PARA COMPRAS. PVREQ.DAT E ESVAZIADO NO FIM.
      * O MOVIMENTO "S" SO BAIXA O SALDO QUANDO EM02EX17 RODA: ATE
      * LA A LINHA EXPEDIDA ("E") CONTINUA SOMANDO NO RESERVADO. ELA
      * SAI DO RESERVADO QUANDO RUNLOG.DAT TEM UMA EXECUCAO DE
      * EM02EX17 DATADA DEPOIS DA EXPEDICAO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL PVREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT OPTIONAL PEDVEN ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PV-CHAVE.
            SELECT CADESTOQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADCLI ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CODCLI
            ALTERNATE RECORD KEY IS CPFCLI WITH DUPLICATES.
            SELECT OPTIONAL MOVESTOQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSMOV.
            SELECT OPTIONAL PARAM60 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUNLOG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELPVEN ASSIGN TO DISK.
            SELECT RELBACK ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD PVREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PVREQ.DAT".
            01 REGPVREQ.
               02 RQ-ACAO    PIC X(01).
               02 FILLER     PIC X(01).
               02 RQ-NUM     PIC 9(06).
               02 FILLER     PIC X(01).
               02 RQ-LINHA   PIC 9(03).
               02 FILLER     PIC X(01).
               02 RQ-CODCLI  PIC 9(05).
               02 FILLER     PIC X(01).
               02 RQ-ITEM    PIC 9(05).
               02 FILLER     PIC X(01).
               02 RQ-DEP     PIC X(02).
               02 FILLER     PIC X(01).
               02 RQ-QTDE    PIC 9(05).
               02 FILLER     PIC X(01).
               02 RQ-DATA    PIC 9(08).
               02 RQ-DATA-R REDEFINES RQ-DATA.
                  03 RQ-AA   PIC 9(04).
                  03 RQ-MM   PIC 9(02).
                  03 RQ-DD   PIC 9(02).

            FD PEDVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDVEN.DAT".
            01 REGPVEN.
               COPY REGPVEN.

            FD CADESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
            01 REGESTOQ.
               COPY REGESTOQ REPLACING ==:COD:==   BY ==COD-ENT==
                                        ==:DEP:==   BY ==DEP-ENT==
                                        ==:NOME:==  BY ==NOME-ENT==
                                        ==:QTDE:==  BY ==QTDE-ENT==
                                        ==:PRECO:== BY ==PRECO-ENT==
                                        ==:PONTO:== BY ==PONTO-ENT==
                                        ==:CATEG:== BY
                                        ==CATEGORIA-ENT==.

            FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
            01 REGCLI.
               COPY REGCLI REPLACING ==:COD:==    BY ==CODCLI==
                                      ==:CPF:==    BY ==CPFCLI==
                                      ==:CPF1:==   BY ==CPF1CLI==
                                      ==:CPF2:==   BY ==CPF2CLI==
                                      ==:CPF3:==   BY ==CPF3CLI==
                                      ==:CPF4:==   BY ==CPF4CLI==
                                      ==:NOME:==   BY ==NOMECLI==
                                      ==:ESTADO:== BY ==ESTCLI==
                                      ==:CIDADE:== BY ==CIDCLI==
                                      ==:EMAIL:==  BY ==EMCLI==
                                      ==:TEL:==    BY ==TELCLI==
                                      ==:CEP:==    BY ==CEPCLI==
                                      ==:LOGR:==   BY ==LOGRCLI==
                                      ==:NUMERO:== BY ==NUMCLI==.

            FD MOVESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVESTOQ.DAT".
            01 REGMOV.
               02 COD-MOV   PIC 9(05).
               02 DEP-MOV   PIC X(02).
               02 TIPO-MOV  PIC X(01).
               02 QTDE-MOV  PIC 9(05).
               02 CUSTO-MOV PIC 9(06)V99.
               02 DEPDEST-MOV PIC X(02).
               02 LOTE-MOV  PIC X(06).
               02 VALID-MOV PIC 9(08).

            FD PARAM60
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM60.DAT".
            01 REGPARAM60.
               02 P60-DIASRES PIC 9(03).

      * SO AS LINHAS DE EXECUCAO DE EM02EX17 INTERESSAM; AS DE AGENDA
      * DE EM05EX29 ("A"/"N" NO ULTIMO BYTE) FICAM DE FORA.
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

            FD RELPVEN
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            FD RELBACK
               LABEL RECORD IS OMITTED.
            01 REGBACK PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ       PIC X(03) VALUE "NAO".
            77 FIM-EST       PIC X(03) VALUE "NAO".
            77 FIM-PV        PIC X(03) VALUE "NAO".
            77 FIM-RUN       PIC X(03) VALUE "NAO".
            77 CT-LIDOS      PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
            77 CT-RESERVADAS PIC 9(07) VALUE ZEROES.
            77 CT-PENDENTES  PIC 9(07) VALUE ZEROES.
            77 CT-EXPEDIDAS  PIC 9(07) VALUE ZEROES.
            77 CT-CANCELADAS PIC 9(07) VALUE ZEROES.
            77 CT-VENCIDAS   PIC 9(07) VALUE ZEROES.
            77 CT-RECUSADAS  PIC 9(07) VALUE ZEROES.
            77 CT-BACK       PIC 9(07) VALUE ZEROES.
            77 CT-LINHAS     PIC 9(05) VALUE ZEROES.
            77 CT-ABERTAS    PIC 9(05) VALUE ZEROES.
            77 WS-FSREQ      PIC X(02) VALUE SPACES.
            77 WS-FSMOV      PIC X(02) VALUE SPACES.
            77 WS-DATA       PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL   PIC 9(08) VALUE ZEROES.
            77 WS-DTMOV      PIC 9(08) VALUE ZEROES.
            77 WS-DTVALID    PIC 9(08) VALUE ZEROES.
            77 WS-ULTPOST    PIC 9(08) VALUE ZEROES.
            77 WS-DIASRES    PIC 9(03) VALUE 7.
            77 WS-HOJE-INT   PIC S9(09) VALUE ZEROES.
            77 WS-ESPERA     PIC S9(09) VALUE ZEROES.
            77 WS-MOTIVO     PIC X(30) VALUE SPACES.
            77 WS-DISPONIVEL PIC S9(07) VALUE ZEROES.
            77 WS-QTDEBACK   PIC 9(09) VALUE ZEROES.
            77 WS-CODBUSCA   PIC 9(05) VALUE ZEROES.
            77 WS-DEPBUSCA   PIC X(02) VALUE SPACES.
            77 ACHADO        PIC X(03) VALUE "NAO".
            77 LK-PROGID     PIC X(08) VALUE "EM02EX53".
            77 LK-CHAVE      PIC X(15) VALUE SPACES.
            77 LK-ACAO       PIC X(10) VALUE SPACES.
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.

            77 QTDE-EST PIC 9(03) VALUE ZEROES.
            77 IDX-EST  PIC 9(03) VALUE ZEROES.

      * SALDO E RESERVADO POR ITEM/DEPOSITO: O SALDO VEM DE
      * CADESTOQ.DAT E O RESERVADO DAS LINHAS "R" DE PEDVEN.DAT; A
      * EXPEDICAO DA RODADA JA BAIXA OS DOIS AQUI, PARA A RESERVA
      * SEGUINTE NAO CONTAR COM O QUE ACABOU DE SAIR. A LINHA "E"
      * AINDA NAO POSTADA POR EM02EX17 TAMBEM SOMA NO RESERVADO.
            01 TAB-ESTOQUE.
               02 TAB-EST-OCR OCCURS 500 TIMES.
                  03 EST-COD-OCR  PIC 9(05).
                  03 EST-DEP-OCR  PIC X(02).
                  03 EST-QTDE-OCR PIC 9(07).
                  03 EST-RES-OCR  PIC 9(07).

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "PEDIDOS DE CLIENTE E RESERVAS".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 CAB-MOV.
               02 FILLER     PIC X(02) VALUE "A".
               02 FILLER     PIC X(11) VALUE "PEDIDO/LIN".
               02 FILLER     PIC X(06) VALUE "CLIEN".
               02 FILLER     PIC X(06) VALUE "ITEM".
               02 FILLER     PIC X(03) VALUE "DP".
               02 FILLER     PIC X(06) VALUE " QTDE".
               02 FILLER     PIC X(46) VALUE "RESULTADO".

            01 DET-MOV.
               02 DM-ACAO    PIC X(01).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-NUM     PIC 9(06).
               02 FILLER     PIC X(01) VALUE "/".
               02 DM-LINHA   PIC 9(03).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-CLI     PIC 9(05).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-ITEM    PIC 9(05).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-DEP     PIC X(02).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-QTDE    PIC ZZZZ9.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-RESULT  PIC X(30).
               02 FILLER     PIC X(16) VALUE SPACES.

            01 CAB-BACK.
               02 FILLER     PIC X(40) VALUE
                  "LINHAS DE PEDIDO PENDENTES DE ESTOQUE".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CBB-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-BCOLS.
               02 FILLER     PIC X(12) VALUE "PEDIDO/LIN".
               02 FILLER     PIC X(07) VALUE "CLIEN".
               02 FILLER     PIC X(06) VALUE "ITEM".
               02 FILLER     PIC X(04) VALUE "DP".
               02 FILLER     PIC X(07) VALUE "PEDIDA".
               02 FILLER     PIC X(08) VALUE "  DISPON".
               02 FILLER     PIC X(12) VALUE "  PEDIDO EM".
               02 FILLER     PIC X(06) VALUE "  DIAS".
               02 FILLER     PIC X(18) VALUE SPACES.

            01 DET-BACK.
               02 DB-NUM     PIC 9(06).
               02 FILLER     PIC X(01) VALUE "/".
               02 DB-LINHA   PIC 9(03).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DB-CLI     PIC 9(05).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DB-ITEM    PIC 9(05).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DB-DEP     PIC X(02).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DB-QTDE    PIC ZZZZ9.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DB-DISP    PIC ZZZZZZ9.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DB-DTPED   PIC 9999/99/99.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DB-DIAS    PIC ZZZ9.
               02 FILLER     PIC X(17) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

            01 ROD-QTDEB.
               02 ROD-QB-TXT PIC X(32).
               02 ROD-QB     PIC ZZZZZZZZ9.
               02 FILLER     PIC X(39) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM REPROCESSAPENDENCIAS.
            IF FIM-ARQ NOT EQUAL "SIM"
                PERFORM LEITURA
            END-IF.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM RELATORIOPENDENCIAS.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATA) TO WS-HOJE-INT.
            PERFORM LEPARAM60.
            MOVE FUNCTION DATE-OF-INTEGER(WS-HOJE-INT + WS-DIASRES)
                TO WS-DTVALID.
            PERFORM CARREGAESTOQUE.
            PERFORM ULTIMAPOSTAGEM.
            OPEN INPUT PVREQ.
            IF WS-FSREQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            OPEN I-O    PEDVEN
                 INPUT  CADCLI
                 OUTPUT RELPVEN
                        RELBACK.
            MOVE WS-DATA TO CB1-DATA CBB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE "MOVIMENTOS DA RODADA (PVREQ.DAT)" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-MOV AFTER ADVANCING 1 LINE.
            PERFORM CARREGARESERVAS.

        LEPARAM60.
            OPEN INPUT PARAM60.
            READ PARAM60
                 AT END     CONTINUE
                 NOT AT END
                     IF P60-DIASRES IS NUMERIC
                        AND P60-DIASRES GREATER THAN ZEROES
                         MOVE P60-DIASRES TO WS-DIASRES
                     END-IF
            END-READ.
            CLOSE PARAM60.

      * DATA DA ULTIMA EXECUCAO DE EM02EX17: A EXPEDICAO DE ANTES
      * DELA JA FOI POSTADA E ESTA FORA DO SALDO DE CADESTOQ.DAT.
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

        CARREGAESTOQUE.
            OPEN INPUT CADESTOQ.
            PERFORM LEITURA-EST UNTIL FIM-EST EQUAL "SIM".
            CLOSE CADESTOQ.

        LEITURA-EST.
            READ CADESTOQ
                AT END MOVE "SIM" TO FIM-EST
                NOT AT END
                    IF QTDE-EST LESS THAN 500
                        ADD 1 TO QTDE-EST
                        MOVE COD-ENT  TO EST-COD-OCR(QTDE-EST)
                        MOVE DEP-ENT  TO EST-DEP-OCR(QTDE-EST)
                        MOVE QTDE-ENT TO EST-QTDE-OCR(QTDE-EST)
                        MOVE ZEROES   TO EST-RES-OCR(QTDE-EST)
                    ELSE
                        DISPLAY "EM02EX53: *** TABELA DE ESTOQUE "
                                "CHEIA - ITEM " COD-ENT "/" DEP-ENT
                                " IGNORADO ***"
                    END-IF
            END-READ.

        BUSCAESTOQUE.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-EST FROM 1 BY 1
                     UNTIL IDX-EST GREATER THAN QTDE-EST
                        OR ACHADO EQUAL "SIM"
                IF EST-COD-OCR(IDX-EST) EQUAL WS-CODBUSCA
                   AND EST-DEP-OCR(IDX-EST) EQUAL WS-DEPBUSCA
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-EST
            ELSE
                MOVE ZEROES TO IDX-EST
            END-IF.

        CALCULADISPONIVEL.
            MOVE ZEROES TO WS-DISPONIVEL.
            IF IDX-EST NOT EQUAL ZEROES
                COMPUTE WS-DISPONIVEL = EST-QTDE-OCR(IDX-EST)
                                      - EST-RES-OCR(IDX-EST)
                IF WS-DISPONIVEL LESS THAN ZEROES
                    MOVE ZEROES TO WS-DISPONIVEL
                END-IF
            END-IF.

      **************************************************************
      * PRIMEIRA PASSADA EM PEDVEN.DAT: RESERVA VENCIDA E LIBERADA *
      * ("V"); AS DEMAIS RESERVAS SOMAM NO RESERVADO DO ITEM, COM  *
      * AS EXPEDIDAS QUE EM02EX17 AINDA NAO POSTOU.                *
      **************************************************************
        CARREGARESERVAS.
            PERFORM POSICIONAINICIO.
            PERFORM CONFERERESERVA UNTIL FIM-PV EQUAL "SIM".

        POSICIONAINICIO.
            MOVE ZEROES TO PV-CHAVE.
            MOVE "NAO" TO FIM-PV.
            START PEDVEN KEY IS NOT LESS THAN PV-CHAVE
                INVALID KEY MOVE "SIM" TO FIM-PV
            END-START.

        CONFERERESERVA.
            READ PEDVEN NEXT RECORD
                AT END MOVE "SIM" TO FIM-PV
                NOT AT END
                    IF PV-SIT EQUAL "R"
                        PERFORM TRATARESERVA
                    END-IF
                    IF PV-SIT EQUAL "E"
                       AND PV-DTSIT NOT LESS THAN WS-ULTPOST
                        PERFORM SOMARESERVA
                    END-IF
            END-READ.

        TRATARESERVA.
            IF PV-DTVALID LESS THAN WS-DATA
                MOVE "V"     TO PV-SIT
                MOVE WS-DATA TO PV-DTSIT
                REWRITE REGPVEN
                ADD 1 TO CT-VENCIDAS CT-GRAVADOS
                MOVE "V" TO DM-ACAO
                MOVE "RESERVA VENCIDA - LIBERADA" TO DM-RESULT
                PERFORM IMPRIMELINHA
                MOVE "PVVENCE" TO LK-ACAO
                PERFORM REGISTRAAUDIT
            ELSE
                PERFORM SOMARESERVA
            END-IF.

        SOMARESERVA.
            MOVE PV-ITEM TO WS-CODBUSCA.
            MOVE PV-DEP  TO WS-DEPBUSCA.
            PERFORM BUSCAESTOQUE.
            IF IDX-EST NOT EQUAL ZEROES
                ADD PV-QTDE TO EST-RES-OCR(IDX-EST)
            END-IF.

      **************************************************************
      * SEGUNDA PASSADA: AS LINHAS PENDENTES, NA ORDEM DO PEDIDO,  *
      * TENTAM DE NOVO A RESERVA COM O DISPONIVEL ATUAL.           *
      **************************************************************
        REPROCESSAPENDENCIAS.
            PERFORM POSICIONAINICIO.
            PERFORM CONFEREPENDENCIA UNTIL FIM-PV EQUAL "SIM".

        CONFEREPENDENCIA.
            READ PEDVEN NEXT RECORD
                AT END MOVE "SIM" TO FIM-PV
                NOT AT END
                    IF PV-SIT EQUAL "B"
                        PERFORM RESERVALINHA
                        IF PV-SIT EQUAL "R"
                            MOVE WS-DATA TO PV-DTSIT
                            REWRITE REGPVEN
                            ADD 1 TO CT-RESERVADAS CT-GRAVADOS
                            MOVE "B" TO DM-ACAO
                            MOVE "RESERVADA (ERA PENDENTE)"
                                TO DM-RESULT
                            PERFORM IMPRIMELINHA
                            MOVE "PVRESERVA" TO LK-ACAO
                            PERFORM REGISTRAAUDIT
                        END-IF
                    END-IF
            END-READ.

      * RESERVA A LINHA EM PEDVEN SE HOUVER DISPONIVEL NO ITEM/
      * DEPOSITO; SENAO A LINHA FICA PENDENTE.
        RESERVALINHA.
            MOVE PV-ITEM TO WS-CODBUSCA.
            MOVE PV-DEP  TO WS-DEPBUSCA.
            PERFORM BUSCAESTOQUE.
            PERFORM CALCULADISPONIVEL.
            IF IDX-EST NOT EQUAL ZEROES
               AND PV-QTDE NOT GREATER THAN WS-DISPONIVEL
                MOVE "R"        TO PV-SIT
                MOVE WS-DTVALID TO PV-DTVALID
                ADD PV-QTDE TO EST-RES-OCR(IDX-EST)
            ELSE
                MOVE "B"    TO PV-SIT
                MOVE ZEROES TO PV-DTVALID
            END-IF.

        IMPRIMELINHA.
            MOVE PV-NUM    TO DM-NUM.
            MOVE PV-LINHA  TO DM-LINHA.
            MOVE PV-CODCLI TO DM-CLI.
            MOVE PV-ITEM   TO DM-ITEM.
            MOVE PV-DEP    TO DM-DEP.
            MOVE PV-QTDE   TO DM-QTDE.
            WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE.

        LEITURA.
            READ PVREQ
                AT END     MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS.

      **************************************************************
      * CONFERE A DATA DO MOVIMENTO E APLICA A ACAO. QUALQUER      *
      * RECUSA DEIXA O MOTIVO EM WS-MOTIVO E SAI NUMA LINHA COM OS *
      * DADOS DO PEDIDO COMO VIERAM.                               *
      **************************************************************
        PRINCIPAL.
            MOVE SPACES TO WS-MOTIVO.
            PERFORM CONFEREDATA.
            IF WS-MOTIVO EQUAL SPACES
                EVALUATE RQ-ACAO
                    WHEN "I" PERFORM INCLUILINHA
                    WHEN "C" PERFORM PROCESSAPEDIDO
                    WHEN "E" PERFORM PROCESSAPEDIDO
                    WHEN OTHER
                        MOVE "ACAO INVALIDA (I/C/E)" TO WS-MOTIVO
                END-EVALUATE
            END-IF.
            IF WS-MOTIVO NOT EQUAL SPACES
                ADD 1 TO CT-RECUSADAS
                MOVE RQ-ACAO   TO DM-ACAO
                MOVE RQ-NUM    TO DM-NUM
                MOVE RQ-LINHA  TO DM-LINHA
                MOVE RQ-CODCLI TO DM-CLI
                MOVE RQ-ITEM   TO DM-ITEM
                MOVE RQ-DEP    TO DM-DEP
                MOVE ZEROES    TO DM-QTDE
                IF RQ-QTDE IS NUMERIC
                    MOVE RQ-QTDE TO DM-QTDE
                END-IF
                MOVE WS-MOTIVO TO DM-RESULT
                WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE
            END-IF.
            PERFORM LEITURA.

        CONFEREDATA.
            IF RQ-DATA IS NOT NUMERIC OR RQ-DATA EQUAL ZEROES
                MOVE WS-DATA TO WS-DTMOV
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-DATA TO WS-DTMOV.
            CALL "DATEVAL" USING RQ-DD RQ-MM RQ-AA LK-DATAVALIDA.
            IF LK-DATAVALIDA NOT EQUAL "SIM"
                MOVE "DATA INVALIDA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF RQ-DATA GREATER THAN WS-DATA
                MOVE "DATA NO FUTURO" TO WS-MOTIVO
            END-IF.

        INCLUILINHA.
            IF RQ-NUM IS NOT NUMERIC OR RQ-NUM EQUAL ZEROES
               OR RQ-LINHA IS NOT NUMERIC OR RQ-LINHA EQUAL ZEROES
                MOVE "PEDIDO/LINHA INVALIDO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF RQ-QTDE IS NOT NUMERIC OR RQ-QTDE EQUAL ZEROES
                MOVE "QUANTIDADE INVALIDA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CONFERECLIENTE.
            IF WS-MOTIVO NOT EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO ACHADO.
            IF RQ-ITEM IS NUMERIC
                MOVE RQ-ITEM TO WS-CODBUSCA
                MOVE RQ-DEP  TO WS-DEPBUSCA
                PERFORM BUSCAESTOQUE
            END-IF.
            IF ACHADO NOT EQUAL "SIM"
                MOVE "ITEM/DEPOSITO NAO CADASTRADO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-NUM   TO PV-NUM.
            MOVE RQ-LINHA TO PV-LINHA.
            MOVE "SIM"    TO ACHADO.
            READ PEDVEN
                INVALID KEY MOVE "NAO" TO ACHADO
            END-READ.
            IF ACHADO EQUAL "SIM"
                MOVE "LINHA JA EXISTE NO PEDIDO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CONFEREDONOPEDIDO.
            IF WS-MOTIVO NOT EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-NUM    TO PV-NUM.
            MOVE RQ-LINHA  TO PV-LINHA.
            MOVE RQ-CODCLI TO PV-CODCLI.
            MOVE RQ-ITEM   TO PV-ITEM.
            MOVE RQ-DEP    TO PV-DEP.
            MOVE RQ-QTDE   TO PV-QTDE.
            MOVE WS-DTMOV  TO PV-DTPED.
            MOVE WS-DATA   TO PV-DTSIT.
            PERFORM RESERVALINHA.
            WRITE REGPVEN
                INVALID KEY
                    MOVE "LINHA JA EXISTE NO PEDIDO" TO WS-MOTIVO
            END-WRITE.
            IF WS-MOTIVO NOT EQUAL SPACES
                IF PV-SIT EQUAL "R"
                    SUBTRACT PV-QTDE FROM EST-RES-OCR(IDX-EST)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE "I" TO DM-ACAO.
            IF PV-SIT EQUAL "R"
                MOVE "RESERVADA" TO DM-RESULT
                MOVE "PVRESERVA" TO LK-ACAO
                ADD 1 TO CT-RESERVADAS
            ELSE
                MOVE "PENDENTE - SEM DISPONIVEL" TO DM-RESULT
                MOVE "PVPENDENTE" TO LK-ACAO
                ADD 1 TO CT-PENDENTES
            END-IF.
            ADD 1 TO CT-GRAVADOS.
            PERFORM IMPRIMELINHA.
            PERFORM REGISTRAAUDIT.

        CONFERECLIENTE.
            MOVE "SIM" TO ACHADO.
            IF RQ-CODCLI IS NOT NUMERIC
                MOVE "NAO" TO ACHADO
            ELSE
                MOVE RQ-CODCLI TO CODCLI
                READ CADCLI
                    INVALID KEY MOVE "NAO" TO ACHADO
                END-READ
            END-IF.
            IF ACHADO NOT EQUAL "SIM"
                MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF NOMECLI EQUAL "ANONIMIZADO"
                MOVE "CLIENTE ANONIMIZADO" TO WS-MOTIVO
            END-IF.

      * AS LINHAS DE UM MESMO PEDIDO SAO DE UM CLIENTE SO: A
      * PRIMEIRA LINHA JA GRAVADA DO PEDIDO DECIDE.
        CONFEREDONOPEDIDO.
            MOVE RQ-NUM TO PV-NUM.
            MOVE ZEROES TO PV-LINHA.
            MOVE "NAO"  TO FIM-PV.
            START PEDVEN KEY IS NOT LESS THAN PV-CHAVE
                INVALID KEY MOVE "SIM" TO FIM-PV
            END-START.
            IF FIM-PV EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            READ PEDVEN NEXT RECORD
                AT END MOVE "SIM" TO FIM-PV
            END-READ.
            IF FIM-PV NOT EQUAL "SIM"
               AND PV-NUM EQUAL RQ-NUM
               AND PV-CODCLI NOT EQUAL RQ-CODCLI
                MOVE "PEDIDO E DE OUTRO CLIENTE" TO WS-MOTIVO
            END-IF.

      **************************************************************
      * CANCELAMENTO E EXPEDICAO: A LINHA INFORMADA OU, COM LINHA  *
      * ZERADA, TODAS AS LINHAS DO PEDIDO. SO LINHA EM ABERTO ("R" *
      * OU "B") E TOCADA; CADA LINHA TRATADA SAI NO RELATORIO.     *
      **************************************************************
        PROCESSAPEDIDO.
            IF RQ-NUM IS NOT NUMERIC OR RQ-NUM EQUAL ZEROES
               OR RQ-LINHA IS NOT NUMERIC
                MOVE "PEDIDO/LINHA INVALIDO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROES TO CT-LINHAS CT-ABERTAS.
            MOVE RQ-NUM TO PV-NUM.
            IF RQ-LINHA NOT EQUAL ZEROES
                MOVE RQ-LINHA TO PV-LINHA
                MOVE "SIM" TO ACHADO
                READ PEDVEN
                    INVALID KEY MOVE "NAO" TO ACHADO
                END-READ
                IF ACHADO EQUAL "SIM"
                    PERFORM TRATALINHAPEDIDO
                END-IF
            ELSE
                MOVE ZEROES TO PV-LINHA
                MOVE "NAO"  TO FIM-PV
                START PEDVEN KEY IS NOT LESS THAN PV-CHAVE
                    INVALID KEY MOVE "SIM" TO FIM-PV
                END-START
                PERFORM LELINHAPEDIDO UNTIL FIM-PV EQUAL "SIM"
            END-IF.
            IF CT-LINHAS EQUAL ZEROES
                MOVE "PEDIDO/LINHA NAO ENCONTRADO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF CT-ABERTAS EQUAL ZEROES
                MOVE "PEDIDO/LINHA JA ENCERRADO" TO WS-MOTIVO
            END-IF.

        LELINHAPEDIDO.
            READ PEDVEN NEXT RECORD
                AT END MOVE "SIM" TO FIM-PV
                NOT AT END
                    IF PV-NUM NOT EQUAL RQ-NUM
                        MOVE "SIM" TO FIM-PV
                    ELSE
                        PERFORM TRATALINHAPEDIDO
                    END-IF
            END-READ.

        TRATALINHAPEDIDO.
            ADD 1 TO CT-LINHAS.
            IF PV-SIT NOT EQUAL "R" AND PV-SIT NOT EQUAL "B"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO CT-ABERTAS.
            MOVE RQ-ACAO TO DM-ACAO.
            IF RQ-ACAO EQUAL "C"
                PERFORM CANCELALINHA
            ELSE
                PERFORM EXPEDELINHA
            END-IF.
            PERFORM IMPRIMELINHA.

        CANCELALINHA.
            IF PV-SIT EQUAL "R"
                PERFORM LIBERARESERVA
            END-IF.
            MOVE "X"      TO PV-SIT.
            MOVE WS-DTMOV TO PV-DTSIT.
            REWRITE REGPVEN.
            ADD 1 TO CT-CANCELADAS CT-GRAVADOS.
            MOVE "CANCELADA" TO DM-RESULT.
            MOVE "PVCANCELA" TO LK-ACAO.
            PERFORM REGISTRAAUDIT.

        EXPEDELINHA.
            IF PV-SIT EQUAL "B"
                MOVE "PENDENTE - NAO EXPEDIDA" TO DM-RESULT
                EXIT PARAGRAPH
            END-IF.
            PERFORM LIBERARESERVA.
            IF IDX-EST NOT EQUAL ZEROES
                IF EST-QTDE-OCR(IDX-EST) LESS THAN PV-QTDE
                    MOVE ZEROES TO EST-QTDE-OCR(IDX-EST)
                ELSE
                    SUBTRACT PV-QTDE FROM EST-QTDE-OCR(IDX-EST)
                END-IF
            END-IF.
            PERFORM GRAVAMOVIMENTO.
            MOVE "E"      TO PV-SIT.
            MOVE WS-DTMOV TO PV-DTSIT.
            REWRITE REGPVEN.
            ADD 1 TO CT-EXPEDIDAS CT-GRAVADOS.
            MOVE "EXPEDIDA - MOVIMENTO S GERADO" TO DM-RESULT.
            MOVE "PVEXPEDE" TO LK-ACAO.
            PERFORM REGISTRAAUDIT.

        LIBERARESERVA.
            MOVE PV-ITEM TO WS-CODBUSCA.
            MOVE PV-DEP  TO WS-DEPBUSCA.
            PERFORM BUSCAESTOQUE.
            IF IDX-EST NOT EQUAL ZEROES
                IF EST-RES-OCR(IDX-EST) LESS THAN PV-QTDE
                    MOVE ZEROES TO EST-RES-OCR(IDX-EST)
                ELSE
                    SUBTRACT PV-QTDE FROM EST-RES-OCR(IDX-EST)
                END-IF
            END-IF.

        GRAVAMOVIMENTO.
            OPEN EXTEND MOVESTOQ.
            IF WS-FSMOV EQUAL "35"
                OPEN OUTPUT MOVESTOQ
            END-IF.
            MOVE PV-ITEM  TO COD-MOV.
            MOVE PV-DEP   TO DEP-MOV.
            MOVE "S"      TO TIPO-MOV.
            MOVE PV-QTDE  TO QTDE-MOV.
            MOVE ZEROES   TO CUSTO-MOV.
            MOVE SPACES   TO DEPDEST-MOV.
            MOVE SPACES   TO LOTE-MOV.
            MOVE ZEROES   TO VALID-MOV.
            WRITE REGMOV.
            CLOSE MOVESTOQ.

        REGISTRAAUDIT.
            MOVE PV-CHAVE TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      **************************************************************
      * RELBACK: AS LINHAS QUE CONTINUAM PENDENTES DEPOIS DA       *
      * RODADA, COM O DISPONIVEL ATUAL DO ITEM E A ESPERA EM DIAS. *
      **************************************************************
        RELATORIOPENDENCIAS.
            WRITE REGBACK FROM CAB-BACK AFTER ADVANCING PAGE.
            WRITE REGBACK FROM CAB-BCOLS AFTER ADVANCING 2 LINES.
            PERFORM POSICIONAINICIO.
            PERFORM LEPENDENCIA UNTIL FIM-PV EQUAL "SIM".
            MOVE "LINHAS PENDENTES..............: " TO ROD-QT-TXT.
            MOVE CT-BACK TO ROD-QT.
            WRITE REGBACK FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "QUANTIDADE PENDENTE...........: " TO ROD-QB-TXT.
            MOVE WS-QTDEBACK TO ROD-QB.
            WRITE REGBACK FROM ROD-QTDEB AFTER ADVANCING 1 LINE.

        LEPENDENCIA.
            READ PEDVEN NEXT RECORD
                AT END MOVE "SIM" TO FIM-PV
                NOT AT END
                    IF PV-SIT EQUAL "B"
                        PERFORM IMPPENDENCIA
                    END-IF
            END-READ.

        IMPPENDENCIA.
            ADD 1       TO CT-BACK.
            ADD PV-QTDE TO WS-QTDEBACK.
            MOVE PV-ITEM TO WS-CODBUSCA.
            MOVE PV-DEP  TO WS-DEPBUSCA.
            PERFORM BUSCAESTOQUE.
            PERFORM CALCULADISPONIVEL.
            COMPUTE WS-ESPERA = WS-HOJE-INT
                              - FUNCTION INTEGER-OF-DATE(PV-DTPED).
            IF WS-ESPERA LESS THAN ZEROES
                MOVE ZEROES TO WS-ESPERA
            END-IF.
            MOVE PV-NUM        TO DB-NUM.
            MOVE PV-LINHA      TO DB-LINHA.
            MOVE PV-CODCLI     TO DB-CLI.
            MOVE PV-ITEM       TO DB-ITEM.
            MOVE PV-DEP        TO DB-DEP.
            MOVE PV-QTDE       TO DB-QTDE.
            MOVE WS-DISPONIVEL TO DB-DISP.
            MOVE PV-DTPED      TO DB-DTPED.
            MOVE WS-ESPERA     TO DB-DIAS.
            WRITE REGBACK FROM DET-BACK AFTER ADVANCING 1 LINE.

        TERMINO.
            MOVE "MOVIMENTOS LIDOS..............: " TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "LINHAS RESERVADAS.............: " TO ROD-QT-TXT.
            MOVE CT-RESERVADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "LINHAS PENDENTES NA INCLUSAO..: " TO ROD-QT-TXT.
            MOVE CT-PENDENTES TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "LINHAS EXPEDIDAS..............: " TO ROD-QT-TXT.
            MOVE CT-EXPEDIDAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "LINHAS CANCELADAS.............: " TO ROD-QT-TXT.
            MOVE CT-CANCELADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "RESERVAS VENCIDAS.............: " TO ROD-QT-TXT.
            MOVE CT-VENCIDAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "MOVIMENTOS RECUSADOS..........: " TO ROD-QT-TXT.
            MOVE CT-RECUSADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE PVREQ
                  PEDVEN
                  CADCLI
                  RELPVEN
                  RELBACK.
            OPEN OUTPUT PVREQ.
            CLOSE PVREQ.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
