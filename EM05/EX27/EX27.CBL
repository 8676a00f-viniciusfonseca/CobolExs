        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM05EX27.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. APROVACAO DAS ALTERACOES SENSIVEIS DOS CADASTROS
      * (SALARIO FIXO E DESCONTO DE EM03EX10, PRECO E PRECO DE VENDA
      * DE EM02EX33, VALPAG DE EM02EX23), QUE OS PROGRAMAS DE
      * MANUTENCAO DEIXAM PENDENTES EM PENDAPR.DAT (APRVCTL) EM VEZ
      * DE APLICAR - FOI ASSIM QUE UM SALARIO FIXO DIGITADO COM UM
      * ZERO A MAIS CHEGOU A FOLHA SEM NINGUEM CONFERIR. CADA LINHA
      * DE APRVREQ.DAT TRAZ O NUMERO DO PEDIDO, A DECISAO ("A"
      * APROVA, "R" REJEITA) E O OPERADOR QUE DECIDE, QUE TEM DE SER
      * OUTRO QUE NAO O QUE PEDIU; DECISAO SEM OPERADOR, DO PROPRIO
      * SOLICITANTE OU DE PEDIDO QUE NAO ESTA PENDENTE E RECUSADA. O
      * PEDIDO APROVADO E APLICADO PELA PROXIMA RODADA DO PROGRAMA DE
      * MANUTENCAO. DEPOIS DAS DECISOES, O PEDIDO PENDENTE HA MAIS
      * DIAS QUE O PRAZO DE PARAM71.DAT (PADRAO 7) EXPIRA E TEM DE
      * SER PEDIDO DE NOVO; PEDIDO ENCERRADO HA MAIS DIAS QUE O
      * SEGUNDO CAMPO (PADRAO 90) SAI DE PENDAPR.DAT. O RELATORIO
      * RELAPRV LISTA AS DECISOES DO DIA, OS EXPIRADOS, OS PEDIDOS
      * AGUARDANDO APROVACAO COM QUEM PEDIU E HA QUANTOS DIAS, E OS
      * APROVADOS AINDA NAO APLICADOS. APRVREQ.DAT E CONSUMIDO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL PARAM71 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PENDAPR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSAPR.
            SELECT OPTIONAL APRVREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT RELAPRV ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

      * PRAZO EM DIAS PARA A DECISAO E PARA A GUARDA DOS PEDIDOS
      * ENCERRADOS.
            FD PARAM71
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM71.DAT".
            01 REGPARAM71.
               02 PARM-DIASEXP  PIC 9(03).
               02 FILLER        PIC X(01).
               02 PARM-DIASHIST PIC 9(03).

            FD PENDAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDAPR.DAT".
            01 REGPEND.
               COPY REGPEND.

            FD APRVREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APRVREQ.DAT".
            01 REGAPRVREQ.
               02 AQ-ID      PIC 9(06).
               02 AQ-DECISAO PIC X(01).
               02 AQ-USUARIO PIC X(10).

            FD RELAPRV
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03) VALUE "NAO".
            77 WS-FSAPR PIC X(02) VALUE SPACES.
            77 WS-FSREQ PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-APROV    PIC 9(05) VALUE ZEROES.
            77 CT-REPROV   PIC 9(05) VALUE ZEROES.
            77 CT-RECUS    PIC 9(05) VALUE ZEROES.
            77 CT-EXPIR    PIC 9(05) VALUE ZEROES.
            77 CT-PEND     PIC 9(05) VALUE ZEROES.
            77 CT-AAPLIC   PIC 9(05) VALUE ZEROES.
            77 CT-EXPURGO  PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM05EX27".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-HOJEINT  PIC 9(07) VALUE ZEROES.
            77 WS-DIAS     PIC 9(05) VALUE ZEROES.
            77 WS-DIASEXP  PIC 9(03) VALUE 7.
            77 WS-DIASHIST PIC 9(03) VALUE 90.
            77 PEDACHADO   PIC X(03) VALUE "NAO".

            77 QTDE-PEND PIC 9(04) VALUE ZEROES.
            77 IDX-PEND  PIC 9(04) VALUE ZEROES.

      * PENDAPR.DAT INTEIRO, REGRAVADO NO FIM; CADA LINHA E TRATADA
      * PELO REGISTRO DO ARQUIVO (REGPEND).
            01 TAB-PEND.
               02 TAB-PEND-OCR OCCURS 2000 TIMES.
                  03 PEND-LINHA-OCR PIC X(115).
                  03 PEND-EXPHOJE-OCR PIC X(03).

            01 CAB-01.
               02 FILLER PIC X(14) VALUE SPACES.
               02 FILLER PIC X(41) VALUE
                  "APROVACAO DE ALTERACOES SENSIVEIS - DATA ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(17) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 CAB-COLDEC.
               02 FILLER PIC X(08) VALUE "PEDIDO".
               02 FILLER PIC X(08) VALUE "DECISAO".
               02 FILLER PIC X(12) VALUE "OPERADOR".
               02 FILLER PIC X(52) VALUE "RESULTADO".

            01 DET-DEC.
               02 DD-ID      PIC 9(06).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DD-DECISAO PIC X(01).
               02 FILLER     PIC X(07) VALUE SPACES.
               02 DD-USUARIO PIC X(10).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DD-MSG     PIC X(52).

            01 CAB-COLPED.
               02 FILLER PIC X(07) VALUE "PEDIDO".
               02 FILLER PIC X(09) VALUE "PROGRAMA".
               02 FILLER PIC X(09) VALUE "CHAVE".
               02 FILLER PIC X(09) VALUE "CAMPO".
               02 FILLER PIC X(15) VALUE "         ATUAL ".
               02 FILLER PIC X(15) VALUE "        PEDIDO ".
               02 FILLER PIC X(11) VALUE "OPERADOR".
               02 FILLER PIC X(05) VALUE "DIAS".

            01 DET-PED.
               02 DP-ID     PIC 9(06).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-PROGID PIC X(08).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-CHAVE  PIC X(08).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-CAMPO  PIC X(08).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-VALANT PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-VALNOV PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-SOLIC  PIC X(10).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DP-DIAS   PIC ZZZ9.

            01 DET-NADA.
               02 FILLER PIC X(10) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "NENHUM PEDIDO".
               02 FILLER PIC X(50) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZ9.
               02 FILLER     PIC X(43) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CARREGAPEDIDOS.
            OPEN OUTPUT RELAPRV.
            MOVE WS-DATA TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE "DECISOES DO DIA (APRVREQ.DAT)" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-COLDEC AFTER ADVANCING 1 LINE.
            PERFORM APLICADECISOES.
            PERFORM EXPIRAPEDIDO
                VARYING IDX-PEND FROM 1 BY 1
                UNTIL IDX-PEND GREATER THAN QTDE-PEND.
            PERFORM IMPRIMESITUACAO.
            PERFORM REGRAVAPEDIDOS.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            COMPUTE WS-HOJEINT = FUNCTION INTEGER-OF-DATE(WS-DATA).
            OPEN INPUT PARAM71.
            READ PARAM71
                AT END CONTINUE
                NOT AT END
                    IF PARM-DIASEXP IS NUMERIC
                       AND PARM-DIASEXP GREATER THAN ZEROES
                        MOVE PARM-DIASEXP TO WS-DIASEXP
                    END-IF
                    IF PARM-DIASHIST IS NUMERIC
                       AND PARM-DIASHIST GREATER THAN ZEROES
                        MOVE PARM-DIASHIST TO WS-DIASHIST
                    END-IF
            END-READ.
            CLOSE PARAM71.

      * PENDAPR.DAT E REGRAVADO INTEIRO NO FIM: SE NAO COUBER NA
      * TABELA, A RODADA PARA ANTES DE PERDER ALGUM PEDIDO.
        CARREGAPEDIDOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT PENDAPR.
            IF WS-FSAPR NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-PEDIDO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PENDAPR.

        LEITURA-PEDIDO.
            READ PENDAPR
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-PEND NOT LESS THAN 2000
                        DISPLAY "EM05EX27: *** TABELA DE PEDIDOS "
                                "CHEIA (MAIS DE 2000) - RODADA "
                                "RECUSADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO CT-LIDOS
                    ADD 1 TO QTDE-PEND
                    MOVE REGPEND TO PEND-LINHA-OCR(QTDE-PEND)
                    MOVE "NAO"   TO PEND-EXPHOJE-OCR(QTDE-PEND)
            END-READ.

      ***************************************************
      * DECISOES: SO PEDIDO PENDENTE, POR OPERADOR QUE  *
      * NAO SEJA O SOLICITANTE                          *
      ***************************************************
        APLICADECISOES.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT APRVREQ.
            IF WS-FSREQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-DECISAO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE APRVREQ.
            IF CT-APROV EQUAL ZEROES
               AND CT-REPROV EQUAL ZEROES
               AND CT-RECUS EQUAL ZEROES
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.

        LEITURA-DECISAO.
            READ APRVREQ
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    PERFORM TRATADECISAO
            END-READ.

        TRATADECISAO.
            MOVE AQ-ID      TO DD-ID.
            MOVE AQ-DECISAO TO DD-DECISAO.
            MOVE AQ-USUARIO TO DD-USUARIO.
            MOVE AQ-ID      TO LK-CHAVE.
            MOVE "RECUSADO" TO LK-ACAO.
            PERFORM BUSCAPEDIDO.
            EVALUATE TRUE
                WHEN AQ-ID IS NOT NUMERIC
                  OR PEDACHADO NOT EQUAL "SIM"
                    MOVE "*** PEDIDO NAO ENCONTRADO - RECUSADA"
                        TO DD-MSG
                WHEN AQ-DECISAO NOT EQUAL "A"
                 AND AQ-DECISAO NOT EQUAL "R"
                    MOVE "*** DECISAO INVALIDA - RECUSADA" TO DD-MSG
                WHEN PA-SIT NOT EQUAL "P"
                    MOVE SPACES TO DD-MSG
                    STRING "*** PEDIDO JA ENCERRADO (SITUACAO "
                           PA-SIT ") - RECUSADA"
                           DELIMITED BY SIZE INTO DD-MSG
                    END-STRING
                WHEN AQ-USUARIO EQUAL SPACES
                    MOVE "*** DECISAO SEM OPERADOR - RECUSADA"
                        TO DD-MSG
                WHEN AQ-USUARIO EQUAL PA-SOLIC
                    MOVE "*** OPERADOR E O SOLICITANTE - RECUSADA"
                        TO DD-MSG
                WHEN OTHER
                    MOVE AQ-DECISAO TO PA-SIT
                    MOVE AQ-USUARIO TO PA-APROV
                    MOVE WS-DATA    TO PA-DTDEC
                    MOVE REGPEND    TO PEND-LINHA-OCR(IDX-PEND)
                    IF AQ-DECISAO EQUAL "A"
                        ADD 1 TO CT-APROV
                        MOVE "APROVADO - APLICADO NA PROXIMA RODADA"
                            TO DD-MSG
                        MOVE "APROVADO" TO LK-ACAO
                    ELSE
                        ADD 1 TO CT-REPROV
                        MOVE "REJEITADO" TO DD-MSG
                        MOVE "REPROVADO" TO LK-ACAO
                    END-IF
            END-EVALUATE.
            IF LK-ACAO EQUAL "RECUSADO"
                ADD 1 TO CT-RECUS
            END-IF.
            WRITE REGREL FROM DET-DEC AFTER ADVANCING 1 LINE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * DEIXA O PEDIDO EM REGPEND E IDX-PEND NA LINHA DELE.
        BUSCAPEDIDO.
            MOVE "NAO" TO PEDACHADO.
            IF AQ-ID IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING IDX-PEND FROM 1 BY 1
                     UNTIL IDX-PEND GREATER THAN QTDE-PEND
                        OR PEDACHADO EQUAL "SIM"
                MOVE PEND-LINHA-OCR(IDX-PEND) TO REGPEND
                IF PA-ID EQUAL AQ-ID
                    MOVE "SIM" TO PEDACHADO
                END-IF
            END-PERFORM.
            IF PEDACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-PEND
            END-IF.

      ***************************************************
      * EXPIRACAO DOS PENDENTES FORA DO PRAZO           *
      ***************************************************
        EXPIRAPEDIDO.
            MOVE PEND-LINHA-OCR(IDX-PEND) TO REGPEND.
            IF PA-SIT NOT EQUAL "P"
                EXIT PARAGRAPH
            END-IF.
            PERFORM CALCULADIAS.
            IF WS-DIAS GREATER THAN WS-DIASEXP
                MOVE "X"     TO PA-SIT
                MOVE WS-DATA TO PA-DTDEC
                MOVE REGPEND TO PEND-LINHA-OCR(IDX-PEND)
                MOVE "SIM"   TO PEND-EXPHOJE-OCR(IDX-PEND)
                ADD 1 TO CT-EXPIR
                MOVE PA-ID      TO LK-CHAVE
                MOVE "EXPIRADO" TO LK-ACAO
                CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
            END-IF.

      * DIAS DESDE O PEDIDO (ZERO SE A DATA NAO FOR VALIDA).
        CALCULADIAS.
            MOVE ZEROES TO WS-DIAS.
            IF PA-DTSOLIC IS NUMERIC
               AND PA-DTSOLIC GREATER THAN 16010100
               AND PA-DTSOLIC NOT GREATER THAN WS-DATA
                COMPUTE WS-DIAS = WS-HOJEINT
                        - FUNCTION INTEGER-OF-DATE(PA-DTSOLIC)
            END-IF.

      ***************************************************
      * RELATORIO: EXPIRADOS, PENDENTES E APROVADOS     *
      * AINDA NAO APLICADOS                             *
      ***************************************************
        IMPRIMESITUACAO.
            MOVE SPACES TO CAB-TITULO.
            STRING "EXPIRADOS HOJE (PENDENTES HA MAIS DE " WS-DIASEXP
                   " DIAS)" DELIMITED BY SIZE INTO CAB-TITULO
            END-STRING.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-COLPED AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEEXPIRADO
                VARYING IDX-PEND FROM 1 BY 1
                UNTIL IDX-PEND GREATER THAN QTDE-PEND.
            IF CT-EXPIR EQUAL ZEROES
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.
            MOVE "AGUARDANDO APROVACAO" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-COLPED AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEPENDENTE
                VARYING IDX-PEND FROM 1 BY 1
                UNTIL IDX-PEND GREATER THAN QTDE-PEND.
            IF CT-PEND EQUAL ZEROES
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.
            MOVE "APROVADOS AGUARDANDO APLICACAO PELO PROGRAMA"
                TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-COLPED AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEAPROVADO
                VARYING IDX-PEND FROM 1 BY 1
                UNTIL IDX-PEND GREATER THAN QTDE-PEND.
            IF CT-AAPLIC EQUAL ZEROES
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.
            MOVE SPACES TO REGREL.
            WRITE REGREL AFTER ADVANCING 1 LINE.
            MOVE "APROVADOS HOJE................: " TO ROD-QT-TXT.
            MOVE CT-APROV TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "REJEITADOS HOJE...............: " TO ROD-QT-TXT.
            MOVE CT-REPROV TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "DECISOES RECUSADAS............: " TO ROD-QT-TXT.
            MOVE CT-RECUS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "EXPIRADOS HOJE................: " TO ROD-QT-TXT.
            MOVE CT-EXPIR TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "AGUARDANDO APROVACAO..........: " TO ROD-QT-TXT.
            MOVE CT-PEND TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "AGUARDANDO APLICACAO..........: " TO ROD-QT-TXT.
            MOVE CT-AAPLIC TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.

        IMPRIMEEXPIRADO.
            IF PEND-EXPHOJE-OCR(IDX-PEND) EQUAL "SIM"
                PERFORM IMPRIMEPEDIDO
            END-IF.

        IMPRIMEPENDENTE.
            MOVE PEND-LINHA-OCR(IDX-PEND) TO REGPEND.
            IF PA-SIT EQUAL "P"
                ADD 1 TO CT-PEND
                PERFORM IMPRIMEPEDIDO
            END-IF.

        IMPRIMEAPROVADO.
            MOVE PEND-LINHA-OCR(IDX-PEND) TO REGPEND.
            IF PA-SIT EQUAL "A"
                ADD 1 TO CT-AAPLIC
                PERFORM IMPRIMEPEDIDO
            END-IF.

        IMPRIMEPEDIDO.
            MOVE PEND-LINHA-OCR(IDX-PEND) TO REGPEND.
            PERFORM CALCULADIAS.
            MOVE PA-ID         TO DP-ID.
            MOVE PA-PROGID     TO DP-PROGID.
            MOVE PA-CHAVE(1:8) TO DP-CHAVE.
            MOVE PA-CAMPO      TO DP-CAMPO.
            MOVE PA-VALANT     TO DP-VALANT.
            MOVE PA-VALNOV     TO DP-VALNOV.
            MOVE PA-SOLIC      TO DP-SOLIC.
            MOVE WS-DIAS       TO DP-DIAS.
            WRITE REGREL FROM DET-PED AFTER ADVANCING 1 LINE.

      ***************************************************
      * REGRAVACAO: O ENCERRADO (REJEITADO, EXPIRADO,   *
      * EFETIVADO OU CANCELADO) FORA DA GUARDA SAI      *
      ***************************************************
        REGRAVAPEDIDOS.
            OPEN OUTPUT PENDAPR.
            PERFORM GRAVAPEDIDO
                VARYING IDX-PEND FROM 1 BY 1
                UNTIL IDX-PEND GREATER THAN QTDE-PEND.
            CLOSE PENDAPR.
            OPEN OUTPUT APRVREQ.
            CLOSE APRVREQ.

        GRAVAPEDIDO.
            MOVE PEND-LINHA-OCR(IDX-PEND) TO REGPEND.
            IF PA-SIT NOT EQUAL "P"
               AND PA-SIT NOT EQUAL "A"
               AND PA-DTDEC IS NUMERIC
               AND PA-DTDEC GREATER THAN 16010100
               AND PA-DTDEC NOT GREATER THAN WS-DATA
                COMPUTE WS-DIAS = WS-HOJEINT
                        - FUNCTION INTEGER-OF-DATE(PA-DTDEC)
                IF WS-DIAS GREATER THAN WS-DIASHIST
                    ADD 1 TO CT-EXPURGO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            WRITE REGPEND.
            ADD 1 TO CT-GRAVADOS.

        TERMINO.
            CLOSE RELAPRV.
            DISPLAY "EM05EX27: " CT-APROV " APROVADO(S), " CT-REPROV
                    " REJEITADO(S), " CT-EXPIR " EXPIRADO(S), "
                    CT-PEND " PENDENTE(S), " CT-EXPURGO
                    " ENCERRADO(S) EXPURGADO(S)".
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
