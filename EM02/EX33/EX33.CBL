      * CADASTRO E COPIADO PARA CADESTQA.DAT COM AS TRANSACOES
      * APLICADAS (O JOB RENOMEIA NO FIM), CADA PEDIDO SAI
      * CONFIRMADO EM RELEMAN E REGISTRADO EM AUDITLOG.
      * A ACAO "P" REGISTRA O PRECO DE VENDA DO ITEM (O PRECO DA
      * LINHA) COM A DATA DE VIGENCIA DO FIM DA LINHA (EM BRANCO =
      * HOJE; NUNCA NO PASSADO) EM PRECOVEN.DAT, SEM MEXER NO
      * CADASTRO. O ITEM TEM DE EXISTIR EM ALGUM DEPOSITO. CADA
      * PRECO REGISTRADO VAI PARA O HISTORICO HISTPRECO.DAT COM O
      * PRECO ANTERIOR E O CUSTO MEDIO DO DIA, PARA A ANALISE DE
      * MARGEM DE EM02EX58.
      * PRECO DO CADASTRO (ALTERACAO "A") E PRECO DE VENDA (ACAO "P")
      * NAO SAO MAIS APLICADOS NA HORA: VIRAM PEDIDO DE APROVACAO EM
      * PENDAPR.DAT (APRVCTL) COM O OPERADOR DO FIM DA LINHA - SEM
      * OPERADOR O PRECO E RECUSADO. O PEDIDO APROVADO EM EM05EX27
      * E APLICADO NA RODADA SEGUINTE (O PRECO DE VENDA APROVADO
      * DEPOIS DA VIGENCIA PEDIDA VALE A PARTIR DO DIA DA
      * APLICACAO); O DE ITEM QUE NAO EXISTE MAIS E CANCELADO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCAT.
            SELECT RELEMAN ASSIGN TO DISK.
            SELECT OPTIONAL PRECOVEN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSPRC.
            SELECT OPTIONAL HISTPRECO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSHPR.
            SELECT OPTIONAL PENDAPR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSAPR.

        DATA DIVISION.
            FILE SECTION.
                  88 INCLUSAO  VALUE "I".
                  88 ALTERACAO VALUE "A".
                  88 EXCLUSAO  VALUE "E".
                  88 PRECOVENDA VALUE "P".
               02 NOME-REQ  PIC X(15).
               02 QTDE-REQ  PIC 9(05).
               02 PRECO-REQ PIC 9(06)V99.
               02 PONTO-REQ PIC X(05).
               02 CATEG-REQ PIC X(10).
               02 VIGENCIA-REQ PIC X(08).
               02 USUARIO-REQ  PIC X(10).

            FD CADESTOQ
               LABEL RECORD IS STANDARD
               LABEL RECORD IS OMITTED.
            01 IMPEMAN PIC X(80).

            FD PRECOVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECOVEN.DAT".
            01 REGPRVEN.
               COPY REGPRVEN.

            FD HISTPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTPRECO.DAT".
            01 REGHPREC.
               COPY REGHPREC.

            FD PENDAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDAPR.DAT".
            01 REGPEND.
               COPY REGPEND.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03) VALUE "NAO".
            77 FIM-REQ  PIC X(03) VALUE "NAO".
            77 IDX-TRANS  PIC 9(03) VALUE ZEROES.
            77 QTDE-CATREF PIC 9(02) VALUE ZEROES.
            77 IDX-CATREF  PIC 9(02) VALUE ZEROES.
            77 WS-FSPRC    PIC X(02) VALUE SPACES.
            77 WS-FSHPR    PIC X(02) VALUE SPACES.
            77 FIM-PRC     PIC X(03) VALUE "NAO".
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-VIGENCIA PIC 9(08) VALUE ZEROES.
            77 WS-PRECOANT PIC 9(06)V99 VALUE ZEROES.
            77 WS-VIGANT   PIC 9(08) VALUE ZEROES.
            77 WS-CUSTOMED PIC 9(06)V99 VALUE ZEROES.
            77 PRCACHADO   PIC X(03) VALUE "NAO".
            77 PRCSUPERADO PIC X(03) VALUE "NAO".
            77 QTDE-PRC    PIC 9(03) VALUE ZEROES.
            77 IDX-PRC     PIC 9(03) VALUE ZEROES.
            77 IDX-PRC2    PIC 9(03) VALUE ZEROES.

            77 WS-FSAPR     PIC X(02) VALUE SPACES.
            77 FIM-APR      PIC X(03) VALUE "NAO".
            77 APR-MODO     PIC X(01) VALUE SPACES.
            77 APR-ID       PIC 9(06) VALUE ZEROES.
            77 APR-CAMPO    PIC X(08) VALUE SPACES.
            77 APR-VALANT   PIC 9(09)V99 VALUE ZEROES.
            77 APR-VALNOV   PIC 9(09)V99 VALUE ZEROES.
            77 APR-COMPL    PIC X(08) VALUE SPACES.
            77 APR-USUARIO  PIC X(10) VALUE SPACES.
            77 APR-RESULT   PIC X(06) VALUE SPACES.
            77 QTDE-APR     PIC 9(03) VALUE ZEROES.
            77 IDX-APR      PIC 9(03) VALUE ZEROES.

      * PEDIDOS DE PRECO DO CADASTRO JA APROVADOS EM EM05EX27, A
      * APLICAR (OS DE PRECO DE VENDA ENTRAM NA TABELA DE
      * TRANSACOES COMO ACAO "P").
            01 TAB-APROV.
               02 TAB-APR-OCR OCCURS 100 TIMES.
                  03 APR-ID-OCR     PIC 9(06).
                  03 APR-CHAVE-OCR  PIC X(15).
                  03 APR-VALNOV-OCR PIC 9(09)V99.
                  03 APR-USADA-OCR  PIC X(03).

      * PRECOS DE VENDA (PRECOVEN.DAT) CARREGADOS PARA A MANUTENCAO
      * E REGRAVADOS NO FIM.
            01 TAB-PRECO.
               02 TAB-PRC-OCR OCCURS 500 TIMES.
                  03 PRC-COD-OCR   PIC 9(05).
                  03 PRC-VIG-OCR   PIC 9(08).
                  03 PRC-PRECO-OCR PIC 9(06)V99.

            01 TAB-TRANS.
               02 TAB-TRANS-OCR OCCURS 200 TIMES.
                  03 TR-PONTO-OCR PIC X(05).
                  03 TR-CATEG-OCR PIC X(10).
                  03 TR-USADA-OCR PIC X(03).
                  03 TR-VIG-OCR   PIC X(08).
                  03 TR-ITEMOK-OCR PIC X(03).
                  03 TR-QTCUS-OCR PIC 9(07).
                  03 TR-VLCUS-OCR PIC 9(11)V99.
                  03 TR-CUSTO-OCR PIC 9(06)V99.
                  03 TR-USUARIO-OCR PIC X(10).
                  03 TR-APRID-OCR PIC 9(06).

            01 TAB-CATREF.
               02 CATREF-OCR OCCURS 50 TIMES.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM INCLUINOVOS.
            PERFORM CANCELAAPROVADO
                VARYING IDX-APR FROM 1 BY 1
                UNTIL IDX-APR GREATER THAN QTDE-APR.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            PERFORM CARREGAPRECOS.
            PERFORM CARREGACATEGORIAS.
            PERFORM CARREGATRANSACOES.
            PERFORM CARREGAAPROVADOS.
            OPEN INPUT  CADESTOQ
                 OUTPUT CADESTQA
                        RELEMAN.
                    MOVE PRECO-REQ TO TR-PRECO-OCR(QTDE-TRANS)
                    MOVE PONTO-REQ TO TR-PONTO-OCR(QTDE-TRANS)
                    MOVE CATEG-REQ TO TR-CATEG-OCR(QTDE-TRANS)
                    MOVE "NAO"     TO TR-USADA-OCR(QTDE-TRANS)
                    MOVE VIGENCIA-REQ TO TR-VIG-OCR(QTDE-TRANS)
                    MOVE "NAO"     TO TR-ITEMOK-OCR(QTDE-TRANS)
                    MOVE ZEROES    TO TR-QTCUS-OCR(QTDE-TRANS)
                                      TR-VLCUS-OCR(QTDE-TRANS)
                                      TR-CUSTO-OCR(QTDE-TRANS)
                                      TR-APRID-OCR(QTDE-TRANS)
                    MOVE USUARIO-REQ TO TR-USUARIO-OCR(QTDE-TRANS).

        LEITURA.
            READ CADESTOQ AT END MOVE "SIM" TO FIM-ARQ.
            END-IF.

        PRINCIPAL.
            MOVE SPACES  TO LK-CHAVE.
            MOVE COD-ENT TO LK-CHAVE(1:5).
            MOVE DEP-ENT TO LK-CHAVE(7:2).
            PERFORM APLICAAPROVADO
                VARYING IDX-APR FROM 1 BY 1
                UNTIL IDX-APR GREATER THAN QTDE-APR.
            PERFORM MARCAITEMPRECO
                VARYING IDX-BUSCA FROM 1 BY 1
                UNTIL IDX-BUSCA GREATER THAN QTDE-TRANS.
            PERFORM BUSCATRANSACAO.
            IF TRANSACHADA EQUAL "SIM"
                PERFORM APLICATRANSACAO
                IF TR-COD-OCR(IDX-TRANS) EQUAL COD-ENT
                   AND TR-DEP-OCR(IDX-TRANS) EQUAL DEP-ENT
                   AND TR-USADA-OCR(IDX-TRANS) EQUAL "NAO"
                   AND TR-ACAO-OCR(IDX-TRANS) NOT EQUAL "P"
                    MOVE "SIM" TO TRANSACHADA
                END-IF
            END-PERFORM.
                SUBTRACT 1 FROM IDX-TRANS
            END-IF.

      * O PRECO DE VENDA NAO TEM DEPOSITO: QUALQUER DEPOSITO DO ITEM
      * NO CADASTRO CONFIRMA O ITEM E ENTRA NO CUSTO MEDIO PONDERADO
      * GRAVADO NO HISTORICO.
        MARCAITEMPRECO.
            IF TR-ACAO-OCR(IDX-BUSCA) EQUAL "P"
               AND TR-COD-OCR(IDX-BUSCA) EQUAL COD-ENT
                MOVE "SIM" TO TR-ITEMOK-OCR(IDX-BUSCA)
                MOVE PRECO-ENT TO TR-CUSTO-OCR(IDX-BUSCA)
                ADD QTDE-ENT TO TR-QTCUS-OCR(IDX-BUSCA)
                COMPUTE TR-VLCUS-OCR(IDX-BUSCA) =
                        TR-VLCUS-OCR(IDX-BUSCA) + QTDE-ENT * PRECO-ENT
            END-IF.

        APLICATRANSACAO.
            MOVE "SIM" TO TR-USADA-OCR(IDX-TRANS).
            MOVE TR-COD-OCR(IDX-TRANS)  TO DR-COD.
            MOVE TR-COD-OCR(IDX-TRANS) TO LK-CHAVE(1:5).
            MOVE TR-DEP-OCR(IDX-TRANS) TO LK-CHAVE(7:2).
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            IF LK-ACAO EQUAL "ALTERADO"
                PERFORM ENVIAAPROVACAO
            END-IF.

      * CATEGORIA (QUANDO INFORMADA) TEM DE CONSTAR DA LISTA DE
      * REFERENCIA E O PONTO DE PEDIDO (QUANDO INFORMADO) TEM DE
            IF TR-NOME-OCR(IDX-TRANS) NOT EQUAL SPACES
                MOVE TR-NOME-OCR(IDX-TRANS) TO NOME-ENT
            END-IF.
            IF TR-PONTO-OCR(IDX-TRANS) NOT EQUAL SPACES
               AND TR-PONTO-OCR(IDX-TRANS) IS NUMERIC
                MOVE TR-PONTO-OCR(IDX-TRANS) TO PONTO-ENT
                MOVE TR-ACAO-OCR(IDX-TRANS) TO DR-ACAO
                PERFORM BUSCACHAVEUSADA
                EVALUATE TRUE
                    WHEN TR-ACAO-OCR(IDX-TRANS) EQUAL "P"
                        PERFORM TRATAPRECO
                    WHEN TR-ACAO-OCR(IDX-TRANS) NOT EQUAL "I"
                        MOVE "*** ITEM NAO ENCONTRADO ***"
                            TO DR-MSG
                END-IF
            END-PERFORM.

      ******************************************************************
      * PRECO DE VENDA: CRITICA, GRAVA NA TABELA (MESMA VIGENCIA      *
      * SUBSTITUI) E REGISTRA NO HISTORICO COM O PRECO QUE VALERIA    *
      * NA VIGENCIA E O CUSTO MEDIO DO DIA. ITEM INCLUIDO NESTA       *
      * RODADA TAMBEM PODE RECEBER PRECO.                             *
      ******************************************************************
        TRATAPRECO.
            MOVE "SIM" TO TR-USADA-OCR(IDX-TRANS).
            IF TR-ITEMOK-OCR(IDX-TRANS) NOT EQUAL "SIM"
                PERFORM BUSCAITEMINCLUIDO
            END-IF.
            IF TR-VIG-OCR(IDX-TRANS) EQUAL SPACES
                MOVE WS-DATA TO WS-VIGENCIA
            ELSE
                IF TR-VIG-OCR(IDX-TRANS) IS NUMERIC
                    MOVE TR-VIG-OCR(IDX-TRANS) TO WS-VIGENCIA
                ELSE
                    MOVE ZEROES TO WS-VIGENCIA
                END-IF
            END-IF.
            IF TR-APRID-OCR(IDX-TRANS) NOT EQUAL ZEROES
               AND WS-VIGENCIA LESS THAN WS-DATA
                MOVE WS-DATA TO WS-VIGENCIA
            END-IF.
            MOVE "RECUSADO" TO LK-ACAO.
            EVALUATE TRUE
                WHEN TR-ITEMOK-OCR(IDX-TRANS) NOT EQUAL "SIM"
                    MOVE "*** ITEM NAO ENCONTRADO ***" TO DR-MSG
                WHEN TR-PRECO-OCR(IDX-TRANS) IS NOT NUMERIC
                  OR TR-PRECO-OCR(IDX-TRANS) EQUAL ZEROES
                    MOVE "*** PRECO DE VENDA INVALIDO - RECUSADO"
                        TO DR-MSG
                WHEN WS-VIGENCIA LESS THAN WS-DATA
                    MOVE "*** VIGENCIA INVALIDA OU PASSADA - RECUSADO"
                        TO DR-MSG
                WHEN TR-APRID-OCR(IDX-TRANS) EQUAL ZEROES
                    PERFORM PEDEAPROVACAOPRECO
                WHEN OTHER
                    PERFORM REGISTRAPRECO
            END-EVALUATE.
            IF TR-APRID-OCR(IDX-TRANS) NOT EQUAL ZEROES
                PERFORM ENCERRAPRECOAPROVADO
            END-IF.
            PERFORM IMPRIMEAUDITA.

        BUSCAITEMINCLUIDO.
            PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                     UNTIL IDX-BUSCA GREATER THAN QTDE-TRANS
                        OR TR-ITEMOK-OCR(IDX-TRANS) EQUAL "SIM"
                IF TR-ACAO-OCR(IDX-BUSCA) EQUAL "I"
                   AND TR-USADA-OCR(IDX-BUSCA) EQUAL "SIM"
                   AND TR-COD-OCR(IDX-BUSCA) EQUAL TR-COD-OCR(IDX-TRANS)
                    MOVE "SIM" TO TR-ITEMOK-OCR(IDX-TRANS)
                    MOVE TR-PRECO-OCR(IDX-BUSCA)
                        TO TR-CUSTO-OCR(IDX-TRANS)
                END-IF
            END-PERFORM.

        REGISTRAPRECO.
            PERFORM BUSCAPRECOVIGENTE.
            IF WS-VIGANT EQUAL WS-VIGENCIA
               AND WS-PRECOANT EQUAL TR-PRECO-OCR(IDX-TRANS)
                MOVE "*** PRECO DE VENDA SEM ALTERACAO ***" TO DR-MSG
                MOVE "SEMALTER" TO LK-ACAO
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO PRCACHADO.
            PERFORM VARYING IDX-PRC FROM 1 BY 1
                     UNTIL IDX-PRC GREATER THAN QTDE-PRC
                        OR PRCACHADO EQUAL "SIM"
                IF PRC-COD-OCR(IDX-PRC) EQUAL TR-COD-OCR(IDX-TRANS)
                   AND PRC-VIG-OCR(IDX-PRC) EQUAL WS-VIGENCIA
                    MOVE "SIM" TO PRCACHADO
                END-IF
            END-PERFORM.
            IF PRCACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-PRC
            ELSE
                IF QTDE-PRC NOT LESS THAN 500
                    MOVE "*** TABELA DE PRECOS CHEIA - RECUSADO"
                        TO DR-MSG
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO QTDE-PRC
                MOVE QTDE-PRC TO IDX-PRC
                MOVE TR-COD-OCR(IDX-TRANS) TO PRC-COD-OCR(IDX-PRC)
                MOVE WS-VIGENCIA           TO PRC-VIG-OCR(IDX-PRC)
            END-IF.
            MOVE TR-PRECO-OCR(IDX-TRANS) TO PRC-PRECO-OCR(IDX-PRC).
            IF TR-QTCUS-OCR(IDX-TRANS) GREATER THAN ZEROES
                COMPUTE WS-CUSTOMED ROUNDED = TR-VLCUS-OCR(IDX-TRANS)
                                            / TR-QTCUS-OCR(IDX-TRANS)
            ELSE
                MOVE TR-CUSTO-OCR(IDX-TRANS) TO WS-CUSTOMED
            END-IF.
            MOVE SPACES                  TO REGHPREC.
            MOVE TR-COD-OCR(IDX-TRANS)   TO HP-COD.
            MOVE WS-DATA                 TO HP-DATA.
            MOVE WS-VIGENCIA             TO HP-VIGENCIA.
            MOVE WS-PRECOANT             TO HP-PRECOANT.
            MOVE TR-PRECO-OCR(IDX-TRANS) TO HP-PRECO.
            MOVE WS-CUSTOMED             TO HP-CUSTO.
            WRITE REGHPREC.
            MOVE "*** PRECO DE VENDA REGISTRADO ***" TO DR-MSG.
            MOVE "PRECOVEN" TO LK-ACAO.

      * PRECO QUE VALERIA NA VIGENCIA PEDIDA: O DE MAIOR VIGENCIA
      * ATE ELA (ZERO SE O ITEM AINDA NAO TEM PRECO).
        BUSCAPRECOVIGENTE.
            MOVE ZEROES TO WS-PRECOANT WS-VIGANT.
            PERFORM VARYING IDX-PRC FROM 1 BY 1
                     UNTIL IDX-PRC GREATER THAN QTDE-PRC
                IF PRC-COD-OCR(IDX-PRC) EQUAL TR-COD-OCR(IDX-TRANS)
                   AND PRC-VIG-OCR(IDX-PRC) NOT GREATER THAN
                       WS-VIGENCIA
                   AND PRC-VIG-OCR(IDX-PRC) NOT LESS THAN WS-VIGANT
                    MOVE PRC-VIG-OCR(IDX-PRC)   TO WS-VIGANT
                    MOVE PRC-PRECO-OCR(IDX-PRC) TO WS-PRECOANT
                END-IF
            END-PERFORM.

      ***************************************************
      * DUPLA CUSTODIA DO PRECO E DO PRECO DE VENDA: A  *
      * ALTERACAO VIRA PEDIDO EM PENDAPR.DAT; O         *
      * APROVADO EM EM05EX27 ENTRA NA RODADA SEGUINTE   *
      ***************************************************
        CARREGAAPROVADOS.
            OPEN INPUT PENDAPR.
            IF WS-FSAPR NOT EQUAL "00"
                MOVE "SIM" TO FIM-APR
            END-IF.
            PERFORM LEITURA-APR UNTIL FIM-APR EQUAL "SIM".
            CLOSE PENDAPR.

        LEITURA-APR.
            READ PENDAPR
                AT END MOVE "SIM" TO FIM-APR
                NOT AT END
                    IF PA-PROGID EQUAL LK-PROGID
                       AND PA-SIT EQUAL "A"
                        IF PA-CAMPO EQUAL "PRECOVEN"
                            PERFORM GUARDAPRECOAPROVADO
                        ELSE
                            PERFORM GUARDAAPROVADO
                        END-IF
                    END-IF
            END-READ.

        GUARDAAPROVADO.
            IF QTDE-APR NOT LESS THAN 100
                DISPLAY "EM02EX33: *** TABELA DE APROVADOS CHEIA - "
                        "PEDIDO " PA-ID " FICA PARA A PROXIMA "
                        "RODADA ***"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-APR.
            MOVE PA-ID     TO APR-ID-OCR(QTDE-APR).
            MOVE PA-CHAVE  TO APR-CHAVE-OCR(QTDE-APR).
            MOVE PA-VALNOV TO APR-VALNOV-OCR(QTDE-APR).
            MOVE "NAO"     TO APR-USADA-OCR(QTDE-APR).

      * O PRECO DE VENDA APROVADO E UMA ACAO "P" A MAIS, JA COM O
      * NUMERO DO PEDIDO: NAO VOLTA PARA APROVACAO.
        GUARDAPRECOAPROVADO.
            IF QTDE-TRANS NOT LESS THAN 200
                DISPLAY "EM02EX33: *** TABELA DE TRANSACOES CHEIA - "
                        "PEDIDO " PA-ID " FICA PARA A PROXIMA "
                        "RODADA ***"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-TRANS.
            MOVE PA-CHAVE(1:5) TO TR-COD-OCR(QTDE-TRANS).
            MOVE PA-CHAVE(7:2) TO TR-DEP-OCR(QTDE-TRANS).
            MOVE "P"           TO TR-ACAO-OCR(QTDE-TRANS).
            MOVE SPACES        TO TR-NOME-OCR(QTDE-TRANS)
                                  TR-PONTO-OCR(QTDE-TRANS)
                                  TR-CATEG-OCR(QTDE-TRANS).
            MOVE ZEROES        TO TR-QTDE-OCR(QTDE-TRANS)
                                  TR-QTCUS-OCR(QTDE-TRANS)
                                  TR-VLCUS-OCR(QTDE-TRANS)
                                  TR-CUSTO-OCR(QTDE-TRANS).
            MOVE PA-VALNOV     TO TR-PRECO-OCR(QTDE-TRANS).
            MOVE PA-COMPL      TO TR-VIG-OCR(QTDE-TRANS).
            MOVE "NAO"         TO TR-USADA-OCR(QTDE-TRANS)
                                  TR-ITEMOK-OCR(QTDE-TRANS).
            MOVE PA-SOLIC      TO TR-USUARIO-OCR(QTDE-TRANS).
            MOVE PA-ID         TO TR-APRID-OCR(QTDE-TRANS).

      * CHAMADO COM O ITEM LIDO E LK-CHAVE = ITEM + DEPOSITO.
        APLICAAPROVADO.
            IF APR-CHAVE-OCR(IDX-APR) NOT EQUAL LK-CHAVE
               OR APR-USADA-OCR(IDX-APR) NOT EQUAL "NAO"
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO APR-USADA-OCR(IDX-APR).
            MOVE APR-VALNOV-OCR(IDX-APR) TO PRECO-ENT.
            MOVE "E" TO APR-MODO.
            PERFORM ENCERRAAPROVADO.
            MOVE SPACES TO DR-MSG.
            STRING "*** PRECO APROVADO - PEDIDO "
                   APR-ID-OCR(IDX-APR) DELIMITED BY SIZE INTO DR-MSG
            END-STRING.
            MOVE "APLICAPROV" TO LK-ACAO.
            PERFORM IMPRIMEAPROVADO.

      * APROVADO QUE NAO ENCONTROU O ITEM NO DEPOSITO (EXCLUIDO
      * DEPOIS DO PEDIDO) E CANCELADO.
        CANCELAAPROVADO.
            IF APR-USADA-OCR(IDX-APR) NOT EQUAL "NAO"
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO APR-USADA-OCR(IDX-APR).
            MOVE "C" TO APR-MODO.
            PERFORM ENCERRAAPROVADO.
            MOVE SPACES TO DR-MSG.
            STRING "*** PEDIDO " APR-ID-OCR(IDX-APR)
                   " CANCELADO - EXCLUIDO"
                   DELIMITED BY SIZE INTO DR-MSG
            END-STRING.
            MOVE "CANCAPROV" TO LK-ACAO.
            MOVE APR-CHAVE-OCR(IDX-APR) TO LK-CHAVE.
            PERFORM IMPRIMEAPROVADO.

        ENCERRAAPROVADO.
            MOVE APR-ID-OCR(IDX-APR) TO APR-ID.
            MOVE "PRECO"             TO APR-CAMPO.
            CALL "APRVCTL" USING APR-MODO APR-ID LK-PROGID
                                  APR-CHAVE-OCR(IDX-APR) APR-CAMPO
                                  APR-VALANT APR-VALNOV APR-COMPL
                                  APR-USUARIO APR-RESULT.

        IMPRIMEAPROVADO.
            MOVE APR-CHAVE-OCR(IDX-APR)(1:5) TO DR-COD.
            MOVE APR-CHAVE-OCR(IDX-APR)(7:2) TO DR-DEP.
            MOVE "A" TO DR-ACAO.
            WRITE IMPEMAN FROM DET-RES AFTER ADVANCING 1 LINE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * PRECO DE VENDA APROVADO: REGISTRADO, O PEDIDO E EFETIVADO;
      * ITEM QUE NAO EXISTE MAIS, CANCELADO; TABELA DE PRECOS
      * CHEIA, FICA APROVADO PARA A RODADA SEGUINTE.
        ENCERRAPRECOAPROVADO.
            MOVE TR-APRID-OCR(IDX-TRANS) TO APR-ID.
            MOVE "PRECOVEN"              TO APR-CAMPO.
            MOVE SPACES TO LK-CHAVE.
            MOVE TR-COD-OCR(IDX-TRANS) TO LK-CHAVE(1:5).
            MOVE TR-DEP-OCR(IDX-TRANS) TO LK-CHAVE(7:2).
            EVALUATE TRUE
                WHEN LK-ACAO EQUAL "PRECOVEN"
                  OR LK-ACAO EQUAL "SEMALTER"
                    MOVE "E" TO APR-MODO
                    MOVE SPACES TO DR-MSG
                    STRING "*** PRECOVEN APROVADO - PEDIDO "
                           APR-ID DELIMITED BY SIZE INTO DR-MSG
                    END-STRING
                    MOVE "APLICAPROV" TO LK-ACAO
                WHEN TR-ITEMOK-OCR(IDX-TRANS) NOT EQUAL "SIM"
                    MOVE "C" TO APR-MODO
                    MOVE "CANCAPROV" TO LK-ACAO
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            CALL "APRVCTL" USING APR-MODO APR-ID LK-PROGID LK-CHAVE
                                  APR-CAMPO APR-VALANT APR-VALNOV
                                  APR-COMPL APR-USUARIO APR-RESULT.

      * PRECO INFORMADO NA ALTERACAO E DIFERENTE DO CADASTRO VAI
      * PARA APROVACAO EM VEZ DE SER APLICADO.
        ENVIAAPROVACAO.
            IF TR-PRECO-OCR(IDX-TRANS) EQUAL ZEROES
               OR TR-PRECO-OCR(IDX-TRANS) EQUAL PRECO-ENT
                EXIT PARAGRAPH
            END-IF.
            MOVE "PRECO"                 TO APR-CAMPO.
            MOVE PRECO-ENT               TO APR-VALANT.
            MOVE TR-PRECO-OCR(IDX-TRANS) TO APR-VALNOV.
            MOVE SPACES                  TO APR-COMPL.
            PERFORM SOLICITAAPROVACAO.
            PERFORM IMPRIMEAUDITA.

      * PRECO DE VENDA JA CRITICADO: O ANTERIOR E O QUE VALERIA NA
      * VIGENCIA PEDIDA, QUE SEGUE NO PEDIDO.
        PEDEAPROVACAOPRECO.
            PERFORM BUSCAPRECOVIGENTE.
            IF WS-VIGANT EQUAL WS-VIGENCIA
               AND WS-PRECOANT EQUAL TR-PRECO-OCR(IDX-TRANS)
                MOVE "*** PRECO DE VENDA SEM ALTERACAO ***" TO DR-MSG
                MOVE "SEMALTER" TO LK-ACAO
                EXIT PARAGRAPH
            END-IF.
            MOVE "PRECOVEN"              TO APR-CAMPO.
            MOVE WS-PRECOANT             TO APR-VALANT.
            MOVE TR-PRECO-OCR(IDX-TRANS) TO APR-VALNOV.
            MOVE WS-VIGENCIA             TO APR-COMPL.
            PERFORM SOLICITAAPROVACAO.

      * MONTA DR-MSG E LK-ACAO; QUEM CHAMA IMPRIME.
        SOLICITAAPROVACAO.
            MOVE SPACES TO DR-MSG LK-CHAVE.
            MOVE TR-COD-OCR(IDX-TRANS) TO LK-CHAVE(1:5).
            MOVE TR-DEP-OCR(IDX-TRANS) TO LK-CHAVE(7:2).
            MOVE TR-USUARIO-OCR(IDX-TRANS) TO APR-USUARIO.
            MOVE "RECUSADO" TO LK-ACAO.
            IF APR-USUARIO EQUAL SPACES
                STRING "*** " DELIMITED BY SIZE
                       APR-CAMPO DELIMITED BY SPACE
                       " SEM OPERADOR - RECUSADO" DELIMITED BY SIZE
                       INTO DR-MSG
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            MOVE "S" TO APR-MODO.
            CALL "APRVCTL" USING APR-MODO APR-ID LK-PROGID LK-CHAVE
                                  APR-CAMPO APR-VALANT APR-VALNOV
                                  APR-COMPL APR-USUARIO APR-RESULT.
            EVALUATE APR-RESULT
                WHEN "PEND"
                    STRING "*** " DELIMITED BY SIZE
                           APR-CAMPO DELIMITED BY SPACE
                           " EM APROVACAO - PEDIDO " APR-ID
                           DELIMITED BY SIZE INTO DR-MSG
                    END-STRING
                    MOVE "PENDENTE" TO LK-ACAO
                WHEN "JAPEND"
                    STRING "*** " DELIMITED BY SIZE
                           APR-CAMPO DELIMITED BY SPACE
                           " JA PENDENTE - PEDIDO " APR-ID
                           DELIMITED BY SIZE INTO DR-MSG
                    END-STRING
                WHEN OTHER
                    STRING "*** " DELIMITED BY SIZE
                           APR-CAMPO DELIMITED BY SPACE
                           " NAO ENVIADO - PENDAPR CHEIO"
                           DELIMITED BY SIZE INTO DR-MSG
                    END-STRING
            END-EVALUATE.

        CARREGAPRECOS.
            OPEN INPUT PRECOVEN.
            IF WS-FSPRC NOT EQUAL "00"
                MOVE "SIM" TO FIM-PRC
            END-IF.
            PERFORM LEITURA-PRECO UNTIL FIM-PRC EQUAL "SIM".
            CLOSE PRECOVEN.
            OPEN EXTEND HISTPRECO.
            IF WS-FSHPR EQUAL "35"
                OPEN OUTPUT HISTPRECO
            END-IF.

        LEITURA-PRECO.
            READ PRECOVEN
                AT END MOVE "SIM" TO FIM-PRC
                NOT AT END
                    IF QTDE-PRC LESS THAN 500
                        ADD 1 TO QTDE-PRC
                        MOVE VP-COD      TO PRC-COD-OCR(QTDE-PRC)
                        MOVE VP-VIGENCIA TO PRC-VIG-OCR(QTDE-PRC)
                        MOVE VP-PRECO    TO PRC-PRECO-OCR(QTDE-PRC)
                    ELSE
                        DISPLAY "EM02EX33: *** TABELA DE PRECOS DE "
                                "VENDA CHEIA - ITEM " VP-COD
                                " PERDE O PRECO ***"
                    END-IF
            END-READ.

      * REGRAVA PRECOVEN.DAT SEM AS LINHAS SUPERADAS: DE CADA ITEM
      * FICAM O PRECO EM VIGOR HOJE E OS DE VIGENCIA FUTURA.
        REGRAVAPRECOS.
            OPEN OUTPUT PRECOVEN.
            PERFORM GRAVAPRECO
                VARYING IDX-PRC FROM 1 BY 1
                UNTIL IDX-PRC GREATER THAN QTDE-PRC.
            CLOSE PRECOVEN.

        GRAVAPRECO.
            MOVE "NAO" TO PRCSUPERADO.
            IF PRC-VIG-OCR(IDX-PRC) NOT GREATER THAN WS-DATA
                PERFORM VARYING IDX-PRC2 FROM 1 BY 1
                         UNTIL IDX-PRC2 GREATER THAN QTDE-PRC
                    IF PRC-COD-OCR(IDX-PRC2) EQUAL PRC-COD-OCR(IDX-PRC)
                       AND PRC-VIG-OCR(IDX-PRC2) GREATER THAN
                           PRC-VIG-OCR(IDX-PRC)
                       AND PRC-VIG-OCR(IDX-PRC2) NOT GREATER THAN
                           WS-DATA
                        MOVE "SIM" TO PRCSUPERADO
                    END-IF
                END-PERFORM
            END-IF.
            IF PRCSUPERADO EQUAL "NAO"
                MOVE SPACES                 TO REGPRVEN
                MOVE PRC-COD-OCR(IDX-PRC)   TO VP-COD
                MOVE PRC-VIG-OCR(IDX-PRC)   TO VP-VIGENCIA
                MOVE PRC-PRECO-OCR(IDX-PRC) TO VP-PRECO
                WRITE REGPRVEN
            END-IF.

        TERMINO.
            PERFORM REGRAVAPRECOS.
            CLOSE CADESTOQ
                  CADESTQA
                  RELEMAN
                  HISTPRECO.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
