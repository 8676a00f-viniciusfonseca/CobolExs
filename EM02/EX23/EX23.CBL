      * SOCREQ.DAT PEDE INCLUSAO ("I"), ALTERACAO ("A") OU EXCLUSAO
      * ("E") DE UM NUMSOC, COM OS CAMPOS DE ENDERECO E CONTATO DO
      * LAYOUT REGSOC - ATE AQUI SOCIO NOVO ERA DIGITADO NO EDITOR
      * DE TEXTO E O BOLETO SAIA SEM ENDERECO DE ENTREGA. CADA
      * PEDIDO LE O SOCIO PELA CHAVE EM ARQSOC1.DAT (INDEXADO POR
      * NUMSOC) E GRAVA, REGRAVA OU EXCLUI SO AQUELE REGISTRO - O
      * CADASTRO NAO E MAIS COPIADO INTEIRO; DATA DE VENCIMENTO
      * INFORMADA PASSA POR DATEVAL, INCLUSAO DE NUMERO JA EXISTENTE
      * E RECUSADA, CADA PEDIDO SAI CONFIRMADO EM RELSMAN E
      * REGISTRADO EM AUDITLOG.
      * O CPF DO SOCIO (TOMADOR DO RPS DE EM02EX40) VEM NO FIM DA
      * LINHA; INFORMADO, PASSA POR CPFVALID E CPF INVALIDO RECUSA O
      * PEDIDO. ZEROS NA ALTERACAO = NAO MEXER.
      * A CATEGORIA (ULTIMO BYTE DA LINHA) TEM DE EXISTIR NA TABELA
      * CATSOC.DAT E COMPORTAR OS DEPENDENTES JA CADASTRADOS; BRANCO
      * NA ALTERACAO = NAO MEXER. OS DEPENDENTES DO TITULAR FICAM EM
      * DEPSOC.DAT E SAO MANTIDOS PELAS LINHAS DE DEPREQ.DAT
      * (INCLUSAO "I" COM NOME, PARENTESCO E NASCIMENTO, ATE O
      * LIMITE DA CATEGORIA; EXCLUSAO "E" PELA SEQUENCIA). A
      * EXCLUSAO DO TITULAR LEVA JUNTO TODOS OS SEUS DEPENDENTES.
      * SOCIO COM CATEGORIA SAI COM O VALPAG RECALCULADO (TITULAR +
      * DEPENDENTES, PELA TABELA), PARA A BAIXA DE PAGAMENTO CONFERIR
      * O MESMO VALOR QUE EM02EX01 COBRA; SO O SOCIO COM PEDIDO EM
      * SOCREQ.DAT OU DEPREQ.DAT E RECALCULADO (A TABELA NOVA CHEGA
      * AOS DEMAIS PELO REAJUSTE DE EM02EX46). DEPSOC.DAT E
      * REGRAVADO NO FIM E DEPREQ.DAT E CONSUMIDO.
      * O VALPAG INFORMADO NA ALTERACAO NAO E MAIS APLICADO NA HORA:
      * VIRA PEDIDO DE APROVACAO EM PENDAPR.DAT (APRVCTL) COM O
      * OPERADOR DO FIM DA LINHA (SEM OPERADOR, O VALPAG E
      * RECUSADO). O PEDIDO APROVADO EM EM05EX27 E APLICADO NO
      * INICIO DA RODADA SEGUINTE; O DE SOCIO QUE NAO EXISTE MAIS E
      * CANCELADO. SOCIO COM CATEGORIA DA TABELA TEM O VALPAG DADO
      * PELA CATEGORIA: O VALPAG INFORMADO PARA ELE E RECUSADO, E O
      * PEDIDO APROVADO DE QUEM PASSOU A TER CATEGORIA E CANCELADO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT SOCREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUMSOC1
            FILE STATUS IS WS-FSSOC.
            SELECT OPTIONAL CATSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCAT.
            SELECT OPTIONAL DEPSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDEP.
            SELECT OPTIONAL DEPREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDRQ.
            SELECT RELSMAN ASSIGN TO DISK.
            SELECT OPTIONAL PENDAPR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSAPR.

        DATA DIVISION.
            FILE SECTION.
               02 CEP-REQ    PIC 9(08).
               02 EMAIL-REQ  PIC X(30).
               02 TEL-REQ    PIC 9(10).
               02 CPF-REQ    PIC 9(11).
               02 CATEG-REQ  PIC X(01).
               02 USUARIO-REQ PIC X(10).

            FD ARQSOC1
               LABEL RECORD IS STANDARD
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

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
               02 FILLER     PIC X     VALUE SPACES.
               02 DP-SEQ     PIC 9(02).
               02 FILLER     PIC X     VALUE SPACES.
               02 DP-NOME    PIC X(30).
               02 FILLER     PIC X     VALUE SPACES.
               02 DP-PARENT  PIC X(01).
               02 FILLER     PIC X     VALUE SPACES.
               02 DP-DTNASC  PIC 9(08).

            FD DEPREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPREQ.DAT".
            01 REGDEPREQ.
               02 DQ-NUMSOC  PIC 9(06).
               02 DQ-ACAO    PIC X(01).
               02 DQ-SEQ     PIC 9(02).
               02 DQ-NOME    PIC X(30).
               02 DQ-PARENT  PIC X(01).
               02 DQ-DTNASC  PIC 9(08).

            FD RELSMAN
               LABEL RECORD IS OMITTED.
            01 IMPSMAN PIC X(80).

            FD PENDAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDAPR.DAT".
            01 REGPEND.
               COPY REGPEND.

            WORKING-STORAGE SECTION.
            77 FIM-REQ  PIC X(03) VALUE "NAO".
            77 WS-FSSOC PIC X(02) VALUE SPACES.
            77 SOCACHADO PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM02EX23".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.
            77 LK-CPFVALIDO  PIC X(03) VALUE SPACES.
            77 LK-CATVALIDA  PIC X(03) VALUE SPACES.
            77 WS-DD       PIC 9(02) VALUE ZEROES.
            77 WS-MM       PIC 9(02) VALUE ZEROES.
            77 WS-AAAA     PIC 9(04) VALUE ZEROES.
            77 QTDE-TRANS PIC 9(03) VALUE ZEROES.
            77 WS-FSCAT   PIC X(02) VALUE SPACES.
            77 WS-FSDEP   PIC X(02) VALUE SPACES.
            77 WS-FSDRQ   PIC X(02) VALUE SPACES.
            77 FIM-AUX    PIC X(03) VALUE "NAO".
            77 WS-NUMSOC  PIC 9(06) VALUE ZEROES.
            77 WS-QTDEDEP PIC 9(03) VALUE ZEROES.
            77 WS-MAIORSEQ PIC 9(02) VALUE ZEROES.
            77 WS-CATEG   PIC X(01) VALUE SPACES.

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

      * PEDIDOS DE VALPAG JA APROVADOS EM EM05EX27, A APLICAR.
            01 TAB-APROV.
               02 TAB-APR-OCR OCCURS 100 TIMES.
                  03 APR-ID-OCR     PIC 9(06).
                  03 APR-CHAVE-OCR  PIC X(15).
                  03 APR-VALNOV-OCR PIC 9(09)V99.

            01 WS-DTNASC PIC 9(08) VALUE ZEROES.
            01 WS-DTNASC-R REDEFINES WS-DTNASC.
               02 WS-NASC-AAAA PIC 9(04).
               02 WS-NASC-MM   PIC 9(02).
               02 WS-NASC-DD   PIC 9(02).

            77 QTDE-CAT  PIC 9(02) VALUE ZEROES.
            77 IDX-CAT   PIC 9(02) VALUE ZEROES.
            77 CATACHADA PIC X(03) VALUE "NAO".

            01 TAB-CATEG.
               02 TAB-CAT-OCR OCCURS 20 TIMES.
                  03 CAT-COD-OCR    PIC X(01).
                  03 CAT-VALTIT-OCR PIC 9(07)V99.
                  03 CAT-VALDEP-OCR PIC 9(07)V99.
                  03 CAT-MAXDEP-OCR PIC 9(02).

            77 QTDE-DEP  PIC 9(04) VALUE ZEROES.
            77 IDX-DEP   PIC 9(04) VALUE ZEROES.

            01 TAB-DEPEND.
               02 TAB-DEP-OCR OCCURS 1000 TIMES.
                  03 DEP-NUM-OCR    PIC 9(06).
                  03 DEP-SEQ-OCR    PIC 9(02).
                  03 DEP-NOME-OCR   PIC X(30).
                  03 DEP-PARENT-OCR PIC X(01).
                  03 DEP-NASC-OCR   PIC 9(08).
                  03 DEP-ATIVO-OCR  PIC X(03).

            77 QTDE-DRQ  PIC 9(03) VALUE ZEROES.
            77 IDX-DRQ   PIC 9(03) VALUE ZEROES.
            77 IDX-PDEP  PIC 9(03) VALUE ZEROES.

            01 TAB-DEPREQ.
               02 TAB-DRQ-OCR OCCURS 200 TIMES.
                  03 DRQ-NUM-OCR    PIC 9(06).
                  03 DRQ-ACAO-OCR   PIC X(01).
                  03 DRQ-SEQ-OCR    PIC 9(02).
                  03 DRQ-NOME-OCR   PIC X(30).
                  03 DRQ-PARENT-OCR PIC X(01).
                  03 DRQ-NASC-OCR   PIC 9(08).
                  03 DRQ-USADA-OCR  PIC X(03).
            77 IDX-TRANS  PIC 9(03) VALUE ZEROES.

            01 TAB-TRANS.
                  03 TR-CEP-OCR    PIC 9(08).
                  03 TR-EMAIL-OCR  PIC X(30).
                  03 TR-TEL-OCR    PIC 9(10).
                  03 TR-CPF-OCR    PIC 9(11).
                  03 TR-CATEG-OCR  PIC X(01).
                  03 TR-USUARIO-OCR PIC X(10).

            01 CAB-01.
               02 FILLER PIC X(23) VALUE SPACES.
               02 DR-MSG   PIC X(44).
               02 FILLER   PIC X(12) VALUE SPACES.

            01 DET-DEP.
               02 FILLER   PIC X(07) VALUE "SOCIO: ".
               02 DD-NUM   PIC 9(06).
               02 FILLER   PIC X(07) VALUE "  DEP: ".
               02 DD-SEQ   PIC 9(02).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DD-ACAO  PIC X(01).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DD-MSG   PIC X(44).
               02 FILLER   PIC X(10) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM APLICAAPROVADO
                VARYING IDX-APR FROM 1 BY 1
                UNTIL IDX-APR GREATER THAN QTDE-APR.
            PERFORM TRATATRANSACAO
                VARYING IDX-TRANS FROM 1 BY 1
                UNTIL IDX-TRANS GREATER THAN QTDE-TRANS.
            PERFORM TRATAPEDIDODEP
                VARYING IDX-PDEP FROM 1 BY 1
                UNTIL IDX-PDEP GREATER THAN QTDE-DRQ.
            PERFORM REGRAVADEPENDENTES.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            PERFORM CARREGATRANSACOES.
            PERFORM CARREGACATEGORIAS.
            PERFORM CARREGADEPENDENTES.
            PERFORM CARREGAPEDIDOSDEP.
            PERFORM CARREGAAPROVADOS.
            OPEN I-O ARQSOC1.
            IF WS-FSSOC NOT EQUAL "00"
                DISPLAY "EM02EX23: *** ARQSOC1.DAT AUSENTE OU "
                        "ILEGIVEL (STATUS " WS-FSSOC ") ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT RELSMAN.
            WRITE IMPSMAN FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE SPACES TO IMPSMAN.
            WRITE IMPSMAN AFTER ADVANCING 1 LINE.

        CARREGATRANSACOES.
            OPEN INPUT SOCREQ.
                    MOVE CEP-REQ    TO TR-CEP-OCR(QTDE-TRANS)
                    MOVE EMAIL-REQ  TO TR-EMAIL-OCR(QTDE-TRANS)
                    MOVE TEL-REQ    TO TR-TEL-OCR(QTDE-TRANS)
                    IF CPF-REQ IS NUMERIC
                        MOVE CPF-REQ TO TR-CPF-OCR(QTDE-TRANS)
                    ELSE
                        MOVE ZEROES  TO TR-CPF-OCR(QTDE-TRANS)
                    END-IF
                    MOVE CATEG-REQ  TO TR-CATEG-OCR(QTDE-TRANS)
                    MOVE USUARIO-REQ TO TR-USUARIO-OCR(QTDE-TRANS).

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
                        MOVE CS-MAXDEP TO CAT-MAXDEP-OCR(QTDE-CAT)
                    END-IF
            END-READ.

        CARREGADEPENDENTES.
            MOVE "NAO" TO FIM-AUX.
            OPEN INPUT DEPSOC.
            IF WS-FSDEP NOT EQUAL "00"
                MOVE "SIM" TO FIM-AUX
            END-IF.
            PERFORM LEITURA-DEPENDENTE UNTIL FIM-AUX EQUAL "SIM".
            CLOSE DEPSOC.

      * O CADASTRO DE DEPENDENTES E REGRAVADO INTEIRO NO FIM: SE NAO
      * COUBER NA TABELA, A RODADA PARA ANTES DE PERDER ALGUM.
        LEITURA-DEPENDENTE.
            READ DEPSOC
                AT END MOVE "SIM" TO FIM-AUX
                NOT AT END
                    IF QTDE-DEP NOT LESS THAN 1000
                        DISPLAY "EM02EX23: *** TABELA DE DEPENDENTES "
                                "CHEIA (MAIS DE 1000) - RODADA "
                                "RECUSADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-DEP
                    MOVE DP-NUMSOC TO DEP-NUM-OCR(QTDE-DEP)
                    MOVE DP-SEQ    TO DEP-SEQ-OCR(QTDE-DEP)
                    MOVE DP-NOME   TO DEP-NOME-OCR(QTDE-DEP)
                    MOVE DP-PARENT TO DEP-PARENT-OCR(QTDE-DEP)
                    MOVE DP-DTNASC TO DEP-NASC-OCR(QTDE-DEP)
                    MOVE "SIM"     TO DEP-ATIVO-OCR(QTDE-DEP)
            END-READ.

        CARREGAPEDIDOSDEP.
            MOVE "NAO" TO FIM-AUX.
            OPEN INPUT DEPREQ.
            IF WS-FSDRQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-AUX
            END-IF.
            PERFORM LEITURA-PEDIDODEP UNTIL FIM-AUX EQUAL "SIM".
            CLOSE DEPREQ.

        LEITURA-PEDIDODEP.
            READ DEPREQ
                AT END MOVE "SIM" TO FIM-AUX
                NOT AT END
                    IF QTDE-DRQ LESS THAN 200
                        ADD 1 TO QTDE-DRQ
                        MOVE DQ-NUMSOC TO DRQ-NUM-OCR(QTDE-DRQ)
                        MOVE DQ-ACAO   TO DRQ-ACAO-OCR(QTDE-DRQ)
                        MOVE DQ-SEQ    TO DRQ-SEQ-OCR(QTDE-DRQ)
                        MOVE DQ-NOME   TO DRQ-NOME-OCR(QTDE-DRQ)
                        MOVE DQ-PARENT TO DRQ-PARENT-OCR(QTDE-DRQ)
                        MOVE DQ-DTNASC TO DRQ-NASC-OCR(QTDE-DRQ)
                        MOVE "NAO"     TO DRQ-USADA-OCR(QTDE-DRQ)
                    ELSE
                        DISPLAY "EM02EX23: *** TABELA DE PEDIDOS DE "
                                "DEPENDENTE CHEIA - PEDIDO " DQ-NUMSOC
                                " IGNORADO ***"
                    END-IF
            END-READ.

      * CADA PEDIDO, NA ORDEM DE SOCREQ.DAT, BUSCA O SOCIO PELA
      * CHAVE: EXISTENTE RECEBE A ALTERACAO/EXCLUSAO (E ANTES AS
      * EXCLUSOES DE DEPENDENTE PEDIDAS PARA ELE); INEXISTENTE SO
      * PODE SER INCLUSAO.
        TRATATRANSACAO.
            MOVE TR-NUM-OCR(IDX-TRANS) TO NUMSOC1 WS-NUMSOC.
            PERFORM LESOCIO.
            IF SOCACHADO EQUAL "SIM"
                PERFORM EXCLUIDEPPEDIDO
                    VARYING IDX-DRQ FROM 1 BY 1
                    UNTIL IDX-DRQ GREATER THAN QTDE-DRQ
                PERFORM APLICATRANSACAO
            ELSE
                PERFORM TRATAPENDENTE
            END-IF.

        LESOCIO.
            MOVE "SIM" TO SOCACHADO.
            READ ARQSOC1
                INVALID KEY MOVE "NAO" TO SOCACHADO
            END-READ.
            IF SOCACHADO EQUAL "SIM"
                ADD 1 TO CT-LIDOS
            END-IF.

        APLICATRANSACAO.
            MOVE TR-NUM-OCR(IDX-TRANS)  TO DR-NUM.
            MOVE TR-ACAO-OCR(IDX-TRANS) TO DR-ACAO.
            EVALUATE TR-ACAO-OCR(IDX-TRANS)
                WHEN "E"
                    DELETE ARQSOC1 RECORD
                    ADD 1 TO CT-GRAVADOS
                    MOVE "*** SOCIO EXCLUIDO ***" TO DR-MSG
                    MOVE "EXCLUIDO" TO LK-ACAO
                WHEN "A"
                    PERFORM VALIDADATATRANS
                    PERFORM VALIDACPFTRANS
                    IF LK-DATAVALIDA NOT EQUAL "SIM"
                        PERFORM GRAVASOCIO
                        MOVE "*** DATA DE VENC INVALIDA - RECUSADO"
                            TO DR-MSG
                        MOVE "DATAINVAL" TO LK-ACAO
                    ELSE
                        IF LK-CPFVALIDO NOT EQUAL "SIM"
                            PERFORM GRAVASOCIO
                            MOVE "*** CPF INVALIDO - RECUSADO ***"
                                TO DR-MSG
                            MOVE "CPFINVAL" TO LK-ACAO
                        ELSE
                            PERFORM VALIDACATEGTRANS
                            IF LK-CATVALIDA NOT EQUAL "SIM"
                                PERFORM GRAVASOCIO
                                MOVE "*** CATEGORIA INVALIDA - RECUSADO"
                                    TO DR-MSG
                                MOVE "CATINVAL" TO LK-ACAO
                            ELSE
                                PERFORM APLICAALTERACAO
                                PERFORM GRAVASOCIO
                                MOVE "*** SOCIO ALTERADO ***" TO DR-MSG
                                MOVE "ALTERADO" TO LK-ACAO
                            END-IF
                        END-IF
                    END-IF
                WHEN "I"
                    PERFORM GRAVASOCIO
                    MOVE "*** NUMERO JA CADASTRADO - RECUSADO ***"
                        TO DR-MSG
                    MOVE "RECUSADO" TO LK-ACAO
                WHEN OTHER
                    PERFORM GRAVASOCIO
                    MOVE "*** ACAO INVALIDA - IGNORADA ***"
                        TO DR-MSG
                    MOVE "RECUSADO" TO LK-ACAO
            WRITE IMPSMAN FROM DET-RES AFTER ADVANCING 1 LINE.
            MOVE TR-NUM-OCR(IDX-TRANS) TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            IF LK-ACAO EQUAL "ALTERADO"
                PERFORM ENVIAAPROVACAO
            END-IF.
            IF TR-ACAO-OCR(IDX-TRANS) EQUAL "E"
                PERFORM EXCLUIDEPTITULAR
                    VARYING IDX-DEP FROM 1 BY 1
                    UNTIL IDX-DEP GREATER THAN QTDE-DEP
            END-IF.

      * DATA DE VENCIMENTO ZERADA NA ALTERACAO SIGNIFICA "NAO
      * MEXER" - SO VALIDA QUANDO INFORMADA.
            CALL "DATEVAL" USING WS-DD WS-MM WS-AAAA LK-DATAVALIDA.
            MOVE WS-AAAA TO TR-VAA-OCR(IDX-TRANS).

      * CPF ZERADO NAO E CONFERIDO - NA INCLUSAO FICA SEM CPF, NA
      * ALTERACAO MANTEM O QUE HAVIA.
        VALIDACPFTRANS.
            MOVE "SIM" TO LK-CPFVALIDO.
            IF TR-CPF-OCR(IDX-TRANS) EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            CALL "CPFVALID" USING TR-CPF-OCR(IDX-TRANS) LK-CPFVALIDO.

      * CATEGORIA EM BRANCO NAO E CONFERIDA (NA ALTERACAO = NAO
      * MEXER). INFORMADA, TEM DE ESTAR EM CATSOC.DAT E COMPORTAR OS
      * DEPENDENTES ATIVOS DO SOCIO - PARA TROCAR POR UMA CATEGORIA
      * MENOR, OS DEPENDENTES EXCEDENTES SAEM ANTES (DEPREQ "E").
        VALIDACATEGTRANS.
            MOVE "SIM" TO LK-CATVALIDA.
            IF TR-CATEG-OCR(IDX-TRANS) EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE TR-CATEG-OCR(IDX-TRANS) TO WS-CATEG.
            PERFORM BUSCACATEGORIA.
            IF CATACHADA NOT EQUAL "SIM"
                MOVE "NAO" TO LK-CATVALIDA
                EXIT PARAGRAPH
            END-IF.
            MOVE TR-NUM-OCR(IDX-TRANS) TO WS-NUMSOC.
            PERFORM CONTADEPENDENTES.
            IF WS-QTDEDEP GREATER THAN CAT-MAXDEP-OCR(IDX-CAT)
                MOVE "NAO" TO LK-CATVALIDA
            END-IF.

        BUSCACATEGORIA.
            MOVE "NAO" TO CATACHADA.
            PERFORM VARYING IDX-CAT FROM 1 BY 1
                     UNTIL IDX-CAT GREATER THAN QTDE-CAT
                        OR CATACHADA EQUAL "SIM"
                IF CAT-COD-OCR(IDX-CAT) EQUAL WS-CATEG
                    MOVE "SIM" TO CATACHADA
                END-IF
            END-PERFORM.
            IF CATACHADA EQUAL "SIM"
                SUBTRACT 1 FROM IDX-CAT
            END-IF.

        CONTADEPENDENTES.
            MOVE ZEROES TO WS-QTDEDEP WS-MAIORSEQ.
            PERFORM VARYING IDX-DEP FROM 1 BY 1
                     UNTIL IDX-DEP GREATER THAN QTDE-DEP
                IF DEP-NUM-OCR(IDX-DEP) EQUAL WS-NUMSOC
                    IF DEP-ATIVO-OCR(IDX-DEP) EQUAL "SIM"
                        ADD 1 TO WS-QTDEDEP
                    END-IF
                    IF DEP-SEQ-OCR(IDX-DEP) GREATER THAN WS-MAIORSEQ
                        MOVE DEP-SEQ-OCR(IDX-DEP) TO WS-MAIORSEQ
                    END-IF
                END-IF
            END-PERFORM.

        APLICAALTERACAO.
            IF TR-NOME-OCR(IDX-TRANS) NOT EQUAL SPACES
                MOVE TR-NOME-OCR(IDX-TRANS) TO NOMSOC1
            END-IF.
            IF TR-VDD-OCR(IDX-TRANS) NOT EQUAL ZEROES
                MOVE TR-VDD-OCR(IDX-TRANS) TO VDD1
                MOVE TR-VMM-OCR(IDX-TRANS) TO VMM1
            IF TR-TEL-OCR(IDX-TRANS) NOT EQUAL ZEROES
                MOVE TR-TEL-OCR(IDX-TRANS) TO TEL1
            END-IF.
            IF TR-CPF-OCR(IDX-TRANS) NOT EQUAL ZEROES
                MOVE TR-CPF-OCR(IDX-TRANS) TO CPFSOC1
            END-IF.
            IF TR-CATEG-OCR(IDX-TRANS) NOT EQUAL SPACES
                MOVE TR-CATEG-OCR(IDX-TRANS) TO CATSOC1
            END-IF.

        GRAVASOCIO.
            PERFORM FECHADEPENDENTES.
            REWRITE CADSOC1.
            ADD 1 TO CT-GRAVADOS.

        TRATAPENDENTE.
            MOVE TR-NUM-OCR(IDX-TRANS)  TO DR-NUM.
            MOVE TR-ACAO-OCR(IDX-TRANS) TO DR-ACAO.
            EVALUATE TRUE
                WHEN TR-ACAO-OCR(IDX-TRANS) NOT EQUAL "I"
                    MOVE "*** SOCIO NAO ENCONTRADO ***"
                        TO DR-MSG
                    MOVE "RECUSADO" TO LK-ACAO
                    PERFORM IMPRIMEAUDITA
                WHEN OTHER
                    PERFORM VALIDADATATRANS
                    PERFORM VALIDACPFTRANS
                    IF LK-DATAVALIDA NOT EQUAL "SIM"
                        MOVE "*** DATA DE VENC INVALIDA - RECUSADO"
                            TO DR-MSG
                        MOVE "DATAINVAL" TO LK-ACAO
                        PERFORM IMPRIMEAUDITA
                    ELSE
                        PERFORM VALIDACATEGTRANS
                        EVALUATE TRUE
                            WHEN LK-CPFVALIDO NOT EQUAL "SIM"
                                MOVE "*** CPF INVALIDO - RECUSADO"
                                    TO DR-MSG
                                MOVE "CPFINVAL" TO LK-ACAO
                                PERFORM IMPRIMEAUDITA
                            WHEN LK-CATVALIDA NOT EQUAL "SIM"
                                MOVE "*** CATEGORIA INVALIDA"
                                    TO DR-MSG
                                MOVE "CATINVAL" TO LK-ACAO
                                PERFORM IMPRIMEAUDITA
                            WHEN OTHER
                                PERFORM INCLUISOCIO
                        END-EVALUATE
                    END-IF
            END-EVALUATE.

        INCLUISOCIO.
            MOVE 1                        TO CODPAG1.
            MOVE TR-NUM-OCR(IDX-TRANS)    TO NUMSOC1.
            MOVE TR-NOME-OCR(IDX-TRANS)   TO NOMSOC1.
            MOVE TR-VALPAG-OCR(IDX-TRANS) TO VALPAG1.
            MOVE ZEROES                   TO DIASATR.
            MOVE TR-VDD-OCR(IDX-TRANS)    TO VDD1.
            MOVE TR-VMM-OCR(IDX-TRANS)    TO VMM1.
            MOVE TR-VAA-OCR(IDX-TRANS)    TO VAA1.
            MOVE TR-LOGR-OCR(IDX-TRANS)   TO LOGR1.
            MOVE TR-NUMEND-OCR(IDX-TRANS) TO NUMEND1.
            MOVE TR-CIDADE-OCR(IDX-TRANS) TO CIDADE1.
            MOVE TR-ESTADO-OCR(IDX-TRANS) TO ESTADO1.
            MOVE TR-CEP-OCR(IDX-TRANS)    TO CEP1.
            MOVE TR-EMAIL-OCR(IDX-TRANS)  TO EMAIL1.
            MOVE TR-TEL-OCR(IDX-TRANS)    TO TEL1.
            MOVE TR-CPF-OCR(IDX-TRANS)    TO CPFSOC1.
            MOVE TR-CATEG-OCR(IDX-TRANS)  TO CATSOC1.
            PERFORM FECHADEPENDENTES.
            WRITE CADSOC1.
            ADD 1 TO CT-GRAVADOS.
            MOVE "*** SOCIO INCLUIDO ***" TO DR-MSG.
            MOVE "INCLUIDO" TO LK-ACAO.
            PERFORM IMPRIMEAUDITA.
            MOVE TR-NUM-OCR(IDX-TRANS) TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      ***************************************************
      * DEPENDENTES: EXCLUSOES ANTES DA TRANSACAO DO    *
      * TITULAR, INCLUSOES E VALOR DEPOIS DELA          *
      ***************************************************
        EXCLUIDEPPEDIDO.
            IF DRQ-NUM-OCR(IDX-DRQ) NOT EQUAL WS-NUMSOC
               OR DRQ-USADA-OCR(IDX-DRQ) NOT EQUAL "NAO"
               OR DRQ-ACAO-OCR(IDX-DRQ) EQUAL "I"
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO DRQ-USADA-OCR(IDX-DRQ).
            MOVE "DEPRECUS" TO LK-ACAO.
            IF DRQ-ACAO-OCR(IDX-DRQ) NOT EQUAL "E"
                MOVE "*** ACAO INVALIDA - IGNORADA ***" TO DD-MSG
                PERFORM IMPRIMEDEPENDENTE
                EXIT PARAGRAPH
            END-IF.
            MOVE "*** DEPENDENTE NAO ENCONTRADO ***" TO DD-MSG.
            PERFORM VARYING IDX-DEP FROM 1 BY 1
                     UNTIL IDX-DEP GREATER THAN QTDE-DEP
                IF DEP-NUM-OCR(IDX-DEP) EQUAL WS-NUMSOC
                   AND DEP-SEQ-OCR(IDX-DEP) EQUAL DRQ-SEQ-OCR(IDX-DRQ)
                   AND DEP-ATIVO-OCR(IDX-DEP) EQUAL "SIM"
                    MOVE "NAO" TO DEP-ATIVO-OCR(IDX-DEP)
                    MOVE "*** DEPENDENTE EXCLUIDO ***" TO DD-MSG
                    MOVE "DEPEXCL" TO LK-ACAO
                END-IF
            END-PERFORM.
            PERFORM IMPRIMEDEPENDENTE.

        EXCLUIDEPTITULAR.
            IF DEP-NUM-OCR(IDX-DEP) EQUAL TR-NUM-OCR(IDX-TRANS)
               AND DEP-ATIVO-OCR(IDX-DEP) EQUAL "SIM"
                MOVE "NAO" TO DEP-ATIVO-OCR(IDX-DEP)
                MOVE DEP-NUM-OCR(IDX-DEP) TO DD-NUM
                MOVE DEP-SEQ-OCR(IDX-DEP) TO DD-SEQ
                MOVE "E" TO DD-ACAO
                MOVE "*** EXCLUIDO COM O TITULAR ***" TO DD-MSG
                WRITE IMPSMAN FROM DET-DEP AFTER ADVANCING 1 LINE
                MOVE SPACES TO LK-CHAVE
                STRING DEP-NUM-OCR(IDX-DEP) "-" DEP-SEQ-OCR(IDX-DEP)
                    DELIMITED BY SIZE INTO LK-CHAVE
                END-STRING
                MOVE "DEPEXCL" TO LK-ACAO
                CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
            END-IF.

      * CHAMADO COM O REGISTRO DO SOCIO MONTADO, ANTES DO WRITE OU
      * REWRITE:
      * INCLUI OS DEPENDENTES PEDIDOS PARA O SOCIO E, SE ELE TEM
      * CATEGORIA, RECALCULA O VALPAG PELA TABELA. SOCIO ATRASADO
      * (CODPAG 2) OU EM ACORDO (CODPAG 4) FICA COM O SALDO QUE
      * DEVE - A COBRANCA EM ABERTO NAO MUDA DE VALOR POR CAUSA DA
      * MANUTENCAO.
        FECHADEPENDENTES.
            MOVE NUMSOC1 TO WS-NUMSOC.
            MOVE CATSOC1 TO WS-CATEG.
            PERFORM BUSCACATEGORIA.
            PERFORM INCLUIDEPPEDIDO
                VARYING IDX-DRQ FROM 1 BY 1
                UNTIL IDX-DRQ GREATER THAN QTDE-DRQ.
            IF CATACHADA EQUAL "SIM"
               AND CODPAG1 NOT EQUAL 2
               AND CODPAG1 NOT EQUAL 4
                PERFORM CONTADEPENDENTES
                COMPUTE VALPAG1 = CAT-VALTIT-OCR(IDX-CAT)
                                + WS-QTDEDEP * CAT-VALDEP-OCR(IDX-CAT)
            END-IF.

        INCLUIDEPPEDIDO.
            IF DRQ-NUM-OCR(IDX-DRQ) NOT EQUAL WS-NUMSOC
               OR DRQ-USADA-OCR(IDX-DRQ) NOT EQUAL "NAO"
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO DRQ-USADA-OCR(IDX-DRQ).
            MOVE "DEPRECUS" TO LK-ACAO.
            PERFORM CONTADEPENDENTES.
            MOVE DRQ-NASC-OCR(IDX-DRQ) TO WS-DTNASC.
            MOVE "NAO" TO LK-DATAVALIDA.
            IF WS-DTNASC IS NUMERIC
                MOVE WS-NASC-DD   TO WS-DD
                MOVE WS-NASC-MM   TO WS-MM
                MOVE WS-NASC-AAAA TO WS-AAAA
                CALL "DATEVAL" USING WS-DD WS-MM WS-AAAA LK-DATAVALIDA
            END-IF.
            EVALUATE TRUE
                WHEN DRQ-NOME-OCR(IDX-DRQ) EQUAL SPACES
                    MOVE "*** NOME EM BRANCO - RECUSADO ***" TO DD-MSG
                WHEN DRQ-PARENT-OCR(IDX-DRQ) NOT EQUAL "C"
                 AND DRQ-PARENT-OCR(IDX-DRQ) NOT EQUAL "F"
                 AND DRQ-PARENT-OCR(IDX-DRQ) NOT EQUAL "P"
                 AND DRQ-PARENT-OCR(IDX-DRQ) NOT EQUAL "O"
                    MOVE "*** PARENTESCO INVALIDO - RECUSADO ***"
                        TO DD-MSG
                WHEN LK-DATAVALIDA NOT EQUAL "SIM"
                    MOVE "*** NASCIMENTO INVALIDO - RECUSADO ***"
                        TO DD-MSG
                WHEN CATACHADA NOT EQUAL "SIM"
                    MOVE "*** TITULAR SEM CATEGORIA - RECUSADO ***"
                        TO DD-MSG
                WHEN WS-QTDEDEP NOT LESS THAN CAT-MAXDEP-OCR(IDX-CAT)
                    MOVE "*** CATEGORIA SEM VAGA - RECUSADO ***"
                        TO DD-MSG
                WHEN QTDE-DEP NOT LESS THAN 1000
                    MOVE "*** TABELA DE DEPENDENTES CHEIA ***"
                        TO DD-MSG
                WHEN OTHER
                    ADD 1 TO QTDE-DEP
                    ADD 1 TO WS-MAIORSEQ
                    MOVE WS-NUMSOC    TO DEP-NUM-OCR(QTDE-DEP)
                    MOVE WS-MAIORSEQ  TO DEP-SEQ-OCR(QTDE-DEP)
                    MOVE DRQ-NOME-OCR(IDX-DRQ)
                        TO DEP-NOME-OCR(QTDE-DEP)
                    MOVE DRQ-PARENT-OCR(IDX-DRQ)
                        TO DEP-PARENT-OCR(QTDE-DEP)
                    MOVE WS-DTNASC    TO DEP-NASC-OCR(QTDE-DEP)
                    MOVE "SIM"        TO DEP-ATIVO-OCR(QTDE-DEP)
                    MOVE WS-MAIORSEQ  TO DRQ-SEQ-OCR(IDX-DRQ)
                    MOVE "*** DEPENDENTE INCLUIDO ***" TO DD-MSG
                    MOVE "DEPINCL" TO LK-ACAO
            END-EVALUATE.
            PERFORM IMPRIMEDEPENDENTE.

      * PEDIDO DE DEPENDENTE DE SOCIO SEM TRANSACAO EM SOCREQ.DAT:
      * O TITULAR E LIDO PELA CHAVE E REGRAVADO COM AS EXCLUSOES E
      * INCLUSOES PEDIDAS E O VALOR RECALCULADO.
        TRATAPEDIDODEP.
            IF DRQ-USADA-OCR(IDX-PDEP) NOT EQUAL "NAO"
                EXIT PARAGRAPH
            END-IF.
            MOVE DRQ-NUM-OCR(IDX-PDEP) TO NUMSOC1 WS-NUMSOC.
            PERFORM LESOCIO.
            IF SOCACHADO EQUAL "SIM"
                PERFORM EXCLUIDEPPEDIDO
                    VARYING IDX-DRQ FROM 1 BY 1
                    UNTIL IDX-DRQ GREATER THAN QTDE-DRQ
                PERFORM GRAVASOCIO
            ELSE
                MOVE IDX-PDEP TO IDX-DRQ
                PERFORM TRATAPEDIDODEPSOBRA
            END-IF.

        TRATAPEDIDODEPSOBRA.
            IF DRQ-USADA-OCR(IDX-DRQ) EQUAL "NAO"
                MOVE "SIM" TO DRQ-USADA-OCR(IDX-DRQ)
                MOVE "*** TITULAR NAO ENCONTRADO ***" TO DD-MSG
                MOVE "DEPRECUS" TO LK-ACAO
                PERFORM IMPRIMEDEPENDENTE
            END-IF.

        IMPRIMEDEPENDENTE.
            MOVE DRQ-NUM-OCR(IDX-DRQ)  TO DD-NUM.
            MOVE DRQ-SEQ-OCR(IDX-DRQ)  TO DD-SEQ.
            MOVE DRQ-ACAO-OCR(IDX-DRQ) TO DD-ACAO.
            WRITE IMPSMAN FROM DET-DEP AFTER ADVANCING 1 LINE.
            MOVE SPACES TO LK-CHAVE.
            STRING DRQ-NUM-OCR(IDX-DRQ) "-" DRQ-SEQ-OCR(IDX-DRQ)
                DELIMITED BY SIZE INTO LK-CHAVE
            END-STRING.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        REGRAVADEPENDENTES.
            OPEN OUTPUT DEPSOC.
            PERFORM GRAVALINHADEP
                VARYING IDX-DEP FROM 1 BY 1
                UNTIL IDX-DEP GREATER THAN QTDE-DEP.
            CLOSE DEPSOC.
            OPEN OUTPUT DEPREQ.
            CLOSE DEPREQ.

        GRAVALINHADEP.
            IF DEP-ATIVO-OCR(IDX-DEP) EQUAL "SIM"
                MOVE SPACES TO REGDEPSOC
                MOVE DEP-NUM-OCR(IDX-DEP)    TO DP-NUMSOC
                MOVE DEP-SEQ-OCR(IDX-DEP)    TO DP-SEQ
                MOVE DEP-NOME-OCR(IDX-DEP)   TO DP-NOME
                MOVE DEP-PARENT-OCR(IDX-DEP) TO DP-PARENT
                MOVE DEP-NASC-OCR(IDX-DEP)   TO DP-DTNASC
                WRITE REGDEPSOC
            END-IF.

      ***************************************************
      * DUPLA CUSTODIA DO VALPAG: A ALTERACAO VIRA      *
      * PEDIDO EM PENDAPR.DAT; O APROVADO EM EM05EX27   *
      * ENTRA AQUI ANTES DAS TRANSACOES DO DIA          *
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
                        IF QTDE-APR LESS THAN 100
                            ADD 1 TO QTDE-APR
                            MOVE PA-ID     TO APR-ID-OCR(QTDE-APR)
                            MOVE PA-CHAVE  TO APR-CHAVE-OCR(QTDE-APR)
                            MOVE PA-VALNOV TO APR-VALNOV-OCR(QTDE-APR)
                        ELSE
                            DISPLAY "EM02EX23: *** TABELA DE "
                                    "APROVADOS CHEIA - PEDIDO " PA-ID
                                    " FICA PARA A PROXIMA RODADA ***"
                        END-IF
                    END-IF
            END-READ.

      * O VALPAG DO SOCIO COM CATEGORIA VEM DA TABELA E SERIA
      * TROCADO NA PROXIMA REGRAVACAO DELE: O PEDIDO APROVADO DE
      * SOCIO QUE PASSOU A TER CATEGORIA E CANCELADO, NAO APLICADO.
        APLICAAPROVADO.
            MOVE APR-CHAVE-OCR(IDX-APR)(1:6) TO NUMSOC1 DR-NUM.
            MOVE APR-CHAVE-OCR(IDX-APR)      TO LK-CHAVE.
            MOVE "A"                         TO DR-ACAO.
            MOVE APR-ID-OCR(IDX-APR)         TO APR-ID.
            MOVE "VALPAG"                    TO APR-CAMPO.
            PERFORM LESOCIO.
            MOVE SPACES TO DR-MSG.
            MOVE "NAO" TO CATACHADA.
            IF SOCACHADO EQUAL "SIM"
                MOVE CATSOC1 TO WS-CATEG
                PERFORM BUSCACATEGORIA
            END-IF.
            EVALUATE TRUE
              WHEN SOCACHADO NOT EQUAL "SIM"
                MOVE "C" TO APR-MODO
                STRING "*** PEDIDO " APR-ID " CANCELADO - EXCLUIDO"
                       DELIMITED BY SIZE INTO DR-MSG
                END-STRING
                MOVE "CANCAPROV" TO LK-ACAO
              WHEN CATACHADA EQUAL "SIM"
                MOVE "C" TO APR-MODO
                STRING "*** PEDIDO " APR-ID " CANCELADO - CATEGORIA"
                       DELIMITED BY SIZE INTO DR-MSG
                END-STRING
                MOVE "CANCAPROV" TO LK-ACAO
              WHEN OTHER
                MOVE APR-VALNOV-OCR(IDX-APR) TO VALPAG1
                REWRITE CADSOC1
                ADD 1 TO CT-GRAVADOS
                MOVE "E" TO APR-MODO
                STRING "*** VALPAG APROVADO - PEDIDO "
                       APR-ID DELIMITED BY SIZE INTO DR-MSG
                END-STRING
                MOVE "APLICAPROV" TO LK-ACAO
            END-EVALUATE.
            CALL "APRVCTL" USING APR-MODO APR-ID LK-PROGID LK-CHAVE
                                  APR-CAMPO APR-VALANT APR-VALNOV
                                  APR-COMPL APR-USUARIO APR-RESULT.
            WRITE IMPSMAN FROM DET-RES AFTER ADVANCING 1 LINE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * VALPAG INFORMADO E DIFERENTE DO CADASTRO VAI PARA APROVACAO
      * EM VEZ DE SER APLICADO. SOCIO COM CATEGORIA DA TABELA JA SAIU
      * COM O VALPAG RECALCULADO POR ELA: O INFORMADO E RECUSADO.
        ENVIAAPROVACAO.
            IF TR-VALPAG-OCR(IDX-TRANS) EQUAL ZEROES
               OR TR-VALPAG-OCR(IDX-TRANS) EQUAL VALPAG1
                EXIT PARAGRAPH
            END-IF.
            MOVE "VALPAG"                  TO APR-CAMPO.
            MOVE VALPAG1                   TO APR-VALANT.
            MOVE TR-VALPAG-OCR(IDX-TRANS)  TO APR-VALNOV.
            MOVE SPACES                    TO APR-COMPL DR-MSG.
            MOVE TR-USUARIO-OCR(IDX-TRANS) TO APR-USUARIO.
            MOVE "RECUSADO" TO LK-ACAO.
            MOVE CATSOC1 TO WS-CATEG.
            PERFORM BUSCACATEGORIA.
            EVALUATE TRUE
              WHEN CATACHADA EQUAL "SIM"
                MOVE "*** VALPAG VEM DA CATEGORIA - RECUSADO" TO DR-MSG
              WHEN APR-USUARIO EQUAL SPACES
                MOVE "*** VALPAG SEM OPERADOR - RECUSADO" TO DR-MSG
              WHEN OTHER
                MOVE "S" TO APR-MODO
                CALL "APRVCTL" USING APR-MODO APR-ID LK-PROGID
                                      LK-CHAVE APR-CAMPO APR-VALANT
                                      APR-VALNOV APR-COMPL
                                      APR-USUARIO APR-RESULT
                EVALUATE APR-RESULT
                    WHEN "PEND"
                        STRING "*** VALPAG EM APROVACAO - PEDIDO "
                               APR-ID DELIMITED BY SIZE INTO DR-MSG
                        END-STRING
                        MOVE "PENDENTE" TO LK-ACAO
                    WHEN "JAPEND"
                        STRING "*** VALPAG JA PENDENTE - PEDIDO "
                               APR-ID DELIMITED BY SIZE INTO DR-MSG
                        END-STRING
                    WHEN OTHER
                        MOVE "*** VALPAG NAO ENVIADO - PENDAPR CHEIO"
                            TO DR-MSG
                END-EVALUATE
            END-EVALUATE.
            WRITE IMPSMAN FROM DET-RES AFTER ADVANCING 1 LINE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        TERMINO.
            CLOSE ARQSOC1
                  RELSMAN.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
