      * CODIGO JA EXISTENTE E RECUSADA - FOI ASSIM QUE UM VENDEDOR
      * ACABOU DUPLICADO EM DUAS SECOES E PAGO DUAS VEZES - E CADA
      * TRANSACAO RECEBE CONFIRMACAO IMPRESSA EM RELVMAN.
      * SALARIO FIXO E DESCONTO NAO SAO MAIS ALTERADOS NA HORA: A
      * ALTERACAO ("A") QUE MUDA UM DELES VIRA PEDIDO DE APROVACAO EM
      * PENDAPR.DAT (APRVCTL), COM O OPERADOR DO FIM DA LINHA - SEM
      * OPERADOR O CAMPO E RECUSADO. OS DEMAIS CAMPOS DA LINHA SAO
      * APLICADOS NORMALMENTE. O PEDIDO APROVADO EM EM05EX27 E
      * APLICADO NA RODADA SEGUINTE, ANTES DAS TRANSACOES DO DIA, E
      * O DE VENDEDOR QUE NAO EXISTE MAIS E CANCELADO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT CADVENDN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELVMAN ASSIGN TO DISK.
            SELECT OPTIONAL PENDAPR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSAPR.

        DATA DIVISION.
            FILE SECTION.
               02 VENDAS-REQ PIC 9(07)V99.
               02 SALFIX-REQ PIC 9(07)V99.
               02 DESC-REQ   PIC 9(05)V99.
               02 USUARIO-REQ PIC X(10).
      * VISAO DE CONTROLE DE LOTE DA MESMA LINHA: "*LOTE*" ABRE UM
      * LOTE (CTL-LOTE = NUMERO, CTL-DATA = DATA DO REMETENTE) E
      * "*FIM* " FECHA (CTL-LOTE = CONTAGEM DE DETALHES). ARQUIVO
               02 CTL-MARCA PIC X(06).
               02 CTL-LOTE  PIC 9(06).
               02 CTL-DATA  PIC 9(08).
               02 FILLER    PIC X(43).

            FD CADVEND
               LABEL RECORD IS STANDARD
               LABEL RECORD IS OMITTED.
            01 IMPVMAN PIC X(80).

            FD PENDAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDAPR.DAT".
            01 REGPEND.
               COPY REGPEND.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03) VALUE "NAO".
            77 FIM-REQ  PIC X(03) VALUE "NAO".
            77 CT-DETLOTE   PIC 9(06) VALUE ZEROES.
            77 CT-PULADOSLOTE PIC 9(06) VALUE ZEROES.

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

      * PEDIDOS DE SALFIX/DESC JA APROVADOS EM EM05EX27, A APLICAR.
            01 TAB-APROV.
               02 TAB-APR-OCR OCCURS 100 TIMES.
                  03 APR-ID-OCR     PIC 9(06).
                  03 APR-CHAVE-OCR  PIC X(15).
                  03 APR-CAMPO-OCR  PIC X(08).
                  03 APR-VALNOV-OCR PIC 9(09)V99.
                  03 APR-USADA-OCR  PIC X(03).

            01 TAB-TRANS.
               02 TAB-TRANS-OCR OCCURS 200 TIMES.
                  03 TR-COD-OCR    PIC 9(05).
                  03 TR-SALFIX-OCR PIC 9(07)V99.
                  03 TR-DESC-OCR   PIC 9(05)V99.
                  03 TR-USADA-OCR  PIC X(03).
                  03 TR-USUARIO-OCR PIC X(10).

            01 CAB-01.
               02 FILLER PIC X(22) VALUE SPACES.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM INCLUINOVOS.
            PERFORM CANCELAAPROVADO
                VARYING IDX-APR FROM 1 BY 1
                UNTIL IDX-APR GREATER THAN QTDE-APR.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            PERFORM CARREGATRANSACOES.
            PERFORM CARREGAAPROVADOS.
            OPEN INPUT  CADVEND
                 OUTPUT CADVENDN
                        RELVMAN.
                    MOVE VENDAS-REQ TO TR-VENDAS-OCR(QTDE-TRANS)
                    MOVE SALFIX-REQ TO TR-SALFIX-OCR(QTDE-TRANS)
                    MOVE DESC-REQ   TO TR-DESC-OCR(QTDE-TRANS)
                    MOVE "NAO"      TO TR-USADA-OCR(QTDE-TRANS)
                    MOVE USUARIO-REQ TO TR-USUARIO-OCR(QTDE-TRANS).

        LEITURA.
            READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
            END-IF.

        PRINCIPAL.
            MOVE CODENT TO LK-CHAVE.
            PERFORM APLICAAPROVADO
                VARYING IDX-APR FROM 1 BY 1
                UNTIL IDX-APR GREATER THAN QTDE-APR.
            PERFORM BUSCATRANSACAO.
            IF TRANSACHADA EQUAL "SIM"
                PERFORM APLICATRANSACAO
                    IF TR-VENDAS-OCR(IDX-TRANS) NOT EQUAL ZEROES
                        MOVE TR-VENDAS-OCR(IDX-TRANS) TO VENDEENT
                    END-IF
                    PERFORM COPIAVENDEDOR
                    MOVE "*** VENDEDOR ALTERADO ***" TO DR-MSG
                    MOVE "ALTERADO" TO LK-ACAO
            WRITE IMPVMAN FROM DET-RES AFTER ADVANCING 1 LINE.
            MOVE TR-COD-OCR(IDX-TRANS) TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            IF TR-ACAO-OCR(IDX-TRANS) EQUAL "A"
                PERFORM ENVIAAPROVACAO
            END-IF.

        COPIAVENDEDOR.
            MOVE CODDEPENT TO CODDEPN.
                  CADVENDN
                  RELVMAN.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.

      ***************************************************
      * DUPLA CUSTODIA DE SALFIX E DESC: A ALTERACAO    *
      * VIRA PEDIDO EM PENDAPR.DAT; O APROVADO EM       *
      * EM05EX27 ENTRA AQUI NA RODADA SEGUINTE          *
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
                            MOVE PA-CAMPO  TO APR-CAMPO-OCR(QTDE-APR)
                            MOVE PA-VALNOV TO APR-VALNOV-OCR(QTDE-APR)
                            MOVE "NAO"     TO APR-USADA-OCR(QTDE-APR)
                        ELSE
                            DISPLAY "EM03EX10: *** TABELA DE "
                                    "APROVADOS CHEIA - PEDIDO " PA-ID
                                    " FICA PARA A PROXIMA RODADA ***"
                        END-IF
                    END-IF
            END-READ.

      * CHAMADO COM O VENDEDOR LIDO E LK-CHAVE = CODENT.
        APLICAAPROVADO.
            IF APR-CHAVE-OCR(IDX-APR) NOT EQUAL LK-CHAVE
               OR APR-USADA-OCR(IDX-APR) NOT EQUAL "NAO"
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO APR-USADA-OCR(IDX-APR).
            IF APR-CAMPO-OCR(IDX-APR) EQUAL "SALFIX"
                MOVE APR-VALNOV-OCR(IDX-APR) TO SALENTF
            ELSE
                MOVE APR-VALNOV-OCR(IDX-APR) TO DESCENT
            END-IF.
            MOVE "E" TO APR-MODO.
            PERFORM ENCERRAAPROVADO.
            MOVE SPACES TO DR-MSG.
            STRING "*** " DELIMITED BY SIZE
                   APR-CAMPO-OCR(IDX-APR) DELIMITED BY SPACE
                   " APROVADO - PEDIDO " APR-ID-OCR(IDX-APR)
                   DELIMITED BY SIZE INTO DR-MSG
            END-STRING.
            MOVE "APLICAPROV" TO LK-ACAO.
            PERFORM IMPRIMEAPROVADO.

      * APROVADO QUE NAO ENCONTROU O VENDEDOR (EXCLUIDO DEPOIS DO
      * PEDIDO) E CANCELADO.
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
            MOVE APR-ID-OCR(IDX-APR)    TO APR-ID.
            MOVE APR-CAMPO-OCR(IDX-APR) TO APR-CAMPO.
            CALL "APRVCTL" USING APR-MODO APR-ID LK-PROGID
                                  APR-CHAVE-OCR(IDX-APR) APR-CAMPO
                                  APR-VALANT APR-VALNOV APR-COMPL
                                  APR-USUARIO APR-RESULT.

        IMPRIMEAPROVADO.
            MOVE APR-CHAVE-OCR(IDX-APR)(1:5) TO DR-COD.
            MOVE "A" TO DR-ACAO.
            WRITE IMPVMAN FROM DET-RES AFTER ADVANCING 1 LINE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * SALFIX OU DESC INFORMADO E DIFERENTE DO CADASTRO VAI PARA
      * APROVACAO EM VEZ DE SER APLICADO.
        ENVIAAPROVACAO.
            IF TR-SALFIX-OCR(IDX-TRANS) NOT EQUAL ZEROES
               AND TR-SALFIX-OCR(IDX-TRANS) NOT EQUAL SALENTF
                MOVE "SALFIX"                 TO APR-CAMPO
                MOVE SALENTF                  TO APR-VALANT
                MOVE TR-SALFIX-OCR(IDX-TRANS) TO APR-VALNOV
                PERFORM SOLICITAAPROVACAO
            END-IF.
            IF TR-DESC-OCR(IDX-TRANS) NOT EQUAL ZEROES
               AND TR-DESC-OCR(IDX-TRANS) NOT EQUAL DESCENT
                MOVE "DESC"                 TO APR-CAMPO
                MOVE DESCENT                TO APR-VALANT
                MOVE TR-DESC-OCR(IDX-TRANS) TO APR-VALNOV
                PERFORM SOLICITAAPROVACAO
            END-IF.

        SOLICITAAPROVACAO.
            MOVE SPACES TO APR-COMPL DR-MSG.
            MOVE TR-USUARIO-OCR(IDX-TRANS) TO APR-USUARIO.
            MOVE TR-COD-OCR(IDX-TRANS)     TO LK-CHAVE.
            MOVE "RECUSADO" TO LK-ACAO.
            IF APR-USUARIO EQUAL SPACES
                STRING "*** " DELIMITED BY SIZE
                       APR-CAMPO DELIMITED BY SPACE
                       " SEM OPERADOR - RECUSADO" DELIMITED BY SIZE
                       INTO DR-MSG
                END-STRING
            ELSE
                MOVE "S" TO APR-MODO
                CALL "APRVCTL" USING APR-MODO APR-ID LK-PROGID
                                      LK-CHAVE APR-CAMPO APR-VALANT
                                      APR-VALNOV APR-COMPL
                                      APR-USUARIO APR-RESULT
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
                END-EVALUATE
            END-IF.
            WRITE IMPVMAN FROM DET-RES AFTER ADVANCING 1 LINE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
