      * LOTESTOQ.DAT; A SAIDA DE ITEM COM LOTES CONSOME PRIMEIRO O
      * LOTE DE VALIDADE MAIS ANTIGA. O RELATORIO DE VENCIMENTO DOS
      * LOTES E O EM02EX34.
      * A DATA DO DIARIO, DE ONDE A EXPORTACAO CONTABIL TIRA O
      * EFEITO DE VALORIZACAO, PASSA PELA TRAVA DE PERIODO FECHADO
      * PERLOCK: RERODADA DATADA NUM MES JA FECHADO LANCA NO ABERTO.
      * KITS: A SAIDA "S" DE UM ITEM QUE TEM COMPOSICAO EM CADKIT.DAT
      * NAO E POSTADA NO KIT - ELA E EXPLODIDA NAS SAIDAS DE TODOS OS
      * COMPONENTES (QUANTIDADE DO KIT VEZES A DO COMPONENTE), NO
      * MESMO DEPOSITO. A EXPLOSAO E TUDO OU NADA: ANTES DO SORT O
      * SALDO DE CADA ITEM/DEPOSITO E PROJETADO PARA BAIXO (SALDO DO
      * CADASTRO, MENOR AJUSTE DA RODADA, MENOS TODAS AS SAIDAS E
      * TRANSFERENCIAS AVULSAS), E SE ALGUM COMPONENTE NAO COBRE A
      * NECESSIDADE O KIT INTEIRO E RECUSADO EM RELMOVEXC E NENHUM
      * COMPONENTE SAI. COMO A PROJECAO NUNCA PASSA DO SALDO REAL,
      * PERNA DE KIT LIBERADA NAO E RECUSADA NO CASAMENTO.
      * O TIPO "B" E A BAIXA CONTROLADA DE ESTOQUE OBSOLETO, GERADA
      * POR EM02EX55: SAI DO SALDO COMO UMA SAIDA, MAS SO COM CODIGO
      * DE MOTIVO VALIDO (OB OBSOLETO, DE DESCONTINUADO, AV AVARIADO,
      * VE VENCIDO) E REFERENCIA DE APROVACAO PREENCHIDA, QUE VAO
      * PARA O DIARIO E DALI PARA A EXPORTACAO CONTABIL (EVENTO
      * "ESTQB" + MOTIVO). NAO CONTA COMO CONSUMO NO EM02EX35.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LOTEKEEP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CADKIT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSKIT.

        DATA DIVISION.
            FILE SECTION.
                  88 AJUSTE  VALUE "A".
                  88 TRANSFERE VALUE "T".
                  88 RECEBE    VALUE "R".
                  88 BAIXA     VALUE "B".
               02 QTDE-MOV  PIC 9(05).
               02 CUSTO-MOV PIC 9(06)V99.
               02 DEPDEST-MOV PIC X(02).
               02 LOTE-MOV  PIC X(06).
               02 VALID-MOV PIC 9(08).
               02 MOTIVO-MOV PIC X(02).
               02 APROV-MOV PIC X(10).
      * VISAO DE CONTROLE DE LOTE DA MESMA LINHA: "*LOTE*" ABRE UM
      * LOTE (CTL-LOTE = NUMERO, CTL-DATA = DATA DO REMETENTE) E
      * "*FIM* " FECHA (CTL-LOTE = CONTAGEM DE DETALHES). ARQUIVO
               02 DEPDEST-TM PIC X(02).
               02 LOTE-TM  PIC X(06).
               02 VALID-TM PIC 9(08).
               02 MOTIVO-TM PIC X(02).
               02 APROV-TM PIC X(10).

            FD MOVESTQS
               LABEL RECORD IS STANDARD
                  88 AJUSTE-S  VALUE "A".
                  88 TRANSFERE-S VALUE "T".
                  88 RECEBE-S    VALUE "R".
                  88 BAIXA-S     VALUE "B".
               02 QTDE-MVS  PIC 9(05).
               02 CUSTO-MVS PIC 9(06)V99.
               02 DEPDEST-MVS PIC X(02).
               02 LOTE-MVS  PIC X(06).
               02 VALID-MVS PIC 9(08).
               02 MOTIVO-MVS PIC X(02).
                  88 MOTIVO-BAIXA VALUE "OB" "DE" "AV" "VE".
               02 APROV-MVS PIC X(10).

            FD CADESTOQ
               LABEL RECORD IS STANDARD
               02 JN-CUSTOUNIT PIC 9(06)V99.
               02 FILLER     PIC X     VALUE SPACES.
               02 JN-VALOR   PIC 9(09)V99.
               02 FILLER     PIC X     VALUE SPACES.
               02 JN-MOTIVO  PIC X(02).
               02 FILLER     PIC X     VALUE SPACES.
               02 JN-APROV   PIC X(10).

            FD RELMOVEXC
               LABEL RECORD IS OMITTED.
               VALUE OF FILE-ID IS "LOTEKEEP.DAT".
            01 REGLOTEKEEP PIC X(30).

            FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
            01 REGKIT.
               COPY REGKIT.

            FD PARAM35
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM35.DAT".
            77 WS-SALDOANT PIC 9(05) VALUE ZEROES.
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-DATAJORN PIC 9(08) VALUE ZEROES.
            77 WS-FSTRAN   PIC X(02) VALUE SPACES.
            77 FIM-TRAN    PIC X(03) VALUE "NAO".
            77 QTDE-TRAN   PIC 9(03) VALUE ZEROES.
            77 WS-RESTASAIR PIC 9(05) VALUE ZEROES.
            77 WS-MAISVELHO PIC 9(03) VALUE ZEROES.
            77 WS-CONSUMO   PIC 9(05) VALUE ZEROES.
            77 WS-FSKIT     PIC X(02) VALUE SPACES.
            77 FIM-KIT      PIC X(03) VALUE "NAO".
            77 QTDE-KIT     PIC 9(03) VALUE ZEROES.
            77 IDX-KIT      PIC 9(03) VALUE ZEROES.
            77 KITACHADO    PIC X(03) VALUE "NAO".
            77 WS-KITOK     PIC X(03) VALUE "SIM".
            77 WS-KITMSG    PIC X(30) VALUE SPACES.
            77 WS-NECESS    PIC 9(08) VALUE ZEROES.
            77 CT-KITS      PIC 9(05) VALUE ZEROES.
            77 QTDE-PROJ    PIC 9(03) VALUE ZEROES.
            77 IDX-PROJ     PIC 9(03) VALUE ZEROES.
            77 PROJACHADO   PIC X(03) VALUE "NAO".
            77 WS-PROJCOD   PIC 9(05) VALUE ZEROES.
            77 WS-PROJDEP   PIC X(02) VALUE SPACES.
            77 QTDE-KITREC  PIC 9(03) VALUE ZEROES.
            77 IDX-KITREC   PIC 9(03) VALUE ZEROES.

      * COMPOSICAO DOS KITS (CADKIT.DAT).
            01 TAB-KIT.
               02 TAB-KIT-OCR OCCURS 300 TIMES.
                  03 KIT-COD-OCR  PIC 9(05).
                  03 KIT-COMP-OCR PIC 9(05).
                  03 KIT-QTDE-OCR PIC 9(03).

      * SALDO PROJETADO POR ITEM/DEPOSITO PARA A CRITICA DOS KITS.
            01 TAB-PROJ.
               02 TAB-PROJ-OCR OCCURS 500 TIMES.
                  03 PROJ-COD-OCR   PIC 9(05).
                  03 PROJ-DEP-OCR   PIC X(02).
                  03 PROJ-SALDO-OCR PIC S9(07).

      * KITS RECUSADOS NO SORT, IMPRESSOS EM RELMOVEXC NO INICIO.
            01 TAB-KITREC.
               02 TAB-KITREC-OCR OCCURS 100 TIMES.
                  03 KREC-COD-OCR  PIC 9(05).
                  03 KREC-QTDE-OCR PIC 9(05).
                  03 KREC-MSG-OCR  PIC X(30).

            01 TAB-LOTES.
               02 TAB-LOTE-OCR OCCURS 300 TIMES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM CARREGAKITS.
            SORT TRABMOV
                 ASCENDING KEY COD-TM
                               DEP-TM
        LIBERAMOVIMENTO.
            IF LOTE-RECUSADO EQUAL "SIM"
                ADD 1 TO CT-PULADOSLOTE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO CT-DETLOTE.
            IF SAIDA
                PERFORM BUSCAKIT
                IF KITACHADO EQUAL "SIM"
                    PERFORM EXPLODEKIT
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE COD-MOV     TO COD-TM.
            MOVE DEP-MOV     TO DEP-TM.
            MOVE TIPO-MOV    TO TIPO-TM.
            MOVE QTDE-MOV    TO QTDE-TM.
            MOVE CUSTO-MOV   TO CUSTO-TM.
            MOVE DEPDEST-MOV TO DEPDEST-TM.
            MOVE LOTE-MOV    TO LOTE-TM.
            MOVE VALID-MOV   TO VALID-TM.
            MOVE MOTIVO-MOV  TO MOTIVO-TM.
            MOVE APROV-MOV   TO APROV-TM.
            RELEASE TREGMOV.

      ******************************************************************
      * COMPOSICAO DOS KITS E SALDO PROJETADO. SO HAVENDO KIT O       *
      * CADASTRO E CARREGADO E O MOVESTOQ.DAT LIDO UMA VEZ A MAIS     *
      * (SEM CONTROLE DE LOTE) PARA DESCONTAR AS SAIDAS AVULSAS.      *
      ******************************************************************
        CARREGAKITS.
            OPEN INPUT CADKIT.
            IF WS-FSKIT NOT EQUAL "00"
                MOVE "SIM" TO FIM-KIT.
            PERFORM LEITURA-KIT UNTIL FIM-KIT EQUAL "SIM".
            CLOSE CADKIT.
            IF QTDE-KIT EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CADESTOQ.
            PERFORM LEITURA-PROJ UNTIL FIM-EST EQUAL "SIM".
            CLOSE CADESTOQ.
            MOVE "NAO" TO FIM-EST.
            OPEN INPUT MOVESTOQ.
            PERFORM PROJETASAIDA UNTIL FIM-MOV EQUAL "SIM".
            CLOSE MOVESTOQ.
            MOVE "NAO" TO FIM-MOV.

        LEITURA-KIT.
            READ CADKIT
                AT END MOVE "SIM" TO FIM-KIT
                NOT AT END
                    IF QTDE-KIT LESS THAN 300
                        ADD 1 TO QTDE-KIT
                        MOVE KT-KIT  TO KIT-COD-OCR(QTDE-KIT)
                        MOVE KT-COMP TO KIT-COMP-OCR(QTDE-KIT)
                        MOVE KT-QTDE TO KIT-QTDE-OCR(QTDE-KIT)
                    ELSE
                        DISPLAY "EM02EX17: *** TABELA DE KITS CHEIA - "
                                "COMPONENTE " KT-COMP " DO KIT "
                                KT-KIT " IGNORADO ***"
                    END-IF
            END-READ.

        LEITURA-PROJ.
            READ CADESTOQ
                AT END MOVE "SIM" TO FIM-EST
                NOT AT END
                    IF QTDE-PROJ LESS THAN 500
                        ADD 1 TO QTDE-PROJ
                        MOVE COD-ENT  TO PROJ-COD-OCR(QTDE-PROJ)
                        MOVE DEP-ENT  TO PROJ-DEP-OCR(QTDE-PROJ)
                        MOVE QTDE-ENT TO PROJ-SALDO-OCR(QTDE-PROJ)
                    ELSE
                        DISPLAY "EM02EX17: *** TABELA DE SALDOS CHEIA "
                                "- ITEM " COD-ENT " SEM PROJECAO ***"
                    END-IF
            END-READ.

      * AJUSTE SO BAIXA A PROJECAO (FICA O MENOR); SAIDA,
      * TRANSFERENCIA E BAIXA AVULSAS DESCONTAM; ENTRADAS NAO CONTAM.
        PROJETASAIDA.
            READ MOVESTOQ
                AT END MOVE "SIM" TO FIM-MOV
                NOT AT END
                    IF CTL-MARCA NOT EQUAL "*LOTE*"
                       AND CTL-MARCA NOT EQUAL "*FIM* "
                        PERFORM PROJETALINHA
                    END-IF
            END-READ.

        PROJETALINHA.
            IF SAIDA
                PERFORM BUSCAKIT
                IF KITACHADO EQUAL "SIM"
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE COD-MOV TO WS-PROJCOD.
            MOVE DEP-MOV TO WS-PROJDEP.
            PERFORM BUSCAPROJ.
            IF PROJACHADO NOT EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            EVALUATE TRUE
                WHEN SAIDA
                WHEN TRANSFERE
                WHEN BAIXA
                    SUBTRACT QTDE-MOV FROM PROJ-SALDO-OCR(IDX-PROJ)
                WHEN AJUSTE
                    IF QTDE-MOV LESS THAN PROJ-SALDO-OCR(IDX-PROJ)
                        MOVE QTDE-MOV TO PROJ-SALDO-OCR(IDX-PROJ)
                    END-IF
            END-EVALUATE.

        BUSCAKIT.
            MOVE "NAO" TO KITACHADO.
            PERFORM VARYING IDX-KIT FROM 1 BY 1
                     UNTIL IDX-KIT GREATER THAN QTDE-KIT
                        OR KITACHADO EQUAL "SIM"
                IF KIT-COD-OCR(IDX-KIT) EQUAL COD-MOV
                    MOVE "SIM" TO KITACHADO
                END-IF
            END-PERFORM.

        BUSCAPROJ.
            MOVE "NAO" TO PROJACHADO.
            PERFORM VARYING IDX-PROJ FROM 1 BY 1
                     UNTIL IDX-PROJ GREATER THAN QTDE-PROJ
                        OR PROJACHADO EQUAL "SIM"
                IF PROJ-COD-OCR(IDX-PROJ) EQUAL WS-PROJCOD
                   AND PROJ-DEP-OCR(IDX-PROJ) EQUAL WS-PROJDEP
                    MOVE "SIM" TO PROJACHADO
                END-IF
            END-PERFORM.
            IF PROJACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-PROJ
            END-IF.

      ******************************************************************
      * SAIDA DE KIT: CONFERE TODOS OS COMPONENTES CONTRA O SALDO     *
      * PROJETADO; SE TODOS COBREM, BAIXA A PROJECAO E LIBERA UMA     *
      * SAIDA POR COMPONENTE. SE UM SO FALTA, NADA SAI.               *
      ******************************************************************
        EXPLODEKIT.
            MOVE "SIM"  TO WS-KITOK.
            MOVE SPACES TO WS-KITMSG.
            PERFORM CONFERECOMPONENTE
                VARYING IDX-KIT FROM 1 BY 1
                UNTIL IDX-KIT GREATER THAN QTDE-KIT
                   OR WS-KITOK NOT EQUAL "SIM".
            IF WS-KITOK NOT EQUAL "SIM"
                PERFORM GUARDAKITRECUSADO
                EXIT PARAGRAPH
            END-IF.
            PERFORM LIBERACOMPONENTE
                VARYING IDX-KIT FROM 1 BY 1
                UNTIL IDX-KIT GREATER THAN QTDE-KIT.
            ADD 1 TO CT-KITS.
            MOVE COD-MOV    TO LK-CHAVE.
            MOVE "KITBAIXA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        CONFERECOMPONENTE.
            IF KIT-COD-OCR(IDX-KIT) EQUAL COD-MOV
                COMPUTE WS-NECESS =
                    QTDE-MOV * KIT-QTDE-OCR(IDX-KIT)
                MOVE KIT-COMP-OCR(IDX-KIT) TO WS-PROJCOD
                MOVE DEP-MOV               TO WS-PROJDEP
                PERFORM BUSCAPROJ
                EVALUATE TRUE
                    WHEN PROJACHADO NOT EQUAL "SIM"
                        MOVE "KIT C/ COMPONENTE SEM CADASTRO"
                            TO WS-KITMSG
                        MOVE "NAO" TO WS-KITOK
                    WHEN WS-NECESS GREATER THAN 99999
                        MOVE "KIT COM QUANTIDADE EXCESSIVA"
                            TO WS-KITMSG
                        MOVE "NAO" TO WS-KITOK
                    WHEN WS-NECESS GREATER THAN
                         PROJ-SALDO-OCR(IDX-PROJ)
                        MOVE "KIT SEM SALDO DE COMPONENTE"
                            TO WS-KITMSG
                        MOVE "NAO" TO WS-KITOK
                END-EVALUATE
            END-IF.

        LIBERACOMPONENTE.
            IF KIT-COD-OCR(IDX-KIT) EQUAL COD-MOV
                COMPUTE WS-NECESS =
                    QTDE-MOV * KIT-QTDE-OCR(IDX-KIT)
                MOVE KIT-COMP-OCR(IDX-KIT) TO WS-PROJCOD
                MOVE DEP-MOV               TO WS-PROJDEP
                PERFORM BUSCAPROJ
                SUBTRACT WS-NECESS FROM PROJ-SALDO-OCR(IDX-PROJ)
                MOVE KIT-COMP-OCR(IDX-KIT) TO COD-TM
                MOVE DEP-MOV    TO DEP-TM
                MOVE "S"        TO TIPO-TM
                MOVE WS-NECESS  TO QTDE-TM
                MOVE ZEROES     TO CUSTO-TM
                MOVE SPACES     TO DEPDEST-TM
                MOVE SPACES     TO LOTE-TM
                MOVE ZEROES     TO VALID-TM
                MOVE SPACES     TO MOTIVO-TM
                MOVE SPACES     TO APROV-TM
                RELEASE TREGMOV
            END-IF.

        GUARDAKITRECUSADO.
            IF QTDE-KITREC LESS THAN 100
                ADD 1 TO QTDE-KITREC
                MOVE COD-MOV   TO KREC-COD-OCR(QTDE-KITREC)
                MOVE QTDE-MOV  TO KREC-QTDE-OCR(QTDE-KITREC)
                MOVE WS-KITMSG TO KREC-MSG-OCR(QTDE-KITREC)
            ELSE
                DISPLAY "EM02EX17: *** TABELA DE KITS RECUSADOS "
                        "CHEIA - KIT " COD-MOV " RECUSADO SEM "
                        "LINHA NO RELATORIO ***"
            END-IF.
            MOVE COD-MOV     TO LK-CHAVE.
            MOVE "KITRECUSA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        IMPKITRECUSADO.
            MOVE KREC-COD-OCR(IDX-KITREC)  TO EXC-COD.
            MOVE "S"                       TO EXC-TIPO.
            MOVE KREC-QTDE-OCR(IDX-KITREC) TO EXC-QTDE.
            MOVE KREC-MSG-OCR(IDX-KITREC)  TO EXC-MSG.
            WRITE REGMOVEXC FROM EXC-LN AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-RECUSAS.

        ABRELOTE.
            MOVE CTL-LOTE TO LOTE-NUM.
            MOVE ZEROES   TO CT-DETLOTE.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE WS-DATA   TO WS-DATAJORN.
            MOVE "MOVJORN" TO LK-CHAVE.
            CALL "PERLOCK" USING LK-PROGID LK-CHAVE WS-DATAJORN.
            PERFORM LEPARAM35.
            PERFORM CARREGATRANSITO.
            PERFORM CARREGALOTES.
            IF WS-FSJORN EQUAL "35"
                OPEN OUTPUT MOVJORN
            END-IF.
            PERFORM IMPKITRECUSADO
                VARYING IDX-KITREC FROM 1 BY 1
                UNTIL IDX-KITREC GREATER THAN QTDE-KITREC.
            PERFORM LEITEM.
            PERFORM LEMOVIMENTO.

                    PERFORM SAIDATRANSFERENCIA
                WHEN RECEBE-S
                    PERFORM RECEBETRANSFERENCIA
                WHEN BAIXA-S
                    PERFORM APLICABAIXA
                WHEN OTHER
                    MOVE "TIPO DE MOVIMENTO INVALIDO" TO EXC-MSG
                    PERFORM RECUSAMOVIMENTO
            ADD QTDE-MVS TO WS-SALDO.
            PERFORM GRAVAJORNAL.

      * BAIXA DE OBSOLETO: SEM MOTIVO VALIDO OU SEM REFERENCIA DE
      * APROVACAO E RECUSADA - BAIXA DIGITADA A MAO NAO PASSA.
        APLICABAIXA.
            IF NOT MOTIVO-BAIXA
                MOVE "BAIXA COM MOTIVO INVALIDO" TO EXC-MSG
                PERFORM RECUSAMOVIMENTO
                EXIT PARAGRAPH
            END-IF.
            IF APROV-MVS EQUAL SPACES
                MOVE "BAIXA SEM REFERENCIA DE APROV" TO EXC-MSG
                PERFORM RECUSAMOVIMENTO
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-MVS GREATER THAN WS-SALDO
                MOVE "BAIXA MAIOR QUE O SALDO" TO EXC-MSG
                PERFORM RECUSAMOVIMENTO
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT QTDE-MVS FROM WS-SALDO.
            MOVE PRECO-ENT TO WS-CUSTOUNIT.
            PERFORM CONSOMELOTES.
            PERFORM GRAVAJORNAL.

      * PERNA DE SAIDA DA TRANSFERENCIA: SEM SALDO NA ORIGEM A
      * TRANSFERENCIA INTEIRA E RECUSADA - NENHUM TRANSITO E CRIADO
      * E O DESTINO NADA RECEBE.
            MOVE QTDE-MVS    TO JN-QTDE.
            MOVE WS-SALDOANT TO JN-SALDOANT.
            MOVE WS-SALDO    TO JN-SALDO.
            MOVE WS-DATAJORN TO JN-DATA.
            MOVE WS-CUSTOUNIT TO JN-CUSTOUNIT.
            MOVE WS-VALORMOV  TO JN-VALOR.
            MOVE MOTIVO-MVS   TO JN-MOTIVO.
            MOVE APROV-MVS    TO JN-APROV.
            WRITE REGJORN.
            ADD 1 TO CT-GRAVADOS.

            PERFORM RELATORIOTRANSITO.
            DISPLAY "EM02EX17: MOVIMENTOS RECUSADOS: " CT-RECUSAS.
            DISPLAY "EM02EX17: CUSTOS FORA DA MEDIA: " CT-DESVIOS.
            DISPLAY "EM02EX17: KITS EXPLODIDOS: " CT-KITS.
            CLOSE CADESTOQ
                  MOVESTQS
                  CADESTOQN
