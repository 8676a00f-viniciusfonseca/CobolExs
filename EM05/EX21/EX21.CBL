        DATE-COMPILED. 02/09/2026.
      * REMARKS. EXPORTACAO CONTABIL DOS EVENTOS FINANCEIROS DA DATA
      * DE PROCESSAMENTO: OS EVENTOS DE SOCIO DE LEDGSOC.DAT (PAGO,
      * PAGOPARC, ATRASADO, EM DIA, CREDITO, CREDUSADO, PERDA,
      * RECUPERA), OS EVENTOS DE MENSALIDADE DE LEDGTUI.DAT (TUIPAGO,
      * TUICANC, TUIPRORATA, TUICREDITO, TUIREEMBOL, TUIPERDA,
      * TUIRECUP), OS NUMEROS DA FOLHA DE FOLHAREG.DAT
      * (LIQUIDO, INSS E IRRF VIRAM OS EVENTOS FOLHALIQ, FOLHAINSS
      * E FOLHAIRRF), AS CONTAS A PAGAR DE LEDGCPG.DAT (CPAPROV NA
      * APROVACAO DA NOTA DO FORNECEDOR, CPPAGO NO PAGAMENTO) E O
      * EFEITO DE VALORIZACAO DOS MOVIMENTOS DE MOVJORN.DAT
      * (EVENTO "ESTQ" + TIPO) SAO TRADUZIDOS PELA TABELA DE
      * MAPEAMENTO CONTAMAP.DAT (EVENTO -> CONTA DEBITO + CONTA
      * CREDITO) EM PARES DE
      * PARTIDA DOBRADA NO ARQUIVO DE INTERFACE GLEXPORT.DAT. O
      * RELATORIO RELGL FECHA COM O TOTAL DE DEBITOS E CREDITOS POR
      * CONTA (SEMPRE BALANCEADOS POR CONSTRUCAO) E APONTA OS
      * EVENTOS SEM MAPEAMENTO, QUE FICAM FORA DO ARQUIVO - HOJE
      * TUDO ISSO E REDIGITADO NA CONTABILIDADE A MAO.
      * DATA DE PROCESSAMENTO NUMA COMPETENCIA JA FECHADA NO
      * REGISTRO PERCONT.DAT (EM05EX25) E RECUSADA: NADA E EXPORTADO
      * PARA UM MES QUE A CONTABILIDADE JA FECHOU.
      * A BAIXA DE ESTOQUE OBSOLETO (TIPO "B") VIRA O EVENTO "ESTQB"
      * MAIS O CODIGO DE MOTIVO (ESTQBOB, ESTQBDE, ESTQBAV, ESTQBVE),
      * E A REFERENCIA DE APROVACAO SEGUE NO FIM DA LINHA DE
      * GLEXPORT.DAT (GL-REFER, EM BRANCO NOS DEMAIS EVENTOS).

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT OPTIONAL LEDGSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSLED.
            SELECT OPTIONAL LEDGTUI ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSLTU.
            SELECT OPTIONAL LEDGCPG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCPG.
            SELECT OPTIONAL FOLHAREG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSFOL.
            SELECT OPTIONAL MOVJORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSJRN.
            SELECT OPTIONAL PERCONT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSFECH.
            SELECT GLEXPORT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELGL ASSIGN TO DISK.
               02 FILLER     PIC X.
               02 LG-DIASATR PIC 9(03).

            FD LEDGTUI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEDGTUI.DAT".
            01 REGLEDGTUI.
               02 LT-NUM     PIC 9(05).
               02 FILLER     PIC X.
               02 LT-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 LT-COMPET  PIC 9(06).
               02 FILLER     PIC X.
               02 LT-EVENTO  PIC X(10).
               02 FILLER     PIC X.
               02 LT-VALOR   PIC 9(09)V9(02).

            FD LEDGCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEDGCPG.DAT".
            01 REGLEDGCPG.
               02 LP-FORN    PIC 9(04).
               02 FILLER     PIC X.
               02 LP-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 LP-NUMNF   PIC 9(09).
               02 FILLER     PIC X.
               02 LP-EVENTO  PIC X(10).
               02 FILLER     PIC X.
               02 LP-VALOR   PIC 9(09)V9(02).

            FD FOLHAREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAREG.DAT".
            01 REGFOLHAREG.
               COPY REGFOLHA.

            FD MOVJORN
               LABEL RECORD IS STANDARD
               02 JN-CUSTOUNIT PIC 9(06)V99.
               02 FILLER     PIC X.
               02 JN-VALOR   PIC 9(09)V99.
               02 FILLER     PIC X.
               02 JN-MOTIVO  PIC X(02).
               02 FILLER     PIC X.
               02 JN-APROV   PIC X(10).

            FD PERCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERCONT.DAT".
            01 REGPERCONT.
               02 PC-COMPET  PIC 9(06).
               02 FILLER     PIC X.
               02 PC-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 PC-USUARIO PIC X(10).

            FD GLEXPORT
               LABEL RECORD IS STANDARD
               02 GL-EVENTO PIC X(10).
               02 FILLER    PIC X VALUE SPACES.
               02 GL-ORIGEM PIC X(08).
               02 FILLER    PIC X VALUE SPACES.
               02 GL-REFER  PIC X(10).

            FD RELGL
               LABEL RECORD IS OMITTED.
            77 FIM-ARQ PIC X(03) VALUE "NAO".
            77 WS-FSMAP PIC X(02) VALUE SPACES.
            77 WS-FSLED PIC X(02) VALUE SPACES.
            77 WS-FSLTU PIC X(02) VALUE SPACES.
            77 WS-FSCPG PIC X(02) VALUE SPACES.
            77 WS-FSFOL PIC X(02) VALUE SPACES.
            77 WS-FSJRN PIC X(02) VALUE SPACES.
            77 WS-FSFECH PIC X(02) VALUE SPACES.
            77 WS-ULTFECH PIC 9(06) VALUE ZEROES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-REJEITA  PIC 9(05) VALUE ZEROES.
            77 WS-EVENTO PIC X(10) VALUE SPACES.
            77 WS-VALOR  PIC 9(11)V99 VALUE ZEROES.
            77 WS-ORIGEM PIC X(08) VALUE SPACES.
            77 WS-REFER  PIC X(10) VALUE SPACES.
            77 WS-CONTA  PIC 9(06) VALUE ZEROES.

            01 CAB-01.
        PROCEDURE DIVISION.
        PGM.
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            PERFORM CONFEREFECHAMENTO.
            PERFORM CARREGAMAPA.
            OPEN OUTPUT GLEXPORT
                        RELGL.
            MOVE SPACES TO REGREL.
            WRITE REGREL AFTER ADVANCING 1 LINE.
            PERFORM VARRELEDGER.
            PERFORM VARREMENSAL.
            PERFORM VARREPAGAR.
            PERFORM VARREFOLHA.
            PERFORM VARREESTOQUE.
            PERFORM IMPRIMETOTAIS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
        STOP RUN.

        CONFEREFECHAMENTO.
            OPEN INPUT PERCONT.
            IF WS-FSFECH NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-FECH UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PERCONT.
            MOVE "NAO" TO FIM-ARQ.
            IF WS-COMPETPROC NOT GREATER THAN WS-ULTFECH
                DISPLAY "EM05EX21: *** COMPETENCIA " WS-COMPETPROC
                        " JA FECHADA (PERCONT.DAT) - EXPORTACAO "
                        "RECUSADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

        LEITURA-FECH.
            READ PERCONT
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF PC-COMPET IS NUMERIC
                       AND PC-COMPET GREATER THAN WS-ULTFECH
                        MOVE PC-COMPET TO WS-ULTFECH
                    END-IF
            END-READ.

        CARREGAMAPA.
            OPEN INPUT CONTAMAP.
            IF WS-FSMAP NOT EQUAL "00"
                    END-IF
            END-READ.

      ***************************************************
      * AJUSTES DE MENSALIDADE DA DATA                  *
      ***************************************************
        VARREMENSAL.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT LEDGTUI.
            IF WS-FSLTU NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-MENSAL UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE LEDGTUI.

        LEITURA-MENSAL.
            READ LEDGTUI
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF LT-DATA EQUAL WS-DATAPROC
                       AND LT-VALOR GREATER THAN ZEROES
                        MOVE LT-EVENTO TO WS-EVENTO
                        MOVE LT-VALOR  TO WS-VALOR
                        MOVE SPACES    TO WS-ORIGEM
                        MOVE LT-NUM    TO WS-ORIGEM(1:5)
                        PERFORM LANCAEVENTO
                    END-IF
            END-READ.

      ***************************************************
      * CONTAS A PAGAR DA DATA: APROVACOES E PAGAMENTOS *
      ***************************************************
        VARREPAGAR.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT LEDGCPG.
            IF WS-FSCPG NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-PAGAR UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE LEDGCPG.

        LEITURA-PAGAR.
            READ LEDGCPG
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF LP-DATA EQUAL WS-DATAPROC
                       AND LP-VALOR GREATER THAN ZEROES
                        MOVE LP-EVENTO TO WS-EVENTO
                        MOVE LP-VALOR  TO WS-VALOR
                        MOVE SPACES    TO WS-ORIGEM
                        MOVE LP-FORN   TO WS-ORIGEM(1:4)
                        PERFORM LANCAEVENTO
                    END-IF
            END-READ.

      ***************************************************
      * FOLHA DA DATA: LIQUIDO, INSS E IRRF POR PESSOA  *
      ***************************************************
                       AND JN-VALOR IS NUMERIC
                       AND JN-VALOR GREATER THAN ZEROES
                        MOVE SPACES  TO WS-EVENTO
                        IF JN-TIPO EQUAL "B"
                            STRING "ESTQB" JN-MOTIVO DELIMITED BY SIZE
                                INTO WS-EVENTO
                            END-STRING
                        ELSE
                            STRING "ESTQ" JN-TIPO DELIMITED BY SIZE
                                INTO WS-EVENTO
                            END-STRING
                        END-IF
                        MOVE JN-VALOR TO WS-VALOR
                        MOVE SPACES   TO WS-ORIGEM
                        MOVE JN-COD   TO WS-ORIGEM(1:5)
                        MOVE JN-DEP   TO WS-ORIGEM(6:2)
                        MOVE JN-APROV TO WS-REFER
                        PERFORM LANCAEVENTO
                        MOVE SPACES   TO WS-REFER
                    END-IF
            END-READ.

            MOVE WS-VALOR    TO GL-VALOR.
            MOVE WS-EVENTO   TO GL-EVENTO.
            MOVE WS-ORIGEM   TO GL-ORIGEM.
            MOVE WS-REFER    TO GL-REFER.
            WRITE REGGLEXPORT.
            ADD 1 TO CT-GRAVADOS.
            PERFORM ACUMULACONTA.
