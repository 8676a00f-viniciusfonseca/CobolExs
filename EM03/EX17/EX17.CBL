        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM03EX17.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. REAJUSTE COLETIVO DOS SALARIOS FIXOS (DISSIDIO) COM
      * DIFERENCAS RETROATIVAS. O PEDIDO VEM EM DISSIDIO.DAT: UMA
      * LINHA "G" COM A COMPETENCIA DE VIGENCIA E O PERCENTUAL GERAL
      * E, SE O ACORDO TIVER FAIXAS, LINHAS "F" EM ORDEM CRESCENTE DE
      * TETO SALARIAL COM O PERCENTUAL DA FAIXA OU UM VALOR FIXO DE
      * AUMENTO; SALARIO ACIMA DA ULTIMA FAIXA LEVA O PERCENTUAL
      * GERAL. A FAIXA E ESCOLHIDA PELO SALARIO FIXO ATUAL. O
      * CADASTRO E COPIADO PARA CADVENDD.DAT COM O SALARIO FIXO
      * REAJUSTADO (O JOB RENOMEIA NO FIM, NOS MOLDES DE EM03EX10) E
      * CADA REAJUSTE VAI PARA A TRILHA AUDITLOG. PARA OS MESES
      * FECHADOS DESDE A VIGENCIA, FOLHAREG.DAT DA O QUE FOI PAGO:
      * NA FOLHA MENSAL A DIFERENCA INCIDE SOBRE O SALARIO FIXO E O
      * QUE DELE DEPENDE (HORAS EXTRAS, ADICIONAL NOTURNO, FALTAS E
      * DIAS DE FERIAS DESCONTADOS); NO RECIBO DE FERIAS, SOBRE OS
      * DIAS GOZADOS COM O TERCO. AS DIFERENCAS VAO PARA DISSDIF.DAT
      * E EM03EX06 AS PAGA NA FOLHA DA COMPETENCIA CORRENTE, EM LINHA
      * PROPRIA DO HOLERITE, COM INSS E IRRF. O RELATORIO RELDISS
      * TRAZ O DEMONSTRATIVO DE CADA VENDEDOR, MES A MES. VENDEDOR
      * DESLIGADO (DESLIG.DAT) NAO E REAJUSTADO. PEDIDO INVALIDO OU
      * DE VIGENCIA JA APLICADA E RECUSADO INTEIRO E FICA EM
      * DISSIDIO.DAT PARA CORRECAO; APLICADO, O ARQUIVO E ESVAZIADO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL DISSIDIO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADVEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADVENDD ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FOLHAREG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL DESLIG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDESL.
            SELECT OPTIONAL DISSDIF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDIF.
            SELECT RELDISS ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

      * PEDIDO DE REAJUSTE DIGITADO PELO DEPARTAMENTO PESSOAL. A
      * LINHA "F" (FAIXA) USA A SEGUNDA VISAO: TETO DA FAIXA,
      * PERCENTUAL E VALOR FIXO (QUANDO MAIOR QUE ZERO, O AUMENTO DA
      * FAIXA E ESSE VALOR E NAO O PERCENTUAL).
            FD DISSIDIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DISSIDIO.DAT".
            01 REGDISS.
               02 DS-TIPO    PIC X(01).
                  88 DS-GERAL VALUE "G".
                  88 DS-FAIXA VALUE "F".
               02 DS-COMPVIG PIC 9(06).
               02 DS-PCTGER  PIC 9(03)V99.
               02 FILLER     PIC X(12).
            01 REGDISS-FX.
               02 FILLER     PIC X(01).
               02 DS-TETO    PIC 9(07)V99.
               02 DS-PCT     PIC 9(03)V99.
               02 DS-VALOR   PIC 9(07)V99.

            FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
            01 REGENT.
               COPY REGVEND REPLACING ==:DEP:==    BY ==CODDEPENT==
                                       ==:SEC:==    BY ==CODSECENT==
                                       ==:COD:==    BY ==CODENT==
                                       ==:NOME:==   BY ==NOMEENT==
                                       ==:VENDAS:== BY ==VENDEENT==
                                       ==:SALFIX:== BY ==SALENTF==
                                       ==:DESC:==   BY ==DESCENT==.

            FD CADVENDD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVENDD.DAT".
            01 REGVENDD.
               COPY REGVEND REPLACING ==:DEP:==    BY ==CODDEPD==
                                       ==:SEC:==    BY ==CODSECD==
                                       ==:COD:==    BY ==CODD==
                                       ==:NOME:==   BY ==NOMED==
                                       ==:VENDAS:== BY ==VENDED==
                                       ==:SALFIX:== BY ==SALD==
                                       ==:DESC:==   BY ==DESCD==.

      * SO OS CAMPOS QUE O RECALCULO USA: SALARIO FIXO, FOLHA DE
      * PONTO, TIPO E DIAS/VALORES DO EVENTO. LINHA SEM TIPO E LINHA
      * ANTIGA DA FOLHA MENSAL; SEM FOLHA DE PONTO, SO O FIXO CONTA.
            FD FOLHAREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAREG.DAT".
            01 REGFOLHAREG.
               COPY REGFOLHA.

            FD DESLIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESLIG.DAT".
            01 REGDESLIG.
               COPY REGDESLI.

            FD DISSDIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DISSDIF.DAT".
            01 REGDISSDIF.
               COPY REGDISSD.

            FD RELDISS
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-PED   PIC X(03) VALUE "NAO".
            77 FIM-VEND  PIC X(03) VALUE "NAO".
            77 FIM-FOLHA PIC X(03) VALUE "NAO".
            77 FIM-DESL  PIC X(03) VALUE "NAO".
            77 FIM-DIF   PIC X(03) VALUE "NAO".
            77 WS-FSDESL PIC X(02) VALUE SPACES.
            77 WS-FSDIF  PIC X(02) VALUE SPACES.
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-LINPED    PIC 9(05) VALUE ZEROES.
            77 CT-REAJUST   PIC 9(07) VALUE ZEROES.
            77 CT-NAOREAJ   PIC 9(07) VALUE ZEROES.
            77 CT-MESES     PIC 9(07) VALUE ZEROES.
            77 CT-MESPES    PIC 9(03) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM03EX17".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 TEMGERAL    PIC X(03) VALUE "NAO".
            77 APLICA      PIC X(03) VALUE "NAO".
            77 ACHADO      PIC X(03) VALUE "NAO".
            77 WS-RECUSA   PIC X(40) VALUE SPACES.
            77 WS-MOTIVO   PIC X(40) VALUE SPACES.
            77 WS-PCTGER   PIC 9(03)V99 VALUE ZEROES.
            77 WS-PCTPES   PIC 9(03)V99 VALUE ZEROES.
            77 WS-VALPES   PIC 9(07)V99 VALUE ZEROES.
            77 WS-SALBASE  PIC 9(07)V99 VALUE ZEROES.
            77 WS-SALNOVO  PIC 9(07)V99 VALUE ZEROES.
            77 WS-INCR     PIC 9(07)V99 VALUE ZEROES.
            77 WS-BASESIG  PIC S9(09)V99 VALUE ZEROES.
            77 WS-AUX      PIC 9(13)V9(06) VALUE ZEROES.
            77 WS-DIFER    PIC 9(07)V99 VALUE ZEROES.
            77 WS-TOTPES   PIC 9(09)V99 VALUE ZEROES.
            77 WS-TOTAL    PIC 9(11)V99 VALUE ZEROES.

            01 WS-COMPVIG   PIC 9(06) VALUE ZEROES.
            01 WS-COMPVIG-R REDEFINES WS-COMPVIG.
               02 WS-VIG-AA PIC 9(04).
               02 WS-VIG-MM PIC 9(02).

            01 WS-DATA-SIS PIC 9(08) VALUE ZEROES.
            01 WS-DATA-SIS-R REDEFINES WS-DATA-SIS.
               02 WS-COMPET-SIS PIC 9(06).
               02 WS-DIA-SIS    PIC 9(02).
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.

      * FAIXAS DO ACORDO, NA ORDEM DO PEDIDO (TETO CRESCENTE).
            77 QTDE-FAIXA PIC 9(02) VALUE ZEROES.
            77 IDX-FAIXA  PIC 9(02) VALUE ZEROES.

            01 TAB-FAIXA.
               02 TAB-FAIXA-OCR OCCURS 20 TIMES.
                  03 FX-TETO-OCR  PIC 9(07)V99.
                  03 FX-PCT-OCR   PIC 9(03)V99.
                  03 FX-VALOR-OCR PIC 9(07)V99.

            77 QTDE-DESL PIC 9(04) VALUE ZEROES.
            77 IDX-DESL  PIC 9(04) VALUE ZEROES.

            01 TAB-DESL.
               02 TAB-DESL-OCR OCCURS 1000 TIMES.
                  03 DL-COD-OCR  PIC 9(05).
                  03 DL-DATA-OCR PIC 9(08).

      * MESES PAGOS DESDE A VIGENCIA: DA FOLHA MENSAL FICA A LINHA
      * MAIS RECENTE DE CADA VENDEDOR E COMPETENCIA (A FOLHA RODA
      * TODA NOITE); OS RECIBOS DE FERIAS ENTRAM TODOS. FL-BASE-OCR
      * E O QUE FOI PAGO SOBRE O SALARIO FIXO ANTIGO.
            77 QTDE-FOLHA PIC 9(04) VALUE ZEROES.
            77 IDX-FOLHA  PIC 9(04) VALUE ZEROES.

            01 TAB-FOLHA.
               02 TAB-FOLHA-OCR OCCURS 3000 TIMES.
                  03 FL-COD-OCR    PIC 9(05).
                  03 FL-COMPET-OCR PIC 9(06).
                  03 FL-TIPO-OCR   PIC X(01).
                  03 FL-DATA-OCR   PIC 9(08).
                  03 FL-SALFIX-OCR PIC 9(07)V99.
                  03 FL-EVDIAS-OCR PIC 9(03).
                  03 FL-BASE-OCR   PIC 9(09)V99.

            01 CAB-01.
               02 FILLER PIC X(14) VALUE SPACES.
               02 FILLER PIC X(33) VALUE
                  "REAJUSTE COLETIVO (DISSIDIO) EM ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(25) VALUE SPACES.

            01 CAB-VIG.
               02 FILLER     PIC X(10) VALUE "VIGENCIA: ".
               02 CV-COMPVIG PIC 9(06).
               02 FILLER     PIC X(37) VALUE
                  "   DIFERENCAS PAGAS NA FOLHA DE ".
               02 CV-COMPPAG PIC 9(06).
               02 FILLER     PIC X(21) VALUE SPACES.

            01 CAB-GERAL.
               02 FILLER     PIC X(37) VALUE
                  "PERCENTUAL GERAL (ACIMA DAS FAIXAS): ".
               02 CG-PCT     PIC ZZ9,99.
               02 FILLER     PIC X(01) VALUE "%".
               02 FILLER     PIC X(36) VALUE SPACES.

            01 DET-FAIXA.
               02 FILLER     PIC X(10) VALUE "FAIXA ATE ".
               02 DFX-TETO   PIC ZZZZZZ9,99.
               02 FILLER     PIC X(02) VALUE ": ".
               02 DFX-PCT    PIC ZZ9,99.
               02 FILLER     PIC X(01) VALUE "%".
               02 FILLER     PIC X(13) VALUE "  VALOR FIXO ".
               02 DFX-VALOR  PIC ZZZZZZ9,99.
               02 FILLER     PIC X(28) VALUE SPACES.

            01 DET-VEND.
               02 FILLER     PIC X(10) VALUE "VENDEDOR: ".
               02 DV-COD     PIC 9(05).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DV-NOME    PIC X(20).
               02 FILLER     PIC X(09) VALUE " SALARIO ".
               02 DV-SALANT  PIC ZZZZZZ9,99.
               02 FILLER     PIC X(04) VALUE " -> ".
               02 DV-SALNOV  PIC ZZZZZZ9,99.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DV-REGRA   PIC X(10).

            01 WS-REGRAPCT.
               02 FILLER     PIC X(01) VALUE "(".
               02 RG-PCT     PIC ZZ9,99.
               02 FILLER     PIC X(03) VALUE "%)".

            01 CAB-COLS.
               02 FILLER PIC X(08) VALUE "  COMPET".
               02 FILLER PIC X(08) VALUE "  TIPO".
               02 FILLER PIC X(10) VALUE "  SAL.ANT.".
               02 FILLER PIC X(05) VALUE SPACES.
               02 FILLER PIC X(10) VALUE "  SAL.NOVO".
               02 FILLER PIC X(04) VALUE SPACES.
               02 FILLER PIC X(12) VALUE "   BASE PAGA".
               02 FILLER PIC X(04) VALUE SPACES.
               02 FILLER PIC X(10) VALUE " DIFERENCA".
               02 FILLER PIC X(09) VALUE SPACES.

            01 DET-MES.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DM-COMPREF PIC 9(06).
               02 FILLER     PIC X(03) VALUE SPACES.
               02 DM-TIPO    PIC X(01).
               02 FILLER     PIC X(04) VALUE SPACES.
               02 DM-SALANT  PIC ZZZZZZ9,99.
               02 FILLER     PIC X(05) VALUE SPACES.
               02 DM-SALNOV  PIC ZZZZZZ9,99.
               02 FILLER     PIC X(04) VALUE SPACES.
               02 DM-BASE    PIC ZZZZZZZZ9,99.
               02 FILLER     PIC X(04) VALUE SPACES.
               02 DM-DIFER   PIC ZZZZZZ9,99.
               02 FILLER     PIC X(09) VALUE SPACES.

            01 DET-TOTPES.
               02 FILLER     PIC X(43) VALUE
                  "  DIFERENCA A PAGAR (INSS/IRRF NA FOLHA DE ".
               02 DT-COMPPAG PIC 9(06).
               02 FILLER     PIC X(02) VALUE "):".
               02 FILLER     PIC X(10) VALUE SPACES.
               02 DT-TOTAL   PIC ZZZZZZ9,99.
               02 FILLER     PIC X(09) VALUE SPACES.

            01 DET-SEMMES.
               02 FILLER     PIC X(80) VALUE
                  "  SEM MES PAGO A RECALCULAR DESDE A VIGENCIA".

            01 DET-RECUSA.
               02 DX-COD    PIC 9(05).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DX-NOME   PIC X(20).
               02 FILLER    PIC X(04) VALUE "*** ".
               02 DX-MSG    PIC X(40).
               02 FILLER    PIC X(09) VALUE SPACES.

            01 DET-PEDIDO.
               02 FILLER    PIC X(33) VALUE
                  "*** PEDIDO DE DISSIDIO RECUSADO: ".
               02 DP-MSG    PIC X(40).
               02 FILLER    PIC X(07) VALUE SPACES.

            01 DET-SEMPED.
               02 FILLER    PIC X(52) VALUE
                  "SEM PEDIDO EM DISSIDIO.DAT - CADASTRO SEM ALTERACAO".
               02 FILLER    PIC X(28) VALUE SPACES.

            01 WS-MOTDESL.
               02 FILLER    PIC X(14) VALUE "DESLIGADO EM ".
               02 MD-DATA   PIC 9(08).
               02 FILLER    PIC X(18) VALUE SPACES.

            01 WS-MOTJAAPL.
               02 FILLER    PIC X(32) VALUE
                  "VIGENCIA JA APLICADA NA FOLHA ".
               02 MA-COMPPAG PIC 9(06).
               02 FILLER    PIC X(02) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 FILLER     PIC X(06) VALUE "....: ".
               02 ROD-QT     PIC ZZZZZZ9.

            01 ROD-VALOR.
               02 ROD-VL-TXT PIC X(32).
               02 FILLER     PIC X(06) VALUE "....: ".
               02 ROD-VL     PIC ZZZ.ZZZ.ZZZ,99.

        PROCEDURE DIVISION.
        PGM.
            CALL "DATAPROC" USING WS-DATA-SIS WS-DATAREAL.
            OPEN OUTPUT RELDISS.
            MOVE WS-DATA-SIS TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            PERFORM CARREGAPEDIDO.
            IF CT-LINPED EQUAL ZEROES
                WRITE REGREL FROM DET-SEMPED AFTER ADVANCING 2 LINES
            ELSE
                IF WS-RECUSA EQUAL SPACES
                    PERFORM VERIFICAAPLICADO
                END-IF
                IF WS-RECUSA EQUAL SPACES
                    MOVE "SIM" TO APLICA
                    PERFORM IMPRIMEPEDIDO
                    PERFORM CARREGADESLIG
                    PERFORM CARREGAFOLHA
                    OPEN EXTEND DISSDIF
                ELSE
                    MOVE WS-RECUSA TO DP-MSG
                    WRITE REGREL FROM DET-PEDIDO
                        AFTER ADVANCING 2 LINES
                    DISPLAY "EM03EX17: *** PEDIDO DE DISSIDIO "
                            "RECUSADO - " WS-RECUSA " ***"
                    MOVE WS-COMPVIG TO LK-CHAVE
                    MOVE "RECUSADO" TO LK-ACAO
                    CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
                END-IF
            END-IF.
            OPEN INPUT  CADVEND
                 OUTPUT CADVENDD.
            PERFORM LEITURA-VEND UNTIL FIM-VEND EQUAL "SIM".
            CLOSE CADVEND
                  CADVENDD.
            PERFORM TERMINO.
        STOP RUN.

      ******************************************************************
      * CARGA E CONFERENCIA DO PEDIDO: UMA SO LINHA "G" COM VIGENCIA   *
      * VALIDA E NAO POSTERIOR A COMPETENCIA CORRENTE, FAIXAS COM      *
      * TETO CRESCENTE. QUALQUER ERRO RECUSA O PEDIDO INTEIRO.         *
      ******************************************************************
        CARREGAPEDIDO.
            OPEN INPUT DISSIDIO.
            PERFORM LEITURA-PED UNTIL FIM-PED EQUAL "SIM".
            CLOSE DISSIDIO.
            IF CT-LINPED GREATER THAN ZEROES
               AND WS-RECUSA EQUAL SPACES
               AND TEMGERAL NOT EQUAL "SIM"
                MOVE "FALTA A LINHA G (VIGENCIA E PERCENTUAL)"
                    TO WS-RECUSA
            END-IF.

        LEITURA-PED.
            READ DISSIDIO
                AT END MOVE "SIM" TO FIM-PED
                NOT AT END
                    ADD 1 TO CT-LINPED
                    IF WS-RECUSA EQUAL SPACES
                        PERFORM CONFEREPEDIDO
                    END-IF
            END-READ.

        CONFEREPEDIDO.
            IF DS-GERAL
                PERFORM CONFEREGERAL
                EXIT PARAGRAPH
            END-IF.
            IF DS-FAIXA
                PERFORM CONFEREFAIXA
                EXIT PARAGRAPH
            END-IF.
            MOVE "TIPO DE LINHA DIFERENTE DE G/F" TO WS-RECUSA.

        CONFEREGERAL.
            IF TEMGERAL EQUAL "SIM"
                MOVE "MAIS DE UMA LINHA G" TO WS-RECUSA
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO TEMGERAL.
            IF DS-COMPVIG IS NOT NUMERIC
               OR DS-PCTGER IS NOT NUMERIC
                MOVE "LINHA G COM CAMPO NAO NUMERICO" TO WS-RECUSA
                EXIT PARAGRAPH
            END-IF.
            MOVE DS-COMPVIG TO WS-COMPVIG.
            IF WS-VIG-MM LESS THAN 1 OR WS-VIG-MM GREATER THAN 12
                MOVE "COMPETENCIA DE VIGENCIA INVALIDA" TO WS-RECUSA
                EXIT PARAGRAPH
            END-IF.
            IF WS-COMPVIG GREATER THAN WS-COMPET-SIS
                MOVE "VIGENCIA POSTERIOR A COMPETENCIA CORRENTE"
                    TO WS-RECUSA
                EXIT PARAGRAPH
            END-IF.
            MOVE DS-PCTGER TO WS-PCTGER.

        CONFEREFAIXA.
            IF DS-TETO IS NOT NUMERIC
               OR DS-PCT IS NOT NUMERIC
               OR DS-VALOR IS NOT NUMERIC
                MOVE "LINHA F COM CAMPO NAO NUMERICO" TO WS-RECUSA
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-FAIXA NOT LESS THAN 20
                MOVE "MAIS DE 20 FAIXAS" TO WS-RECUSA
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-FAIXA GREATER THAN ZEROES
               AND DS-TETO NOT GREATER THAN FX-TETO-OCR(QTDE-FAIXA)
                MOVE "FAIXAS FORA DA ORDEM CRESCENTE DE TETO"
                    TO WS-RECUSA
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-FAIXA.
            MOVE DS-TETO  TO FX-TETO-OCR(QTDE-FAIXA).
            MOVE DS-PCT   TO FX-PCT-OCR(QTDE-FAIXA).
            MOVE DS-VALOR TO FX-VALOR-OCR(QTDE-FAIXA).

      * A MESMA VIGENCIA JA EM DISSDIF.DAT E PEDIDO REPETIDO: APLICAR
      * DE NOVO REAJUSTARIA O SALARIO DUAS VEZES.
        VERIFICAAPLICADO.
            OPEN INPUT DISSDIF.
            IF WS-FSDIF NOT EQUAL "00"
                MOVE "SIM" TO FIM-DIF.
            PERFORM LEITURA-DIF UNTIL FIM-DIF EQUAL "SIM".
            CLOSE DISSDIF.

        LEITURA-DIF.
            READ DISSDIF
                AT END MOVE "SIM" TO FIM-DIF
                NOT AT END
                    IF DF-COMPVIG EQUAL WS-COMPVIG
                        MOVE DF-COMPPAG  TO MA-COMPPAG
                        MOVE WS-MOTJAAPL TO WS-RECUSA
                        MOVE "SIM" TO FIM-DIF
                    END-IF
            END-READ.

        IMPRIMEPEDIDO.
            MOVE WS-COMPVIG    TO CV-COMPVIG.
            MOVE WS-COMPET-SIS TO CV-COMPPAG.
            WRITE REGREL FROM CAB-VIG AFTER ADVANCING 2 LINES.
            MOVE WS-PCTGER TO CG-PCT.
            WRITE REGREL FROM CAB-GERAL AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEFAIXA
                VARYING IDX-FAIXA FROM 1 BY 1
                UNTIL IDX-FAIXA GREATER THAN QTDE-FAIXA.

        IMPRIMEFAIXA.
            MOVE FX-TETO-OCR(IDX-FAIXA)  TO DFX-TETO.
            MOVE FX-PCT-OCR(IDX-FAIXA)   TO DFX-PCT.
            MOVE FX-VALOR-OCR(IDX-FAIXA) TO DFX-VALOR.
            WRITE REGREL FROM DET-FAIXA AFTER ADVANCING 1 LINE.

        CARREGADESLIG.
            OPEN INPUT DESLIG.
            IF WS-FSDESL NOT EQUAL "00"
                MOVE "SIM" TO FIM-DESL.
            PERFORM LEITURA-DESL UNTIL FIM-DESL EQUAL "SIM".
            CLOSE DESLIG.

        LEITURA-DESL.
            READ DESLIG
                AT END MOVE "SIM" TO FIM-DESL
                NOT AT END
                    IF DL-COD IS NUMERIC AND DL-DATA IS NUMERIC
                        PERFORM GUARDADESLIG
                    END-IF
            END-READ.

        GUARDADESLIG.
            IF QTDE-DESL LESS THAN 1000
                ADD 1 TO QTDE-DESL
                MOVE DL-COD  TO DL-COD-OCR(QTDE-DESL)
                MOVE DL-DATA TO DL-DATA-OCR(QTDE-DESL)
            ELSE
                DISPLAY "EM03EX17: *** TABELA DE DESLIGAMENTOS CHEIA"
                        " - VENDEDOR " DL-COD " IGNORADO ***"
            END-IF.

      ******************************************************************
      * CARGA DE FOLHAREG.DAT: SO AS COMPETENCIAS FECHADAS DESDE A     *
      * VIGENCIA (A DA RODADA A FOLHA JA CALCULA COM O SALARIO NOVO)   *
      * E SO FOLHA MENSAL E RECIBO DE FERIAS - A RESCISAO FICA DE FORA *
      * COM O VENDEDOR DESLIGADO.                                      *
      ******************************************************************
        CARREGAFOLHA.
            OPEN INPUT FOLHAREG.
            PERFORM LEITURA-FOLHA UNTIL FIM-FOLHA EQUAL "SIM".
            CLOSE FOLHAREG.

        LEITURA-FOLHA.
            READ FOLHAREG
                AT END MOVE "SIM" TO FIM-FOLHA
                NOT AT END
                    IF FR-TIPO NOT EQUAL "R"
                       AND FR-COD IS NUMERIC
                       AND FR-COMPET IS NUMERIC
                       AND FR-SALFIX IS NUMERIC
                       AND FR-COMPET NOT LESS THAN WS-COMPVIG
                       AND FR-COMPET LESS THAN WS-COMPET-SIS
                        PERFORM GUARDAFOLHA
                    END-IF
            END-READ.

        GUARDAFOLHA.
            IF FR-TIPO NOT EQUAL "F"
                MOVE "M" TO FR-TIPO
            END-IF.
            PERFORM CALCULABASE.
            MOVE "NAO" TO ACHADO.
            IF FR-TIPO EQUAL "M"
                PERFORM VARYING IDX-FOLHA FROM 1 BY 1
                         UNTIL IDX-FOLHA GREATER THAN QTDE-FOLHA
                            OR ACHADO EQUAL "SIM"
                    IF FL-COD-OCR(IDX-FOLHA) EQUAL FR-COD
                       AND FL-COMPET-OCR(IDX-FOLHA) EQUAL FR-COMPET
                       AND FL-TIPO-OCR(IDX-FOLHA) EQUAL "M"
                        MOVE "SIM" TO ACHADO
                    END-IF
                END-PERFORM
            END-IF.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-FOLHA
                IF FR-DATA NOT LESS THAN FL-DATA-OCR(IDX-FOLHA)
                    MOVE FR-DATA    TO FL-DATA-OCR(IDX-FOLHA)
                    MOVE FR-SALFIX  TO FL-SALFIX-OCR(IDX-FOLHA)
                    MOVE WS-BASESIG TO FL-BASE-OCR(IDX-FOLHA)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-FOLHA NOT LESS THAN 3000
                DISPLAY "EM03EX17: *** TABELA DA FOLHA CHEIA - "
                        "COMPETENCIA " FR-COMPET " DO VENDEDOR "
                        FR-COD " IGNORADA ***"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-FOLHA.
            MOVE FR-COD     TO FL-COD-OCR(QTDE-FOLHA).
            MOVE FR-COMPET  TO FL-COMPET-OCR(QTDE-FOLHA).
            MOVE FR-TIPO    TO FL-TIPO-OCR(QTDE-FOLHA).
            MOVE FR-DATA    TO FL-DATA-OCR(QTDE-FOLHA).
            MOVE FR-SALFIX  TO FL-SALFIX-OCR(QTDE-FOLHA).
            MOVE WS-BASESIG TO FL-BASE-OCR(QTDE-FOLHA).
            MOVE ZEROES     TO FL-EVDIAS-OCR(QTDE-FOLHA).
            IF FR-TIPO EQUAL "F"
                MOVE FR-EVDIAS TO FL-EVDIAS-OCR(QTDE-FOLHA)
            END-IF.

      * BASE PAGA SOBRE O SALARIO FIXO ANTIGO. FOLHA MENSAL: O FIXO
      * MAIS HORAS EXTRAS E ADICIONAL NOTURNO (CALCULADOS SOBRE A
      * HORA DO FIXO) MENOS FALTAS E DIAS DE FERIAS DESCONTADOS;
      * LINHA ANTIGA SEM FOLHA DE PONTO FICA SO COM O FIXO. RECIBO
      * DE FERIAS: VALOR DOS DIAS MAIS O TERCO.
        CALCULABASE.
            IF FR-TIPO EQUAL "F"
                IF FR-EVBASE IS NUMERIC AND FR-EVADIC IS NUMERIC
                   AND FR-EVDIAS IS NUMERIC
                    COMPUTE WS-BASESIG = FR-EVBASE + FR-EVADIC
                ELSE
                    MOVE ZEROES TO WS-BASESIG FR-EVDIAS
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE FR-SALFIX TO WS-BASESIG.
            IF FR-QFALTA IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            ADD FR-HE50 FR-HE100 FR-ADNOT TO WS-BASESIG.
            SUBTRACT FR-FALTAS FROM WS-BASESIG.
            IF FR-QFER IS NUMERIC
                SUBTRACT FR-FERMES FROM WS-BASESIG
            END-IF.
            IF WS-BASESIG LESS THAN ZEROES
                MOVE ZEROES TO WS-BASESIG
            END-IF.

        LEITURA-VEND.
            READ CADVEND
                AT END MOVE "SIM" TO FIM-VEND
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF APLICA EQUAL "SIM"
                        PERFORM TRATAVENDEDOR
                    END-IF
                    MOVE REGENT TO REGVENDD
                    WRITE REGVENDD
                    ADD 1 TO CT-GRAVADOS
            END-READ.

      ******************************************************************
      * UM VENDEDOR: FAIXA PELO SALARIO ATUAL, SALARIO REAJUSTADO NO   *
      * CADASTRO E DEMONSTRATIVO DAS DIFERENCAS MES A MES.             *
      ******************************************************************
        TRATAVENDEDOR.
            PERFORM BUSCADESLIG.
            IF ACHADO EQUAL "SIM"
                ADD 1 TO CT-NAOREAJ
                MOVE DL-DATA-OCR(IDX-DESL) TO MD-DATA
                MOVE WS-MOTDESL TO WS-MOTIVO
                PERFORM IMPRECUSA
                EXIT PARAGRAPH
            END-IF.
            IF SALENTF IS NOT NUMERIC OR SALENTF EQUAL ZEROES
                ADD 1 TO CT-NAOREAJ
                MOVE "SEM SALARIO FIXO" TO WS-MOTIVO
                PERFORM IMPRECUSA
                EXIT PARAGRAPH
            END-IF.
            PERFORM DEFINEREGRA.
            MOVE SALENTF TO WS-SALBASE.
            PERFORM APLICAREGRA.
            COMPUTE WS-SALNOVO = SALENTF + WS-INCR.
            MOVE CODENT     TO DV-COD.
            MOVE NOMEENT    TO DV-NOME.
            MOVE SALENTF    TO DV-SALANT.
            MOVE WS-SALNOVO TO DV-SALNOV.
            IF WS-VALPES GREATER THAN ZEROES
                MOVE "(VL FIXO)" TO DV-REGRA
            ELSE
                MOVE WS-PCTPES   TO RG-PCT
                MOVE WS-REGRAPCT TO DV-REGRA
            END-IF.
            WRITE REGREL FROM DET-VEND AFTER ADVANCING 2 LINES.
            MOVE ZEROES TO WS-TOTPES CT-MESPES.
            PERFORM RECALCULAMES
                VARYING IDX-FOLHA FROM 1 BY 1
                UNTIL IDX-FOLHA GREATER THAN QTDE-FOLHA.
            IF CT-MESPES EQUAL ZEROES
                WRITE REGREL FROM DET-SEMMES AFTER ADVANCING 1 LINE
            ELSE
                MOVE WS-COMPET-SIS TO DT-COMPPAG
                MOVE WS-TOTPES     TO DT-TOTAL
                WRITE REGREL FROM DET-TOTPES AFTER ADVANCING 1 LINE
            END-IF.
            MOVE WS-SALNOVO TO SALENTF.
            ADD 1 TO CT-REAJUST.
            MOVE CODENT     TO LK-CHAVE.
            MOVE "DISSIDIO" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * FAIXA DO VENDEDOR PELO SALARIO FIXO ATUAL; ACIMA DA ULTIMA
      * (OU SEM FAIXAS) VALE O PERCENTUAL GERAL.
        DEFINEREGRA.
            MOVE WS-PCTGER TO WS-PCTPES.
            MOVE ZEROES    TO WS-VALPES.
            MOVE "NAO"     TO ACHADO.
            PERFORM VARYING IDX-FAIXA FROM 1 BY 1
                     UNTIL IDX-FAIXA GREATER THAN QTDE-FAIXA
                        OR ACHADO EQUAL "SIM"
                IF SALENTF NOT GREATER THAN FX-TETO-OCR(IDX-FAIXA)
                    MOVE FX-PCT-OCR(IDX-FAIXA)   TO WS-PCTPES
                    MOVE FX-VALOR-OCR(IDX-FAIXA) TO WS-VALPES
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.

      * AUMENTO SOBRE O SALARIO EM WS-SALBASE PELA REGRA DO VENDEDOR.
        APLICAREGRA.
            IF WS-VALPES GREATER THAN ZEROES
                MOVE WS-VALPES TO WS-INCR
            ELSE
                COMPUTE WS-AUX = WS-SALBASE * WS-PCTPES
                COMPUTE WS-INCR ROUNDED = WS-AUX / 100
            END-IF.

      * UM MES PAGO DO VENDEDOR: O AUMENTO E APLICADO AO SALARIO FIXO
      * DAQUELE MES. NA FOLHA MENSAL A DIFERENCA E A BASE PAGA NA
      * PROPORCAO DO AUMENTO; NO RECIBO DE FERIAS, O AUMENTO DOS DIAS
      * GOZADOS (AUMENTO / 30 X DIAS) COM O TERCO.
        RECALCULAMES.
            IF FL-COD-OCR(IDX-FOLHA) NOT EQUAL CODENT
               OR FL-SALFIX-OCR(IDX-FOLHA) EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE FL-SALFIX-OCR(IDX-FOLHA) TO WS-SALBASE.
            PERFORM APLICAREGRA.
            IF FL-TIPO-OCR(IDX-FOLHA) EQUAL "F"
                COMPUTE WS-AUX = WS-INCR * FL-EVDIAS-OCR(IDX-FOLHA)
                COMPUTE WS-AUX = WS-AUX * 4
                COMPUTE WS-DIFER ROUNDED = WS-AUX / 90
            ELSE
                COMPUTE WS-AUX = FL-BASE-OCR(IDX-FOLHA) * WS-INCR
                COMPUTE WS-DIFER ROUNDED = WS-AUX / WS-SALBASE
            END-IF.
            IF WS-DIFER EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES                   TO REGDISSDIF.
            MOVE WS-COMPET-SIS            TO DF-COMPPAG.
            MOVE CODENT                   TO DF-COD.
            MOVE WS-COMPVIG               TO DF-COMPVIG.
            MOVE FL-COMPET-OCR(IDX-FOLHA) TO DF-COMPREF.
            MOVE FL-TIPO-OCR(IDX-FOLHA)   TO DF-TIPO.
            MOVE WS-SALBASE               TO DF-SALANT.
            COMPUTE DF-SALNOV = WS-SALBASE + WS-INCR.
            MOVE FL-BASE-OCR(IDX-FOLHA)   TO DF-BASE.
            MOVE WS-DIFER                 TO DF-DIFER.
            WRITE REGDISSDIF.
            ADD 1        TO CT-MESPES CT-MESES.
            ADD WS-DIFER TO WS-TOTPES WS-TOTAL.
            MOVE DF-COMPREF TO DM-COMPREF.
            MOVE DF-TIPO    TO DM-TIPO.
            MOVE DF-SALANT  TO DM-SALANT.
            MOVE DF-SALNOV  TO DM-SALNOV.
            MOVE DF-BASE    TO DM-BASE.
            MOVE DF-DIFER   TO DM-DIFER.
            IF CT-MESPES EQUAL 1
                WRITE REGREL FROM CAB-COLS AFTER ADVANCING 1 LINE
            END-IF.
            WRITE REGREL FROM DET-MES AFTER ADVANCING 1 LINE.

        IMPRECUSA.
            MOVE CODENT    TO DX-COD.
            MOVE NOMEENT   TO DX-NOME.
            MOVE WS-MOTIVO TO DX-MSG.
            WRITE REGREL FROM DET-RECUSA AFTER ADVANCING 2 LINES.

        BUSCADESLIG.
            MOVE "NAO" TO ACHADO.
            PERFORM VARYING IDX-DESL FROM 1 BY 1
                     UNTIL IDX-DESL GREATER THAN QTDE-DESL
                        OR ACHADO EQUAL "SIM"
                IF DL-COD-OCR(IDX-DESL) EQUAL CODENT
                   AND DL-DATA-OCR(IDX-DESL) NOT GREATER THAN
                       WS-DATA-SIS
                    MOVE "SIM" TO ACHADO
                END-IF
            END-PERFORM.
            IF ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-DESL
            END-IF.

        TERMINO.
            MOVE "VENDEDORES LIDOS (CADVEND.DAT)" TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "SALARIOS REAJUSTADOS" TO ROD-QT-TXT.
            MOVE CT-REAJUST TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "NAO REAJUSTADOS (DESLIG/S/FIXO)" TO ROD-QT-TXT.
            MOVE CT-NAOREAJ TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "MESES COM DIFERENCA" TO ROD-QT-TXT.
            MOVE CT-MESES TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "TOTAL DAS DIFERENCAS" TO ROD-VL-TXT.
            MOVE WS-TOTAL TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE.
            CLOSE RELDISS.
            IF APLICA EQUAL "SIM"
                CLOSE DISSDIF
                OPEN OUTPUT DISSIDIO
                CLOSE DISSIDIO
            END-IF.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
