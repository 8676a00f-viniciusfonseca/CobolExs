               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAREG.DAT".
            01 REGFOLHAREG.
               COPY REGFOLHA.

            FD RELREIMP
               LABEL RECORD IS OMITTED.
               02 FILLER PIC X(40) VALUE
                  "DEMONSTRATIVO DE PAGAMENTO (REIMPRESSAO)".

            01 HOL-CABFER.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(40) VALUE
                  "RECIBO DE FERIAS (REIMPRESSAO)".

            01 HOL-FERIAS.
               02 FILLER        PIC X(08) VALUE "FERIAS (".
               02 HOL-FER-DIAS  PIC ZZ9.
               02 FILLER        PIC X(09) VALUE " DIAS):  ".
               02 HOL-FER-V     PIC ZZZZZZZ9,99.

            01 HOL-TERCO.
               02 FILLER      PIC X(20) VALUE "1/3 CONSTITUCIONAL: ".
               02 HOL-TERCO-V PIC ZZZZZZZ9,99.

            01 HOL-GOZO.
               02 FILLER      PIC X(20) VALUE "PERIODO DE GOZO:    ".
               02 HOL-GOZO-T  PIC X(20).

            01 HOL-CABRES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(40) VALUE
                  "TERMO DE RESCISAO (REIMPRESSAO)".

            01 HOL-RESMOT.
               02 FILLER       PIC X(20) VALUE "AFASTAMENTO:        ".
               02 HOL-RESMOT-T PIC X(20).

            01 HOL-SALDO.
               02 FILLER       PIC X(20) VALUE "SALDO DE SALARIO:   ".
               02 HOL-SALDO-V  PIC ZZZZZZZ9,99.

            01 HOL-VERBAS.
               02 FILLER       PIC X(20) VALUE "13O E FERIAS + 1/3: ".
               02 HOL-VERBAS-V PIC ZZZZZZZ9,99.

            01 HOL-AVISO.
               02 FILLER       PIC X(07) VALUE "AVISO (".
               02 HOL-AVISO-D  PIC ZZ9.
               02 FILLER       PIC X(10) VALUE " DIAS):   ".
               02 HOL-AVISO-V  PIC ZZZZZZZ9,99.

            01 HOL-FUNC.
               02 FILLER  PIC X(08) VALUE "CODIGO: ".
               02 HOL-COD PIC 9(05).
               02 FILLER      PIC X(01) VALUE SPACES.
               02 HOL-AJU-V   PIC -ZZZZZZZ9,99.

            01 HOL-PONTO.
               02 HOL-PT-TXT  PIC X(20).
               02 HOL-PT-QT   PIC ZZ9,99.
               02 HOL-PT-UN   PIC X(02).
               02 FILLER      PIC X(05) VALUE SPACES.
               02 HOL-PT-V    PIC -ZZZZZZ9,99.
               02 HOL-PT-V-X  REDEFINES HOL-PT-V PIC X(11).

            01 HOL-FAMILIA.
               02 HOL-FA-TXT  PIC X(20).
               02 HOL-FA-QT   PIC ZZ9.
               02 FILLER      PIC X(10) VALUE SPACES.
               02 HOL-FA-V    PIC ZZZZZZZ9,99.

            01 HOL-DESC.
               02 FILLER      PIC X(20) VALUE "DESCONTOS:          ".
               02 HOL-DESC-V  PIC ZZZZZZZ9,99.
               02 FILLER      PIC X(20) VALUE "IRRF:               ".
               02 HOL-IRRF-V  PIC ZZZZZZZ9,99.

            01 HOL-OVTOT.
               02 FILLER      PIC X(20) VALUE "OVERRIDE EQUIPE:    ".
               02 HOL-OVTOT-V PIC -ZZZZZZ9,99.

            01 HOL-DIFRET.
               02 FILLER      PIC X(20) VALUE "DIF. DISSIDIO:      ".
               02 HOL-DR-V    PIC ZZZZZZZ9,99.

            01 HOL-ADIANT.
               02 FILLER      PIC X(20) VALUE "ADIANTAMENTO:       ".
               02 HOL-ADT-V   PIC -ZZZZZZ9,99.

            01 HOL-LIQ.
               02 FILLER     PIC X(20) VALUE "SALARIO LIQUIDO:    ".
               02 HOL-LIQ-V  PIC ZZZZZZZ9,99.

        IMPRIMEHOLERITE.
            MOVE "SIM" TO ACHOUHOLERITE.
            IF FR-TIPO EQUAL "F"
                PERFORM IMPRIMEFERIAS
                EXIT PARAGRAPH
            END-IF.
            IF FR-TIPO EQUAL "R"
                PERFORM IMPRIMERESCISAO
                EXIT PARAGRAPH
            END-IF.
            MOVE FR-COD    TO HOL-COD.
            MOVE FR-NOME   TO HOL-NOME.
            MOVE FR-COMPET TO HOL-COMP.
                END-IF
                WRITE REGREL FROM HOL-AJU AFTER ADVANCING 1 LINE
            END-IF.
            IF FR-OVERRIDE IS NUMERIC
               AND FR-OVERRIDE GREATER THAN ZEROES
                IF FR-OVSINAL EQUAL "-"
                    COMPUTE HOL-OVTOT-V = ZEROES - FR-OVERRIDE
                ELSE
                    MOVE FR-OVERRIDE TO HOL-OVTOT-V
                END-IF
                WRITE REGREL FROM HOL-OVTOT AFTER ADVANCING 1 LINE
            END-IF.
            IF FR-QFALTA IS NUMERIC
                PERFORM IMPRIMEPONTO
            END-IF.
            IF FR-DIFRET IS NUMERIC AND FR-DIFRET GREATER THAN ZEROES
                MOVE FR-DIFRET TO HOL-DR-V
                WRITE REGREL FROM HOL-DIFRET AFTER ADVANCING 1 LINE
            END-IF.
            WRITE REGREL FROM HOL-DESC    AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-INSS    AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-IRRF    AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEFAMILIA.
            PERFORM IMPRIMEADIANT.
            WRITE REGREL FROM HOL-LIQ     AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-GRAVADOS.

        IMPRIMEPONTO.
            IF FR-HNORM GREATER THAN ZEROES
                MOVE "HORAS NORMAIS:"     TO HOL-PT-TXT
                MOVE FR-HNORM             TO HOL-PT-QT
                MOVE " H"                 TO HOL-PT-UN
                MOVE SPACES             TO HOL-PT-V-X
                WRITE REGREL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.
            IF FR-QHE50 GREATER THAN ZEROES
                MOVE "HORAS EXTRAS 50%:"  TO HOL-PT-TXT
                MOVE FR-QHE50             TO HOL-PT-QT
                MOVE " H"                 TO HOL-PT-UN
                MOVE FR-HE50              TO HOL-PT-V
                WRITE REGREL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.
            IF FR-QHE100 GREATER THAN ZEROES
                MOVE "HORAS EXTRAS 100%:" TO HOL-PT-TXT
                MOVE FR-QHE100            TO HOL-PT-QT
                MOVE " H"                 TO HOL-PT-UN
                MOVE FR-HE100             TO HOL-PT-V
                WRITE REGREL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.
            IF FR-QNOT GREATER THAN ZEROES
                MOVE "ADICIONAL NOTURNO:" TO HOL-PT-TXT
                MOVE FR-QNOT              TO HOL-PT-QT
                MOVE " H"                 TO HOL-PT-UN
                MOVE FR-ADNOT             TO HOL-PT-V
                WRITE REGREL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.
            IF FR-QFALTA GREATER THAN ZEROES
                MOVE "FALTAS:"            TO HOL-PT-TXT
                MOVE FR-QFALTA            TO HOL-PT-QT
                MOVE " D"                 TO HOL-PT-UN
                COMPUTE HOL-PT-V = ZEROES - FR-FALTAS
                WRITE REGREL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.
            IF FR-QFER IS NUMERIC AND FR-QFER GREATER THAN ZEROES
                MOVE "FERIAS NO MES:"     TO HOL-PT-TXT
                MOVE FR-QFER              TO HOL-PT-QT
                MOVE " D"                 TO HOL-PT-UN
                COMPUTE HOL-PT-V = ZEROES - FR-FERMES
                WRITE REGREL FROM HOL-PONTO AFTER ADVANCING 1 LINE
            END-IF.

        IMPRIMEFAMILIA.
            IF FR-QDEPIR IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            IF FR-DEDDEP GREATER THAN ZEROES
                MOVE "DEPENDENTES IRRF:"  TO HOL-FA-TXT
                MOVE FR-QDEPIR            TO HOL-FA-QT
                MOVE FR-DEDDEP            TO HOL-FA-V
                WRITE REGREL FROM HOL-FAMILIA AFTER ADVANCING 1 LINE
            END-IF.
            IF FR-SALFAM GREATER THAN ZEROES
                MOVE "SALARIO-FAMILIA:"   TO HOL-FA-TXT
                MOVE FR-QSFAM             TO HOL-FA-QT
                MOVE FR-SALFAM            TO HOL-FA-V
                WRITE REGREL FROM HOL-FAMILIA AFTER ADVANCING 1 LINE
            END-IF.

      * ADIANTAMENTO DA COMPETENCIA: SAI NEGATIVO E O LIQUIDO DO
      * HOLERITE PASSA A SER O VALOR CREDITADO.
        IMPRIMEADIANT.
            IF FR-ADIANT IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            IF FR-ADIANT GREATER THAN ZEROES
                COMPUTE HOL-ADT-V = ZEROES - FR-ADIANT
                WRITE REGREL FROM HOL-ADIANT AFTER ADVANCING 1 LINE
                COMPUTE HOL-LIQ-V = FR-LIQ - FR-ADIANT
            END-IF.

      * RECIBO DE FERIAS PAGO POR EM03EX14: DIAS, TERCO E RETENCOES;
      * O MOTIVO GUARDA OS DIAS E O INICIO DO GOZO.
        IMPRIMEFERIAS.
            MOVE FR-COD    TO HOL-COD.
            MOVE FR-NOME   TO HOL-NOME.
            MOVE FR-COMPET TO HOL-COMP.
            MOVE FR-SALFIX TO HOL-SALBASE-V.
            MOVE FR-EVDIAS TO HOL-FER-DIAS.
            MOVE FR-EVBASE TO HOL-FER-V.
            MOVE FR-EVADIC TO HOL-TERCO-V.
            MOVE FR-MOTIVO TO HOL-GOZO-T.
            MOVE FR-INSS   TO HOL-INSS-V.
            MOVE FR-IRRF   TO HOL-IRRF-V.
            MOVE FR-LIQ    TO HOL-LIQ-V.
            WRITE REGREL FROM HOL-CABFER  AFTER ADVANCING PAGE.
            WRITE REGREL FROM HOL-FUNC    AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM HOL-SALBASE AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM HOL-GOZO    AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-FERIAS  AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-TERCO   AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-INSS    AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-IRRF    AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEFAMILIA.
            PERFORM IMPRIMEADIANT.
            WRITE REGREL FROM HOL-LIQ     AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-GRAVADOS.

      * ACERTO DA RESCISAO CALCULADO POR EM03EX15; O MOTIVO GUARDA O
      * TIPO DO DESLIGAMENTO E A DATA DO AFASTAMENTO.
        IMPRIMERESCISAO.
            MOVE FR-COD    TO HOL-COD.
            MOVE FR-NOME   TO HOL-NOME.
            MOVE FR-COMPET TO HOL-COMP.
            MOVE FR-MOTIVO TO HOL-RESMOT-T.
            MOVE FR-SALFIX TO HOL-SALDO-V.
            MOVE FR-COM    TO HOL-COM-V.
            MOVE FR-EVBASE TO HOL-VERBAS-V.
            MOVE FR-EVDIAS TO HOL-AVISO-D.
            MOVE FR-EVADIC TO HOL-AVISO-V.
            MOVE FR-INSS   TO HOL-INSS-V.
            MOVE FR-IRRF   TO HOL-IRRF-V.
            MOVE FR-LIQ    TO HOL-LIQ-V.
            WRITE REGREL FROM HOL-CABRES  AFTER ADVANCING PAGE.
            WRITE REGREL FROM HOL-FUNC    AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM HOL-RESMOT  AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM HOL-SALDO   AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-COM     AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-VERBAS  AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-AVISO   AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-INSS    AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM HOL-IRRF    AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEFAMILIA.
            PERFORM IMPRIMEADIANT.
            WRITE REGREL FROM HOL-LIQ     AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-GRAVADOS.
