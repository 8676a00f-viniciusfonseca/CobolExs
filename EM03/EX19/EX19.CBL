        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM03EX19.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. QUADRO DE PESSOAL E ROTATIVIDADE DO MES POR
      * DEPARTAMENTO (DEPENT DE CADENT.DAT, NOMES EM PARAM07.DAT). A
      * COMPETENCIA E A DA DATA DE PROCESSAMENTO (DATAPROC), OU A DE
      * PARAM70.DAT (AAAAMM) PARA REEMITIR UM MES FECHADO. PARA CADA
      * DEPARTAMENTO: QUADRO NO PRIMEIRO DIA (ADMITIDOS ANTES DELE E
      * NAO DESLIGADOS ANTES DELE), ADMISSOES E DESLIGAMENTOS COM DATA
      * DENTRO DO MES, QUADRO NO ULTIMO DIA, ROTATIVIDADE E TEMPO
      * MEDIO DE CASA DOS QUE ESTAO NO QUADRO NO FIM DO MES.
      * ROTATIVIDADE = ((ADMISSOES + DESLIGAMENTOS) / 2) DIVIDIDO PELA
      * MEDIA ENTRE O QUADRO INICIAL E O FINAL, EM PERCENTUAL. A DATA
      * DE DESLIGAMENTO E O ULTIMO DIA TRABALHADO. REGISTRO SEM DATA
      * DE ADMISSAO (LAYOUT ANTIGO) CONTA NO QUADRO MAS NAO NO TEMPO
      * MEDIO; DESLIGADO SEM DATA DE DESLIGAMENTO NAO ENTRA EM NADA.
      * DEPARTAMENTO QUE NAO ESTA EM PARAM07.DAT SAI COMO "NAO
      * CADASTRADO" NO FIM DA LISTA. O RELATORIO VAI PARA RELQUADRO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADENT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM07 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM70 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELQUADRO ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CADENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENT.DAT".
            01 REGENT.
               COPY REGENTID REPLACING ==:COD:==     BY ==CODENT==
                                        ==:COD-PIC:== BY ==9(05)==
                                        ==:NOME:==    BY ==NOMEENT==.
               COPY REGENTSEX REPLACING ==:SEXO:== BY ==SEXOENT==.
               COPY REGENTADM REPLACING ==:DEP:==  BY ==DEPENT==
                                        ==:ADM:==  BY ==ADMENT==
                                        ==:DESL:== BY ==DESLENT==
                                        ==:SIT:==  BY ==SITENT==.

            FD PARAM07
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM07.DAT".
            01 REGPARAM07.
               02 PARM-DEP     PIC 99.
               02 PARM-DEPNOME PIC X(20).

      * COMPETENCIA AAAAMM A REEMITIR; SEM O ARQUIVO, VALE A DA DATA
      * DE PROCESSAMENTO.
            FD PARAM70
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM70.DAT".
            01 REGPARAM70.
               02 PARM-COMPET PIC 9(06).

            FD RELQUADRO
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ   PIC X(03) VALUE "NAO".
            77 FIM-PARAM PIC X(03) VALUE "NAO".
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-SEMADM    PIC 9(07) VALUE ZEROES.
            77 CT-SEMDESL   PIC 9(07) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM03EX19".
            77 DEPACHADO    PIC X(03) VALUE "NAO".
            77 WS-ANOQ      PIC 9(04) VALUE ZEROES.
            77 WS-ANORST    PIC 9(04) VALUE ZEROES.
            77 WS-MESES     PIC S9(05) VALUE ZEROES.
            77 WS-MESAUX    PIC S9(05) VALUE ZEROES.
            77 WS-MOVTO     PIC 9(07) VALUE ZEROES.
            77 WS-QUADRO    PIC 9(07) VALUE ZEROES.
            77 WS-MOVTO100  PIC 9(09) VALUE ZEROES.
            77 WS-ROTAT     PIC 9(04)V99 VALUE ZEROES.
            77 WS-TEMPO     PIC 9(06)V9 VALUE ZEROES.

            77 QTDE-QDR PIC 99 VALUE ZEROES.
            77 IDX-QDR  PIC 99 VALUE ZEROES.

      * UMA LINHA POR DEPARTAMENTO; A LINHA 31 ACUMULA O TOTAL.
            01 TAB-QDR.
               02 TAB-QDR-OCR OCCURS 31 TIMES.
                  03 QD-DEP-OCR    PIC 99.
                  03 QD-NOME-OCR   PIC X(20).
                  03 QD-INI-OCR    PIC 9(07).
                  03 QD-ADM-OCR    PIC 9(07).
                  03 QD-DES-OCR    PIC 9(07).
                  03 QD-FIM-OCR    PIC 9(07).
                  03 QD-MESES-OCR  PIC 9(09).
                  03 QD-QTMES-OCR  PIC 9(07).

            01 WS-DATA-SIS PIC 9(08) VALUE ZEROES.
            01 WS-DATA-SIS-R REDEFINES WS-DATA-SIS.
               02 WS-COMPET-SIS PIC 9(06).
               02 WS-DIA-SIS    PIC 9(02).
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.

            01 WS-COMPET   PIC 9(06) VALUE ZEROES.
            01 WS-COMPET-R REDEFINES WS-COMPET.
               02 WS-COMPET-AAAA PIC 9(04).
               02 WS-COMPET-MM   PIC 9(02).

            01 WS-DTINI    PIC 9(08) VALUE ZEROES.
            01 WS-DTFIM    PIC 9(08) VALUE ZEROES.
            01 WS-DTFIM-R REDEFINES WS-DTFIM.
               02 WS-DTFIM-AAAA PIC 9(04).
               02 WS-DTFIM-MM   PIC 9(02).
               02 WS-DTFIM-DD   PIC 9(02).

            01 WS-DTADM    PIC 9(08) VALUE ZEROES.
            01 WS-DTADM-R REDEFINES WS-DTADM.
               02 WS-DTADM-AAAA PIC 9(04).
               02 WS-DTADM-MM   PIC 9(02).
               02 WS-DTADM-DD   PIC 9(02).

            01 CAB-01.
               02 FILLER PIC X(08) VALUE SPACES.
               02 FILLER PIC X(47) VALUE
                  "QUADRO DE PESSOAL E ROTATIVIDADE - COMPETENCIA ".
               02 CAB-COMPET PIC 9(06).
               02 FILLER PIC X(05) VALUE " EM ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(06) VALUE SPACES.

            01 CAB-COLS.
               02 FILLER PIC X(24) VALUE "DP DEPARTAMENTO".
               02 FILLER PIC X(07) VALUE " INICIO".
               02 FILLER PIC X(07) VALUE "  ADMIS".
               02 FILLER PIC X(07) VALUE " DESLIG".
               02 FILLER PIC X(07) VALUE "  FINAL".
               02 FILLER PIC X(08) VALUE " ROTAT.%".
               02 FILLER PIC X(09) VALUE " TEMPO(M)".
               02 FILLER PIC X(11) VALUE SPACES.

            01 DET-QDR.
               02 DQ-DEP    PIC 99.
               02 DQ-DEP-X REDEFINES DQ-DEP PIC X(02).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DQ-NOME   PIC X(20).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DQ-INI    PIC ZZZZZZ9.
               02 DQ-ADM    PIC ZZZZZZ9.
               02 DQ-DES    PIC ZZZZZZ9.
               02 DQ-FIM    PIC ZZZZZZ9.
               02 DQ-ROTAT  PIC ZZZZ9,99.
               02 DQ-TEMPO  PIC ZZZZZZ9,9.
               02 FILLER    PIC X(11) VALUE SPACES.

            01 ROD-LEG1.
               02 FILLER PIC X(40) VALUE
                  "ROTAT.% = ((ADMIS + DESLIG) / 2) / ((INI".
               02 FILLER PIC X(40) VALUE
                  "CIO + FINAL) / 2) X 100".

            01 ROD-LEG2.
               02 FILLER PIC X(40) VALUE
                  "TEMPO(M) = TEMPO MEDIO DE CASA, EM MESES".
               02 FILLER PIC X(40) VALUE
                  ", DO QUADRO FINAL COM DATA DE ADMISSAO".

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 FILLER     PIC X(06) VALUE "....: ".
               02 ROD-QT     PIC ZZZZZZ9.

        PROCEDURE DIVISION.
        PGM.
            CALL "DATAPROC" USING WS-DATA-SIS WS-DATAREAL.
            PERFORM DEFINECOMPETENCIA.
            PERFORM LEPARAM07.
            OPEN INPUT CADENT.
            PERFORM LEITURA UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADENT.
            PERFORM IMPRIMEQUADRO.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
        STOP RUN.

      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA (FEVEREIRO COM A REGRA
      * DO ANO BISSEXTO).
        DEFINECOMPETENCIA.
            MOVE WS-COMPET-SIS TO WS-COMPET.
            OPEN INPUT PARAM70.
            READ PARAM70
                AT END CONTINUE
                NOT AT END
                    IF PARM-COMPET IS NUMERIC
                        MOVE PARM-COMPET TO WS-COMPET
                        IF WS-COMPET-MM LESS THAN 1
                           OR WS-COMPET-MM GREATER THAN 12
                            DISPLAY "EM03EX19: *** COMPETENCIA "
                                    PARM-COMPET " DE PARAM70.DAT "
                                    "INVALIDA - USADA A DO DIA ***"
                            MOVE WS-COMPET-SIS TO WS-COMPET
                        END-IF
                    END-IF
            END-READ.
            CLOSE PARAM70.
            COMPUTE WS-DTINI = WS-COMPET * 100 + 1.
            MOVE WS-COMPET-AAAA TO WS-DTFIM-AAAA.
            MOVE WS-COMPET-MM   TO WS-DTFIM-MM.
            EVALUATE WS-COMPET-MM
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-DTFIM-DD
                WHEN 2
                    MOVE 28 TO WS-DTFIM-DD
                    DIVIDE WS-COMPET-AAAA BY 4 GIVING WS-ANOQ
                           REMAINDER WS-ANORST
                    IF WS-ANORST EQUAL ZEROES
                        MOVE 29 TO WS-DTFIM-DD
                        DIVIDE WS-COMPET-AAAA BY 100 GIVING WS-ANOQ
                               REMAINDER WS-ANORST
                        IF WS-ANORST EQUAL ZEROES
                            MOVE 28 TO WS-DTFIM-DD
                            DIVIDE WS-COMPET-AAAA BY 400
                                   GIVING WS-ANOQ
                                   REMAINDER WS-ANORST
                            IF WS-ANORST EQUAL ZEROES
                                MOVE 29 TO WS-DTFIM-DD
                            END-IF
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE 31 TO WS-DTFIM-DD
            END-EVALUATE.

      * MESMA TABELA DE DEPARTAMENTOS DE EM03EX03 (E O MESMO PADRAO
      * 01/02 QUANDO PARAM07.DAT NAO EXISTE).
        LEPARAM07.
            OPEN INPUT PARAM07.
            PERFORM LEITURA-PARAM07 UNTIL FIM-PARAM EQUAL "SIM".
            CLOSE PARAM07.
            IF QTDE-QDR EQUAL ZEROES
                MOVE 01 TO PARM-DEP
                MOVE "DEPARTAMENTO 01" TO PARM-DEPNOME
                PERFORM NOVODEPARTAMENTO
                MOVE 02 TO PARM-DEP
                MOVE "DEPARTAMENTO 02" TO PARM-DEPNOME
                PERFORM NOVODEPARTAMENTO
            END-IF.

        LEITURA-PARAM07.
            READ PARAM07
                AT END MOVE "SIM" TO FIM-PARAM
                NOT AT END PERFORM NOVODEPARTAMENTO
            END-READ.

        NOVODEPARTAMENTO.
            IF QTDE-QDR LESS THAN 30
                ADD 1 TO QTDE-QDR
                MOVE PARM-DEP     TO QD-DEP-OCR(QTDE-QDR)
                MOVE PARM-DEPNOME TO QD-NOME-OCR(QTDE-QDR)
                MOVE ZEROES TO QD-INI-OCR(QTDE-QDR)
                               QD-ADM-OCR(QTDE-QDR)
                               QD-DES-OCR(QTDE-QDR)
                               QD-FIM-OCR(QTDE-QDR)
                               QD-MESES-OCR(QTDE-QDR)
                               QD-QTMES-OCR(QTDE-QDR)
            ELSE
                DISPLAY "EM03EX19: *** TABELA DE DEPARTAMENTOS "
                        "CHEIA - DEPARTAMENTO " PARM-DEP
                        " IGNORADO ***"
            END-IF.

      * REGISTRO NO LAYOUT ANTIGO CHEGA COM OS CAMPOS FUNCIONAIS EM
      * BRANCO: DEPARTAMENTO 00, SEM DATAS, ATIVO.
        LEITURA.
            READ CADENT
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF DEPENT IS NOT NUMERIC
                        MOVE ZEROES TO DEPENT
                    END-IF
                    IF ADMENT IS NOT NUMERIC
                        MOVE ZEROES TO ADMENT
                    END-IF
                    IF DESLENT IS NOT NUMERIC
                        MOVE ZEROES TO DESLENT
                    END-IF
                    PERFORM APURAFUNCIONARIO
            END-READ.

        APURAFUNCIONARIO.
            IF SITENT EQUAL "D" AND DESLENT EQUAL ZEROES
                ADD 1 TO CT-SEMDESL
                EXIT PARAGRAPH
            END-IF.
            PERFORM BUSCADEPARTAMENTO.
            IF DEPACHADO NOT EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            IF ADMENT LESS THAN WS-DTINI
               AND (DESLENT EQUAL ZEROES
                    OR DESLENT NOT LESS THAN WS-DTINI)
                ADD 1 TO QD-INI-OCR(IDX-QDR)
            END-IF.
            IF ADMENT NOT LESS THAN WS-DTINI
               AND ADMENT NOT GREATER THAN WS-DTFIM
                ADD 1 TO QD-ADM-OCR(IDX-QDR)
            END-IF.
            IF DESLENT NOT LESS THAN WS-DTINI
               AND DESLENT NOT GREATER THAN WS-DTFIM
                ADD 1 TO QD-DES-OCR(IDX-QDR)
            END-IF.
            IF ADMENT NOT GREATER THAN WS-DTFIM
               AND (DESLENT EQUAL ZEROES
                    OR DESLENT GREATER THAN WS-DTFIM)
                ADD 1 TO QD-FIM-OCR(IDX-QDR)
                PERFORM APURATEMPO
            END-IF.

      * MESES COMPLETOS ENTRE A ADMISSAO E O ULTIMO DIA DO MES.
        APURATEMPO.
            IF ADMENT EQUAL ZEROES
                ADD 1 TO CT-SEMADM
                EXIT PARAGRAPH
            END-IF.
            MOVE ADMENT TO WS-DTADM.
            COMPUTE WS-MESES = WS-DTFIM-AAAA - WS-DTADM-AAAA.
            MULTIPLY 12 BY WS-MESES.
            COMPUTE WS-MESAUX = WS-DTFIM-MM - WS-DTADM-MM.
            ADD WS-MESAUX TO WS-MESES.
            IF WS-DTFIM-DD LESS THAN WS-DTADM-DD
                SUBTRACT 1 FROM WS-MESES
            END-IF.
            IF WS-MESES LESS THAN ZEROES
                MOVE ZEROES TO WS-MESES
            END-IF.
            ADD WS-MESES TO QD-MESES-OCR(IDX-QDR).
            ADD 1 TO QD-QTMES-OCR(IDX-QDR).

      * DEPARTAMENTO FORA DE PARAM07.DAT GANHA UMA LINHA PROPRIA.
        BUSCADEPARTAMENTO.
            MOVE "NAO" TO DEPACHADO.
            PERFORM VARYING IDX-QDR FROM 1 BY 1
                     UNTIL IDX-QDR GREATER THAN QTDE-QDR
                        OR DEPACHADO EQUAL "SIM"
                IF QD-DEP-OCR(IDX-QDR) EQUAL DEPENT
                    MOVE "SIM" TO DEPACHADO
                END-IF
            END-PERFORM.
            IF DEPACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-QDR
            ELSE
                IF QTDE-QDR LESS THAN 30
                    MOVE DEPENT           TO PARM-DEP
                    MOVE "NAO CADASTRADO" TO PARM-DEPNOME
                    PERFORM NOVODEPARTAMENTO
                    MOVE QTDE-QDR TO IDX-QDR
                    MOVE "SIM"    TO DEPACHADO
                ELSE
                    DISPLAY "EM03EX19: *** TABELA DE DEPARTAMENTOS "
                            "CHEIA - FUNCIONARIO " CODENT
                            " IGNORADO ***"
                END-IF
            END-IF.

        IMPRIMEQUADRO.
            OPEN OUTPUT RELQUADRO.
            MOVE WS-COMPET   TO CAB-COMPET.
            MOVE WS-DATA-SIS TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-COLS AFTER ADVANCING 2 LINES.
            MOVE SPACES TO REGREL.
            WRITE REGREL AFTER ADVANCING 1 LINE.
            MOVE ZEROES TO QD-DEP-OCR(31)
                           QD-INI-OCR(31)
                           QD-ADM-OCR(31)
                           QD-DES-OCR(31)
                           QD-FIM-OCR(31)
                           QD-MESES-OCR(31)
                           QD-QTMES-OCR(31).
            MOVE "TOTAL DA EMPRESA" TO QD-NOME-OCR(31).
            PERFORM IMPRIMEDEPARTAMENTO
                VARYING IDX-QDR FROM 1 BY 1
                UNTIL IDX-QDR GREATER THAN QTDE-QDR.
            MOVE SPACES TO REGREL.
            WRITE REGREL AFTER ADVANCING 1 LINE.
            MOVE 31 TO IDX-QDR.
            PERFORM MONTALINHA.
            MOVE SPACES TO DQ-DEP-X.
            WRITE REGREL FROM DET-QDR AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-LEG1 AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM ROD-LEG2 AFTER ADVANCING 1 LINE.
            MOVE "REGISTROS LIDOS EM CADENT.DAT" TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "NO QUADRO SEM DATA DE ADMISSAO" TO ROD-QT-TXT.
            MOVE CT-SEMADM TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "DESLIGADOS SEM DATA (IGNORADOS)" TO ROD-QT-TXT.
            MOVE CT-SEMDESL TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELQUADRO.

        IMPRIMEDEPARTAMENTO.
            PERFORM MONTALINHA.
            WRITE REGREL FROM DET-QDR AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-GRAVADOS.
            ADD QD-INI-OCR(IDX-QDR)   TO QD-INI-OCR(31).
            ADD QD-ADM-OCR(IDX-QDR)   TO QD-ADM-OCR(31).
            ADD QD-DES-OCR(IDX-QDR)   TO QD-DES-OCR(31).
            ADD QD-FIM-OCR(IDX-QDR)   TO QD-FIM-OCR(31).
            ADD QD-MESES-OCR(IDX-QDR) TO QD-MESES-OCR(31).
            ADD QD-QTMES-OCR(IDX-QDR) TO QD-QTMES-OCR(31).

        MONTALINHA.
            MOVE QD-DEP-OCR(IDX-QDR)  TO DQ-DEP.
            MOVE QD-NOME-OCR(IDX-QDR) TO DQ-NOME.
            MOVE QD-INI-OCR(IDX-QDR)  TO DQ-INI.
            MOVE QD-ADM-OCR(IDX-QDR)  TO DQ-ADM.
            MOVE QD-DES-OCR(IDX-QDR)  TO DQ-DES.
            MOVE QD-FIM-OCR(IDX-QDR)  TO DQ-FIM.
            MOVE ZEROES TO WS-ROTAT WS-TEMPO.
            ADD QD-ADM-OCR(IDX-QDR) QD-DES-OCR(IDX-QDR)
                GIVING WS-MOVTO.
            ADD QD-INI-OCR(IDX-QDR) QD-FIM-OCR(IDX-QDR)
                GIVING WS-QUADRO.
            IF WS-QUADRO GREATER THAN ZEROES
                MULTIPLY WS-MOVTO BY 100 GIVING WS-MOVTO100
                DIVIDE WS-MOVTO100 BY WS-QUADRO
                       GIVING WS-ROTAT ROUNDED
            END-IF.
            IF QD-QTMES-OCR(IDX-QDR) GREATER THAN ZEROES
                DIVIDE QD-MESES-OCR(IDX-QDR) BY QD-QTMES-OCR(IDX-QDR)
                       GIVING WS-TEMPO ROUNDED
            END-IF.
            MOVE WS-ROTAT TO DQ-ROTAT.
            MOVE WS-TEMPO TO DQ-TEMPO.
