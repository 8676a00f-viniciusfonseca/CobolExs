        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX33.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. EXTRATO DO CENSO DA EDUCACAO SUPERIOR (INEP), ATE
      * AQUI MONTADO A MAO PELA SECRETARIA. O PERIODO DE REFERENCIA E
      * O PERIODO CORRENTE (DATA DE PROCESSAMENTO) OU O INFORMADO EM
      * PARAM45.DAT. AS LINHAS DO PERIODO EM HISTALU.DAT SAO
      * CLASSIFICADAS POR MATRICULA E DISCIPLINA (LINHA REPETIDA POR
      * RERODADA VALE A ULTIMA GRAVADA) E CASADAS COM CADALU.DAT LIDO
      * EM ORDEM DE MATRICULA. ENTRA NO EXTRATO O ALUNO ATIVO OU
      * TRANCADO E O CANCELADO OU FORMADO QUE TEM HISTORICO NO
      * PERIODO; OS DEMAIS SAO CONTADOS COMO SEM VINCULO. O ARQUIVO
      * CENSO.DAT TEM LINHAS DE 60 POSICOES: "0" CABECALHO, "1" ALUNO
      * (SITUACAO DE REGALU E VINCULO 2 CURSANDO, 3 TRANCADO,
      * 4 DESVINCULADO, 6 FORMADO, COM O RESULTADO DO PERIODO), "2"
      * DISCIPLINA CURSADA NO PERIODO E "9" TRAILER COM AS CONTAGENS
      * E A SOMA DAS MATRICULAS PARA CONFERENCIA ANTES DO ENVIO.
      * ALUNO SEM NOME, COM SEXO, DATA DE NASCIMENTO, CAMPUS (LISTA
      * DE PARAM16.DAT) OU SITUACAO INVALIDOS FICA FORA DO ARQUIVO E
      * SAI NO RELATORIO DE EXCECOES RELCENX, UMA LINHA POR FALHA,
      * JUNTO COM O HISTORICO SEM ALUNO EM CADALU.DAT; OS TOTAIS DE
      * CONFERENCIA SAEM NO FIM DO MESMO RELATORIO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL HISTALU ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TRABCEN ASSIGN TO DISK.
            SELECT CENSO ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM16 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM45 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELCENX ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CADALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALU.DAT".
            01 REGALU.
               COPY REGALU REPLACING ==:NUM:==     BY ==NUM-ENT==
                                      ==:NOME:==    BY ==NOME-ENT==
                                      ==:SEXO:==    BY ==SEX-ENT==
                                      ==:DATNASC:== BY ==DATNASC-ENT==
                                      ==:DD:==      BY ==DD-ENT==
                                      ==:MM:==      BY ==MM-ENT==
                                      ==:AA:==      BY ==AA-ENT==
                                      ==:NT1:==     BY ==NT1-ENT==
                                      ==:NT2:==     BY ==NT2-ENT==
                                      ==:NT3:==     BY ==NT3-ENT==
                                      ==:FLT:==     BY ==FLT-ENT==
                                      ==:CAMPUS:==  BY ==CAMPUS-ENT==
                                      ==:SIT:==     BY ==SIT-ENT==.

            FD HISTALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTALU.DAT".
            01 REGHISTALU.
               COPY REGHIST.

            SD TRABCEN.
            01 TREGCEN.
               02 NUM-C    PIC 9(05).
               02 DISC-C   PIC X(04).
               02 SEQ-C    PIC 9(07).
               02 MEDIA-C  PIC 9(02)V99.
               02 FALTAS-C PIC 9(02).
               02 RESULT-C PIC X(01).

            FD CENSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CENSO.DAT".
            01 REGCENSO PIC X(60).

            FD PARAM16
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM16.DAT".
            01 REGPARAM16.
               02 PARM-CAMPUS PIC X(02).

            FD PARAM45
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM45.DAT".
            01 REGPARAM45.
               02 PARM-PERCENSO PIC X(06).

            FD RELCENX
               LABEL RECORD IS OMITTED.
            01 IMPCENX PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 FIM-HIST     PIC X(03) VALUE "NAO".
            77 FIM-TRAB     PIC X(03) VALUE "NAO".
            77 FIM-PARAM    PIC X(03) VALUE "NAO".
            77 TEMHIST      PIC X(03) VALUE "NAO".
            77 ALU-OK       PIC X(03) VALUE "SIM".
            77 CAMPUSACHADO PIC X(03) VALUE "NAO".
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-HIST      PIC 9(07) VALUE ZEROES.
            77 CT-ALUNOS    PIC 9(07) VALUE ZEROES.
            77 CT-DISCS     PIC 9(07) VALUE ZEROES.
            77 CT-REJEITADOS PIC 9(07) VALUE ZEROES.
            77 CT-SEMVINC   PIC 9(07) VALUE ZEROES.
            77 CT-ORFAOS    PIC 9(07) VALUE ZEROES.
            77 CT-SOMAMAT   PIC 9(12) VALUE ZEROES.
            77 CT-LIN       PIC 9(02) VALUE 99.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX33".
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-RESPER    PIC X(01) VALUE SPACES.
            77 WS-DD        PIC 9(02) VALUE ZEROES.
            77 WS-MM        PIC 9(02) VALUE ZEROES.
            77 WS-AAAA      PIC 9(04) VALUE ZEROES.
            77 PREVORFAO    PIC 9(05) VALUE ZEROES.
            77 QTDE-CAMPUS  PIC 9(02) VALUE ZEROES.
            77 IDX-CAMPUS   PIC 9(02) VALUE ZEROES.
            77 QTDE-DISC    PIC 9(02) VALUE ZEROES.
            77 IDX-DISC     PIC 9(02) VALUE ZEROES.
            77 QTDE-APROV   PIC 9(02) VALUE ZEROES.

            01 TAB-CAMPUS.
               02 CAMPUS-OCR PIC X(02) OCCURS 20 TIMES.

      * DISCIPLINAS DO PERIODO DO ALUNO CORRENTE, GRAVADAS NO
      * EXTRATO DEPOIS DA LINHA DO ALUNO.
            01 TAB-DISC.
               02 TAB-DISC-OCR OCCURS 30 TIMES.
                  03 DISC-OCR   PIC X(04).
                  03 MEDIA-OCR  PIC 9(02)V99.
                  03 FALTAS-OCR PIC 9(02).
                  03 RESULT-OCR PIC X(01).

            01 WS-PERIODO.
               02 WS-PER-ANO PIC 9(04) VALUE ZEROES.
               02 WS-PER-SEP PIC X(01) VALUE "-".
               02 WS-PER-SEM PIC 9(01) VALUE ZEROES.

            01 WS-DATA-SISTEMA PIC 9(08).
            01 WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
               02 AA-SIS PIC 9(04).
               02 MM-SIS PIC 9(02).
               02 DD-SIS PIC 9(02).

      * LAYOUTS DAS LINHAS DE CENSO.DAT (TODAS COM 60 POSICOES).
            01 CEN-CAB.
               02 CC-TIPO    PIC X(01) VALUE "0".
               02 CC-IES     PIC X(10) VALUE "FATEC-SP".
               02 CC-PERIODO PIC X(06).
               02 CC-DTGER   PIC 9(08).
               02 FILLER     PIC X(35) VALUE SPACES.

            01 CEN-ALU.
               02 CA-TIPO    PIC X(01) VALUE "1".
               02 CA-NUM     PIC 9(05).
               02 CA-NOME    PIC X(20).
               02 CA-SEXO    PIC X(01).
               02 CA-DTNASC.
                  03 CA-AA   PIC 9(04).
                  03 CA-MM   PIC 9(02).
                  03 CA-DD   PIC 9(02).
               02 CA-CAMPUS  PIC X(02).
               02 CA-SIT     PIC X(01).
               02 CA-VINC    PIC 9(01).
               02 CA-RESPER  PIC X(01).
               02 CA-QTDISC  PIC 9(02).
               02 CA-QTAPROV PIC 9(02).
               02 FILLER     PIC X(16) VALUE SPACES.

            01 CEN-DISC.
               02 CD-TIPO    PIC X(01) VALUE "2".
               02 CD-NUM     PIC 9(05).
               02 CD-DISC    PIC X(04).
               02 CD-MEDIA   PIC 9(02)V99.
               02 CD-FALTAS  PIC 9(02).
               02 CD-RESULT  PIC X(01).
               02 FILLER     PIC X(43) VALUE SPACES.

            01 CEN-TRL.
               02 TR-TIPO    PIC X(01) VALUE "9".
               02 TR-QALU    PIC 9(07).
               02 TR-QDISC   PIC 9(07).
               02 TR-QREG    PIC 9(07).
               02 TR-SOMAMAT PIC 9(12).
               02 FILLER     PIC X(26) VALUE SPACES.

            01 CAB-01.
               02 FILLER PIC X(32) VALUE              SPACES.
               02 FILLER PIC X(17) VALUE "FATEC-SP ALUNOS".
               02 FILLER PIC X(31) VALUE              SPACES.

            01 CAB-02.
               02 FILLER  PIC X(14) VALUE SPACES.
               02 FILLER  PIC X(38) VALUE
                  "CENSO INEP - EXCECOES DO PERIODO ".
               02 CAB-PER PIC X(06).
               02 FILLER  PIC X(08) VALUE "   PAG. ".
               02 CAB-PAG PIC Z9.
               02 FILLER  PIC X(12) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-04.
               02 FILLER PIC X(10) VALUE "  MATR.".
               02 FILLER PIC X(22) VALUE "NOME DO ALUNO".
               02 FILLER PIC X(48) VALUE "OCORRENCIA".

            01 DET-X.
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DX-NUM  PIC 9(05).
               02 FILLER  PIC X(03) VALUE SPACES.
               02 DX-NOME PIC X(20).
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DX-MSG  PIC X(48).

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS LIDOS EM CADALU.DAT....: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS NO EXTRATO.............: ".
               02 ROD-ALU   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "DISCIPLINAS NO EXTRATO........: ".
               02 ROD-DIS   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "LINHAS EM CENSO.DAT...........: ".
               02 ROD-REG   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "SOMA DAS MATRICULAS...........: ".
               02 ROD-SOMA  PIC ZZZZZZZZZZZ9.
               02 FILLER    PIC X(36) VALUE SPACES.

            01 ROD-06.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS REJEITADOS.............: ".
               02 ROD-REJ   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-07.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS SEM VINCULO NO PERIODO.: ".
               02 ROD-SEM   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-08.
               02 FILLER    PIC X(32) VALUE
                            "HISTORICOS SEM CADASTRO.......: ".
               02 ROD-ORF   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM PEGAPERIODO.
            PERFORM LEPARAM45.
            PERFORM LEPARAM16.
            SORT TRABCEN
                 ASCENDING KEY NUM-C
                               DISC-C
                               SEQ-C
                 INPUT  PROCEDURE IS ROTENTRADA
                 OUTPUT PROCEDURE IS ROTSAIDA.
        STOP RUN.

        PEGAPERIODO.
            CALL "DATAPROC" USING WS-DATA-SISTEMA WS-DATAREAL.
            MOVE AA-SIS TO WS-PER-ANO.
            MOVE "-"    TO WS-PER-SEP.
            IF MM-SIS LESS THAN 7
                MOVE 1 TO WS-PER-SEM
            ELSE
                MOVE 2 TO WS-PER-SEM.

        LEPARAM45.
            OPEN INPUT PARAM45.
            READ PARAM45
                 AT END     CONTINUE
                 NOT AT END IF PARM-PERCENSO NOT EQUAL SPACES
                                MOVE PARM-PERCENSO TO WS-PERIODO
                            END-IF.
            CLOSE PARAM45.

        LEPARAM16.
            OPEN INPUT PARAM16.
            PERFORM LEITURA-PARAM16 UNTIL FIM-PARAM EQUAL "SIM".
            CLOSE PARAM16.
            IF QTDE-CAMPUS EQUAL ZEROES
                DISPLAY "EM01EX33: *** PARAM16.DAT SEM CAMPI - "
                        "TODOS OS ALUNOS SERAO REJEITADOS ***"
            END-IF.

        LEITURA-PARAM16.
            READ PARAM16
                AT END MOVE "SIM" TO FIM-PARAM
                NOT AT END
                    IF QTDE-CAMPUS LESS THAN 20
                        ADD 1 TO QTDE-CAMPUS
                        MOVE PARM-CAMPUS TO CAMPUS-OCR(QTDE-CAMPUS)
                    ELSE
                        DISPLAY "EM01EX33: *** LISTA DE CAMPI "
                                "CHEIA - CAMPUS " PARM-CAMPUS
                                " IGNORADO ***"
                    END-IF
            END-READ.

        ROTENTRADA.
            OPEN INPUT HISTALU.
            PERFORM LEITURA-HIST UNTIL FIM-HIST EQUAL "SIM".
            CLOSE HISTALU.

        LEITURA-HIST.
            READ HISTALU
                AT END MOVE "SIM" TO FIM-HIST
                NOT AT END
                    ADD 1 TO CT-HIST
                    IF HL-PERIODO EQUAL WS-PERIODO
                        MOVE HL-NUM    TO NUM-C
                        MOVE HL-DISC   TO DISC-C
                        MOVE CT-HIST   TO SEQ-C
                        MOVE HL-MEDIA  TO MEDIA-C
                        MOVE HL-FALTAS TO FALTAS-C
                        MOVE HL-RESULT TO RESULT-C
                        RELEASE TREGCEN
                    END-IF
            END-READ.

      ***************************************************
      * CASAMENTO DO HISTORICO CLASSIFICADO COM O       *
      * CADASTRO, OS DOIS EM ORDEM DE MATRICULA.        *
      ***************************************************
        ROTSAIDA.
            OPEN INPUT  CADALU
                 OUTPUT CENSO
                        RELCENX.
            MOVE WS-PERIODO      TO CC-PERIODO
                                    CAB-PER.
            MOVE WS-DATA-SISTEMA TO CC-DTGER.
            WRITE REGCENSO FROM CEN-CAB.
            ADD 1 TO CT-GRAVADOS.
            PERFORM LEITURA-TRAB.
            PERFORM LEITURA.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM DESCARTAORFAO UNTIL FIM-TRAB EQUAL "SIM".
            PERFORM TERMINO.

        LEITURA-TRAB.
            RETURN TRABCEN
                AT END MOVE "SIM" TO FIM-TRAB
                       MOVE 99999 TO NUM-C
            END-RETURN.

        LEITURA.
            READ CADALU NEXT RECORD
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS
            END-READ.

        PRINCIPAL.
            PERFORM DESCARTAORFAO UNTIL FIM-TRAB EQUAL "SIM"
                                     OR NUM-C NOT LESS THAN NUM-ENT.
            MOVE "NAO"  TO TEMHIST.
            MOVE SPACES TO WS-RESPER.
            MOVE ZEROES TO QTDE-DISC.
            PERFORM JUNTAHIST UNTIL FIM-TRAB EQUAL "SIM"
                                 OR NUM-C NOT EQUAL NUM-ENT.
            PERFORM TRATAALUNO.
            PERFORM LEITURA.

      * HISTORICO DE MATRICULA QUE NAO ESTA EM CADALU.DAT: UMA LINHA
      * DE EXCECAO POR MATRICULA.
        DESCARTAORFAO.
            IF NUM-C NOT EQUAL PREVORFAO
                MOVE NUM-C TO PREVORFAO
                ADD 1 TO CT-ORFAOS
                MOVE NUM-C  TO DX-NUM
                MOVE SPACES TO DX-NOME
                MOVE "HISTORICO DO PERIODO SEM ALUNO EM CADALU.DAT"
                    TO DX-MSG
                PERFORM IMPEXCECAO
            END-IF.
            PERFORM LEITURA-TRAB.

      * A LINHA-RESUMO (DISCIPLINA EM BRANCO) VEM PRIMEIRO E DA O
      * RESULTADO DO PERIODO; A MESMA DISCIPLINA REPETIDA SOBRESCREVE
      * A LINHA ANTERIOR, FICANDO A ULTIMA GRAVADA.
        JUNTAHIST.
            MOVE "SIM" TO TEMHIST.
            IF DISC-C EQUAL SPACES
                MOVE RESULT-C TO WS-RESPER
            ELSE
                IF QTDE-DISC GREATER THAN ZEROES
                   AND DISC-OCR(QTDE-DISC) EQUAL DISC-C
                    PERFORM GUARDADISC
                ELSE
                    IF QTDE-DISC LESS THAN 30
                        ADD 1 TO QTDE-DISC
                        PERFORM GUARDADISC
                    ELSE
                        DISPLAY "EM01EX33: *** TABELA DE DISCIPLINAS "
                                "CHEIA - MATRICULA " NUM-C
                                " DISCIPLINA " DISC-C " IGNORADA ***"
                    END-IF
                END-IF
            END-IF.
            PERFORM LEITURA-TRAB.

        GUARDADISC.
            MOVE DISC-C   TO DISC-OCR(QTDE-DISC).
            MOVE MEDIA-C  TO MEDIA-OCR(QTDE-DISC).
            MOVE FALTAS-C TO FALTAS-OCR(QTDE-DISC).
            MOVE RESULT-C TO RESULT-OCR(QTDE-DISC).

        TRATAALUNO.
            IF (SIT-ENT EQUAL "C" OR SIT-ENT EQUAL "F")
               AND TEMHIST NOT EQUAL "SIM"
                ADD 1 TO CT-SEMVINC
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALIDAALUNO.
            IF ALU-OK NOT EQUAL "SIM"
                ADD 1 TO CT-REJEITADOS
                EXIT PARAGRAPH
            END-IF.
            PERFORM GRAVAALUNO.

      * CAMPOS OBRIGATORIOS DO CENSO; CADA FALHA SAI NUMA LINHA.
        VALIDAALUNO.
            MOVE "SIM"    TO ALU-OK.
            MOVE NUM-ENT  TO DX-NUM.
            MOVE NOME-ENT TO DX-NOME.
            IF NOME-ENT EQUAL SPACES
                MOVE "NOME DO ALUNO EM BRANCO" TO DX-MSG
                PERFORM FALHAALUNO
            END-IF.
            IF SEX-ENT NOT EQUAL "M" AND NOT EQUAL "F"
                MOVE "SEXO DIFERENTE DE M/F" TO DX-MSG
                PERFORM FALHAALUNO
            END-IF.
            MOVE "NAO" TO LK-DATAVALIDA.
            IF DATNASC-ENT NUMERIC
                MOVE DD-ENT TO WS-DD
                MOVE MM-ENT TO WS-MM
                MOVE AA-ENT TO WS-AAAA
                CALL "DATEVAL" USING WS-DD WS-MM WS-AAAA
                                     LK-DATAVALIDA
            END-IF.
            IF LK-DATAVALIDA NOT EQUAL "SIM"
                MOVE "DATA DE NASCIMENTO INVALIDA" TO DX-MSG
                PERFORM FALHAALUNO
            END-IF.
            MOVE "NAO" TO CAMPUSACHADO.
            PERFORM VARYING IDX-CAMPUS FROM 1 BY 1
                     UNTIL IDX-CAMPUS GREATER THAN QTDE-CAMPUS
                IF CAMPUS-OCR(IDX-CAMPUS) EQUAL CAMPUS-ENT
                    MOVE "SIM" TO CAMPUSACHADO
                END-IF
            END-PERFORM.
            IF CAMPUSACHADO NOT EQUAL "SIM"
                MOVE "CAMPUS FORA DE PARAM16.DAT" TO DX-MSG
                PERFORM FALHAALUNO
            END-IF.
            IF SIT-ENT NOT EQUAL SPACES AND NOT EQUAL "A"
               AND NOT EQUAL "T" AND NOT EQUAL "C" AND NOT EQUAL "F"
                MOVE "SITUACAO FORA DE A/T/C/F" TO DX-MSG
                PERFORM FALHAALUNO
            END-IF.

        FALHAALUNO.
            MOVE "NAO" TO ALU-OK.
            PERFORM IMPEXCECAO.

        GRAVAALUNO.
            MOVE NUM-ENT    TO CA-NUM.
            MOVE NOME-ENT   TO CA-NOME.
            MOVE SEX-ENT    TO CA-SEXO.
            MOVE WS-AAAA    TO CA-AA.
            MOVE WS-MM      TO CA-MM.
            MOVE WS-DD      TO CA-DD.
            MOVE CAMPUS-ENT TO CA-CAMPUS.
            MOVE SIT-ENT    TO CA-SIT.
            IF SIT-ENT EQUAL SPACES
                MOVE "A" TO CA-SIT
            END-IF.
            EVALUATE CA-SIT
                WHEN "T"   MOVE 3 TO CA-VINC
                WHEN "C"   MOVE 4 TO CA-VINC
                WHEN "F"   MOVE 6 TO CA-VINC
                WHEN OTHER MOVE 2 TO CA-VINC
            END-EVALUATE.
            MOVE WS-RESPER TO CA-RESPER.
            MOVE QTDE-DISC TO CA-QTDISC.
            MOVE ZEROES    TO QTDE-APROV.
            PERFORM VARYING IDX-DISC FROM 1 BY 1
                     UNTIL IDX-DISC GREATER THAN QTDE-DISC
                IF RESULT-OCR(IDX-DISC) EQUAL "A"
                    ADD 1 TO QTDE-APROV
                END-IF
            END-PERFORM.
            MOVE QTDE-APROV TO CA-QTAPROV.
            WRITE REGCENSO FROM CEN-ALU.
            ADD 1 TO CT-GRAVADOS.
            ADD 1 TO CT-ALUNOS.
            ADD NUM-ENT TO CT-SOMAMAT.
            MOVE NUM-ENT TO CD-NUM.
            PERFORM VARYING IDX-DISC FROM 1 BY 1
                     UNTIL IDX-DISC GREATER THAN QTDE-DISC
                MOVE DISC-OCR(IDX-DISC)   TO CD-DISC
                MOVE MEDIA-OCR(IDX-DISC)  TO CD-MEDIA
                MOVE FALTAS-OCR(IDX-DISC) TO CD-FALTAS
                MOVE RESULT-OCR(IDX-DISC) TO CD-RESULT
                WRITE REGCENSO FROM CEN-DISC
                ADD 1 TO CT-GRAVADOS
                ADD 1 TO CT-DISCS
            END-PERFORM.

        IMPEXCECAO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            WRITE IMPCENX FROM DET-X AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.

        CABECALHO.
            ADD 1 TO CT-PAG.
            MOVE CT-PAG TO CAB-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPCENX.

            WRITE IMPCENX             AFTER ADVANCING   PAGE.
            WRITE IMPCENX FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPCENX FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPCENX FROM CAB-03 AFTER ADVANCING 1 LINE.
            WRITE IMPCENX FROM CAB-04 AFTER ADVANCING 1 LINE.
            WRITE IMPCENX FROM CAB-03 AFTER ADVANCING 1 LINE.

      * O TRAILER CONTA A SI MESMO NO TOTAL DE LINHAS DO ARQUIVO.
        TERMINO.
            ADD 1 TO CT-GRAVADOS.
            MOVE CT-ALUNOS   TO TR-QALU.
            MOVE CT-DISCS    TO TR-QDISC.
            MOVE CT-GRAVADOS TO TR-QREG.
            MOVE CT-SOMAMAT  TO TR-SOMAMAT.
            WRITE REGCENSO FROM CEN-TRL.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE CT-LIDOS      TO ROD-LID.
            MOVE CT-ALUNOS     TO ROD-ALU.
            MOVE CT-DISCS      TO ROD-DIS.
            MOVE CT-GRAVADOS   TO ROD-REG.
            MOVE CT-SOMAMAT    TO ROD-SOMA.
            MOVE CT-REJEITADOS TO ROD-REJ.
            MOVE CT-SEMVINC    TO ROD-SEM.
            MOVE CT-ORFAOS     TO ROD-ORF.
            WRITE IMPCENX FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPCENX FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPCENX FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPCENX FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE IMPCENX FROM ROD-05 AFTER ADVANCING 1 LINE.
            WRITE IMPCENX FROM ROD-06 AFTER ADVANCING 1 LINE.
            WRITE IMPCENX FROM ROD-07 AFTER ADVANCING 1 LINE.
            WRITE IMPCENX FROM ROD-08 AFTER ADVANCING 1 LINE.
            CLOSE CADALU
                  CENSO
                  RELCENX.
            DISPLAY "EM01EX33: ALUNOS NO EXTRATO DO CENSO = " CT-ALUNOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
