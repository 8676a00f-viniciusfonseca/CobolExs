        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX36.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. ARQUIVAMENTO PERIODICO DOS ALUNOS FORMADOS ("F") E
      * CANCELADOS ("C"): O ALUNO QUE ESTA NA SITUACAO FINAL HA MAIS
      * MESES QUE O PRAZO DE PARAM46.DAT (PADRAO 24) SAI DO CADASTRO
      * ATIVO CADALU.DAT E VAI PARA O CADASTRO DE ARQUIVO CADARQ.DAT,
      * INDEXADO PELA MESMA MATRICULA E COM O MESMO LAYOUT REGALU.
      * A DATA DA SITUACAO E A MAIS RECENTE ENTRE A TROCA DE
      * SITUACAO FEITA POR EM01EX08 (LINHA SITALTER DO AUDITLOG.DAT)
      * E A ULTIMA LINHA DO ALUNO EM HISTALU.DAT; ALUNO SEM NENHUMA
      * DAS DUAS E ANTERIOR A ESSES REGISTROS E JA ESTA NO PRAZO.
      * O HISTORICO HISTALU.DAT NAO E TOCADO: O HISTORICO ESCOLAR
      * EM01EX10 CONTINUA SAINDO, E A DECLARACAO EM01EX18 PROCURA
      * EM CADARQ.DAT A MATRICULA QUE NAO ACHA EM CADALU.DAT. O
      * ALUNO QUE VOLTA A SE MATRICULAR E RESTAURADO PELA ACAO "R"
      * DE EM01EX08. CADA ARQUIVAMENTO FICA NO AUDITLOG E EM RELARQ.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL CADARQ ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ARQ.
            SELECT OPTIONAL AUDITLOG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HISTALU ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM46 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELARQ ASSIGN TO DISK.

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

            FD CADARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADARQ.DAT".
            01 REGARQ.
               COPY REGALU REPLACING ==:NUM:==     BY ==NUM-ARQ==
                                      ==:NOME:==    BY ==NOME-ARQ==
                                      ==:SEXO:==    BY ==SEX-ARQ==
                                      ==:DATNASC:== BY ==DATNASC-ARQ==
                                      ==:DD:==      BY ==DD-ARQ==
                                      ==:MM:==      BY ==MM-ARQ==
                                      ==:AA:==      BY ==AA-ARQ==
                                      ==:NT1:==     BY ==NT1-ARQ==
                                      ==:NT2:==     BY ==NT2-ARQ==
                                      ==:NT3:==     BY ==NT3-ARQ==
                                      ==:FLT:==     BY ==FLT-ARQ==
                                      ==:CAMPUS:==  BY ==CAMPUS-ARQ==
                                      ==:SIT:==     BY ==SIT-ARQ==.

      * LINHA DO AUDITLOG.DAT (LAYOUT DO MODULO AUDITLOG); A CHAVE
      * GRAVADA POR EM01EX08 E A MATRICULA NAS CINCO PRIMEIRAS
      * POSICOES.
            FD AUDITLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITLOG.DAT".
            01 REGAUDITLOG.
               02 AU-PROGID    PIC X(08).
               02 FILLER       PIC X(01).
               02 AU-CHAVE.
                  03 AU-NUM    PIC X(05).
                  03 FILLER    PIC X(10).
               02 FILLER       PIC X(01).
               02 AU-ACAO      PIC X(10).
               02 FILLER       PIC X(01).
               02 AU-DATA      PIC 9(08).
               02 FILLER       PIC X(01).
               02 AU-HORA      PIC 9(08).
               02 FILLER       PIC X(01).
               02 AU-DATAREAL  PIC 9(08).

            FD HISTALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTALU.DAT".
            01 REGHISTALU.
               COPY REGHIST.

            FD PARAM46
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM46.DAT".
            01 REGPARAM46.
               02 PARM-MESESARQ PIC 9(03).

            FD RELARQ
               LABEL RECORD IS OMITTED.
            01 IMPARQ PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ALU      PIC X(03) VALUE "NAO".
            77 FIM-AUD      PIC X(03) VALUE "NAO".
            77 FIM-HIST     PIC X(03) VALUE "NAO".
            77 ALU-ACHADO   PIC X(03) VALUE "NAO".
            77 ARQ-GRAVADO  PIC X(03) VALUE "NAO".
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-FINAIS    PIC 9(07) VALUE ZEROES.
            77 CT-NOPRAZO   PIC 9(07) VALUE ZEROES.
            77 CT-RECUSADOS PIC 9(07) VALUE ZEROES.
            77 CT-LIN       PIC 9(02) VALUE 99.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX36".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-MESESARQ  PIC 9(03) VALUE 24.
            77 WS-TOTMESES  PIC 9(06) VALUE ZEROES.
            77 WS-NUMAUD    PIC 9(05) VALUE ZEROES.
            77 WS-DATAALT   PIC 9(08) VALUE ZEROES.
            77 QTDE-FIN     PIC 9(04) VALUE ZEROES.
            77 IDX-FIN      PIC 9(04) VALUE ZEROES.
            77 IDX-ACHADO   PIC 9(04) VALUE ZEROES.

            01 WS-DATAPROC     PIC 9(08) VALUE ZEROES.
            01 WS-DATAPROC-R REDEFINES WS-DATAPROC.
               02 AA-PROC PIC 9(04).
               02 MM-PROC PIC 9(02).
               02 DD-PROC PIC 9(02).

      * DATA DE CORTE: SITUACAO ANTERIOR A ELA JA VENCEU O PRAZO.
            01 WS-CORTE        PIC 9(08) VALUE ZEROES.
            01 WS-CORTE-R REDEFINES WS-CORTE.
               02 AA-CORTE PIC 9(04).
               02 MM-CORTE PIC 9(02).
               02 DD-CORTE PIC 9(02).

            01 WS-DTSIT        PIC 9(08) VALUE ZEROES.
            01 WS-DTSIT-R REDEFINES WS-DTSIT.
               02 AA-DTSIT PIC 9(04).
               02 MM-DTSIT PIC 9(02).
               02 DD-DTSIT PIC 9(02).

      * ALUNOS EM SITUACAO FINAL, NA ORDEM DE CADALU.DAT, COM A
      * DATA MAIS RECENTE DA SITUACAO ACHADA NOS REGISTROS.
            01 TAB-FIN.
               02 TAB-FIN-OCR OCCURS 5000 TIMES.
                  03 FIN-NUM-OCR   PIC 9(05).
                  03 FIN-DTSIT-OCR PIC 9(08).

            01 CAB-01.
               02 FILLER PIC X(32) VALUE              SPACES.
               02 FILLER PIC X(17) VALUE "FATEC-SP ALUNOS".
               02 FILLER PIC X(31) VALUE              SPACES.

            01 CAB-02.
               02 FILLER  PIC X(20) VALUE SPACES.
               02 FILLER  PIC X(38) VALUE
                  "ARQUIVAMENTO DE FORMADOS E CANCELADOS".
               02 FILLER  PIC X(08) VALUE "   PAG. ".
               02 CAB-PAG PIC Z9.
               02 FILLER  PIC X(12) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-04.
               02 FILLER PIC X(08) VALUE " MATR.".
               02 FILLER PIC X(23) VALUE "NOME DO ALUNO".
               02 FILLER PIC X(03) VALUE "SIT".
               02 FILLER PIC X(12) VALUE "DATA SIT.".
               02 FILLER PIC X(34) VALUE "RESULTADO".

            01 DET-ARQ.
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DA-NUM   PIC 9(05).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DA-NOME  PIC X(20).
               02 FILLER   PIC X(03) VALUE SPACES.
               02 DA-SIT   PIC X(01).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DA-DATA.
                  03 DA-DD PIC 9(02).
                  03 FILLER PIC X(01) VALUE "/".
                  03 DA-MM PIC 9(02).
                  03 FILLER PIC X(01) VALUE "/".
                  03 DA-AA PIC 9(04).
               02 DA-SEMDATA REDEFINES DA-DATA PIC X(10).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DA-MSG   PIC X(34).

            01 ROD-00.
               02 FILLER    PIC X(32) VALUE
                            "PRAZO DE ARQUIVAMENTO (MESES).: ".
               02 ROD-MES   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS LIDOS EM CADALU........: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "FORMADOS/CANCELADOS...........: ".
               02 ROD-FIN   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS ARQUIVADOS.............: ".
               02 ROD-ARQ   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "AINDA DENTRO DO PRAZO.........: ".
               02 ROD-PRZ   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "NAO ARQUIVADOS (JA NO ARQUIVO): ".
               02 ROD-REC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CARREGAFINAIS.
            PERFORM DATASAUDITLOG.
            PERFORM DATASHISTORICO.
            PERFORM VARYING IDX-FIN FROM 1 BY 1
                     UNTIL IDX-FIN GREATER THAN QTDE-FIN
                PERFORM TRATAFINAL
            END-PERFORM.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "RUNLOCK" USING LK-PROGID LK-LOCKMODO
                                  LK-LOCKRESULT.
            IF LK-LOCKRESULT EQUAL "OCUPADO"
                DISPLAY LK-PROGID ": *** CADEIA EM EXECUCAO SEGURA "
                        "A TRAVA (BATLOCK.DAT) - TENTE DEPOIS ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            PERFORM LEPRAZO.
            OPEN I-O    CADALU
                        CADARQ
                 OUTPUT RELARQ.

      * PRAZO EM MESES (PARAM46.DAT); SEM ELE, 24 MESES. A DATA DE
      * CORTE E A DATA DE PROCESSAMENTO RECUADA DO PRAZO.
        LEPRAZO.
            OPEN INPUT PARAM46.
            READ PARAM46
                AT END CONTINUE
                NOT AT END
                    IF PARM-MESESARQ IS NUMERIC
                       AND PARM-MESESARQ GREATER THAN ZEROES
                        MOVE PARM-MESESARQ TO WS-MESESARQ
                    END-IF
            END-READ.
            CLOSE PARAM46.
            COMPUTE WS-TOTMESES = AA-PROC * 12 + MM-PROC - 1
                                - WS-MESESARQ.
            DIVIDE WS-TOTMESES BY 12 GIVING AA-CORTE
                REMAINDER MM-CORTE.
            ADD 1       TO MM-CORTE.
            MOVE DD-PROC TO DD-CORTE.

        CARREGAFINAIS.
            PERFORM LEITURA-ALU UNTIL FIM-ALU EQUAL "SIM".

        LEITURA-ALU.
            READ CADALU NEXT RECORD
                AT END MOVE "SIM" TO FIM-ALU
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF SIT-ENT EQUAL "F" OR SIT-ENT EQUAL "C"
                        PERFORM GUARDAFINAL
                    END-IF
            END-READ.

        GUARDAFINAL.
            ADD 1 TO CT-FINAIS.
            IF QTDE-FIN LESS THAN 5000
                ADD 1 TO QTDE-FIN
                MOVE NUM-ENT TO FIN-NUM-OCR(QTDE-FIN)
                MOVE ZEROES  TO FIN-DTSIT-OCR(QTDE-FIN)
            ELSE
                DISPLAY "EM01EX36: *** TABELA DE ALUNOS FINAIS CHEIA"
                        " - MATRICULA " NUM-ENT
                        " NA PROXIMA RODADA ***"
            END-IF.

      * TROCA DE SITUACAO REGISTRADA POR EM01EX08.
        DATASAUDITLOG.
            OPEN INPUT AUDITLOG.
            PERFORM LEITURA-AUD UNTIL FIM-AUD EQUAL "SIM".
            CLOSE AUDITLOG.

        LEITURA-AUD.
            READ AUDITLOG
                AT END MOVE "SIM" TO FIM-AUD
                NOT AT END
                    IF AU-PROGID EQUAL "EM01EX08"
                       AND AU-ACAO EQUAL "SITALTER"
                       AND AU-NUM IS NUMERIC
                        MOVE AU-NUM  TO WS-NUMAUD
                        MOVE AU-DATA TO WS-DATAALT
                        PERFORM ANOTADATA
                    END-IF
            END-READ.

        DATASHISTORICO.
            OPEN INPUT HISTALU.
            PERFORM LEITURA-HIST UNTIL FIM-HIST EQUAL "SIM".
            CLOSE HISTALU.

        LEITURA-HIST.
            READ HISTALU
                AT END MOVE "SIM" TO FIM-HIST
                NOT AT END
                    MOVE HL-NUM  TO WS-NUMAUD
                    MOVE HL-DATA TO WS-DATAALT
                    PERFORM ANOTADATA
            END-READ.

        ANOTADATA.
            MOVE ZEROES TO IDX-ACHADO.
            PERFORM VARYING IDX-FIN FROM 1 BY 1
                     UNTIL IDX-FIN GREATER THAN QTDE-FIN
                        OR IDX-ACHADO NOT EQUAL ZEROES
                IF FIN-NUM-OCR(IDX-FIN) EQUAL WS-NUMAUD
                    MOVE IDX-FIN TO IDX-ACHADO
                END-IF
            END-PERFORM.
            IF IDX-ACHADO NOT EQUAL ZEROES
               AND WS-DATAALT GREATER THAN FIN-DTSIT-OCR(IDX-ACHADO)
                MOVE WS-DATAALT TO FIN-DTSIT-OCR(IDX-ACHADO)
            END-IF.

      ***************************************************
      * ALUNO NA SITUACAO FINAL HA MAIS QUE O PRAZO VAI *
      * PARA CADARQ.DAT E SAI DE CADALU.DAT.            *
      ***************************************************
        TRATAFINAL.
            MOVE FIN-NUM-OCR(IDX-FIN)   TO NUM-ENT.
            MOVE FIN-DTSIT-OCR(IDX-FIN) TO WS-DTSIT.
            IF WS-DTSIT NOT LESS THAN WS-CORTE
                ADD 1 TO CT-NOPRAZO
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO ALU-ACHADO.
            READ CADALU
                INVALID KEY MOVE "NAO" TO ALU-ACHADO
            END-READ.
            IF ALU-ACHADO NOT EQUAL "SIM"
                EXIT PARAGRAPH
            END-IF.
            MOVE NUM-ENT  TO DA-NUM.
            MOVE NOME-ENT TO DA-NOME.
            MOVE SIT-ENT  TO DA-SIT.
            IF WS-DTSIT EQUAL ZEROES
                MOVE "SEM REGISTRO" TO DA-SEMDATA
            ELSE
                MOVE DD-DTSIT TO DA-DD
                MOVE MM-DTSIT TO DA-MM
                MOVE AA-DTSIT TO DA-AA
            END-IF.
            MOVE REGALU TO REGARQ.
            MOVE "SIM"  TO ARQ-GRAVADO.
            WRITE REGARQ
                INVALID KEY MOVE "NAO" TO ARQ-GRAVADO
            END-WRITE.
            IF ARQ-GRAVADO NOT EQUAL "SIM"
                ADD 1 TO CT-RECUSADOS
                MOVE "*** MATRICULA JA EXISTE NO ARQUIVO"
                    TO DA-MSG
                PERFORM IMPARQUIVO
                EXIT PARAGRAPH
            END-IF.
            DELETE CADALU.
            ADD 1 TO CT-GRAVADOS.
            MOVE "ARQUIVADO EM CADARQ.DAT" TO DA-MSG.
            PERFORM IMPARQUIVO.
            MOVE NUM-ENT     TO LK-CHAVE.
            MOVE "ARQUIVADO" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        IMPARQUIVO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            WRITE IMPARQ FROM DET-ARQ AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.

        CABECALHO.
            ADD 1 TO CT-PAG.
            MOVE CT-PAG TO CAB-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPARQ.

            WRITE IMPARQ             AFTER ADVANCING   PAGE.
            WRITE IMPARQ FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPARQ FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPARQ FROM CAB-03 AFTER ADVANCING 1 LINE.
            WRITE IMPARQ FROM CAB-04 AFTER ADVANCING 1 LINE.
            WRITE IMPARQ FROM CAB-03 AFTER ADVANCING 1 LINE.

        TERMINO.
            CLOSE CADALU
                  CADARQ.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE WS-MESESARQ  TO ROD-MES.
            MOVE CT-LIDOS     TO ROD-LID.
            MOVE CT-FINAIS    TO ROD-FIN.
            MOVE CT-GRAVADOS  TO ROD-ARQ.
            MOVE CT-NOPRAZO   TO ROD-PRZ.
            MOVE CT-RECUSADOS TO ROD-REC.
            WRITE IMPARQ FROM ROD-00 AFTER ADVANCING 3 LINES.
            WRITE IMPARQ FROM ROD-01 AFTER ADVANCING 1 LINE.
            WRITE IMPARQ FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPARQ FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPARQ FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE IMPARQ FROM ROD-05 AFTER ADVANCING 1 LINE.
            CLOSE RELARQ.
            DISPLAY "EM01EX36: ALUNOS ARQUIVADOS = " CT-GRAVADOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
