        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX32.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. LIVRO DE REGISTRO DE DIPLOMAS, ATE AQUI ESCRITO A MAO.
      * LE A LISTA DE ELEGIVEIS ELEGDIPL.DAT GRAVADA POR EM01EX15 E,
      * PARA CADA ALUNO COM SITUACAO "F" (FORMADO) EM CADALU.DAT,
      * ATRIBUI O PROXIMO NUMERO DE REGISTRO, O LIVRO E A FOLHA E
      * ACRESCENTA A LINHA NO ARQUIVO PERMANENTE REGDIPL.DAT (LAYOUT
      * REGLIVD), COM A DATA DE PROCESSAMENTO COMO EXPEDICAO. CADA
      * FOLHA RECEBE PARM-REGFOLHA REGISTROS E CADA LIVRO PARM-FOLHAS
      * FOLHAS (PARAM44.DAT; PADRAO 10 E 200); O LIVRO E A FOLHA
      * SEGUEM DA ULTIMA LINHA DO ARQUIVO, ENTAO UMA TROCA DE
      * PARAMETRO SO VALE DAQUI PARA A FRENTE. ALUNO JA REGISTRADO E
      * RECUSADO COM O REGISTRO ORIGINAL; ALUNO QUE AINDA NAO ESTA
      * COMO FORMADO E RECUSADO. AS FOLHAS DO LIVRO SAEM EM RELLIVRO E
      * AS RECUSAS EM RELREGX. AS MATRICULAS DE REIMPDIP.DAT SAEM DE
      * NOVO EM RELLIVRO COMO SEGUNDA VIA, COM O NUMERO, O LIVRO E A
      * FOLHA ORIGINAIS LIDOS DE REGDIPL.DAT.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL ELEGDIPL ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL REGDIPL ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREG.
            SELECT OPTIONAL REIMPDIP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM44 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELLIVRO ASSIGN TO DISK.
            SELECT RELREGX ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD ELEGDIPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ELEGDIPL.DAT".
            01 REGELEG.
               02 ED-NUM    PIC 9(05).
               02 ED-CAMPUS PIC X(02).
               02 ED-APROV  PIC 9(03).

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

            FD REGDIPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGDIPL.DAT".
            01 REGLIVD.
               COPY REGLIVD REPLACING ==:REGNUM:== BY ==REGNUM-RD==
                                       ==:NUM:==    BY ==NUM-RD==
                                       ==:NOME:==   BY ==NOME-RD==
                                       ==:CAMPUS:== BY ==CAMPUS-RD==
                                       ==:LIVRO:==  BY ==LIVRO-RD==
                                       ==:FOLHA:==  BY ==FOLHA-RD==
                                       ==:DTEMIS:== BY ==DTEMIS-RD==.

            FD REIMPDIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REIMPDIP.DAT".
            01 REGREIMP.
               02 RI-NUM PIC 9(05).

            FD PARAM44
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM44.DAT".
            01 REGPARAM44.
               02 PARM-REGFOLHA PIC 9(02).
               02 PARM-FOLHAS   PIC 9(03).

            FD RELLIVRO
               LABEL RECORD IS OMITTED.
            01 IMPLIVRO PIC X(80).

            FD RELREGX
               LABEL RECORD IS OMITTED.
            01 IMPREGX  PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 FIM-REG      PIC X(03) VALUE "NAO".
            77 FIM-REIMP    PIC X(03) VALUE "NAO".
            77 WS-FSREG     PIC X(02) VALUE SPACES.
            77 ALU-ACHADO   PIC X(03) VALUE "NAO".
            77 REG-ACHADO   PIC X(03) VALUE "NAO".
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-REGISTRADOS PIC 9(05) VALUE ZEROES.
            77 CT-DUPLICADOS  PIC 9(05) VALUE ZEROES.
            77 CT-RECUSADOS   PIC 9(05) VALUE ZEROES.
            77 CT-SEGVIAS     PIC 9(05) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX32".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 REG-POR-FOLHA PIC 9(02) VALUE 10.
            77 FOLHAS-LIVRO  PIC 9(03) VALUE 200.
            77 WS-ULTREG    PIC 9(06) VALUE ZEROES.
            77 WS-LIVRO     PIC 9(03) VALUE 1.
            77 WS-FOLHA     PIC 9(03) VALUE 1.
            77 CT-NAFOLHA   PIC 9(02) VALUE ZEROES.
            77 QTDE-REG     PIC 9(04) VALUE ZEROES.
            77 IDX-REG      PIC 9(04) VALUE ZEROES.
            77 QTDE-REIMP   PIC 9(03) VALUE ZEROES.
            77 IDX-REIMP    PIC 9(03) VALUE ZEROES.
            77 PREVLIVRO    PIC 9(03) VALUE ZEROES.
            77 PREVFOLHA    PIC 9(03) VALUE ZEROES.
            77 CT-LIN       PIC 9(02) VALUE 99.
            77 CT-LINX      PIC 9(02) VALUE 99.

      * ALUNOS JA REGISTRADOS, COM O REGISTRO ORIGINAL.
            01 TAB-REG.
               02 TAB-REG-OCR OCCURS 5000 TIMES.
                  03 REG-NUM-OCR    PIC 9(05).
                  03 REG-REGNUM-OCR PIC 9(06).
                  03 REG-LIVRO-OCR  PIC 9(03).
                  03 REG-FOLHA-OCR  PIC 9(03).

      * PEDIDOS DE SEGUNDA VIA, COM A MARCA DE QUE FORAM ATENDIDOS.
            01 TAB-REIMP.
               02 TAB-REIMP-OCR OCCURS 100 TIMES.
                  03 REIMP-NUM-OCR PIC 9(05).
                  03 REIMP-OK-OCR  PIC X(03).

            01 WS-DATAPROC     PIC 9(08).
            01 WS-DATAPROC-R REDEFINES WS-DATAPROC.
               02 AA-PROC PIC 9(04).
               02 MM-PROC PIC 9(02).
               02 DD-PROC PIC 9(02).

            01 WS-DTEMIS       PIC 9(08).
            01 WS-DTEMIS-R REDEFINES WS-DTEMIS.
               02 AA-EMIS PIC 9(04).
               02 MM-EMIS PIC 9(02).
               02 DD-EMIS PIC 9(02).

            01 CAB-01.
               02 FILLER PIC X(32) VALUE              SPACES.
               02 FILLER PIC X(17) VALUE "FATEC-SP ALUNOS".
               02 FILLER PIC X(31) VALUE              SPACES.

            01 CAB-02.
               02 FILLER PIC X(25) VALUE SPACES.
               02 FILLER PIC X(30) VALUE
                  "LIVRO DE REGISTRO DE DIPLOMAS".
               02 FILLER PIC X(25) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-LF.
               02 FILLER  PIC X(29) VALUE SPACES.
               02 FILLER  PIC X(07) VALUE "LIVRO: ".
               02 CLF-LIV PIC 9(03).
               02 FILLER  PIC X(10) VALUE "   FOLHA: ".
               02 CLF-FOL PIC 9(03).
               02 FILLER  PIC X(28) VALUE SPACES.

            01 CAB-04.
               02 FILLER PIC X(11) VALUE "  REGISTRO".
               02 FILLER PIC X(07) VALUE "MATR.".
               02 FILLER PIC X(22) VALUE "NOME DO DIPLOMADO".
               02 FILLER PIC X(06) VALUE "CAMPUS".
               02 FILLER PIC X(13) VALUE "  EXPEDICAO".
               02 FILLER PIC X(21) VALUE "OBSERVACAO".

            01 DET-LIVRO.
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DL-REG  PIC 9(06).
               02 FILLER  PIC X(03) VALUE SPACES.
               02 DL-NUM  PIC 9(05).
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DL-NOME PIC X(20).
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DL-CAM  PIC X(02).
               02 FILLER  PIC X(06) VALUE SPACES.
               02 DL-DD   PIC 9(02).
               02 FILLER  PIC X(01) VALUE "/".
               02 DL-MM   PIC 9(02).
               02 FILLER  PIC X(01) VALUE "/".
               02 DL-AA   PIC 9(04).
               02 FILLER  PIC X(03) VALUE SPACES.
               02 DL-OBS  PIC X(12).
               02 FILLER  PIC X(07) VALUE SPACES.

            01 CAB-REGX.
               02 FILLER PIC X(22) VALUE SPACES.
               02 FILLER PIC X(36) VALUE
                      "REGISTRO DE DIPLOMAS - RECUSAS".
               02 FILLER PIC X(22) VALUE SPACES.

            01 DET-REGX.
               02 FILLER  PIC X(11) VALUE "MATRICULA: ".
               02 DX-NUM  PIC 9(05).
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DX-MSG  PIC X(62).

            01 WS-MSGDUPL.
               02 FILLER  PIC X(21) VALUE "*** JA REGISTRADO NO ".
               02 MD-REG  PIC 9(06).
               02 FILLER  PIC X(08) VALUE " LIVRO ".
               02 MD-LIV  PIC 9(03).
               02 FILLER  PIC X(08) VALUE " FOLHA ".
               02 MD-FOL  PIC 9(03).
               02 FILLER  PIC X(04) VALUE " ***".

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "ELEGIVEIS LIDOS...............: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "DIPLOMAS REGISTRADOS..........: ".
               02 ROD-REG   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "JA REGISTRADOS ANTES..........: ".
               02 ROD-DUP   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "RECUSADOS (NAO FORMADOS)......: ".
               02 ROD-REC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "SEGUNDAS VIAS IMPRESSAS.......: ".
               02 ROD-SEG   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM SEGUNDAVIA.
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
            PERFORM LEPARAM44.
            PERFORM CARREGAREGISTRO.
            OPEN INPUT  ELEGDIPL
                        CADALU
                 OUTPUT RELLIVRO
                        RELREGX.
            OPEN EXTEND REGDIPL.
            IF WS-FSREG EQUAL "35"
                OPEN OUTPUT REGDIPL
            END-IF.
            PERFORM LEITURA.

        LEPARAM44.
            OPEN INPUT PARAM44.
            READ PARAM44
                 AT END     CONTINUE
                 NOT AT END IF PARM-REGFOLHA NUMERIC
                               AND PARM-REGFOLHA GREATER THAN ZEROES
                                MOVE PARM-REGFOLHA TO REG-POR-FOLHA
                            END-IF
                            IF PARM-FOLHAS NUMERIC
                               AND PARM-FOLHAS GREATER THAN ZEROES
                                MOVE PARM-FOLHAS TO FOLHAS-LIVRO
                            END-IF.
            CLOSE PARAM44.

      * O ARQUIVO E LIDO INTEIRO: A ULTIMA LINHA DA O ULTIMO NUMERO,
      * O LIVRO E A FOLHA CORRENTES E QUANTOS REGISTROS A FOLHA JA
      * TEM. SEM TABELA COMPLETA NAO HA COMO GARANTIR QUE NINGUEM E
      * REGISTRADO DUAS VEZES, ENTAO A RODADA PARA.
        CARREGAREGISTRO.
            OPEN INPUT REGDIPL.
            IF WS-FSREG NOT EQUAL "00"
                MOVE "SIM" TO FIM-REG
            END-IF.
            PERFORM LEITURA-REGISTRO UNTIL FIM-REG EQUAL "SIM".
            CLOSE REGDIPL.

        LEITURA-REGISTRO.
            READ REGDIPL
                AT END MOVE "SIM" TO FIM-REG
                NOT AT END PERFORM GUARDAREGISTRO
            END-READ.

        GUARDAREGISTRO.
            IF QTDE-REG NOT LESS THAN 5000
                DISPLAY "EM01EX32: *** TABELA DE REGISTROS CHEIA - "
                        "REGDIPL.DAT NAO CABE - RODADA RECUSADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO QTDE-REG.
            MOVE NUM-RD    TO REG-NUM-OCR(QTDE-REG).
            MOVE REGNUM-RD TO REG-REGNUM-OCR(QTDE-REG).
            MOVE LIVRO-RD  TO REG-LIVRO-OCR(QTDE-REG).
            MOVE FOLHA-RD  TO REG-FOLHA-OCR(QTDE-REG).
            IF LIVRO-RD EQUAL WS-LIVRO AND FOLHA-RD EQUAL WS-FOLHA
                ADD 1 TO CT-NAFOLHA
            ELSE
                MOVE LIVRO-RD TO WS-LIVRO
                MOVE FOLHA-RD TO WS-FOLHA
                MOVE 1        TO CT-NAFOLHA
            END-IF.
            MOVE REGNUM-RD TO WS-ULTREG.

        LEITURA.
            READ ELEGDIPL
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS
            END-READ.

        PRINCIPAL.
            PERFORM TRATAELEGIVEL.
            PERFORM LEITURA.

        TRATAELEGIVEL.
            PERFORM PROCURAREGISTRO.
            IF REG-ACHADO EQUAL "SIM"
                ADD 1 TO CT-DUPLICADOS
                MOVE REG-REGNUM-OCR(IDX-REG) TO MD-REG
                MOVE REG-LIVRO-OCR(IDX-REG)  TO MD-LIV
                MOVE REG-FOLHA-OCR(IDX-REG)  TO MD-FOL
                MOVE WS-MSGDUPL TO DX-MSG
                MOVE "DIPLDUPL" TO LK-ACAO
                PERFORM IMPRECUSA
                EXIT PARAGRAPH
            END-IF.
            MOVE ED-NUM TO NUM-ENT.
            MOVE "SIM"  TO ALU-ACHADO.
            READ CADALU
                INVALID KEY MOVE "NAO" TO ALU-ACHADO
            END-READ.
            IF ALU-ACHADO NOT EQUAL "SIM"
                ADD 1 TO CT-RECUSADOS
                MOVE "*** ALUNO NAO ENCONTRADO EM CADALU.DAT ***"
                    TO DX-MSG
                MOVE "RECUSADO" TO LK-ACAO
                PERFORM IMPRECUSA
                EXIT PARAGRAPH
            END-IF.
            IF SIT-ENT NOT EQUAL "F"
                ADD 1 TO CT-RECUSADOS
                MOVE "*** SITUACAO DO ALUNO NAO E F (FORMADO) ***"
                    TO DX-MSG
                MOVE "DIPLSIT" TO LK-ACAO
                PERFORM IMPRECUSA
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTRADIPLOMA.

        PROCURAREGISTRO.
            MOVE "NAO" TO REG-ACHADO.
            PERFORM VARYING IDX-REG FROM 1 BY 1
                     UNTIL IDX-REG GREATER THAN QTDE-REG
                        OR REG-ACHADO EQUAL "SIM"
                IF REG-NUM-OCR(IDX-REG) EQUAL ED-NUM
                    MOVE "SIM" TO REG-ACHADO
                END-IF
            END-PERFORM.
            IF REG-ACHADO EQUAL "SIM"
                SUBTRACT 1 FROM IDX-REG
            END-IF.

      * FOLHA CHEIA PASSA PARA A SEGUINTE; DEPOIS DA ULTIMA FOLHA O
      * REGISTRO ABRE O LIVRO SEGUINTE NA FOLHA 1.
        REGISTRADIPLOMA.
            IF QTDE-REG NOT LESS THAN 5000
                DISPLAY "EM01EX32: *** TABELA DE REGISTROS CHEIA - "
                        "MATRICULA " ED-NUM " NAO REGISTRADA ***"
                EXIT PARAGRAPH
            END-IF.
            IF CT-NAFOLHA NOT LESS THAN REG-POR-FOLHA
                ADD 1 TO WS-FOLHA
                MOVE ZEROES TO CT-NAFOLHA
                IF WS-FOLHA GREATER THAN FOLHAS-LIVRO
                    ADD 1 TO WS-LIVRO
                    MOVE 1 TO WS-FOLHA
                END-IF
            END-IF.
            ADD 1 TO CT-NAFOLHA.
            ADD 1 TO WS-ULTREG.
            MOVE WS-ULTREG   TO REGNUM-RD.
            MOVE NUM-ENT     TO NUM-RD.
            MOVE NOME-ENT    TO NOME-RD.
            MOVE CAMPUS-ENT  TO CAMPUS-RD.
            MOVE WS-LIVRO    TO LIVRO-RD.
            MOVE WS-FOLHA    TO FOLHA-RD.
            MOVE WS-DATAPROC TO DTEMIS-RD.
            WRITE REGLIVD.
            ADD 1 TO QTDE-REG.
            MOVE NUM-RD    TO REG-NUM-OCR(QTDE-REG).
            MOVE REGNUM-RD TO REG-REGNUM-OCR(QTDE-REG).
            MOVE LIVRO-RD  TO REG-LIVRO-OCR(QTDE-REG).
            MOVE FOLHA-RD  TO REG-FOLHA-OCR(QTDE-REG).
            ADD 1 TO CT-REGISTRADOS.
            ADD 1 TO CT-GRAVADOS.
            MOVE SPACES TO DL-OBS.
            PERFORM IMPFOLHA.
            MOVE REGNUM-RD TO LK-CHAVE.
            MOVE "DIPLREG" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * CADA FOLHA DO LIVRO COMECA NUMA PAGINA NOVA DO RELATORIO.
        IMPFOLHA.
            IF LIVRO-RD NOT EQUAL PREVLIVRO
               OR FOLHA-RD NOT EQUAL PREVFOLHA
               OR CT-LIN GREATER THAN 50
                MOVE LIVRO-RD TO PREVLIVRO
                MOVE FOLHA-RD TO PREVFOLHA
                PERFORM CABECALHO
            END-IF.
            MOVE REGNUM-RD TO DL-REG.
            MOVE NUM-RD    TO DL-NUM.
            MOVE NOME-RD   TO DL-NOME.
            MOVE CAMPUS-RD TO DL-CAM.
            MOVE DTEMIS-RD TO WS-DTEMIS.
            MOVE DD-EMIS   TO DL-DD.
            MOVE MM-EMIS   TO DL-MM.
            MOVE AA-EMIS   TO DL-AA.
            WRITE IMPLIVRO FROM DET-LIVRO AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.

        CABECALHO.
            MOVE ZEROES    TO CT-LIN.
            MOVE PREVLIVRO TO CLF-LIV.
            MOVE PREVFOLHA TO CLF-FOL.
            MOVE SPACES    TO IMPLIVRO.

            WRITE IMPLIVRO             AFTER ADVANCING   PAGE.
            WRITE IMPLIVRO FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPLIVRO FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPLIVRO FROM CAB-LF AFTER ADVANCING 1 LINE.
            WRITE IMPLIVRO FROM CAB-03 AFTER ADVANCING 1 LINE.
            WRITE IMPLIVRO FROM CAB-04 AFTER ADVANCING 1 LINE.
            WRITE IMPLIVRO FROM CAB-03 AFTER ADVANCING 1 LINE.

        IMPRECUSA.
            IF CT-LINX GREATER THAN 50
                MOVE ZEROES TO CT-LINX
                WRITE IMPREGX FROM CAB-REGX AFTER ADVANCING PAGE
                MOVE SPACES TO IMPREGX
                WRITE IMPREGX AFTER ADVANCING 1 LINE
            END-IF.
            MOVE ED-NUM TO DX-NUM.
            WRITE IMPREGX FROM DET-REGX AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LINX.
            MOVE ED-NUM TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      ***************************************************
      * SEGUNDA VIA: AS LINHAS PEDIDAS SAO RELIDAS DO   *
      * ARQUIVO PERMANENTE, COM O REGISTRO ORIGINAL.    *
      ***************************************************
        SEGUNDAVIA.
            CLOSE REGDIPL.
            OPEN INPUT REIMPDIP.
            PERFORM LEITURA-REIMP UNTIL FIM-REIMP EQUAL "SIM".
            CLOSE REIMPDIP.
            IF QTDE-REIMP EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-REG.
            OPEN INPUT REGDIPL.
            IF WS-FSREG NOT EQUAL "00"
                MOVE "SIM" TO FIM-REG
            END-IF.
            PERFORM LEITURA-SEGVIA UNTIL FIM-REG EQUAL "SIM".
            CLOSE REGDIPL.
            PERFORM VARYING IDX-REIMP FROM 1 BY 1
                     UNTIL IDX-REIMP GREATER THAN QTDE-REIMP
                IF REIMP-OK-OCR(IDX-REIMP) NOT EQUAL "SIM"
                    MOVE REIMP-NUM-OCR(IDX-REIMP) TO ED-NUM
                    MOVE "*** SEM REGISTRO - SEGUNDA VIA NAO IMPRESSA"
                        TO DX-MSG
                    MOVE "SEMREGDIP" TO LK-ACAO
                    PERFORM IMPRECUSA
                END-IF
            END-PERFORM.

        LEITURA-REIMP.
            READ REIMPDIP
                AT END MOVE "SIM" TO FIM-REIMP
                NOT AT END
                    IF QTDE-REIMP LESS THAN 100
                        ADD 1 TO QTDE-REIMP
                        MOVE RI-NUM TO REIMP-NUM-OCR(QTDE-REIMP)
                        MOVE "NAO"  TO REIMP-OK-OCR(QTDE-REIMP)
                    ELSE
                        DISPLAY "EM01EX32: *** TABELA DE SEGUNDAS "
                                "VIAS CHEIA - LINHA DE REIMPDIP.DAT "
                                "IGNORADA ***"
                    END-IF
            END-READ.

        LEITURA-SEGVIA.
            READ REGDIPL
                AT END MOVE "SIM" TO FIM-REG
                NOT AT END
                    PERFORM VARYING IDX-REIMP FROM 1 BY 1
                             UNTIL IDX-REIMP GREATER THAN QTDE-REIMP
                        IF REIMP-NUM-OCR(IDX-REIMP) EQUAL NUM-RD
                           AND REIMP-OK-OCR(IDX-REIMP) NOT EQUAL "SIM"
                            MOVE "SIM" TO REIMP-OK-OCR(IDX-REIMP)
                            PERFORM IMPSEGVIA
                        END-IF
                    END-PERFORM
            END-READ.

        IMPSEGVIA.
            MOVE "SEGUNDA VIA" TO DL-OBS.
            PERFORM IMPFOLHA.
            ADD 1 TO CT-SEGVIAS.
            MOVE REGNUM-RD TO LK-CHAVE.
            MOVE "DIPL2VIA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        TERMINO.
            IF CT-LINX GREATER THAN 50
                WRITE IMPREGX FROM CAB-REGX AFTER ADVANCING PAGE
            END-IF.
            MOVE CT-LIDOS       TO ROD-LID.
            MOVE CT-REGISTRADOS TO ROD-REG.
            MOVE CT-DUPLICADOS  TO ROD-DUP.
            MOVE CT-RECUSADOS   TO ROD-REC.
            MOVE CT-SEGVIAS     TO ROD-SEG.
            WRITE IMPREGX FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPREGX FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPREGX FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPREGX FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE IMPREGX FROM ROD-05 AFTER ADVANCING 1 LINE.
            CLOSE ELEGDIPL
                  CADALU
                  RELLIVRO
                  RELREGX.
            DISPLAY "EM01EX32: DIPLOMAS REGISTRADOS = " CT-REGISTRADOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
