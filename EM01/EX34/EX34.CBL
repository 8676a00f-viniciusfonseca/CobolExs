        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX34.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. INSCRICAO PELA WEB: LE O ARQUIVO PREINSC.DAT GERADO
      * PELO FORMULARIO DE PRE-MATRICULA (NOME + SEXO + NASCIMENTO
      * DDMMAAAA + CAMPUS), QUE ANTES ERA REDIGITADO EM ALUREQ.DAT.
      * CONFERE NOME PREENCHIDO, SEXO M/F, DATA DE NASCIMENTO (VIA
      * DATEVAL) E CAMPUS DA LISTA DE PARAM16.DAT, E PROCURA O
      * CANDIDATO PELA MESMA REGRA DE DUPLICIDADE DE EM01EX21 (NOME +
      * DATA DE NASCIMENTO COMPLETA) EM CADALU.DAT, ENTRE OS PENDENTES
      * DE CANDADM.DAT E NO PROPRIO ARQUIVO. CADA LINHA RECEBE UM
      * PROTOCOLO E E ACRESCENTADA A CANDADM.DAT (LAYOUT REGCAND):
      * PENDENTE ("P") ATE A DECISAO DA SECRETARIA EM EM01EX35, OU
      * RECUSADA ("R") COM O MOTIVO. O RESULTADO SAI EM RELINSC.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL PREINSC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL CANDADM ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCAND.
            SELECT OPTIONAL PARAM16 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELINSC ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD PREINSC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PREINSC.DAT".
            01 REGPREINSC.
               02 WB-NOME   PIC X(20).
               02 WB-SEXO   PIC X(01).
               02 WB-NASC.
                  03 WB-DD   PIC 9(02).
                  03 WB-MM   PIC 9(02).
                  03 WB-AAAA PIC 9(04).
               02 WB-CAMPUS PIC X(02).

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

            FD CANDADM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CANDADM.DAT".
            01 REGCAND.
               COPY REGCAND REPLACING ==:PROT:==   BY ==PROT-CD==
                                       ==:NOME:==   BY ==NOME-CD==
                                       ==:SEXO:==   BY ==SEXO-CD==
                                       ==:NASC:==   BY ==NASC-CD==
                                       ==:CAMPUS:== BY ==CAMPUS-CD==
                                       ==:SIT:==    BY ==SIT-CD==
                                       ==:MOTIVO:== BY ==MOTIVO-CD==
                                       ==:DTINSC:== BY ==DTINSC-CD==
                                       ==:DTDEC:==  BY ==DTDEC-CD==
                                       ==:NUM:==    BY ==NUM-CD==.

            FD PARAM16
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM16.DAT".
            01 REGPARAM16.
               02 PARM-CAMPUS PIC X(02).

            FD RELINSC
               LABEL RECORD IS OMITTED.
            01 IMPINSC PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 FIM-CAND     PIC X(03) VALUE "NAO".
            77 FIM-ALU      PIC X(03) VALUE "NAO".
            77 FIM-PARAM    PIC X(03) VALUE "NAO".
            77 WS-FSCAND    PIC X(02) VALUE SPACES.
            77 CAMPUSACHADO PIC X(03) VALUE "NAO".
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-PENDENTES PIC 9(05) VALUE ZEROES.
            77 CT-RECUSADAS PIC 9(05) VALUE ZEROES.
            77 CT-LIN       PIC 9(02) VALUE 99.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX34".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-DATAPROC  PIC 9(08) VALUE ZEROES.
            77 WS-ULTPROT   PIC 9(06) VALUE ZEROES.
            77 WS-DD        PIC 9(02) VALUE ZEROES.
            77 WS-MM        PIC 9(02) VALUE ZEROES.
            77 WS-AAAA      PIC 9(04) VALUE ZEROES.
            77 QTDE-CAMPUS  PIC 9(02) VALUE ZEROES.
            77 IDX-CAMPUS   PIC 9(02) VALUE ZEROES.
            77 QTDE-PEND    PIC 9(04) VALUE ZEROES.
            77 IDX-PEND     PIC 9(04) VALUE ZEROES.
            77 QTDE-NOVO    PIC 9(03) VALUE ZEROES.
            77 IDX-NOVO     PIC 9(03) VALUE ZEROES.
            77 IDX-ANT      PIC 9(03) VALUE ZEROES.

            01 TAB-CAMPUS.
               02 CAMPUS-OCR PIC X(02) OCCURS 20 TIMES.

      * CANDIDATOS AINDA PENDENTES EM CANDADM.DAT.
            01 TAB-PEND.
               02 TAB-PEND-OCR OCCURS 1000 TIMES.
                  03 PD-NOME-OCR PIC X(20).
                  03 PD-NASC-OCR PIC 9(08).
                  03 PD-PROT-OCR PIC 9(06).

      * LINHAS DO FORMULARIO DESTA RODADA, JA CONFERIDAS.
            01 TAB-NOVO.
               02 TAB-NOVO-OCR OCCURS 500 TIMES.
                  03 NV-NOME-OCR   PIC X(20).
                  03 NV-SEXO-OCR   PIC X(01).
                  03 NV-NASC-OCR   PIC 9(08).
                  03 NV-CAMPUS-OCR PIC X(02).
                  03 NV-SIT-OCR    PIC X(01).
                  03 NV-MOTIVO-OCR PIC X(30).

            01 WS-NASC         PIC 9(08).
            01 WS-NASC-R REDEFINES WS-NASC.
               02 AA-NASC PIC 9(04).
               02 MM-NASC PIC 9(02).
               02 DD-NASC PIC 9(02).

            01 CAB-01.
               02 FILLER PIC X(32) VALUE              SPACES.
               02 FILLER PIC X(17) VALUE "FATEC-SP ALUNOS".
               02 FILLER PIC X(31) VALUE              SPACES.

            01 CAB-02.
               02 FILLER  PIC X(24) VALUE SPACES.
               02 FILLER  PIC X(35) VALUE
                  "INSCRICOES PELA WEB - PRE-MATRICULA".
               02 FILLER  PIC X(08) VALUE "   PAG. ".
               02 CAB-PAG PIC Z9.
               02 FILLER  PIC X(11) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-04.
               02 FILLER PIC X(10) VALUE "  PROT.".
               02 FILLER PIC X(22) VALUE "NOME DO CANDIDATO".
               02 FILLER PIC X(12) VALUE "NASCIMENTO".
               02 FILLER PIC X(05) VALUE "CAMP.".
               02 FILLER PIC X(31) VALUE "SITUACAO".

            01 DET-INSC.
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DI-PROT PIC 9(06).
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DI-NOME PIC X(20).
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DI-DD   PIC 9(02).
               02 FILLER  PIC X(01) VALUE "/".
               02 DI-MM   PIC 9(02).
               02 FILLER  PIC X(01) VALUE "/".
               02 DI-AA   PIC 9(04).
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DI-CAM  PIC X(02).
               02 FILLER  PIC X(03) VALUE SPACES.
               02 DI-MSG  PIC X(31).

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "INSCRICOES LIDAS..............: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "PENDENTES DE APROVACAO........: ".
               02 ROD-PEN   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "RECUSADAS NA INSCRICAO........: ".
               02 ROD-REC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PREINSC.
            PERFORM CONFERECADASTRO.
            PERFORM GRAVACANDIDATOS.
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
            PERFORM LEPARAM16.
            PERFORM CARREGACANDIDATOS.
            OPEN INPUT PREINSC.
            PERFORM LEITURA.

        LEPARAM16.
            OPEN INPUT PARAM16.
            PERFORM LEITURA-PARAM16 UNTIL FIM-PARAM EQUAL "SIM".
            CLOSE PARAM16.
            IF QTDE-CAMPUS EQUAL ZEROES
                DISPLAY "EM01EX34: *** PARAM16.DAT SEM CAMPI - "
                        "TODAS AS INSCRICOES SERAO RECUSADAS ***"
            END-IF.

        LEITURA-PARAM16.
            READ PARAM16
                AT END MOVE "SIM" TO FIM-PARAM
                NOT AT END
                    IF QTDE-CAMPUS LESS THAN 20
                        ADD 1 TO QTDE-CAMPUS
                        MOVE PARM-CAMPUS TO CAMPUS-OCR(QTDE-CAMPUS)
                    ELSE
                        DISPLAY "EM01EX34: *** LISTA DE CAMPI "
                                "CHEIA - CAMPUS " PARM-CAMPUS
                                " IGNORADO ***"
                    END-IF
            END-READ.

      * O ULTIMO PROTOCOLO VEM DO PROPRIO ARQUIVO; OS PENDENTES
      * ENTRAM NA CONFERENCIA DE DUPLICIDADE.
        CARREGACANDIDATOS.
            OPEN INPUT CANDADM.
            IF WS-FSCAND NOT EQUAL "00"
                MOVE "SIM" TO FIM-CAND
            END-IF.
            PERFORM LEITURA-CAND UNTIL FIM-CAND EQUAL "SIM".
            CLOSE CANDADM.

        LEITURA-CAND.
            READ CANDADM
                AT END MOVE "SIM" TO FIM-CAND
                NOT AT END
                    IF PROT-CD GREATER THAN WS-ULTPROT
                        MOVE PROT-CD TO WS-ULTPROT
                    END-IF
                    IF SIT-CD EQUAL "P"
                        PERFORM GUARDAPENDENTE
                    END-IF
            END-READ.

        GUARDAPENDENTE.
            IF QTDE-PEND NOT LESS THAN 1000
                DISPLAY "EM01EX34: *** TABELA DE PENDENTES CHEIA - "
                        "PROTOCOLO " PROT-CD " FORA DA CONFERENCIA ***"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-PEND.
            MOVE NOME-CD TO PD-NOME-OCR(QTDE-PEND).
            MOVE NASC-CD TO PD-NASC-OCR(QTDE-PEND).
            MOVE PROT-CD TO PD-PROT-OCR(QTDE-PEND).

        LEITURA.
            READ PREINSC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS
            END-READ.

        PRINCIPAL.
            IF QTDE-NOVO NOT LESS THAN 500
                DISPLAY "EM01EX34: *** TABELA DE INSCRICOES CHEIA - "
                        "RESTANTE DE PREINSC.DAT NA PROXIMA RODADA ***"
                MOVE "SIM" TO FIM-ARQ
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-NOVO.
            PERFORM CONFEREINSCRICAO.
            PERFORM LEITURA.

      * A PRIMEIRA FALHA ENCONTRADA E O MOTIVO GRAVADO.
        CONFEREINSCRICAO.
            MOVE WB-NOME   TO NV-NOME-OCR(QTDE-NOVO).
            MOVE WB-SEXO   TO NV-SEXO-OCR(QTDE-NOVO).
            MOVE WB-CAMPUS TO NV-CAMPUS-OCR(QTDE-NOVO).
            MOVE ZEROES    TO NV-NASC-OCR(QTDE-NOVO).
            MOVE "P"       TO NV-SIT-OCR(QTDE-NOVO).
            MOVE SPACES    TO NV-MOTIVO-OCR(QTDE-NOVO).
            IF WB-NOME EQUAL SPACES
                MOVE "NOME EM BRANCO" TO NV-MOTIVO-OCR(QTDE-NOVO)
                PERFORM RECUSAINSCRICAO
                EXIT PARAGRAPH
            END-IF.
            IF WB-SEXO NOT EQUAL "M" AND NOT EQUAL "F"
                MOVE "SEXO DIFERENTE DE M/F"
                    TO NV-MOTIVO-OCR(QTDE-NOVO)
                PERFORM RECUSAINSCRICAO
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO LK-DATAVALIDA.
            IF WB-NASC NUMERIC
                MOVE WB-DD   TO WS-DD
                MOVE WB-MM   TO WS-MM
                MOVE WB-AAAA TO WS-AAAA
                CALL "DATEVAL" USING WS-DD WS-MM WS-AAAA
                                     LK-DATAVALIDA
            END-IF.
            IF LK-DATAVALIDA NOT EQUAL "SIM"
                MOVE "DATA DE NASCIMENTO INVALIDA"
                    TO NV-MOTIVO-OCR(QTDE-NOVO)
                PERFORM RECUSAINSCRICAO
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-AAAA TO AA-NASC.
            MOVE WS-MM   TO MM-NASC.
            MOVE WS-DD   TO DD-NASC.
            MOVE WS-NASC TO NV-NASC-OCR(QTDE-NOVO).
            MOVE "NAO" TO CAMPUSACHADO.
            PERFORM VARYING IDX-CAMPUS FROM 1 BY 1
                     UNTIL IDX-CAMPUS GREATER THAN QTDE-CAMPUS
                IF CAMPUS-OCR(IDX-CAMPUS) EQUAL WB-CAMPUS
                    MOVE "SIM" TO CAMPUSACHADO
                END-IF
            END-PERFORM.
            IF CAMPUSACHADO NOT EQUAL "SIM"
                MOVE "CAMPUS FORA DE PARAM16.DAT"
                    TO NV-MOTIVO-OCR(QTDE-NOVO)
                PERFORM RECUSAINSCRICAO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING IDX-PEND FROM 1 BY 1
                     UNTIL IDX-PEND GREATER THAN QTDE-PEND
                        OR NV-SIT-OCR(QTDE-NOVO) EQUAL "R"
                IF PD-NOME-OCR(IDX-PEND) EQUAL WB-NOME
                   AND PD-NASC-OCR(IDX-PEND) EQUAL WS-NASC
                    STRING "JA INSCRITO - PROTOCOLO "
                           PD-PROT-OCR(IDX-PEND)
                        DELIMITED BY SIZE
                        INTO NV-MOTIVO-OCR(QTDE-NOVO)
                    END-STRING
                    PERFORM RECUSAINSCRICAO
                END-IF
            END-PERFORM.
            IF NV-SIT-OCR(QTDE-NOVO) EQUAL "R"
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING IDX-ANT FROM 1 BY 1
                     UNTIL IDX-ANT NOT LESS THAN QTDE-NOVO
                        OR NV-SIT-OCR(QTDE-NOVO) EQUAL "R"
                IF NV-SIT-OCR(IDX-ANT) EQUAL "P"
                   AND NV-NOME-OCR(IDX-ANT) EQUAL WB-NOME
                   AND NV-NASC-OCR(IDX-ANT) EQUAL WS-NASC
                    MOVE "INSCRICAO REPETIDA NO ARQUIVO"
                        TO NV-MOTIVO-OCR(QTDE-NOVO)
                    PERFORM RECUSAINSCRICAO
                END-IF
            END-PERFORM.

        RECUSAINSCRICAO.
            MOVE "R" TO NV-SIT-OCR(QTDE-NOVO).

      ***************************************************
      * DUPLICIDADE CONTRA O CADASTRO: MESMA REGRA DE   *
      * EM01EX21, NOME + DATA DE NASCIMENTO COMPLETA.   *
      ***************************************************
        CONFERECADASTRO.
            IF QTDE-NOVO EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CADALU.
            PERFORM LEITURA-ALU UNTIL FIM-ALU EQUAL "SIM".
            CLOSE CADALU.

        LEITURA-ALU.
            READ CADALU
                AT END MOVE "SIM" TO FIM-ALU
                NOT AT END PERFORM COMPARAALUNO
            END-READ.

        COMPARAALUNO.
            IF NOME-ENT EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE AA-ENT TO AA-NASC.
            MOVE MM-ENT TO MM-NASC.
            MOVE DD-ENT TO DD-NASC.
            PERFORM VARYING IDX-NOVO FROM 1 BY 1
                     UNTIL IDX-NOVO GREATER THAN QTDE-NOVO
                IF NV-SIT-OCR(IDX-NOVO) EQUAL "P"
                   AND NV-NOME-OCR(IDX-NOVO) EQUAL NOME-ENT
                   AND NV-NASC-OCR(IDX-NOVO) EQUAL WS-NASC
                    MOVE "R" TO NV-SIT-OCR(IDX-NOVO)
                    STRING "JA E ALUNO - MATRICULA " NUM-ENT
                        DELIMITED BY SIZE
                        INTO NV-MOTIVO-OCR(IDX-NOVO)
                    END-STRING
                END-IF
            END-PERFORM.

        GRAVACANDIDATOS.
            OPEN OUTPUT RELINSC.
            OPEN EXTEND CANDADM.
            IF WS-FSCAND EQUAL "35"
                OPEN OUTPUT CANDADM
            END-IF.
            PERFORM VARYING IDX-NOVO FROM 1 BY 1
                     UNTIL IDX-NOVO GREATER THAN QTDE-NOVO
                PERFORM GRAVAUMCANDIDATO
            END-PERFORM.
            CLOSE CANDADM.

        GRAVAUMCANDIDATO.
            ADD 1 TO WS-ULTPROT.
            MOVE WS-ULTPROT             TO PROT-CD.
            MOVE NV-NOME-OCR(IDX-NOVO)   TO NOME-CD.
            MOVE NV-SEXO-OCR(IDX-NOVO)   TO SEXO-CD.
            MOVE NV-NASC-OCR(IDX-NOVO)   TO NASC-CD.
            MOVE NV-CAMPUS-OCR(IDX-NOVO) TO CAMPUS-CD.
            MOVE NV-SIT-OCR(IDX-NOVO)    TO SIT-CD.
            MOVE NV-MOTIVO-OCR(IDX-NOVO) TO MOTIVO-CD.
            MOVE WS-DATAPROC            TO DTINSC-CD.
            MOVE ZEROES                 TO DTDEC-CD
                                           NUM-CD.
            IF SIT-CD EQUAL "R"
                MOVE WS-DATAPROC TO DTDEC-CD
                ADD 1 TO CT-RECUSADAS
                MOVE MOTIVO-CD   TO DI-MSG
                MOVE "INSCRECUS" TO LK-ACAO
            ELSE
                ADD 1 TO CT-PENDENTES
                MOVE "PENDENTE DE APROVACAO" TO DI-MSG
                MOVE "INSCRITO"  TO LK-ACAO
            END-IF.
            WRITE REGCAND.
            ADD 1 TO CT-GRAVADOS.
            MOVE PROT-CD TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE PROT-CD   TO DI-PROT.
            MOVE NOME-CD   TO DI-NOME.
            MOVE CAMPUS-CD TO DI-CAM.
            MOVE NASC-CD   TO WS-NASC.
            MOVE DD-NASC   TO DI-DD.
            MOVE MM-NASC   TO DI-MM.
            MOVE AA-NASC   TO DI-AA.
            WRITE IMPINSC FROM DET-INSC AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.

        CABECALHO.
            ADD 1 TO CT-PAG.
            MOVE CT-PAG TO CAB-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPINSC.

            WRITE IMPINSC             AFTER ADVANCING   PAGE.
            WRITE IMPINSC FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPINSC FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPINSC FROM CAB-03 AFTER ADVANCING 1 LINE.
            WRITE IMPINSC FROM CAB-04 AFTER ADVANCING 1 LINE.
            WRITE IMPINSC FROM CAB-03 AFTER ADVANCING 1 LINE.

        TERMINO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE CT-LIDOS     TO ROD-LID.
            MOVE CT-PENDENTES TO ROD-PEN.
            MOVE CT-RECUSADAS TO ROD-REC.
            WRITE IMPINSC FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPINSC FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPINSC FROM ROD-03 AFTER ADVANCING 1 LINE.
            CLOSE RELINSC.
            DISPLAY "EM01EX34: INSCRICOES PENDENTES = " CT-PENDENTES.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
