        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX35.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. DECISAO DA SECRETARIA SOBRE OS CANDIDATOS PENDENTES
      * DE CANDADM.DAT (GRAVADOS PELA INSCRICAO PELA WEB EM01EX34).
      * CADA LINHA DE ADMDEC.DAT TRAZ O PROTOCOLO, A ACAO ("A"
      * ADMITIR, "R" RECUSAR, "D" DESISTENCIA) E O MOTIVO. O ADMITIDO
      * RECEBE MATRICULA NOVA COM DIGITO VERIFICADOR: QUATRO DIGITOS
      * DE BASE ACIMA DA MAIOR MATRICULA DE CADALU.DAT E DO ARQUIVO
      * CADARQ.DAT (ALUNOS ARQUIVADOS POR EM01EX36) MAIS O DIGITO
      * QUE O MODULO MATVALID ACEITA, E E INCLUIDO EM CADALU.DAT
      * COMO ATIVO, SEM NOTAS, DO MESMO MODO QUE A INCLUSAO DE
      * EM01EX08. RECUSADO E DESISTENTE FICAM EM CANDADM.DAT COM O
      * MOTIVO. SO CANDIDATO PENDENTE ACEITA DECISAO. CANDADM.DAT E
      * REGRAVADO VIA CANDKEEP.DAT E O RESULTADO SAI EM RELDEC.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL ADMDEC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL CADARQ ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-ARQ.
            SELECT OPTIONAL CANDADM ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCAND.
            SELECT CANDKEEP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELDEC ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD ADMDEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADMDEC.DAT".
            01 REGADMDEC.
               02 DC-PROT   PIC 9(06).
               02 DC-ACAO   PIC X(01).
               02 DC-MOTIVO PIC X(30).

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

            FD CANDKEEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CANDKEEP.DAT".
            01 REGCANDKEEP PIC X(89).

            FD RELDEC
               LABEL RECORD IS OMITTED.
            01 IMPDEC PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 FIM-DEC      PIC X(03) VALUE "NAO".
            77 FIM-ALU      PIC X(03) VALUE "NAO".
            77 FIM-ARQV     PIC X(03) VALUE "NAO".
            77 FIM-KEEP     PIC X(03) VALUE "NAO".
            77 WS-FSCAND    PIC X(02) VALUE SPACES.
            77 DEC-ACHADA   PIC X(03) VALUE "NAO".
            77 MAT-GRAVADA  PIC X(03) VALUE "NAO".
            77 LK-MATVALIDA PIC X(03) VALUE SPACES.
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-ADMITIDOS PIC 9(05) VALUE ZEROES.
            77 CT-RECUSADOS PIC 9(05) VALUE ZEROES.
            77 CT-DESISTENTES PIC 9(05) VALUE ZEROES.
            77 CT-REJEITADAS PIC 9(05) VALUE ZEROES.
            77 CT-LIN       PIC 9(02) VALUE 99.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX35".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-DATAPROC  PIC 9(08) VALUE ZEROES.
            77 WS-MAIORMAT  PIC 9(05) VALUE ZEROES.
            77 WS-BASE      PIC 9(04) VALUE ZEROES.
            77 WS-DV        PIC 9(02) VALUE ZEROES.
            77 WS-MAT7      PIC 9(07) VALUE ZEROES.
            77 QTDE-DEC     PIC 9(03) VALUE ZEROES.
            77 IDX-DEC      PIC 9(03) VALUE ZEROES.

      * DECISOES DA RODADA; A MARCA DIZ SE O PROTOCOLO FOI ACHADO.
            01 TAB-DEC.
               02 TAB-DEC-OCR OCCURS 300 TIMES.
                  03 DEC-PROT-OCR   PIC 9(06).
                  03 DEC-ACAO-OCR   PIC X(01).
                  03 DEC-MOTIVO-OCR PIC X(30).
                  03 DEC-FEITA-OCR  PIC X(03).

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
                  "DECISAO SOBRE CANDIDATOS A ADMISSAO".
               02 FILLER  PIC X(08) VALUE "   PAG. ".
               02 CAB-PAG PIC Z9.
               02 FILLER  PIC X(11) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-04.
               02 FILLER PIC X(10) VALUE "  PROT.".
               02 FILLER PIC X(22) VALUE "NOME DO CANDIDATO".
               02 FILLER PIC X(06) VALUE "ACAO".
               02 FILLER PIC X(42) VALUE "RESULTADO".

            01 DET-DEC.
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DD-PROT PIC 9(06).
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DD-NOME PIC X(20).
               02 FILLER  PIC X(02) VALUE SPACES.
               02 DD-ACAO PIC X(01).
               02 FILLER  PIC X(05) VALUE SPACES.
               02 DD-MSG  PIC X(42).

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "DECISOES LIDAS................: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "CANDIDATOS ADMITIDOS..........: ".
               02 ROD-ADM   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "CANDIDATOS RECUSADOS..........: ".
               02 ROD-REC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "DESISTENCIAS..................: ".
               02 ROD-DES   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "DECISOES NAO APLICADAS........: ".
               02 ROD-REJ   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM SOBRAS.
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
            PERFORM CARREGADECISOES.
            OPEN I-O CADALU.
            PERFORM MAIORMATRICULA.
            OPEN INPUT  CANDADM
                 OUTPUT CANDKEEP
                        RELDEC.
            IF WS-FSCAND NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA.

        CARREGADECISOES.
            OPEN INPUT ADMDEC.
            PERFORM LEITURA-DEC UNTIL FIM-DEC EQUAL "SIM".
            CLOSE ADMDEC.

        LEITURA-DEC.
            READ ADMDEC
                AT END MOVE "SIM" TO FIM-DEC
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-DEC LESS THAN 300
                        ADD 1 TO QTDE-DEC
                        MOVE DC-PROT   TO DEC-PROT-OCR(QTDE-DEC)
                        MOVE DC-ACAO   TO DEC-ACAO-OCR(QTDE-DEC)
                        MOVE DC-MOTIVO TO DEC-MOTIVO-OCR(QTDE-DEC)
                        MOVE "NAO"     TO DEC-FEITA-OCR(QTDE-DEC)
                    ELSE
                        DISPLAY "EM01EX35: *** TABELA DE DECISOES "
                                "CHEIA - PROTOCOLO " DC-PROT
                                " NA PROXIMA RODADA ***"
                    END-IF
            END-READ.

      * A BASE DAS MATRICULAS NOVAS COMECA ACIMA DA MAIOR MATRICULA
      * DO CADASTRO E DO ARQUIVO DE ALUNOS (SEM O ULTIMO DIGITO,
      * QUE E O VERIFICADOR), PARA NAO REPETIR MATRICULA ARQUIVADA.
        MAIORMATRICULA.
            PERFORM LEITURA-ALU UNTIL FIM-ALU EQUAL "SIM".
            OPEN INPUT CADARQ.
            PERFORM LEITURA-ARQV UNTIL FIM-ARQV EQUAL "SIM".
            CLOSE CADARQ.
            DIVIDE WS-MAIORMAT BY 10 GIVING WS-BASE.

        LEITURA-ALU.
            READ CADALU NEXT RECORD
                AT END MOVE "SIM" TO FIM-ALU
                NOT AT END MOVE NUM-ENT TO WS-MAIORMAT
            END-READ.

        LEITURA-ARQV.
            READ CADARQ NEXT RECORD
                AT END MOVE "SIM" TO FIM-ARQV
                NOT AT END
                    IF NUM-ARQ GREATER THAN WS-MAIORMAT
                        MOVE NUM-ARQ TO WS-MAIORMAT
                    END-IF
            END-READ.

        LEITURA.
            READ CANDADM
                AT END MOVE "SIM" TO FIM-ARQ
            END-READ.

        PRINCIPAL.
            MOVE "NAO" TO DEC-ACHADA.
            PERFORM VARYING IDX-DEC FROM 1 BY 1
                     UNTIL IDX-DEC GREATER THAN QTDE-DEC
                        OR DEC-ACHADA EQUAL "SIM"
                IF DEC-PROT-OCR(IDX-DEC) EQUAL PROT-CD
                   AND DEC-FEITA-OCR(IDX-DEC) NOT EQUAL "SIM"
                    MOVE "SIM" TO DEC-ACHADA
                                  DEC-FEITA-OCR(IDX-DEC)
                    PERFORM APLICADECISAO
                END-IF
            END-PERFORM.
            MOVE REGCAND TO REGCANDKEEP.
            WRITE REGCANDKEEP.
            PERFORM LEITURA.

        APLICADECISAO.
            MOVE PROT-CD               TO DD-PROT.
            MOVE NOME-CD               TO DD-NOME.
            MOVE DEC-ACAO-OCR(IDX-DEC) TO DD-ACAO.
            MOVE PROT-CD               TO LK-CHAVE.
            IF SIT-CD NOT EQUAL "P"
                ADD 1 TO CT-REJEITADAS
                MOVE SPACES TO DD-MSG
                STRING "*** CANDIDATO JA DECIDIDO - SITUACAO "
                       SIT-CD " ***"
                    DELIMITED BY SIZE INTO DD-MSG
                END-STRING
                PERFORM IMPDECISAO
                EXIT PARAGRAPH
            END-IF.
            EVALUATE DEC-ACAO-OCR(IDX-DEC)
                WHEN "A"   PERFORM ADMITECANDIDATO
                WHEN "R"   PERFORM RECUSACANDIDATO
                WHEN "D"   PERFORM DESISTECANDIDATO
                WHEN OTHER ADD 1 TO CT-REJEITADAS
                           MOVE "*** ACAO DIFERENTE DE A/R/D ***"
                               TO DD-MSG
                           PERFORM IMPDECISAO
            END-EVALUATE.

      ***************************************************
      * ADMISSAO: MATRICULA NOVA COM DIGITO VERIFICADOR *
      * E INCLUSAO EM CADALU.DAT.                        *
      ***************************************************
        ADMITECANDIDATO.
            MOVE "NAO" TO MAT-GRAVADA.
            PERFORM TENTAMATRICULA UNTIL MAT-GRAVADA EQUAL "SIM"
                                      OR WS-BASE NOT LESS THAN 9999.
            IF MAT-GRAVADA NOT EQUAL "SIM"
                ADD 1 TO CT-REJEITADAS
                MOVE "*** FAIXA DE MATRICULAS ESGOTADA ***" TO DD-MSG
                PERFORM IMPDECISAO
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO CT-ADMITIDOS.
            ADD 1 TO CT-GRAVADOS.
            MOVE "A"         TO SIT-CD.
            MOVE NUM-ENT     TO NUM-CD.
            MOVE WS-DATAPROC TO DTDEC-CD.
            MOVE "ADMITIDO"  TO MOTIVO-CD.
            MOVE SPACES TO DD-MSG.
            STRING "*** ADMITIDO - MATRICULA " NUM-ENT " ***"
                DELIMITED BY SIZE INTO DD-MSG
            END-STRING.
            PERFORM IMPDECISAO.
            MOVE NUM-ENT    TO LK-CHAVE.
            MOVE "ADMITIDO" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        TENTAMATRICULA.
            ADD 1 TO WS-BASE.
            MOVE "NAO" TO LK-MATVALIDA.
            PERFORM VARYING WS-DV FROM 0 BY 1
                     UNTIL WS-DV GREATER THAN 9
                        OR LK-MATVALIDA EQUAL "SIM"
                COMPUTE WS-MAT7 = WS-BASE * 10 + WS-DV
                CALL "MATVALID" USING WS-MAT7 LK-MATVALIDA
            END-PERFORM.
            MOVE WS-MAT7   TO NUM-ENT.
            MOVE NOME-CD   TO NOME-ENT.
            MOVE SEXO-CD   TO SEX-ENT.
            MOVE NASC-CD   TO WS-NASC.
            MOVE DD-NASC   TO DD-ENT.
            MOVE MM-NASC   TO MM-ENT.
            MOVE AA-NASC   TO AA-ENT.
            MOVE ZEROES    TO NT1-ENT NT2-ENT NT3-ENT
                              FLT-ENT.
            MOVE CAMPUS-CD TO CAMPUS-ENT.
            MOVE "A"       TO SIT-ENT.
            WRITE REGALU
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "SIM" TO MAT-GRAVADA
            END-WRITE.

        RECUSACANDIDATO.
            ADD 1 TO CT-RECUSADOS.
            MOVE "R"         TO SIT-CD.
            MOVE WS-DATAPROC TO DTDEC-CD.
            MOVE DEC-MOTIVO-OCR(IDX-DEC) TO MOTIVO-CD.
            IF MOTIVO-CD EQUAL SPACES
                MOVE "RECUSADO PELA SECRETARIA" TO MOTIVO-CD
            END-IF.
            MOVE MOTIVO-CD TO DD-MSG.
            PERFORM IMPDECISAO.
            MOVE "ADMRECUSA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        DESISTECANDIDATO.
            ADD 1 TO CT-DESISTENTES.
            MOVE "D"         TO SIT-CD.
            MOVE WS-DATAPROC TO DTDEC-CD.
            MOVE DEC-MOTIVO-OCR(IDX-DEC) TO MOTIVO-CD.
            IF MOTIVO-CD EQUAL SPACES
                MOVE "DESISTENCIA DO CANDIDATO" TO MOTIVO-CD
            END-IF.
            MOVE MOTIVO-CD TO DD-MSG.
            PERFORM IMPDECISAO.
            MOVE "ADMDESIST" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        IMPDECISAO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            WRITE IMPDEC FROM DET-DEC AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.

        CABECALHO.
            ADD 1 TO CT-PAG.
            MOVE CT-PAG TO CAB-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPDEC.

            WRITE IMPDEC             AFTER ADVANCING   PAGE.
            WRITE IMPDEC FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPDEC FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPDEC FROM CAB-03 AFTER ADVANCING 1 LINE.
            WRITE IMPDEC FROM CAB-04 AFTER ADVANCING 1 LINE.
            WRITE IMPDEC FROM CAB-03 AFTER ADVANCING 1 LINE.

      * DECISAO SEM CANDIDATO (PROTOCOLO INEXISTENTE OU REPETIDO NO
      * ARQUIVO DE DECISOES) NAO E APLICADA.
        SOBRAS.
            PERFORM VARYING IDX-DEC FROM 1 BY 1
                     UNTIL IDX-DEC GREATER THAN QTDE-DEC
                IF DEC-FEITA-OCR(IDX-DEC) NOT EQUAL "SIM"
                    ADD 1 TO CT-REJEITADAS
                    MOVE DEC-PROT-OCR(IDX-DEC) TO DD-PROT
                    MOVE SPACES                TO DD-NOME
                    MOVE DEC-ACAO-OCR(IDX-DEC) TO DD-ACAO
                    MOVE "*** PROTOCOLO NAO ENCONTRADO OU REPETIDO"
                        TO DD-MSG
                    PERFORM IMPDECISAO
                END-IF
            END-PERFORM.

        TERMINO.
            CLOSE CANDADM
                  CANDKEEP
                  CADALU.
            IF WS-FSCAND EQUAL "00"
                OPEN INPUT  CANDKEEP
                     OUTPUT CANDADM
                PERFORM COPIACANDKEEP UNTIL FIM-KEEP EQUAL "SIM"
                CLOSE CANDKEEP
                      CANDADM
            END-IF.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE CT-LIDOS       TO ROD-LID.
            MOVE CT-ADMITIDOS   TO ROD-ADM.
            MOVE CT-RECUSADOS   TO ROD-REC.
            MOVE CT-DESISTENTES TO ROD-DES.
            MOVE CT-REJEITADAS  TO ROD-REJ.
            WRITE IMPDEC FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPDEC FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPDEC FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPDEC FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE IMPDEC FROM ROD-05 AFTER ADVANCING 1 LINE.
            CLOSE RELDEC.
            DISPLAY "EM01EX35: CANDIDATOS ADMITIDOS = " CT-ADMITIDOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.

        COPIACANDKEEP.
            READ CANDKEEP
                AT END MOVE "SIM" TO FIM-KEEP
                NOT AT END
                    MOVE REGCANDKEEP TO REGCAND
                    WRITE REGCAND
            END-READ.
