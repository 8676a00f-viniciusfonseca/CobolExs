        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX50.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. REGISTRO DE CONSENTIMENTO LGPD POR PESSOA E CANAL
      * (CONSENT.DAT, LAYOUT REGCONS). CADA LINHA DE CONSREQ.DAT E UM
      * MOVIMENTO: ACAO "C" CONCEDE OU "R" REVOGA O CONSENTIMENTO DE
      * UM CLIENTE ("C", POR CPF), SOCIO ("S", POR NUMSOC) OU ALUNO
      * ("A", POR MATRICULA) PARA O CANAL "E" (E-MAIL), "S" (SMS) OU
      * "C" (CARTA) - "*" APLICA AOS TRES - COM A ORIGEM (SITE,
      * BALCAO, FORMULARIO...) E A DATA DO ATO (ZEROS = DATA DE
      * PROCESSAMENTO). O SOCIO E O ALUNO TEM DE EXISTIR NO CADASTRO E
      * O CPF DO CLIENTE TEM DE TER DIGITO VALIDO. REVOGACAO DE QUEM
      * NUNCA CONSENTIU TAMBEM E GRAVADA, COMO RECUSA EXPRESSA. O
      * PASSO RODA NA CADEIA ANTES DE QUALQUER EXTRATO DE MARKETING E
      * DO DESPACHANTE EM05EX11, ENTAO A REVOGACAO QUE CHEGA NUMA
      * RODADA JA VALE NELA MESMA. CADA MOVIMENTO APLICADO VAI PARA A
      * TRILHA CONSHIST.DAT E PARA O AUDITLOG; CONSREQ.DAT E
      * ESVAZIADO NO FIM. O RELATORIO DO ENCARREGADO (RELCONS) TRAZ
      * OS MOVIMENTOS DA RODADA, COM AS RECUSAS E O MOTIVO, E A
      * POSICAO DO REGISTRO POR TIPO DE PESSOA E CANAL.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL CONSREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT OPTIONAL CONSENT ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CS-CHAVE.
            SELECT OPTIONAL CONSHIST ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSHIST.
            SELECT OPTIONAL ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUMSOC1.
            SELECT OPTIONAL CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT RELCONS ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD CONSREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSREQ.DAT".
            01 REGCONSREQ.
               02 CR-ACAO    PIC X(01).
               02 FILLER     PIC X(01).
               02 CR-TIPOPES PIC X(01).
               02 FILLER     PIC X(01).
               02 CR-ID      PIC X(11).
               02 FILLER     PIC X(01).
               02 CR-CANAL   PIC X(01).
               02 FILLER     PIC X(01).
               02 CR-ORIGEM  PIC X(10).
               02 FILLER     PIC X(01).
               02 CR-DATA    PIC 9(08).
               02 CR-DATA-R REDEFINES CR-DATA.
                  03 CR-AA   PIC 9(04).
                  03 CR-MM   PIC 9(02).
                  03 CR-DD   PIC 9(02).

            FD CONSENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSENT.DAT".
            01 REGCONS.
               COPY REGCONS.

            FD CONSHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSHIST.DAT".
            01 REGCONSHIST.
               02 CH-DATA    PIC 9(08).
               02 FILLER     PIC X(01).
               02 CH-HORA    PIC 9(08).
               02 FILLER     PIC X(01).
               02 CH-CHAVE   PIC X(13).
               02 FILLER     PIC X(01).
               02 CH-ACAO    PIC X(08).
               02 FILLER     PIC X(01).
               02 CH-DTATO   PIC 9(08).
               02 FILLER     PIC X(01).
               02 CH-ORIGEM  PIC X(10).

            FD ARQSOC1
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOC1.DAT".
            01 CADSOC1.
               COPY REGSOC REPLACING ==:CODPAG:==  BY ==CODPAG1==
                                      ==:NUMSOC:==  BY ==NUMSOC1==
                                      ==:NOMSOC:==  BY ==NOMSOC1==
                                      ==:VALPAG:==  BY ==VALPAG1==
                                      ==:DIASATR:== BY ==DIASATR==
                                      ==:DTVENC:==  BY ==DTVENC1==
                                      ==:VDD:==     BY ==VDD1==
                                      ==:VMM:==     BY ==VMM1==
                                      ==:VAA:==     BY ==VAA1==
                                      ==:LOGR:==    BY ==LOGR1==
                                      ==:NUMEND:==  BY ==NUMEND1==
                                      ==:CIDADE:==  BY ==CIDADE1==
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

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

            FD RELCONS
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ       PIC X(03) VALUE "NAO".
            77 CT-LIDOS      PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
            77 CT-CONCEDIDOS PIC 9(07) VALUE ZEROES.
            77 CT-REVOGADOS  PIC 9(07) VALUE ZEROES.
            77 CT-RECUSADOS  PIC 9(07) VALUE ZEROES.
            77 WS-FSREQ      PIC X(02) VALUE SPACES.
            77 WS-FSHIST     PIC X(02) VALUE SPACES.
            77 WS-DATA       PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL   PIC 9(08) VALUE ZEROES.
            77 WS-HORA       PIC 9(08) VALUE ZEROES.
            77 WS-DTATO      PIC 9(08) VALUE ZEROES.
            77 WS-MOTIVO     PIC X(30) VALUE SPACES.
            77 WS-CANAL      PIC X(01) VALUE SPACES.
            77 ACHADO        PIC X(03) VALUE "NAO".
            77 IDX-CANAL     PIC 9(02) VALUE ZEROES.
            77 IDX-PES       PIC 9(02) VALUE ZEROES.
            77 LK-PROGID     PIC X(08) VALUE "EM02EX50".
            77 LK-CHAVE      PIC X(15) VALUE SPACES.
            77 LK-ACAO       PIC X(10) VALUE SPACES.
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.
            77 LK-CPF        PIC 9(11) VALUE ZEROES.
            77 LK-CPFVALIDO  PIC X(03) VALUE SPACES.

            01 TAB-CANAL.
               02 FILLER PIC X(03) VALUE "ESC".
            01 TAB-CANAL-R REDEFINES TAB-CANAL.
               02 CANAL-OCR PIC X(01) OCCURS 3 TIMES.

            01 TAB-PESSOA.
               02 FILLER PIC X(03) VALUE "CSA".
            01 TAB-PESSOA-R REDEFINES TAB-PESSOA.
               02 PESSOA-OCR PIC X(01) OCCURS 3 TIMES.

      * POSICAO DO REGISTRO: CONCEDIDOS E REVOGADOS POR TIPO DE
      * PESSOA (C/S/A) E CANAL (E/S/C).
            01 TAB-POSICAO.
               02 POS-PES-OCR OCCURS 3 TIMES.
                  03 POS-CAN-OCR OCCURS 3 TIMES.
                     04 POS-CONC-OCR PIC 9(07).
                     04 POS-REVG-OCR PIC 9(07).

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "LGPD - REGISTRO DE CONSENTIMENTO".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 CAB-MOV.
               02 FILLER     PIC X(02) VALUE "A".
               02 FILLER     PIC X(02) VALUE "P".
               02 FILLER     PIC X(12) VALUE "ID".
               02 FILLER     PIC X(02) VALUE "C".
               02 FILLER     PIC X(11) VALUE "ORIGEM".
               02 FILLER     PIC X(11) VALUE "DATA ATO".
               02 FILLER     PIC X(40) VALUE "RESULTADO".

            01 DET-MOV.
               02 DM-ACAO    PIC X(01).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-TIPOPES PIC X(01).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-ID      PIC X(11).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-CANAL   PIC X(01).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-ORIGEM  PIC X(10).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-DTATO   PIC 9999/99/99.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-RESULT  PIC X(30).
               02 FILLER     PIC X(09) VALUE SPACES.

            01 CAB-POS.
               02 FILLER     PIC X(16) VALUE "PESSOA".
               02 FILLER     PIC X(08) VALUE "CANAL".
               02 FILLER     PIC X(13) VALUE "   CONCEDIDOS".
               02 FILLER     PIC X(13) VALUE "    REVOGADOS".
               02 FILLER     PIC X(30) VALUE SPACES.

            01 DET-POS.
               02 DP-PESSOA  PIC X(16).
               02 DP-CANAL   PIC X(08).
               02 DP-CONC    PIC ZZZ.ZZZ.ZZ9.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DP-REVG    PIC ZZZ.ZZZ.ZZ9.
               02 FILLER     PIC X(32) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM POSICAOREGISTRO.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            ACCEPT WS-HORA FROM TIME.
            OPEN INPUT CONSREQ.
            IF WS-FSREQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            OPEN EXTEND CONSHIST.
            IF WS-FSHIST EQUAL "35"
                OPEN OUTPUT CONSHIST
            END-IF.
            OPEN I-O    CONSENT
                 INPUT  ARQSOC1
                        CADALU
                 OUTPUT RELCONS.
            MOVE WS-DATA TO CB1-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE "MOVIMENTOS DA RODADA (CONSREQ.DAT)" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-MOV AFTER ADVANCING 1 LINE.
            IF FIM-ARQ NOT EQUAL "SIM"
                PERFORM LEITURA
            END-IF.

        LEITURA.
            READ CONSREQ
                AT END     MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS.

      **************************************************************
      * UM MOVIMENTO: CONFERE A PESSOA E A DATA E APLICA O ATO NO  *
      * CANAL PEDIDO OU NOS TRES ("*").                            *
      **************************************************************
        PRINCIPAL.
            MOVE SPACES TO WS-MOTIVO DM-RESULT.
            MOVE CR-ACAO    TO DM-ACAO.
            MOVE CR-TIPOPES TO DM-TIPOPES.
            MOVE CR-ID      TO DM-ID.
            MOVE CR-CANAL   TO DM-CANAL.
            MOVE CR-ORIGEM  TO DM-ORIGEM.
            PERFORM CONFEREMOVIMENTO.
            MOVE WS-DTATO TO DM-DTATO.
            IF WS-MOTIVO NOT EQUAL SPACES
                ADD 1 TO CT-RECUSADOS
                MOVE WS-MOTIVO TO DM-RESULT
            ELSE
                IF CR-CANAL EQUAL "*"
                    PERFORM VARYING IDX-CANAL FROM 1 BY 1
                             UNTIL IDX-CANAL GREATER THAN 3
                        MOVE CANAL-OCR(IDX-CANAL) TO WS-CANAL
                        PERFORM APLICACANAL
                    END-PERFORM
                ELSE
                    MOVE CR-CANAL TO WS-CANAL
                    PERFORM APLICACANAL
                END-IF
                IF CR-ACAO EQUAL "C"
                    MOVE "CONCEDIDO" TO DM-RESULT
                    ADD 1 TO CT-CONCEDIDOS
                ELSE
                    MOVE "REVOGADO"  TO DM-RESULT
                    ADD 1 TO CT-REVOGADOS
                END-IF
            END-IF.
            WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE.
            PERFORM LEITURA.

        CONFEREMOVIMENTO.
            IF CR-DATA IS NOT NUMERIC OR CR-DATA EQUAL ZEROES
                MOVE WS-DATA TO WS-DTATO
            ELSE
                MOVE CR-DATA TO WS-DTATO
                CALL "DATEVAL" USING CR-DD CR-MM CR-AA LK-DATAVALIDA
                IF LK-DATAVALIDA NOT EQUAL "SIM"
                    MOVE "DATA DO ATO INVALIDA" TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
                IF CR-DATA GREATER THAN WS-DATA
                    MOVE "DATA DO ATO NO FUTURO" TO WS-MOTIVO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF CR-ACAO NOT EQUAL "C" AND CR-ACAO NOT EQUAL "R"
                MOVE "ACAO INVALIDA (C/R)" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF CR-CANAL NOT EQUAL "E" AND CR-CANAL NOT EQUAL "S"
               AND CR-CANAL NOT EQUAL "C" AND CR-CANAL NOT EQUAL "*"
                MOVE "CANAL INVALIDO (E/S/C/*)" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF CR-ORIGEM EQUAL SPACES
                MOVE "ORIGEM NAO INFORMADA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            EVALUATE CR-TIPOPES
                WHEN "C" PERFORM CONFERECLIENTE
                WHEN "S" PERFORM CONFERESOCIO
                WHEN "A" PERFORM CONFEREALUNO
                WHEN OTHER
                    MOVE "TIPO DE PESSOA INVALIDO (C/S/A)"
                        TO WS-MOTIVO
            END-EVALUATE.

        CONFERECLIENTE.
            IF CR-ID IS NOT NUMERIC
                MOVE "CPF INVALIDO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE CR-ID TO LK-CPF.
            CALL "CPFVALID" USING LK-CPF LK-CPFVALIDO.
            IF LK-CPFVALIDO NOT EQUAL "SIM"
                MOVE "CPF INVALIDO" TO WS-MOTIVO
            END-IF.

        CONFERESOCIO.
            IF CR-ID(1:6) IS NOT NUMERIC OR CR-ID(7:5) NOT EQUAL SPACES
                MOVE "NUMSOC INVALIDO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE CR-ID(1:6) TO NUMSOC1.
            MOVE "SIM" TO ACHADO.
            READ ARQSOC1
                INVALID KEY MOVE "NAO" TO ACHADO
            END-READ.
            IF ACHADO NOT EQUAL "SIM"
                MOVE "SOCIO NAO CADASTRADO" TO WS-MOTIVO
            END-IF.

        CONFEREALUNO.
            IF CR-ID(1:5) IS NOT NUMERIC OR CR-ID(6:6) NOT EQUAL SPACES
                MOVE "MATRICULA INVALIDA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE CR-ID(1:5) TO NUM-ENT.
            MOVE "SIM" TO ACHADO.
            READ CADALU
                INVALID KEY MOVE "NAO" TO ACHADO
            END-READ.
            IF ACHADO NOT EQUAL "SIM"
                MOVE "ALUNO NAO CADASTRADO" TO WS-MOTIVO
            END-IF.

      * GRAVA OU REGRAVA O REGISTRO DA PESSOA NO CANAL E DEIXA A
      * TRILHA DO ATO.
        APLICACANAL.
            MOVE CR-TIPOPES TO CS-TIPOPES.
            MOVE CR-ID      TO CS-ID.
            MOVE WS-CANAL   TO CS-CANAL.
            MOVE "SIM" TO ACHADO.
            READ CONSENT
                INVALID KEY MOVE "NAO" TO ACHADO
            END-READ.
            IF ACHADO NOT EQUAL "SIM"
                MOVE ZEROES TO CS-DTCONC CS-DTREVOG
            END-IF.
            IF CR-ACAO EQUAL "C"
                MOVE "C"      TO CS-SIT
                MOVE WS-DTATO TO CS-DTCONC
                MOVE "CONCEDE" TO CH-ACAO
                MOVE "CONSCONC" TO LK-ACAO
            ELSE
                MOVE "R"      TO CS-SIT
                MOVE WS-DTATO TO CS-DTREVOG
                MOVE "REVOGA"  TO CH-ACAO
                MOVE "CONSREVG" TO LK-ACAO
            END-IF.
            MOVE CR-ORIGEM TO CS-ORIGEM.
            MOVE WS-DATA   TO CS-DTATU.
            IF ACHADO EQUAL "SIM"
                REWRITE REGCONS
            ELSE
                WRITE REGCONS
            END-IF.
            ADD 1 TO CT-GRAVADOS.
            MOVE WS-DATA   TO CH-DATA.
            MOVE WS-HORA   TO CH-HORA.
            MOVE CS-CHAVE  TO CH-CHAVE.
            MOVE WS-DTATO  TO CH-DTATO.
            MOVE CR-ORIGEM TO CH-ORIGEM.
            WRITE REGCONSHIST.
            MOVE CS-CHAVE TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      **************************************************************
      * POSICAO DO REGISTRO PARA O ENCARREGADO: VARRE CONSENT.DAT  *
      * INTEIRO E CONTA CONCEDIDOS E REVOGADOS POR PESSOA E CANAL. *
      **************************************************************
        POSICAOREGISTRO.
            INITIALIZE TAB-POSICAO.
            MOVE LOW-VALUES TO CS-CHAVE.
            MOVE "NAO" TO FIM-ARQ.
            START CONSENT KEY IS NOT LESS THAN CS-CHAVE
                INVALID KEY MOVE "SIM" TO FIM-ARQ
            END-START.
            PERFORM CONTAPOSICAO UNTIL FIM-ARQ EQUAL "SIM".
            MOVE "POSICAO DO REGISTRO (CONSENT.DAT)" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
            WRITE REGREL FROM CAB-POS AFTER ADVANCING 1 LINE.
            PERFORM VARYING IDX-PES FROM 1 BY 1
                     UNTIL IDX-PES GREATER THAN 3
                PERFORM VARYING IDX-CANAL FROM 1 BY 1
                         UNTIL IDX-CANAL GREATER THAN 3
                    PERFORM IMPRIMEPOSICAO
                END-PERFORM
            END-PERFORM.

        CONTAPOSICAO.
            READ CONSENT NEXT RECORD
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    PERFORM VARYING IDX-PES FROM 1 BY 1
                             UNTIL IDX-PES GREATER THAN 3
                                OR PESSOA-OCR(IDX-PES) EQUAL CS-TIPOPES
                    END-PERFORM
                    PERFORM VARYING IDX-CANAL FROM 1 BY 1
                             UNTIL IDX-CANAL GREATER THAN 3
                                OR CANAL-OCR(IDX-CANAL) EQUAL CS-CANAL
                    END-PERFORM
                    IF IDX-PES NOT GREATER THAN 3
                       AND IDX-CANAL NOT GREATER THAN 3
                        IF CS-SIT EQUAL "C"
                            ADD 1 TO POS-CONC-OCR(IDX-PES IDX-CANAL)
                        ELSE
                            ADD 1 TO POS-REVG-OCR(IDX-PES IDX-CANAL)
                        END-IF
                    END-IF
            END-READ.

        IMPRIMEPOSICAO.
            EVALUATE IDX-PES
                WHEN 1 MOVE "CLIENTE" TO DP-PESSOA
                WHEN 2 MOVE "SOCIO"   TO DP-PESSOA
                WHEN 3 MOVE "ALUNO"   TO DP-PESSOA
            END-EVALUATE.
            EVALUATE IDX-CANAL
                WHEN 1 MOVE "E-MAIL"  TO DP-CANAL
                WHEN 2 MOVE "SMS"     TO DP-CANAL
                WHEN 3 MOVE "CARTA"   TO DP-CANAL
            END-EVALUATE.
            MOVE POS-CONC-OCR(IDX-PES IDX-CANAL) TO DP-CONC.
            MOVE POS-REVG-OCR(IDX-PES IDX-CANAL) TO DP-REVG.
            WRITE REGREL FROM DET-POS AFTER ADVANCING 1 LINE.

        TERMINO.
            MOVE "MOVIMENTOS LIDOS..............: " TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "CONSENTIMENTOS CONCEDIDOS.....: " TO ROD-QT-TXT.
            MOVE CT-CONCEDIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "CONSENTIMENTOS REVOGADOS......: " TO ROD-QT-TXT.
            MOVE CT-REVOGADOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "MOVIMENTOS RECUSADOS..........: " TO ROD-QT-TXT.
            MOVE CT-RECUSADOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE CONSREQ
                  CONSENT
                  CONSHIST
                  ARQSOC1
                  CADALU
                  RELCONS.
            OPEN OUTPUT CONSREQ.
            CLOSE CONSREQ.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
