        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX51.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. RETORNO DE E-MAIL NAO ENTREGUE (BOUNCE). CADA LINHA
      * DE BOUNCE.DAT TRAZ O ENDERECO QUE VOLTOU, A DATA E O TIPO DO
      * RETORNO: "H" DEFINITIVO (CAIXA INEXISTENTE) OU "S" TEMPORARIO
      * (CAIXA CHEIA, SERVIDOR FORA). A SITUACAO DE CADA ENDERECO
      * FICA EM EMAILST.DAT (LAYOUT REGEMST): O TEMPORARIO SO E
      * CONTADO, O DEFINITIVO - OU O N-ESIMO TEMPORARIO, N EM
      * PARAM59.DAT (PADRAO 3) - MARCA O ENDERECO INVALIDO. DEPOIS A
      * RODADA VARRE ARQSOC1.DAT E CADCLI.DAT (O CLIENTE DE CODIGO
      * IGUAL A MATRICULA E O CONTATO DO ALUNO, COMO EM EM02EX41) E
      * RECRIA MAILBLQ.DAT COM AS CHAVES DE AVISO DE QUEM ESTA SEM
      * E-MAIL OU COM E-MAIL INVALIDO; O MAILHOOK CONSULTA ESSE
      * ARQUIVO E GRAVA O AVISO DESSAS CHAVES JA FORA DA FILA, PARA O
      * DESPACHANTE EM05EX11 NAO CONTAR COMO ENVIADA A COBRANCA QUE
      * NAO TEM COMO CHEGAR. CORRIGIDO O E-MAIL NO CADASTRO, A CHAVE
      * SAI DO BLOQUEIO NA RODADA SEGUINTE. OS RETORNOS PROCESSADOS
      * SAEM EM RELBNC E A LISTA DE SOCIOS E CLIENTES PARA O BALCAO
      * RECONTATAR SAI EM RELSEMEM. BOUNCE.DAT E ESVAZIADO NO FIM.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL BOUNCE ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSBNC.
            SELECT OPTIONAL PARAM59 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL EMAILST ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EM-EMAIL.
            SELECT MAILBLQ ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MB-CHAVE.
            SELECT OPTIONAL ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1.
            SELECT OPTIONAL CADCLI ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CODCLI
            ALTERNATE RECORD KEY IS CPFCLI WITH DUPLICATES.
            SELECT RELBNC ASSIGN TO DISK.
            SELECT RELSEMEM ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD BOUNCE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOUNCE.DAT".
            01 REGBOUNCE.
               02 BC-EMAIL   PIC X(30).
               02 FILLER     PIC X(01).
               02 BC-DATA    PIC 9(08).
               02 BC-DATA-R REDEFINES BC-DATA.
                  03 BC-AA   PIC 9(04).
                  03 BC-MM   PIC 9(02).
                  03 BC-DD   PIC 9(02).
               02 FILLER     PIC X(01).
               02 BC-TIPO    PIC X(01).

            FD PARAM59
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM59.DAT".
            01 REGPARAM59.
               02 P59-LIMSOFT PIC 9(02).

            FD EMAILST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMAILST.DAT".
            01 REGEMST.
               COPY REGEMST.

            FD MAILBLQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MAILBLQ.DAT".
            01 REGMBLQ.
               COPY REGMBLQ.

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

            FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
            01 REGCLI.
               COPY REGCLI REPLACING ==:COD:==    BY ==CODCLI==
                                      ==:CPF:==    BY ==CPFCLI==
                                      ==:CPF1:==   BY ==CPF1CLI==
                                      ==:CPF2:==   BY ==CPF2CLI==
                                      ==:CPF3:==   BY ==CPF3CLI==
                                      ==:CPF4:==   BY ==CPF4CLI==
                                      ==:NOME:==   BY ==NOMECLI==
                                      ==:ESTADO:== BY ==ESTCLI==
                                      ==:CIDADE:== BY ==CIDCLI==
                                      ==:EMAIL:==  BY ==EMCLI==
                                      ==:TEL:==    BY ==TELCLI==
                                      ==:CEP:==    BY ==CEPCLI==
                                      ==:LOGR:==   BY ==LOGRCLI==
                                      ==:NUMERO:== BY ==NUMCLI==.

            FD RELBNC
               LABEL RECORD IS OMITTED.
            01 REGBNC PIC X(80).

            FD RELSEMEM
               LABEL RECORD IS OMITTED.
            01 REGSEMEM PIC X(100).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ       PIC X(03) VALUE "NAO".
            77 CT-LIDOS      PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
            77 CT-SOFT       PIC 9(07) VALUE ZEROES.
            77 CT-HARD       PIC 9(07) VALUE ZEROES.
            77 CT-INVALIDADOS PIC 9(07) VALUE ZEROES.
            77 CT-RECUSADOS  PIC 9(07) VALUE ZEROES.
            77 CT-SOCSEM     PIC 9(07) VALUE ZEROES.
            77 CT-CLISEM     PIC 9(07) VALUE ZEROES.
            77 WS-FSBNC      PIC X(02) VALUE SPACES.
            77 WS-DATA       PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL   PIC 9(08) VALUE ZEROES.
            77 WS-DTBNC      PIC 9(08) VALUE ZEROES.
            77 WS-LIMSOFT    PIC 9(02) VALUE 3.
            77 WS-EMAIL      PIC X(30) VALUE SPACES.
            77 WS-ARROBAS    PIC 9(02) VALUE ZEROES.
            77 WS-MOTIVO     PIC X(01) VALUE SPACES.
            77 WS-MINUSC     PIC X(26) VALUE
                             "abcdefghijklmnopqrstuvwxyz".
            77 WS-MAIUSC     PIC X(26) VALUE
                             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            77 WS-NUM6       PIC 9(06) VALUE ZEROES.
            77 ACHADO        PIC X(03) VALUE "NAO".
            77 LK-PROGID     PIC X(08) VALUE "EM02EX51".
            77 LK-CHAVE      PIC X(15) VALUE SPACES.
            77 LK-ACAO       PIC X(10) VALUE SPACES.
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "RETORNO DE E-MAIL NAO ENTREGUE".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-02.
               02 FILLER     PIC X(31) VALUE "ENDERECO".
               02 FILLER     PIC X(11) VALUE "DATA".
               02 FILLER     PIC X(02) VALUE "T".
               02 FILLER     PIC X(36) VALUE "RESULTADO".

            01 DET-BNC.
               02 DB-EMAIL   PIC X(30).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DB-DATA    PIC 9999/99/99.
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DB-TIPO    PIC X(01).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DB-RESULT  PIC X(25).
               02 DB-QTSOFT  PIC Z9.
               02 DB-BARRA   PIC X(01).
               02 DB-LIMITE  PIC Z9.
               02 FILLER     PIC X(06) VALUE SPACES.

            01 CAB-SEM-01.
               02 FILLER     PIC X(40) VALUE
                  "SOCIOS E CLIENTES SEM E-MAIL ENTREGAVEL".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CS1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(35) VALUE SPACES.

            01 CAB-SEM-02.
               02 FILLER     PIC X(08) VALUE "TIPO".
               02 FILLER     PIC X(08) VALUE "NUMERO".
               02 FILLER     PIC X(31) VALUE "NOME".
               02 FILLER     PIC X(12) VALUE "TELEFONE".
               02 FILLER     PIC X(31) VALUE "E-MAIL".
               02 FILLER     PIC X(10) VALUE "MOTIVO".

            01 DET-SEM.
               02 DS-TIPO    PIC X(08).
               02 DS-NUM     PIC 9(06).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DS-NOME    PIC X(30).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DS-TEL     PIC 9(10).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DS-EMAIL   PIC X(30).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DS-MOTIVO  PIC X(10).

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM RECRIABLOQUEIO.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            PERFORM LEPARAM59.
            OPEN INPUT BOUNCE.
            IF WS-FSBNC NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            OPEN I-O    EMAILST
                 OUTPUT RELBNC.
            MOVE WS-DATA TO CB1-DATA.
            WRITE REGBNC FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGBNC FROM CAB-02 AFTER ADVANCING 2 LINES.
            IF FIM-ARQ NOT EQUAL "SIM"
                PERFORM LEITURA
            END-IF.

        LEPARAM59.
            OPEN INPUT PARAM59.
            READ PARAM59
                 AT END     CONTINUE
                 NOT AT END
                     IF P59-LIMSOFT IS NUMERIC
                        AND P59-LIMSOFT GREATER THAN ZEROES
                         MOVE P59-LIMSOFT TO WS-LIMSOFT
                     END-IF
            END-READ.
            CLOSE PARAM59.

        LEITURA.
            READ BOUNCE
                AT END     MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS.

      **************************************************************
      * UM RETORNO: CONFERE A LINHA, SOMA NO ENDERECO E INVALIDA O *
      * ENDERECO NO DEFINITIVO OU NO LIMITE DE TEMPORARIOS.        *
      **************************************************************
        PRINCIPAL.
            MOVE SPACES TO DET-BNC.
            MOVE BC-EMAIL TO WS-EMAIL.
            INSPECT WS-EMAIL CONVERTING WS-MINUSC TO WS-MAIUSC.
            MOVE WS-EMAIL TO DB-EMAIL.
            MOVE BC-TIPO  TO DB-TIPO.
            PERFORM CONFERERETORNO.
            MOVE WS-DTBNC TO DB-DATA.
            IF DB-RESULT EQUAL SPACES
                PERFORM APLICARETORNO
            ELSE
                ADD 1 TO CT-RECUSADOS
            END-IF.
            WRITE REGBNC FROM DET-BNC AFTER ADVANCING 1 LINE.
            PERFORM LEITURA.

        CONFERERETORNO.
            MOVE ZEROES TO WS-ARROBAS.
            INSPECT WS-EMAIL TALLYING WS-ARROBAS FOR ALL "@".
            IF WS-EMAIL EQUAL SPACES OR WS-ARROBAS NOT EQUAL 1
                MOVE "ENDERECO INVALIDO" TO DB-RESULT
                EXIT PARAGRAPH
            END-IF.
            IF BC-TIPO NOT EQUAL "H" AND BC-TIPO NOT EQUAL "S"
                MOVE "TIPO INVALIDO (H/S)" TO DB-RESULT
                EXIT PARAGRAPH
            END-IF.
            IF BC-DATA IS NOT NUMERIC OR BC-DATA EQUAL ZEROES
                MOVE WS-DATA TO WS-DTBNC
            ELSE
                MOVE BC-DATA TO WS-DTBNC
                CALL "DATEVAL" USING BC-DD BC-MM BC-AA LK-DATAVALIDA
                IF LK-DATAVALIDA NOT EQUAL "SIM"
                    MOVE "DATA INVALIDA" TO DB-RESULT
                    EXIT PARAGRAPH
                END-IF
                IF BC-DATA GREATER THAN WS-DATA
                    MOVE "DATA NO FUTURO" TO DB-RESULT
                END-IF
            END-IF.

        APLICARETORNO.
            MOVE WS-EMAIL TO EM-EMAIL.
            MOVE "SIM" TO ACHADO.
            READ EMAILST
                INVALID KEY MOVE "NAO" TO ACHADO
            END-READ.
            IF ACHADO NOT EQUAL "SIM"
                MOVE "A"      TO EM-SIT
                MOVE ZEROES   TO EM-QTSOFT EM-QTHARD EM-DTINV
                MOVE WS-DTBNC TO EM-DTPRIM
            END-IF.
            MOVE BC-TIPO  TO EM-TIPOULT.
            MOVE WS-DTBNC TO EM-DTULT.
            IF BC-TIPO EQUAL "H"
                ADD 1 TO CT-HARD
                IF EM-QTHARD LESS THAN 99
                    ADD 1 TO EM-QTHARD
                END-IF
            ELSE
                ADD 1 TO CT-SOFT
                IF EM-QTSOFT LESS THAN 99
                    ADD 1 TO EM-QTSOFT
                END-IF
            END-IF.
            IF EM-SIT EQUAL "I"
                MOVE "JA INVALIDO" TO DB-RESULT
            ELSE
                IF BC-TIPO EQUAL "H"
                   OR EM-QTSOFT NOT LESS THAN WS-LIMSOFT
                    MOVE "I"      TO EM-SIT
                    MOVE WS-DTBNC TO EM-DTINV
                    MOVE "INVALIDADO" TO DB-RESULT
                    ADD 1 TO CT-INVALIDADOS
                    MOVE WS-EMAIL(1:15) TO LK-CHAVE
                    MOVE "EMAILINV"     TO LK-ACAO
                    CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
                ELSE
                    MOVE "TEMPORARIO" TO DB-RESULT
                    MOVE EM-QTSOFT    TO DB-QTSOFT
                    MOVE "/"          TO DB-BARRA
                    MOVE WS-LIMSOFT   TO DB-LIMITE
                END-IF
            END-IF.
            IF ACHADO EQUAL "SIM"
                REWRITE REGEMST
            ELSE
                WRITE REGEMST
            END-IF.

      **************************************************************
      * RECRIA MAILBLQ.DAT E A LISTA DO BALCAO: SOCIO OU CLIENTE   *
      * SEM E-MAIL OU COM E-MAIL INVALIDO EM EMAILST.DAT.          *
      **************************************************************
        RECRIABLOQUEIO.
            OPEN OUTPUT MAILBLQ
                        RELSEMEM
                 INPUT  ARQSOC1
                        CADCLI.
            MOVE WS-DATA TO CS1-DATA.
            WRITE REGSEMEM FROM CAB-SEM-01 AFTER ADVANCING PAGE.
            WRITE REGSEMEM FROM CAB-SEM-02 AFTER ADVANCING 2 LINES.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM VARRESOCIO UNTIL FIM-ARQ EQUAL "SIM".
            MOVE "NAO" TO FIM-ARQ.
            PERFORM VARRECLIENTE UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1
                  CADCLI.

        VARRESOCIO.
            READ ARQSOC1
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    MOVE EMAIL1 TO WS-EMAIL
                    PERFORM CONFEREENDERECO
                    IF WS-MOTIVO NOT EQUAL SPACES
                        ADD 1 TO CT-SOCSEM
                        MOVE "S"     TO MB-TIPOPES
                        MOVE SPACES  TO MB-CHAVE
                        MOVE NUMSOC1 TO MB-CHAVE(1:6)
                        PERFORM GRAVABLOQUEIO
                        MOVE SPACES  TO MB-CHAVE
                        MOVE "S"     TO MB-CHAVE(1:1)
                        MOVE NUMSOC1 TO MB-CHAVE(2:6)
                        PERFORM GRAVABLOQUEIO
                        MOVE "SOCIO"  TO DS-TIPO
                        MOVE NUMSOC1  TO DS-NUM
                        MOVE NOMSOC1  TO DS-NOME
                        MOVE TEL1     TO DS-TEL
                        PERFORM IMPRIMESEMEMAIL
                    END-IF
            END-READ.

        VARRECLIENTE.
            READ CADCLI
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    MOVE EMCLI TO WS-EMAIL
                    PERFORM CONFEREENDERECO
                    IF WS-MOTIVO NOT EQUAL SPACES
                        ADD 1 TO CT-CLISEM
                        MOVE "C"     TO MB-TIPOPES
                        MOVE SPACES  TO MB-CHAVE
                        MOVE CODCLI  TO MB-CHAVE(1:5)
                        PERFORM GRAVABLOQUEIO
                        MOVE CODCLI  TO WS-NUM6
                        MOVE SPACES  TO MB-CHAVE
                        MOVE "M"     TO MB-CHAVE(1:1)
                        MOVE WS-NUM6 TO MB-CHAVE(2:6)
                        PERFORM GRAVABLOQUEIO
                        MOVE "CLIENTE" TO DS-TIPO
                        MOVE CODCLI    TO DS-NUM
                        MOVE NOMECLI   TO DS-NOME
                        MOVE TELCLI    TO DS-TEL
                        PERFORM IMPRIMESEMEMAIL
                    END-IF
            END-READ.

      * MOTIVO DO BLOQUEIO: "B" SEM E-MAIL NO CADASTRO, "H" RETORNO
      * DEFINITIVO, "S" TEMPORARIOS NO LIMITE; ESPACOS = ENTREGAVEL.
        CONFEREENDERECO.
            MOVE SPACES TO WS-MOTIVO.
            INSPECT WS-EMAIL CONVERTING WS-MINUSC TO WS-MAIUSC.
            IF WS-EMAIL EQUAL SPACES
                MOVE "B" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-EMAIL TO EM-EMAIL.
            MOVE "SIM" TO ACHADO.
            READ EMAILST
                INVALID KEY MOVE "NAO" TO ACHADO
            END-READ.
            IF ACHADO EQUAL "SIM" AND EM-SIT EQUAL "I"
                IF EM-QTHARD GREATER THAN ZEROES
                    MOVE "H" TO WS-MOTIVO
                ELSE
                    MOVE "S" TO WS-MOTIVO
                END-IF
            END-IF.

        GRAVABLOQUEIO.
            MOVE WS-EMAIL  TO MB-EMAIL.
            MOVE WS-MOTIVO TO MB-MOTIVO.
            MOVE WS-DATA   TO MB-DATA.
            WRITE REGMBLQ
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO CT-GRAVADOS
            END-WRITE.

        IMPRIMESEMEMAIL.
            MOVE WS-EMAIL TO DS-EMAIL.
            EVALUATE WS-MOTIVO
                WHEN "B" MOVE "SEM E-MAIL" TO DS-MOTIVO
                WHEN "H" MOVE "DEFINITIVO" TO DS-MOTIVO
                WHEN "S" MOVE "TEMPORARIO" TO DS-MOTIVO
            END-EVALUATE.
            WRITE REGSEMEM FROM DET-SEM AFTER ADVANCING 1 LINE.

        TERMINO.
            MOVE "RETORNOS LIDOS................: " TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGBNC FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "RETORNOS DEFINITIVOS..........: " TO ROD-QT-TXT.
            MOVE CT-HARD TO ROD-QT.
            WRITE REGBNC FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "RETORNOS TEMPORARIOS..........: " TO ROD-QT-TXT.
            MOVE CT-SOFT TO ROD-QT.
            WRITE REGBNC FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "ENDERECOS INVALIDADOS.........: " TO ROD-QT-TXT.
            MOVE CT-INVALIDADOS TO ROD-QT.
            WRITE REGBNC FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "RETORNOS RECUSADOS............: " TO ROD-QT-TXT.
            MOVE CT-RECUSADOS TO ROD-QT.
            WRITE REGBNC FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "SOCIOS SEM E-MAIL ENTREGAVEL..: " TO ROD-QT-TXT.
            MOVE CT-SOCSEM TO ROD-QT.
            WRITE REGSEMEM FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "CLIENTES SEM E-MAIL ENTREGAVEL: " TO ROD-QT-TXT.
            MOVE CT-CLISEM TO ROD-QT.
            WRITE REGSEMEM FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE BOUNCE
                  EMAILST
                  MAILBLQ
                  RELBNC
                  RELSEMEM.
            OPEN OUTPUT BOUNCE.
            CLOSE BOUNCE.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
