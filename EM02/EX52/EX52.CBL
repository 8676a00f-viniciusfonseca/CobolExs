        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX52.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. REGISTRO DE OCORRENCIAS DE ATENDIMENTO DE CLIENTES,
      * SOCIOS E ALUNOS (OCORR.DAT, LAYOUT REGOCOR), QUE ATE AQUI
      * FICAVAM NUM CADERNO. CADA LINHA DE OCORREQ.DAT PEDE UMA ACAO:
      *   "A" - ABRE UMA OCORRENCIA PARA A PESSOA ("C" CODCLI, "S"
      *         NUMSOC, "A" MATRICULA - TEM DE EXISTIR NO CADASTRO),
      *         COM CANAL, CATEGORIA, RESPONSAVEL E DESCRICAO; O
      *         NUMERO SAI DE OCOSEQ.DAT E A DATA DE ABERTURA E A
      *         INFORMADA OU, ZERADA, A DE PROCESSAMENTO;
      *   "E" - PASSA A OCORRENCIA ABERTA PARA EM ANDAMENTO, TROCANDO
      *         O RESPONSAVEL SE INFORMADO;
      *   "F" - FECHA A OCORRENCIA ABERTA OU EM ANDAMENTO NA DATA;
      *   "X" - CANCELA A OCORRENCIA ABERTA OU EM ANDAMENTO.
      * CADA ACAO APLICADA VAI PARA O AUDITLOG. EM RELOCOR SAEM OS
      * MOVIMENTOS DA RODADA, COM AS RECUSAS E O MOTIVO, E O
      * ENVELHECIMENTO DAS OCORRENCIAS AINDA ABERTAS (A E E) POR
      * CATEGORIA, EM FAIXAS DE DIAS DESDE A ABERTURA. OCORREQ.DAT E
      * ESVAZIADO NO FIM. AS OCORRENCIAS ABERTAS DE UM SOCIO SAEM NO
      * EXTRATO EM02EX10 E AS DE UM TITULAR NO DOSSIE EM02EX29.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL OCORREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT OPTIONAL OCORR ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OC-NUM
            ALTERNATE RECORD KEY IS OC-PESSOA WITH DUPLICATES.
            SELECT OPTIONAL OCOSEQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSSEQ.
            SELECT CADCLI ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CODCLI
            ALTERNATE RECORD KEY IS CPFCLI WITH DUPLICATES.
            SELECT OPTIONAL ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUMSOC1.
            SELECT OPTIONAL CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT RELOCOR ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD OCORREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORREQ.DAT".
            01 REGOCORREQ.
               02 RQ-ACAO    PIC X(01).
               02 FILLER     PIC X(01).
               02 RQ-NUM     PIC 9(07).
               02 FILLER     PIC X(01).
               02 RQ-TIPOPES PIC X(01).
               02 FILLER     PIC X(01).
               02 RQ-ID      PIC 9(06).
               02 FILLER     PIC X(01).
               02 RQ-CANAL   PIC X(01).
               02 FILLER     PIC X(01).
               02 RQ-CATEG   PIC X(10).
               02 FILLER     PIC X(01).
               02 RQ-RESP    PIC X(15).
               02 FILLER     PIC X(01).
               02 RQ-DATA    PIC 9(08).
               02 RQ-DATA-R REDEFINES RQ-DATA.
                  03 RQ-AA   PIC 9(04).
                  03 RQ-MM   PIC 9(02).
                  03 RQ-DD   PIC 9(02).
               02 FILLER     PIC X(01).
               02 RQ-DESCR   PIC X(60).

            FD OCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORR.DAT".
            01 REGOCOR.
               COPY REGOCOR.

            FD OCOSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCOSEQ.DAT".
            01 REGOCOSEQ.
               02 SQ-ULTIMO PIC 9(07).

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

            FD RELOCOR
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ       PIC X(03) VALUE "NAO".
            77 CT-LIDOS      PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
            77 CT-ABERTAS    PIC 9(07) VALUE ZEROES.
            77 CT-ANDAMENTO  PIC 9(07) VALUE ZEROES.
            77 CT-FECHADAS   PIC 9(07) VALUE ZEROES.
            77 CT-CANCELADAS PIC 9(07) VALUE ZEROES.
            77 CT-RECUSADAS  PIC 9(07) VALUE ZEROES.
            77 WS-FSREQ      PIC X(02) VALUE SPACES.
            77 WS-FSSEQ      PIC X(02) VALUE SPACES.
            77 WS-DATA       PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL   PIC 9(08) VALUE ZEROES.
            77 WS-DTMOV      PIC 9(08) VALUE ZEROES.
            77 WS-MOTIVO     PIC X(30) VALUE SPACES.
            77 WS-ULTNUMERO  PIC 9(07) VALUE ZEROES.
            77 WS-HOJE-INT   PIC S9(09) VALUE ZEROES.
            77 WS-IDADE      PIC S9(09) VALUE ZEROES.
            77 ACHADO        PIC X(03) VALUE "NAO".
            77 QTDE-CAT      PIC 9(02) VALUE ZEROES.
            77 IDX-CAT       PIC 9(02) VALUE ZEROES.
            77 IDX-FX        PIC 9(02) VALUE ZEROES.
            77 LK-PROGID     PIC X(08) VALUE "EM02EX52".
            77 LK-CHAVE      PIC X(15) VALUE SPACES.
            77 LK-ACAO       PIC X(10) VALUE SPACES.
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.

      * FAIXAS DE IDADE DA OCORRENCIA ABERTA: ATE 7, 15, 30 E 60
      * DIAS E ACIMA DE 60.
            01 TAB-FAIXA.
               02 FILLER PIC 9(03) VALUE 007.
               02 FILLER PIC 9(03) VALUE 015.
               02 FILLER PIC 9(03) VALUE 030.
               02 FILLER PIC 9(03) VALUE 060.
               02 FILLER PIC 9(03) VALUE 999.
            01 TAB-FAIXA-R REDEFINES TAB-FAIXA.
               02 FAIXA-OCR PIC 9(03) OCCURS 5 TIMES.

            01 TAB-CATEG.
               02 TAB-CAT-OCR OCCURS 30 TIMES.
                  03 CAT-NOME-OCR PIC X(10).
                  03 CAT-QTDE-OCR PIC 9(05) OCCURS 5 TIMES.
                  03 CAT-TOT-OCR  PIC 9(05).

            01 TOT-FAIXA.
               02 TOT-QTDE-OCR PIC 9(05) OCCURS 5 TIMES.
               02 TOT-GERAL    PIC 9(05).

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "OCORRENCIAS DE ATENDIMENTO".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 CAB-MOV.
               02 FILLER     PIC X(02) VALUE "A".
               02 FILLER     PIC X(08) VALUE "NUMERO".
               02 FILLER     PIC X(09) VALUE "PESSOA".
               02 FILLER     PIC X(11) VALUE "CATEGORIA".
               02 FILLER     PIC X(16) VALUE "RESPONSAVEL".
               02 FILLER     PIC X(34) VALUE "RESULTADO".

            01 DET-MOV.
               02 DM-ACAO    PIC X(01).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-NUM     PIC 9(07).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-TIPOPES PIC X(01).
               02 DM-ID      PIC 9(06).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DM-CATEG   PIC X(10).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-RESP    PIC X(15).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 DM-RESULT  PIC X(30).
               02 FILLER     PIC X(04) VALUE SPACES.

            01 CAB-ENV.
               02 FILLER     PIC X(12) VALUE "CATEGORIA".
               02 FILLER     PIC X(08) VALUE "  ATE 7".
               02 FILLER     PIC X(08) VALUE " 8 A 15".
               02 FILLER     PIC X(08) VALUE "16 A 30".
               02 FILLER     PIC X(08) VALUE "31 A 60".
               02 FILLER     PIC X(08) VALUE "ACIMA 60".
               02 FILLER     PIC X(08) VALUE "  TOTAL".
               02 FILLER     PIC X(20) VALUE SPACES.

            01 DET-ENV.
               02 DE-CATEG   PIC X(10).
               02 DE-FAIXA-OCR OCCURS 6 TIMES.
                  03 FILLER  PIC X(02).
                  03 DE-QTDE PIC ZZZZZ9.
               02 FILLER     PIC X(22) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM ENVELHECIMENTO.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATA) TO WS-HOJE-INT.
            PERFORM LESEQUENCIA.
            OPEN INPUT OCORREQ.
            IF WS-FSREQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            OPEN I-O    OCORR
                 INPUT  CADCLI
                        ARQSOC1
                        CADALU
                 OUTPUT RELOCOR.
            MOVE WS-DATA TO CB1-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE "MOVIMENTOS DA RODADA (OCORREQ.DAT)" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-MOV AFTER ADVANCING 1 LINE.
            IF FIM-ARQ NOT EQUAL "SIM"
                PERFORM LEITURA
            END-IF.

        LESEQUENCIA.
            OPEN INPUT OCOSEQ.
            IF WS-FSSEQ EQUAL "00"
                READ OCOSEQ
                    AT END CONTINUE
                    NOT AT END MOVE SQ-ULTIMO TO WS-ULTNUMERO
                END-READ
            END-IF.
            CLOSE OCOSEQ.

        GRAVASEQUENCIA.
            OPEN OUTPUT OCOSEQ.
            MOVE WS-ULTNUMERO TO SQ-ULTIMO.
            WRITE REGOCOSEQ.
            CLOSE OCOSEQ.

        LEITURA.
            READ OCORREQ
                AT END     MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS.

      **************************************************************
      * CONFERE A DATA DO MOVIMENTO E APLICA A ACAO. QUALQUER      *
      * RECUSA DEIXA O MOTIVO EM WS-MOTIVO.                        *
      **************************************************************
        PRINCIPAL.
            MOVE SPACES     TO WS-MOTIVO DM-RESULT.
            MOVE RQ-ACAO    TO DM-ACAO.
            MOVE RQ-NUM     TO DM-NUM.
            MOVE RQ-TIPOPES TO DM-TIPOPES.
            MOVE RQ-ID      TO DM-ID.
            MOVE RQ-CATEG   TO DM-CATEG.
            MOVE RQ-RESP    TO DM-RESP.
            PERFORM CONFEREDATA.
            IF WS-MOTIVO EQUAL SPACES
                EVALUATE RQ-ACAO
                    WHEN "A" PERFORM ABREOCORRENCIA
                    WHEN "E" PERFORM ANDAMENTOOCORRENCIA
                    WHEN "F" PERFORM FECHAOCORRENCIA
                    WHEN "X" PERFORM FECHAOCORRENCIA
                    WHEN OTHER
                        MOVE "ACAO INVALIDA (A/E/F/X)" TO WS-MOTIVO
                END-EVALUATE
            END-IF.
            IF WS-MOTIVO NOT EQUAL SPACES
                ADD 1 TO CT-RECUSADAS
                MOVE WS-MOTIVO TO DM-RESULT
            END-IF.
            WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE.
            PERFORM LEITURA.

        CONFEREDATA.
            IF RQ-DATA IS NOT NUMERIC OR RQ-DATA EQUAL ZEROES
                MOVE WS-DATA TO WS-DTMOV
                EXIT PARAGRAPH
            END-IF.
            MOVE RQ-DATA TO WS-DTMOV.
            CALL "DATEVAL" USING RQ-DD RQ-MM RQ-AA LK-DATAVALIDA.
            IF LK-DATAVALIDA NOT EQUAL "SIM"
                MOVE "DATA INVALIDA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF RQ-DATA GREATER THAN WS-DATA
                MOVE "DATA NO FUTURO" TO WS-MOTIVO
            END-IF.

        ABREOCORRENCIA.
            IF RQ-ID IS NOT NUMERIC
                MOVE "IDENTIFICACAO INVALIDA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            EVALUATE RQ-TIPOPES
                WHEN "C" PERFORM CONFERECLIENTE
                WHEN "S" PERFORM CONFERESOCIO
                WHEN "A" PERFORM CONFEREALUNO
                WHEN OTHER
                    MOVE "TIPO DE PESSOA INVALIDO (C/S/A)"
                        TO WS-MOTIVO
            END-EVALUATE.
            IF WS-MOTIVO NOT EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            IF RQ-CANAL NOT EQUAL "T" AND RQ-CANAL NOT EQUAL "B"
               AND RQ-CANAL NOT EQUAL "E" AND RQ-CANAL NOT EQUAL "C"
                MOVE "CANAL INVALIDO (T/B/E/C)" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF RQ-CATEG EQUAL SPACES OR RQ-RESP EQUAL SPACES
               OR RQ-DESCR EQUAL SPACES
                MOVE "CATEGORIA/RESP/DESCR EM BRANCO" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ULTNUMERO.
            MOVE WS-ULTNUMERO TO OC-NUM DM-NUM.
            MOVE RQ-TIPOPES   TO OC-TIPOPES.
            MOVE RQ-ID        TO OC-ID.
            MOVE RQ-CANAL     TO OC-CANAL.
            MOVE RQ-CATEG     TO OC-CATEG.
            MOVE RQ-RESP      TO OC-RESP.
            MOVE WS-DTMOV     TO OC-DTABER.
            MOVE ZEROES       TO OC-DTFECH.
            MOVE "A"          TO OC-SIT.
            MOVE RQ-DESCR     TO OC-DESCR.
            WRITE REGOCOR
                INVALID KEY
                    MOVE "NUMERO DE OCORRENCIA JA EXISTE" TO WS-MOTIVO
            END-WRITE.
            IF WS-MOTIVO EQUAL SPACES
                MOVE "ABERTA" TO DM-RESULT
                ADD 1 TO CT-ABERTAS CT-GRAVADOS
                MOVE "OCORABRE" TO LK-ACAO
                PERFORM REGISTRAAUDIT
            END-IF.

        CONFERECLIENTE.
            MOVE "SIM" TO ACHADO.
            MOVE RQ-ID TO CODCLI.
            IF RQ-ID GREATER THAN 99999
                MOVE "NAO" TO ACHADO
            ELSE
                READ CADCLI
                    INVALID KEY MOVE "NAO" TO ACHADO
                END-READ
            END-IF.
            IF ACHADO NOT EQUAL "SIM"
                MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO
            END-IF.

        CONFERESOCIO.
            MOVE "SIM" TO ACHADO.
            MOVE RQ-ID TO NUMSOC1.
            READ ARQSOC1
                INVALID KEY MOVE "NAO" TO ACHADO
            END-READ.
            IF ACHADO NOT EQUAL "SIM"
                MOVE "SOCIO NAO CADASTRADO" TO WS-MOTIVO
            END-IF.

        CONFEREALUNO.
            MOVE "SIM" TO ACHADO.
            MOVE RQ-ID TO NUM-ENT.
            IF RQ-ID GREATER THAN 99999
                MOVE "NAO" TO ACHADO
            ELSE
                READ CADALU
                    INVALID KEY MOVE "NAO" TO ACHADO
                END-READ
            END-IF.
            IF ACHADO NOT EQUAL "SIM"
                MOVE "ALUNO NAO CADASTRADO" TO WS-MOTIVO
            END-IF.

        LEOCORRENCIA.
            MOVE RQ-NUM TO OC-NUM.
            MOVE "SIM"  TO ACHADO.
            READ OCORR
                INVALID KEY MOVE "NAO" TO ACHADO
            END-READ.
            IF ACHADO NOT EQUAL "SIM"
                MOVE "OCORRENCIA NAO ENCONTRADA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE OC-TIPOPES TO DM-TIPOPES.
            MOVE OC-ID      TO DM-ID.
            MOVE OC-CATEG   TO DM-CATEG.
            IF OC-SIT NOT EQUAL "A" AND OC-SIT NOT EQUAL "E"
                MOVE "OCORRENCIA JA ENCERRADA" TO WS-MOTIVO
            END-IF.

        ANDAMENTOOCORRENCIA.
            PERFORM LEOCORRENCIA.
            IF WS-MOTIVO NOT EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            IF RQ-RESP NOT EQUAL SPACES
                MOVE RQ-RESP TO OC-RESP
            END-IF.
            MOVE OC-RESP TO DM-RESP.
            MOVE "E"     TO OC-SIT.
            REWRITE REGOCOR.
            MOVE "EM ANDAMENTO" TO DM-RESULT.
            ADD 1 TO CT-ANDAMENTO CT-GRAVADOS.
            MOVE "OCORANDAM" TO LK-ACAO.
            PERFORM REGISTRAAUDIT.

        FECHAOCORRENCIA.
            PERFORM LEOCORRENCIA.
            IF WS-MOTIVO NOT EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-DTMOV LESS THAN OC-DTABER
                MOVE "DATA ANTERIOR A ABERTURA" TO WS-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF RQ-RESP NOT EQUAL SPACES
                MOVE RQ-RESP TO OC-RESP
            END-IF.
            MOVE OC-RESP  TO DM-RESP.
            MOVE WS-DTMOV TO OC-DTFECH.
            IF RQ-ACAO EQUAL "F"
                MOVE "F"          TO OC-SIT
                MOVE "FECHADA"    TO DM-RESULT
                MOVE "OCORFECHA"  TO LK-ACAO
                ADD 1 TO CT-FECHADAS
            ELSE
                MOVE "X"          TO OC-SIT
                MOVE "CANCELADA"  TO DM-RESULT
                MOVE "OCORCANC"   TO LK-ACAO
                ADD 1 TO CT-CANCELADAS
            END-IF.
            REWRITE REGOCOR.
            ADD 1 TO CT-GRAVADOS.
            PERFORM REGISTRAAUDIT.

        REGISTRAAUDIT.
            MOVE OC-NUM TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      **************************************************************
      * ENVELHECIMENTO: VARRE OCORR.DAT E SOMA CADA OCORRENCIA     *
      * ABERTA OU EM ANDAMENTO NA CATEGORIA E NA FAIXA DE DIAS.    *
      **************************************************************
        ENVELHECIMENTO.
            INITIALIZE TAB-CATEG TOT-FAIXA.
            MOVE ZEROES TO OC-NUM.
            MOVE "NAO" TO FIM-ARQ.
            START OCORR KEY IS NOT LESS THAN OC-NUM
                INVALID KEY MOVE "SIM" TO FIM-ARQ
            END-START.
            PERFORM SOMAABERTA UNTIL FIM-ARQ EQUAL "SIM".
            MOVE "OCORRENCIAS EM ABERTO POR CATEGORIA (DIAS)"
                TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
            WRITE REGREL FROM CAB-ENV AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMECATEGORIA
                VARYING IDX-CAT FROM 1 BY 1
                UNTIL IDX-CAT GREATER THAN QTDE-CAT.
            MOVE SPACES  TO DET-ENV.
            MOVE "TOTAL" TO DE-CATEG.
            PERFORM VARYING IDX-FX FROM 1 BY 1
                     UNTIL IDX-FX GREATER THAN 5
                MOVE TOT-QTDE-OCR(IDX-FX) TO DE-QTDE(IDX-FX)
            END-PERFORM.
            MOVE TOT-GERAL TO DE-QTDE(6).
            WRITE REGREL FROM DET-ENV AFTER ADVANCING 2 LINES.

        SOMAABERTA.
            READ OCORR NEXT RECORD
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF OC-SIT EQUAL "A" OR OC-SIT EQUAL "E"
                        PERFORM CLASSIFICAABERTA
                    END-IF
            END-READ.

        CLASSIFICAABERTA.
            COMPUTE WS-IDADE = WS-HOJE-INT
                             - FUNCTION INTEGER-OF-DATE(OC-DTABER).
            PERFORM VARYING IDX-FX FROM 1 BY 1
                     UNTIL IDX-FX NOT LESS THAN 5
                        OR WS-IDADE NOT GREATER THAN FAIXA-OCR(IDX-FX)
            END-PERFORM.
            PERFORM VARYING IDX-CAT FROM 1 BY 1
                     UNTIL IDX-CAT GREATER THAN QTDE-CAT
                        OR CAT-NOME-OCR(IDX-CAT) EQUAL OC-CATEG
            END-PERFORM.
            IF IDX-CAT GREATER THAN QTDE-CAT
                IF QTDE-CAT LESS THAN 30
                    ADD 1 TO QTDE-CAT
                    MOVE QTDE-CAT TO IDX-CAT
                    MOVE OC-CATEG TO CAT-NOME-OCR(IDX-CAT)
                ELSE
                    DISPLAY "EM02EX52: *** TABELA DE CATEGORIAS CHEIA"
                            " - " OC-CATEG " SO NO TOTAL ***"
                    MOVE ZEROES TO IDX-CAT
                END-IF
            END-IF.
            IF IDX-CAT GREATER THAN ZEROES
                ADD 1 TO CAT-QTDE-OCR(IDX-CAT IDX-FX)
                         CAT-TOT-OCR(IDX-CAT)
            END-IF.
            ADD 1 TO TOT-QTDE-OCR(IDX-FX) TOT-GERAL.

        IMPRIMECATEGORIA.
            MOVE SPACES TO DET-ENV.
            MOVE CAT-NOME-OCR(IDX-CAT) TO DE-CATEG.
            PERFORM VARYING IDX-FX FROM 1 BY 1
                     UNTIL IDX-FX GREATER THAN 5
                MOVE CAT-QTDE-OCR(IDX-CAT IDX-FX) TO DE-QTDE(IDX-FX)
            END-PERFORM.
            MOVE CAT-TOT-OCR(IDX-CAT) TO DE-QTDE(6).
            WRITE REGREL FROM DET-ENV AFTER ADVANCING 1 LINE.

        TERMINO.
            MOVE "MOVIMENTOS LIDOS..............: " TO ROD-QT-TXT.
            MOVE CT-LIDOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "OCORRENCIAS ABERTAS...........: " TO ROD-QT-TXT.
            MOVE CT-ABERTAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "PASSADAS PARA ANDAMENTO.......: " TO ROD-QT-TXT.
            MOVE CT-ANDAMENTO TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "OCORRENCIAS FECHADAS..........: " TO ROD-QT-TXT.
            MOVE CT-FECHADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "OCORRENCIAS CANCELADAS........: " TO ROD-QT-TXT.
            MOVE CT-CANCELADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "MOVIMENTOS RECUSADOS..........: " TO ROD-QT-TXT.
            MOVE CT-RECUSADAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE OCORREQ
                  OCORR
                  CADCLI
                  ARQSOC1
                  CADALU
                  RELOCOR.
            PERFORM GRAVASEQUENCIA.
            OPEN OUTPUT OCORREQ.
            CLOSE OCORREQ.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
