      * REESCREVE A FILA VIVA. ENTRADA SEM TIPO NAO TEM COMO SER
      * FORMATADA: FICA PENDENTE COM O CONTADOR DE TENTATIVAS
      * INCREMENTADO. O RESUMO DO DESPACHO SAI EM RELDESP.
      * TIPOS DE MARKETING (PARAM58.DAT: TIPO + PESSOA A QUE A CHAVE
      * SE REFERE, "C" CPF DO CLIENTE, "S" NUMSOC OU "A" MATRICULA)
      * SO SAEM PARA QUEM TEM CONSENTIMENTO CONCEDIDO NO CANAL E-MAIL
      * EM CONSENT.DAT (EM02EX50); SEM ELE A ENTRADA E MARCADA
      * BLOQUEADO, NAO E RETENTADA E E CONTADA NO RESUMO. TIPO FORA
      * DE PARAM58.DAT E AVISO OBRIGATORIO (COBRANCA, SUSPENSAO...) E
      * SAI SEMPRE.
      * AVISO GRAVADO PELO MAILHOOK COMO "SEMEMAIL" (DONO SEM E-MAIL
      * ENTREGAVEL, VER EM02EX51) NAO E DESPACHADO NEM CONTADO COMO
      * ENVIADO: TEM LINHA PROPRIA NO RESUMO.
      * COPIA DE RELATORIO SEPARADA POR EM05EX30 (TIPO RELATORIO, COM
      * O NOME DO ARQUIVO DA COPIA NA MENSAGEM) GANHA, AO SER
      * DESPACHADA, A LINHA "ENVIADO" NO LOG DE ENTREGA ENTREGA.DAT.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT OPTIONAL MSGOUT ASSIGN USING WS-MSG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSMSG.
            SELECT OPTIONAL PARAM58 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSP58.
            SELECT OPTIONAL CONSENT ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CS-CHAVE.
            SELECT OPTIONAL ENTREGA ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSENT.
            SELECT RELDESP ASSIGN TO DISK.

        DATA DIVISION.
               02 FILLER    PIC X     VALUE SPACES.
               02 MS-ORIGEM PIC X(08).

            FD PARAM58
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM58.DAT".
            01 REGPARAM58.
               02 P58-TIPO     PIC X(10).
               02 FILLER       PIC X.
               02 P58-TIPOPES  PIC X(01).

            FD CONSENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSENT.DAT".
            01 REGCONS.
               COPY REGCONS.

            FD ENTREGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENTREGA.DAT".
            01 REGENTR.
               COPY REGENTR.

            FD RELDESP
               LABEL RECORD IS OMITTED.
            01 REGDESP PIC X(80).
            77 FIM-ARQ PIC X(03) VALUE "NAO".
            77 WS-FS    PIC X(02) VALUE SPACES.
            77 WS-FSMSG PIC X(02) VALUE SPACES.
            77 WS-FSENT PIC X(02) VALUE SPACES.
            77 WS-GERACAO PIC X(08) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-ENVIADOS PIC 9(07) VALUE ZEROES.
            77 CT-FALHAS   PIC 9(07) VALUE ZEROES.
            77 CT-JAENVIADOS PIC 9(07) VALUE ZEROES.
            77 CT-BLOQUEADOS PIC 9(07) VALUE ZEROES.
            77 CT-SEMEMAIL   PIC 9(07) VALUE ZEROES.
            77 WS-FSP58 PIC X(02) VALUE SPACES.
            77 FIM-P58  PIC X(03) VALUE "NAO".
            77 QTDE-MKT PIC 9(02) VALUE ZEROES.
            77 IDX-MKT  PIC 9(02) VALUE ZEROES.
            77 CONSENTIDO PIC X(03) VALUE "SIM".
            77 LK-PROGID   PIC X(08) VALUE "EM05EX11".
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
                  03 TIPO-NOME-OCR PIC X(10).
                  03 TIPO-QTDE-OCR PIC 9(05).

            01 TAB-MKT.
               02 TAB-MKT-OCR OCCURS 20 TIMES.
                  03 MKT-TIPO-OCR    PIC X(10).
                  03 MKT-TIPOPES-OCR PIC X(01).

            01 CAB-DESP.
               02 FILLER PIC X(24) VALUE SPACES.
               02 FILLER PIC X(32) VALUE
                          "AVISOS JA ENVIADOS MANTIDOS...: ".
               02 RD-JAE  PIC 9(07).

            01 ROD-04.
               02 FILLER  PIC X(32) VALUE
                          "BLOQUEADOS SEM CONSENTIMENTO..: ".
               02 RD-BLQ  PIC 9(07).

            01 ROD-05.
               02 FILLER  PIC X(32) VALUE
                          "SEM E-MAIL ENTREGAVEL.........: ".
               02 RD-SEM  PIC 9(07).

        PROCEDURE DIVISION.
        PGM.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            ACCEPT WS-HORA FROM TIME.
            OPEN OUTPUT RELDESP.
            WRITE REGDESP FROM CAB-DESP AFTER ADVANCING PAGE.
            PERFORM LEPARAM58.
            PERFORM DESPACHAFILA.
            PERFORM REGRAVAFILA.
            PERFORM RESUMO.
            CLOSE RELDESP.
            IF QTDE-MKT GREATER THAN ZEROES
                CLOSE CONSENT
            END-IF.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
        STOP RUN.

        LEPARAM58.
            OPEN INPUT PARAM58.
            IF WS-FSP58 NOT EQUAL "00"
                MOVE "SIM" TO FIM-P58
            END-IF.
            PERFORM LEITURA-PARAM58 UNTIL FIM-P58 EQUAL "SIM".
            CLOSE PARAM58.
            IF QTDE-MKT GREATER THAN ZEROES
                OPEN INPUT CONSENT
            END-IF.

        LEITURA-PARAM58.
            READ PARAM58
                AT END MOVE "SIM" TO FIM-P58
                NOT AT END
                    IF P58-TIPO NOT EQUAL SPACES
                       AND QTDE-MKT LESS THAN 20
                        ADD 1 TO QTDE-MKT
                        MOVE P58-TIPO    TO MKT-TIPO-OCR(QTDE-MKT)
                        MOVE P58-TIPOPES TO MKT-TIPOPES-OCR(QTDE-MKT)
                    END-IF
            END-READ.

        DESPACHAFILA.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT MAILQ.

        CLASSIFICAENTRADA.
            IF MQ-STATUS EQUAL "PENDENTE"
                PERFORM CONFERECONSENTIMENTO
                IF MQ-TIPO EQUAL SPACES
                    PERFORM MARCARETENTATIVA
                ELSE
                    IF CONSENTIDO EQUAL "SIM"
                        PERFORM ENVIAAVISO
                    ELSE
                        MOVE "BLOQUEADO" TO MQ-STATUS
                        ADD 1 TO CT-BLOQUEADOS
                    END-IF
                END-IF
            ELSE
                IF MQ-STATUS EQUAL "SEMEMAIL"
                    ADD 1 TO CT-SEMEMAIL
                ELSE
                    ADD 1 TO CT-JAENVIADOS
                END-IF
            END-IF.
            MOVE REGMAILQ TO REGMAILKEEP.
            WRITE REGMAILKEEP.
            MOVE WS-DATA    TO MQ-ENVDATA.
            MOVE WS-HORA    TO MQ-ENVHORA.
            PERFORM CONTAPORTIPO.
            IF MQ-TIPO EQUAL "RELATORIO"
                PERFORM REGISTRAENTREGA
            END-IF.

      * A MENSAGEM E O NOME DA COPIA: <RELATORIO>.<GERACAO>.<SEQ>.
        REGISTRAENTREGA.
            MOVE SPACES TO REGENTR WS-GERACAO.
            UNSTRING MQ-MSG DELIMITED BY "." OR SPACE
                INTO EN-RELAT WS-GERACAO
            END-UNSTRING.
            IF WS-GERACAO IS NUMERIC
                MOVE WS-GERACAO TO EN-GERACAO
            ELSE
                MOVE ZEROES TO EN-GERACAO
            END-IF.
            MOVE WS-DATA   TO EN-DATA.
            MOVE WS-HORA   TO EN-HORA.
            MOVE MQ-CHAVE  TO EN-DEST.
            MOVE MQ-MSG    TO EN-ARQUIVO.
            MOVE ZEROES    TO EN-LINHAS.
            MOVE "ENVIADO" TO EN-SIT.
            OPEN EXTEND ENTREGA.
            IF WS-FSENT EQUAL "35"
                OPEN OUTPUT ENTREGA
            END-IF.
            WRITE REGENTR.
            CLOSE ENTREGA.

      * AVISO DE MARKETING SO SAI COM CONSENTIMENTO "C" NO CANAL
      * E-MAIL PARA A PESSOA DA CHAVE; TIPO OBRIGATORIO NAO CONSULTA.
        CONFERECONSENTIMENTO.
            MOVE "SIM" TO CONSENTIDO.
            PERFORM VARYING IDX-MKT FROM 1 BY 1
                     UNTIL IDX-MKT GREATER THAN QTDE-MKT
                        OR MKT-TIPO-OCR(IDX-MKT) EQUAL MQ-TIPO
            END-PERFORM.
            IF IDX-MKT GREATER THAN QTDE-MKT OR MQ-TIPO EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE MKT-TIPOPES-OCR(IDX-MKT) TO CS-TIPOPES.
            MOVE MQ-CHAVE(1:11)           TO CS-ID.
            MOVE "E"                      TO CS-CANAL.
            READ CONSENT
                INVALID KEY MOVE "NAO" TO CONSENTIDO
            END-READ.
            IF CONSENTIDO EQUAL "SIM" AND CS-SIT NOT EQUAL "C"
                MOVE "NAO" TO CONSENTIDO
            END-IF.

        MARCARETENTATIVA.
            ADD 1 TO CT-FALHAS.
            MOVE CT-ENVIADOS   TO RD-ENV.
            MOVE CT-FALHAS     TO RD-FAL.
            MOVE CT-JAENVIADOS TO RD-JAE.
            MOVE CT-BLOQUEADOS TO RD-BLQ.
            MOVE CT-SEMEMAIL   TO RD-SEM.
            WRITE REGDESP FROM ROD-01 AFTER ADVANCING 2 LINES.
            WRITE REGDESP FROM ROD-02 AFTER ADVANCING 1 LINE .
            WRITE REGDESP FROM ROD-03 AFTER ADVANCING 1 LINE .
            WRITE REGDESP FROM ROD-04 AFTER ADVANCING 1 LINE .
            WRITE REGDESP FROM ROD-05 AFTER ADVANCING 1 LINE .

        IMPLINHAPORTIPO.
            MOVE TIPO-NOME-OCR(IDX-TIPO) TO DT-TIPO.
