      * DE AUDITLOG.DAT E OS AVISOS ENFILEIRADOS EM MAILQ.DAT -
      * TUDO SOB UM CARIMBO DE DATA E HORA DE GERACAO. O PROPRIO
      * ACESSO E REGISTRADO EM AUDITLOG.
      * O DOSSIE TRAZ TAMBEM AS OCORRENCIAS DE ATENDIMENTO ABERTAS OU
      * EM ANDAMENTO (OCORR.DAT, EM02EX52) DO CLIENTE ACHADO EM
      * CADCLI.DAT E DO SOCIO DE ARQSOC1.DAT COM O MESMO CPF.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT OPTIONAL MAILQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSMQ.
            SELECT OPTIONAL OCORR ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OC-NUM
            ALTERNATE RECORD KEY IS OC-PESSOA WITH DUPLICATES.
            SELECT OPTIONAL ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1.
            SELECT RELLGPD ASSIGN TO DISK.

        DATA DIVISION.
               02 FILLER       PIC X.
               02 MQ-STATUS    PIC X(09).

            FD OCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORR.DAT".
            01 REGOCOR.
               COPY REGOCOR.

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

            FD RELLGPD
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).
            77 WS-CODCLIENTE PIC 9(05) VALUE ZEROES.
            77 WS-CHAVEAUD PIC X(15) VALUE SPACES.
            77 ACHOUCADCLI PIC X(03) VALUE "NAO".
            77 FIM-OCO     PIC X(03) VALUE "NAO".
            77 CT-OCO      PIC 9(05) VALUE ZEROES.
            77 WS-PESSOA   PIC X(07) VALUE SPACES.

            01 CAB-01.
               02 FILLER PIC X(22) VALUE SPACES.
               02 FILLER  PIC X(09) VALUE " STATUS: ".
               02 DM-STAT PIC X(09).

            01 DET-OCO.
               02 FILLER  PIC X(07) VALUE "OCORR: ".
               02 DO-NUM  PIC 9(07).
               02 FILLER  PIC X(01) VALUE SPACES.
               02 DO-TIPO PIC X(01).
               02 DO-ID   PIC 9(06).
               02 FILLER  PIC X(08) VALUE " ABERTA ".
               02 DO-DATA PIC 9(08).
               02 FILLER  PIC X(01) VALUE SPACES.
               02 DO-CAT  PIC X(10).
               02 FILLER  PIC X(01) VALUE SPACES.
               02 DO-RESP PIC X(15).
               02 FILLER  PIC X(01) VALUE SPACES.
               02 DO-SIT  PIC X(01).
               02 FILLER  PIC X(13) VALUE SPACES.

            01 DET-OCO2.
               02 FILLER   PIC X(07) VALUE SPACES.
               02 DO-DESCR PIC X(60).
               02 FILLER   PIC X(13) VALUE SPACES.

            01 DET-NADA.
               02 FILLER PIC X(34) VALUE
                  "   (NENHUM REGISTRO ENCONTRADO)".
            PERFORM SECAOJORNAL.
            PERFORM SECAOTRILHA.
            PERFORM SECAOAVISOS.
            PERFORM SECAOOCORRENCIAS.

            MOVE CPF-REQ      TO LK-CHAVE.
            MOVE "ACESSOLGPD" TO LK-ACAO.
                            AFTER ADVANCING 1 LINE
                    END-IF
            END-READ.

        SECAOOCORRENCIAS.
            MOVE "OCORRENCIAS EM ABERTO (OCORR.DAT)" TO ST-TEXTO.
            WRITE REGREL FROM SEC-TITULO AFTER ADVANCING 2 LINES.
            MOVE ZEROES TO CT-OCO.
            OPEN INPUT OCORR
                       ARQSOC1.
            IF ACHOUCADCLI EQUAL "SIM"
                MOVE "C"           TO OC-TIPOPES
                MOVE WS-CODCLIENTE TO OC-ID
                PERFORM LISTAOCORRENCIAS
            END-IF.
            MOVE "NAO" TO FIM-AUX.
            PERFORM PROCURASOCIO UNTIL FIM-AUX EQUAL "SIM".
            CLOSE OCORR
                  ARQSOC1.
            IF CT-OCO EQUAL ZEROES
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.

        PROCURASOCIO.
            READ ARQSOC1
                AT END MOVE "SIM" TO FIM-AUX
                NOT AT END
                    IF CPFSOC1 EQUAL CPF-REQ
                        MOVE "S"     TO OC-TIPOPES
                        MOVE NUMSOC1 TO OC-ID
                        PERFORM LISTAOCORRENCIAS
                    END-IF
            END-READ.

        LISTAOCORRENCIAS.
            MOVE "NAO" TO FIM-OCO.
            START OCORR KEY IS EQUAL TO OC-PESSOA
                INVALID KEY MOVE "SIM" TO FIM-OCO
            END-START.
            MOVE OC-PESSOA TO WS-PESSOA.
            PERFORM LEITURA-OCORRENCIAS UNTIL FIM-OCO EQUAL "SIM".

        LEITURA-OCORRENCIAS.
            READ OCORR NEXT RECORD
                AT END MOVE "SIM" TO FIM-OCO
                NOT AT END
                    IF OC-PESSOA NOT EQUAL WS-PESSOA
                        MOVE "SIM" TO FIM-OCO
                    ELSE
                        IF OC-SIT EQUAL "A" OR OC-SIT EQUAL "E"
                            PERFORM IMPOCORRENCIA
                        END-IF
                    END-IF
            END-READ.

        IMPOCORRENCIA.
            MOVE OC-NUM    TO DO-NUM.
            MOVE OC-TIPOPES TO DO-TIPO.
            MOVE OC-ID     TO DO-ID.
            MOVE OC-DTABER TO DO-DATA.
            MOVE OC-CATEG  TO DO-CAT.
            MOVE OC-RESP   TO DO-RESP.
            MOVE OC-SIT    TO DO-SIT.
            WRITE REGREL FROM DET-OCO AFTER ADVANCING 1 LINE.
            MOVE OC-DESCR  TO DO-DESCR.
            WRITE REGREL FROM DET-OCO2 AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-OCO.
