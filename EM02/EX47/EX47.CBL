        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX47.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. MIGRACAO UNICA DO CADASTRO DE SOCIOS ARQSOC1.DAT DE
      * SEQUENCIAL PARA INDEXADO POR NUMSOC. RODA COM A TRAVA DO LOTE
      * (BATLOCK.DAT VIA RUNLOCK) E RECUSA RODAR SE ELA ESTIVER COM A
      * CADEIA. O CADASTRO SEQUENCIAL E PRIMEIRO COPIADO INTEIRO PARA
      * ARQSOC1S.DAT (CONTAGEM "ANTES"); DEPOIS ARQSOC1.DAT E RECRIADO
      * INDEXADO A PARTIR DESSA COPIA. REGISTRO COM NUMSOC NAO NUMERICO
      * OU REPETIDO NAO ENTRA NO INDEXADO E E LISTADO NO RELATORIO. NO
      * FIM O INDEXADO E RELIDO DO COMECO AO FIM (CONTAGEM "DEPOIS") E
      * ANTES DEVE SER IGUAL A DEPOIS MAIS OS REJEITADOS - SENAO O
      * PROGRAMA TERMINA COM RC 4. SE ARQSOC1S.DAT JA EXISTIR A
      * MIGRACAO JA FOI FEITA E O PROGRAMA RECUSA RODAR, PARA NAO
      * SOBRESCREVER A COPIA DO CADASTRO ANTIGO. PARA DESFAZER, BASTA
      * DEVOLVER ARQSOC1S.DAT COMO ARQSOC1.DAT. O RELATORIO SAI EM
      * RELMIGR.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL ARQSOC1A ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSANT.
            SELECT OPTIONAL ARQSOC1S ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSSAL.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NUMSOC1
            FILE STATUS IS WS-FSSOC.
            SELECT RELMIGR ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD ARQSOC1A
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOC1.DAT".
            01 REGSOCANT PIC X(178).

            FD ARQSOC1S
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOC1S.DAT".
            01 REGSOCSAL.
               02 SS-CODPAG PIC X(02).
               02 SS-NUMSOC PIC X(06).
               02 SS-NOMSOC PIC X(30).
               02 FILLER    PIC X(140).

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

            FD RELMIGR
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ       PIC X(03) VALUE "NAO".
            77 CT-LIDOS      PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
            77 CT-ANTES      PIC 9(07) VALUE ZEROES.
            77 CT-DEPOIS     PIC 9(07) VALUE ZEROES.
            77 CT-REJEITADOS PIC 9(07) VALUE ZEROES.
            77 CT-CONFERE    PIC 9(07) VALUE ZEROES.
            77 WS-FSANT      PIC X(02) VALUE SPACES.
            77 WS-FSSAL      PIC X(02) VALUE SPACES.
            77 WS-FSSOC      PIC X(02) VALUE SPACES.
            77 WS-DATA       PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL   PIC 9(08) VALUE ZEROES.
            77 LK-PROGID     PIC X(08) VALUE "EM02EX47".
            77 LK-CHAVE      PIC X(15) VALUE SPACES.
            77 LK-ACAO       PIC X(10) VALUE SPACES.
            77 LK-LOCKMODO   PIC X(01) VALUE SPACES.
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.

            01 CAB-01.
               02 FILLER     PIC X(40) VALUE
                  "MIGRACAO DE ARQSOC1.DAT PARA INDEXADO".
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-02.
               02 FILLER     PIC X(08) VALUE "NUMSOC".
               02 FILLER     PIC X(32) VALUE "NOME".
               02 FILLER     PIC X(40) VALUE "MOTIVO DA REJEICAO".

            01 DET-REJ.
               02 DR-NUM     PIC X(06).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DR-NOME    PIC X(30).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DR-MOTIVO  PIC X(40).

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

            01 ROD-SITUACAO.
               02 ROD-SIT    PIC X(80).

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM COPIAANTIGO.
            PERFORM CARREGAINDEXADO.
            PERFORM CONFEREINDEXADO.
            PERFORM TERMINO.
        STOP RUN.

      **************************************************************
      * TRAVA DO LOTE E CONFERENCIA DE QUE A MIGRACAO AINDA NAO    *
      * FOI FEITA E DE QUE O CADASTRO SEQUENCIAL EXISTE.           *
      **************************************************************
        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE "T" TO LK-LOCKMODO.
            CALL "RUNLOCK" USING LK-PROGID LK-LOCKMODO
                                  LK-LOCKRESULT.
            IF LK-LOCKRESULT EQUAL "OCUPADO"
                DISPLAY LK-PROGID ": *** CADEIA EM EXECUCAO SEGURA "
                        "A TRAVA (BATLOCK.DAT) - TENTE DEPOIS ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ARQSOC1S.
            IF WS-FSSAL EQUAL "00"
                CLOSE ARQSOC1S
                DISPLAY LK-PROGID ": *** ARQSOC1S.DAT JA EXISTE - "
                        "MIGRACAO JA FEITA, NADA ALTERADO ***"
                PERFORM SOLTATRAVA
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            CLOSE ARQSOC1S.
            OPEN INPUT ARQSOC1A.
            IF WS-FSANT NOT EQUAL "00"
                CLOSE ARQSOC1A
                DISPLAY LK-PROGID ": *** ARQSOC1.DAT AUSENTE OU "
                        "ILEGIVEL (STATUS " WS-FSANT ") ***"
                PERFORM SOLTATRAVA
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-DATA TO CB1-DATA.
            OPEN OUTPUT RELMIGR.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.

      **************************************************************
      * COPIA INTEGRAL DO CADASTRO SEQUENCIAL PARA ARQSOC1S.DAT.   *
      **************************************************************
        COPIAANTIGO.
            OPEN OUTPUT ARQSOC1S.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM COPIAREGANT UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1A
                  ARQSOC1S.

        COPIAREGANT.
            READ ARQSOC1A
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS CT-ANTES
                    WRITE REGSOCSAL FROM REGSOCANT
            END-READ.

      **************************************************************
      * RECRIA ARQSOC1.DAT INDEXADO A PARTIR DA COPIA.             *
      **************************************************************
        CARREGAINDEXADO.
            OPEN INPUT  ARQSOC1S
                 OUTPUT ARQSOC1.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 2 LINES.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM CARREGASOCIO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1S
                  ARQSOC1.

        CARREGASOCIO.
            READ ARQSOC1S
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF SS-NUMSOC IS NOT NUMERIC
                        MOVE "NUMSOC NAO NUMERICO" TO DR-MOTIVO
                        PERFORM REJEITASOCIO
                    ELSE
                        MOVE REGSOCSAL TO CADSOC1
                        WRITE CADSOC1
                            INVALID KEY
                                MOVE "NUMSOC REPETIDO" TO DR-MOTIVO
                                PERFORM REJEITASOCIO
                            NOT INVALID KEY
                                ADD 1 TO CT-GRAVADOS
                        END-WRITE
                    END-IF
            END-READ.

        REJEITASOCIO.
            ADD 1 TO CT-REJEITADOS.
            MOVE SS-NUMSOC TO DR-NUM.
            MOVE SS-NOMSOC TO DR-NOME.
            WRITE REGREL FROM DET-REJ AFTER ADVANCING 1 LINE.

      **************************************************************
      * RELEITURA DO INDEXADO DO COMECO AO FIM (CONTAGEM DEPOIS).  *
      **************************************************************
        CONFEREINDEXADO.
            OPEN INPUT ARQSOC1.
            MOVE "NAO" TO FIM-ARQ.
            PERFORM CONTASOCIO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1.

        CONTASOCIO.
            READ ARQSOC1 NEXT RECORD
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-DEPOIS
            END-READ.

        SOLTATRAVA.
            MOVE "L" TO LK-LOCKMODO.
            CALL "RUNLOCK" USING LK-PROGID LK-LOCKMODO
                                  LK-LOCKRESULT.

        TERMINO.
            MOVE "REGISTROS ANTES (SEQUENCIAL)..: " TO ROD-QT-TXT.
            MOVE CT-ANTES TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "REGISTROS CARREGADOS..........: " TO ROD-QT-TXT.
            MOVE CT-GRAVADOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "REGISTROS REJEITADOS..........: " TO ROD-QT-TXT.
            MOVE CT-REJEITADOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "REGISTROS DEPOIS (INDEXADO)...: " TO ROD-QT-TXT.
            MOVE CT-DEPOIS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            COMPUTE CT-CONFERE = CT-DEPOIS + CT-REJEITADOS.
            IF CT-CONFERE EQUAL CT-ANTES
                MOVE "CONTAGENS CONFEREM" TO ROD-SIT
            ELSE
                MOVE "*** CONTAGENS DIVERGENTES - VER ARQSOC1S.DAT ***"
                    TO ROD-SIT
                MOVE 4 TO RETURN-CODE
            END-IF.
            WRITE REGREL FROM ROD-SITUACAO AFTER ADVANCING 2 LINES.
            CLOSE RELMIGR.
            DISPLAY LK-PROGID ": ANTES " CT-ANTES " DEPOIS " CT-DEPOIS
                    " REJEITADOS " CT-REJEITADOS.
            DISPLAY LK-PROGID ": " ROD-SIT.
            MOVE "ARQSOC1.DAT" TO LK-CHAVE.
            MOVE "MIGRADO"     TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            PERFORM SOLTATRAVA.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
