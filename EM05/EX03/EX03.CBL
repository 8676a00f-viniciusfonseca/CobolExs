      * ESTAO EM ORDEM ONDE O PROGRAMA CONSUMIDOR EXIGE (AS TRES
      * ENTRADAS DO MERGE). QUALQUER PROBLEMA E LISTADO NO CONSOLE E
      * O PROGRAMA DEVOLVE RETURN-CODE 16, PARANDO A CADEIA ANTES QUE
      * O PRIMEIRO PASSO SOBRESCREVA QUALQUER SAIDA. A SITUACAO DA
      * ULTIMA VARREDURA DE INTEGRIDADE REFERENCIAL (INTEGST.DAT, DE
      * EM05EX28) COM RETURN-CODE DIFERENTE DE ZERO SAI NO CONSOLE
      * COMO AVISO, SEM PARAR A CADEIA - OS ORFAOS ESTAO EM RELINTEG.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1
            FILE STATUS IS WS-FS.
            SELECT CADESTOQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            SELECT ARQMRG ASSIGN USING WS-ARQMRG-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL INTEGST ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.

        DATA DIVISION.
            FILE SECTION.
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

            FD CADESTOQ
               LABEL RECORD IS STANDARD
               02 NOME-MRG  PIC X(30).
               02 TURMA-MRG PIC X(20).

            FD INTEGST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INTEGST.DAT".
            01 REGINTG.
               COPY REGINTG.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ PIC X(03) VALUE "NAO".
            77 WS-FS   PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-ERROS    PIC 9(05) VALUE ZEROES.
            77 CT-AVISOS   PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM05EX03".
            77 WS-ARQMRG-FILENAME PIC X(12) VALUE SPACES.
            77 WS-PREVORD  PIC 9(03) VALUE ZEROES.
            PERFORM CONFEREARQMERGE.
            MOVE "ARQD.DAT" TO WS-ARQMRG-FILENAME.
            PERFORM CONFEREARQMERGE.
            PERFORM CONFEREINTEGRIDADE.

            DISPLAY "EM05EX03: PROBLEMAS ENCONTRADOS: " CT-ERROS.
            DISPLAY "EM05EX03: AVISOS: " CT-AVISOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
            IF CT-ERROS GREATER THAN ZEROES
                MOVE 16 TO RETURN-CODE
                        MOVE "NAO"   TO WS-PRIMORD
                    END-IF
            END-READ.

      * AVISO APENAS: O ORFAO NAO IMPEDE A NOITE DE RODAR, MAS FICA
      * APONTADO TODA NOITE ATE UMA VARREDURA LIMPA.
        CONFEREINTEGRIDADE.
            OPEN INPUT INTEGST.
            IF WS-FS NOT EQUAL "00"
                CLOSE INTEGST
                EXIT PARAGRAPH
            END-IF.
            READ INTEGST
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF IS-RC IS NUMERIC
                       AND IS-RC NOT EQUAL ZEROES
                        DISPLAY "EM05EX03: AVISO - VARREDURA DE "
                                "INTEGRIDADE DE " IS-DATA
                                " COM RETURN-CODE " IS-RC
                        DISPLAY "EM05EX03: AVISO - " IS-OCORR
                                " OCORRENCIA(S) EM " IS-REGRAS
                                " REGRA(S) - VER RELINTEG"
                        ADD 1 TO CT-AVISOS
                    END-IF
            END-READ.
            CLOSE INTEGST.
