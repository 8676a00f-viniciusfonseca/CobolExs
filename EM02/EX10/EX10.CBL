      * LANCAMENTOS DOS ULTIMOS DOZE MESES (DATA, EVENTO, VALOR, DIAS
      * DE ATRASO NO MOMENTO), UMA PAGINA POR SOCIO. E O DOCUMENTO
      * APRESENTADO AO SOCIO QUE CONTESTA UMA COBRANCA.
      * LOGO ABAIXO DO NUMERO SAEM OS DEPENDENTES DO TITULAR EM
      * DEPSOC.DAT (SEQUENCIA, NOME, PARENTESCO E NASCIMENTO), QUE
      * ENTRAM NA MENSALIDADE COBRADA.
      * EM SEGUIDA SAEM AS OCORRENCIAS DE ATENDIMENTO AINDA ABERTAS
      * OU EM ANDAMENTO DO SOCIO EM OCORR.DAT (EM02EX52), PARA QUEM
      * ATENDE A CONTESTACAO VER QUE ELE JA RECLAMOU ANTES.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LEDGSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL DEPSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDEP.
            SELECT OPTIONAL OCORR ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OC-NUM
            ALTERNATE RECORD KEY IS OC-PESSOA WITH DUPLICATES.
            SELECT RELEXTR ASSIGN TO DISK.

        DATA DIVISION.
               02 FILLER       PIC X.
               02 LG-DIASATR   PIC 9(03).

            FD DEPSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPSOC.DAT".
            01 REGDEPSOC.
               02 DP-NUMSOC  PIC 9(06).
               02 FILLER     PIC X.
               02 DP-SEQ     PIC 9(02).
               02 FILLER     PIC X.
               02 DP-NOME    PIC X(30).
               02 FILLER     PIC X.
               02 DP-PARENT  PIC X(01).
                  88 DEP-CONJUGE VALUE "C".
                  88 DEP-FILHO   VALUE "F".
                  88 DEP-PAIS    VALUE "P".
               02 FILLER     PIC X.
               02 DP-DTNASC  PIC 9(08).

            FD OCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORR.DAT".
            01 REGOCOR.
               COPY REGOCOR.

            FD RELEXTR
               LABEL RECORD IS OMITTED.
            01 REGEXTR PIC X(80).
            WORKING-STORAGE SECTION.
            77 FIM-REQ  PIC X(03) VALUE "NAO".
            77 FIM-LEDG PIC X(03) VALUE "NAO".
            77 FIM-DEP  PIC X(03) VALUE "NAO".
            77 WS-FSDEP PIC X(02) VALUE SPACES.
            77 CT-DEP   PIC 9(03) VALUE ZEROES.
            77 FIM-OCO  PIC X(03) VALUE "NAO".
            77 CT-OCO   PIC 9(03) VALUE ZEROES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-LANC     PIC 9(05) VALUE ZEROES.
               02 CB2-NUM PIC 9(06).
               02 FILLER  PIC X(57) VALUE SPACES.

            01 CAB-DEP.
               02 FILLER PIC X(04) VALUE "SEQ".
               02 FILLER PIC X(32) VALUE "DEPENDENTE".
               02 FILLER PIC X(12) VALUE "PARENTESCO".
               02 FILLER PIC X(10) VALUE "NASCIMENTO".
               02 FILLER PIC X(22) VALUE SPACES.

            01 DET-DEP.
               02 DD-SEQ    PIC 9(02).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DD-NOME   PIC X(30).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DD-PARENT PIC X(10).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DD-NASC   PIC X(10).
               02 FILLER    PIC X(22) VALUE SPACES.

            01 DET-SEMDEP.
               02 FILLER PIC X(30) VALUE "SEM DEPENDENTES CADASTRADOS".
               02 FILLER PIC X(50) VALUE SPACES.

            01 CAB-OCO.
               02 FILLER PIC X(09) VALUE "OCORR.".
               02 FILLER PIC X(12) VALUE "ABERTA EM".
               02 FILLER PIC X(08) VALUE "CANAL".
               02 FILLER PIC X(11) VALUE "CATEGORIA".
               02 FILLER PIC X(16) VALUE "RESPONSAVEL".
               02 FILLER PIC X(24) VALUE "SITUACAO".

            01 DET-OCO.
               02 DO-NUM    PIC 9(07).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DO-DATA   PIC X(10).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DO-CANAL  PIC X(08).
               02 DO-CATEG  PIC X(10).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DO-RESP   PIC X(15).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DO-SIT    PIC X(12).
               02 FILLER    PIC X(12) VALUE SPACES.

            01 DET-OCO2.
               02 FILLER    PIC X(09) VALUE SPACES.
               02 DO-DESCR  PIC X(60).
               02 FILLER    PIC X(11) VALUE SPACES.

            01 DET-SEMOCO.
               02 FILLER PIC X(30) VALUE "SEM OCORRENCIAS EM ABERTO".
               02 FILLER PIC X(50) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(10) VALUE "DATA".
               02 FILLER PIC X(02) VALUE SPACES.
            CALL "DATAPROC" USING WS-DATA-SISTEMA WS-DATAREAL.
            COMPUTE WS-DATA-LIMITE = WS-DATA-SISTEMA - 10000.
            OPEN INPUT  EXTRRREQ
                        OCORR
                 OUTPUT RELEXTR.
            PERFORM LEITURA-REQ.

            WRITE REGEXTR             AFTER ADVANCING   PAGE .
            WRITE REGEXTR FROM CAB-01 AFTER ADVANCING 1 LINE .
            WRITE REGEXTR FROM CAB-02 AFTER ADVANCING 2 LINES.
            PERFORM IMPRIMEDEPENDENTES.
            PERFORM IMPRIMEOCORRENCIAS.
            WRITE REGEXTR FROM CAB-03 AFTER ADVANCING 2 LINES.

            MOVE ZEROES TO CT-LANC.
            MOVE CT-LANC TO R-LANC.
            WRITE REGEXTR FROM ROD-01 AFTER ADVANCING 2 LINES.

        IMPRIMEDEPENDENTES.
            WRITE REGEXTR FROM CAB-DEP AFTER ADVANCING 2 LINES.
            MOVE ZEROES TO CT-DEP.
            MOVE "NAO"  TO FIM-DEP.
            OPEN INPUT DEPSOC.
            IF WS-FSDEP NOT EQUAL "00"
                MOVE "SIM" TO FIM-DEP
            END-IF.
            PERFORM VARREDEPENDENTES UNTIL FIM-DEP EQUAL "SIM".
            CLOSE DEPSOC.
            IF CT-DEP EQUAL ZEROES
                WRITE REGEXTR FROM DET-SEMDEP AFTER ADVANCING 1 LINE
            END-IF.

        VARREDEPENDENTES.
            READ DEPSOC
                AT END MOVE "SIM" TO FIM-DEP
                NOT AT END
                    IF DP-NUMSOC EQUAL NUMSOC-REQ
                        PERFORM IMPDEPENDENTE
                    END-IF
            END-READ.

        IMPDEPENDENTE.
            MOVE DP-SEQ  TO DD-SEQ.
            MOVE DP-NOME TO DD-NOME.
            EVALUATE TRUE
                WHEN DEP-CONJUGE MOVE "CONJUGE"  TO DD-PARENT
                WHEN DEP-FILHO   MOVE "FILHO(A)" TO DD-PARENT
                WHEN DEP-PAIS    MOVE "PAI/MAE"  TO DD-PARENT
                WHEN OTHER       MOVE "OUTRO"    TO DD-PARENT
            END-EVALUATE.
            MOVE DP-DTNASC(7:2) TO DD-NASC(1:2).
            MOVE "/"            TO DD-NASC(3:1).
            MOVE DP-DTNASC(5:2) TO DD-NASC(4:2).
            MOVE "/"            TO DD-NASC(6:1).
            MOVE DP-DTNASC(1:4) TO DD-NASC(7:4).
            WRITE REGEXTR FROM DET-DEP AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-DEP.

        IMPRIMEOCORRENCIAS.
            WRITE REGEXTR FROM CAB-OCO AFTER ADVANCING 2 LINES.
            MOVE ZEROES     TO CT-OCO.
            MOVE "NAO"      TO FIM-OCO.
            MOVE "S"        TO OC-TIPOPES.
            MOVE NUMSOC-REQ TO OC-ID.
            START OCORR KEY IS EQUAL TO OC-PESSOA
                INVALID KEY MOVE "SIM" TO FIM-OCO
            END-START.
            PERFORM VARREOCORRENCIAS UNTIL FIM-OCO EQUAL "SIM".
            IF CT-OCO EQUAL ZEROES
                WRITE REGEXTR FROM DET-SEMOCO AFTER ADVANCING 1 LINE
            END-IF.

        VARREOCORRENCIAS.
            READ OCORR NEXT RECORD
                AT END MOVE "SIM" TO FIM-OCO
                NOT AT END
                    IF OC-TIPOPES NOT EQUAL "S"
                       OR OC-ID NOT EQUAL NUMSOC-REQ
                        MOVE "SIM" TO FIM-OCO
                    ELSE
                        IF OC-SIT EQUAL "A" OR OC-SIT EQUAL "E"
                            PERFORM IMPOCORRENCIA
                        END-IF
                    END-IF
            END-READ.

        IMPOCORRENCIA.
            MOVE OC-NUM  TO DO-NUM.
            MOVE OC-DTABER(7:2) TO DO-DATA(1:2).
            MOVE "/"            TO DO-DATA(3:1).
            MOVE OC-DTABER(5:2) TO DO-DATA(4:2).
            MOVE "/"            TO DO-DATA(6:1).
            MOVE OC-DTABER(1:4) TO DO-DATA(7:4).
            EVALUATE OC-CANAL
                WHEN "T"   MOVE "TELEFONE" TO DO-CANAL
                WHEN "B"   MOVE "BALCAO"   TO DO-CANAL
                WHEN "E"   MOVE "E-MAIL"   TO DO-CANAL
                WHEN "C"   MOVE "CARTA"    TO DO-CANAL
                WHEN OTHER MOVE SPACES     TO DO-CANAL
            END-EVALUATE.
            MOVE OC-CATEG TO DO-CATEG.
            MOVE OC-RESP  TO DO-RESP.
            IF OC-SIT EQUAL "A"
                MOVE "ABERTA"       TO DO-SIT
            ELSE
                MOVE "EM ANDAMENTO" TO DO-SIT
            END-IF.
            WRITE REGEXTR FROM DET-OCO AFTER ADVANCING 1 LINE.
            MOVE OC-DESCR TO DO-DESCR.
            WRITE REGEXTR FROM DET-OCO2 AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-OCO.

        VARRELEDGER.
            READ LEDGSOC
                AT END MOVE "SIM" TO FIM-LEDG

        TERMINO.
            CLOSE EXTRRREQ
                  OCORR
                  RELEXTR.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
