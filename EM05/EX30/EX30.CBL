        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM05EX30.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. DISTRIBUICAO DOS RELATORIOS DA NOITE: EM VEZ DE
      * ALGUEM ABRIR RELSOCIO, RELESTOQ, RELCOBR, RELTUI, REL-PAG E
      * OS DEMAIS DE MANHA E REPASSAR OS PEDACOS A MAO, A TABELA
      * DISTRIB.DAT DIZ, POR LINHA, O RELATORIO, O PROGRAMA QUE O
      * GERA, O DESTINATARIO (CHAVE DO AVISO NO MAILHOOK) E O FILTRO:
      * "T" O RELATORIO INTEIRO; "L" SO AS LINHAS COM O VALOR NA
      * COLUNA DADA (DEPOSITO, DEPARTAMENTO); "S" A SECAO QUE COMECA
      * NA LINHA COM O VALOR NA COLUNA DADA E TERMINA NA LINHA COM O
      * TEXTO DE FIM NA MESMA COLUNA, INCLUSIVE (CAMPUS: XX ATE O
      * TOTAL DO CAMPUS) - SEM TEXTO DE FIM VAI ATE O FIM DO
      * RELATORIO. NOS FILTROS "L" E "S" AS PRIMEIRAS LINHAS DO
      * RELATORIO (QUANTIDADE NA TABELA) SAO O CABECALHO E VAO EM
      * TODA COPIA. CADA COPIA VAI PARA <RELATORIO>.<DATA>.<LINHA DA
      * TABELA> E E ENFILEIRADA NO MAILHOOK COM O TIPO RELATORIO, QUE
      * O DESPACHANTE EM05EX11 ENVIA. RELATORIO CUJO PROGRAMA NAO
      * RODOU NA DATA DE PROCESSAMENTO (RUNLOG.DAT) NAO E DISTRIBUIDO
      * - A COPIA DE UMA NOITE ANTERIOR NAO SAI COMO SE FOSSE NOVA; O
      * MESMO VALE PARA COPIA EM QUE O FILTRO NAO SEPAROU NADA. CADA
      * COPIA, ENVIADA OU NAO, VAI PARA O LOG DE ENTREGA ENTREGA.DAT
      * (LAYOUT REGENTR) E PARA O RELATORIO RELDISTR. LINHA INVALIDA
      * NA TABELA OU TABELA AUSENTE TERMINA COM RETURN-CODE 4.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL DISTRIB ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL RUNLOG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL RELENT ASSIGN USING WS-REL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREL.
            SELECT COPIA ASSIGN USING WS-COP-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ENTREGA ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT RELDISTR ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

      * TABELA DE DISTRIBUICAO: UMA LINHA POR RELATORIO E
      * DESTINATARIO.
            FD DISTRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DISTRIB.DAT".
            01 REGDISTRIB.
               02 DB-RELAT  PIC X(08).
               02 FILLER    PIC X(01).
               02 DB-PROGID PIC X(08).
               02 FILLER    PIC X(01).
               02 DB-DEST   PIC X(15).
               02 FILLER    PIC X(01).
               02 DB-MODO   PIC X(01).
               02 FILLER    PIC X(01).
               02 DB-CAB    PIC 9(02).
               02 FILLER    PIC X(01).
               02 DB-COL    PIC 9(03).
               02 FILLER    PIC X(01).
               02 DB-VALOR  PIC X(20).
               02 FILLER    PIC X(01).
               02 DB-FIM    PIC X(20).

            FD RUNLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RUNLOG.DAT".
            01 REGRUNLOG.
               02 RL-PROGID    PIC X(08).
               02 FILLER       PIC X.
               02 RL-DATA      PIC 9(08).
               02 FILLER       PIC X.
               02 RL-HORA      PIC 9(08).
               02 FILLER       PIC X.
               02 RL-LIDOS     PIC 9(07).
               02 FILLER       PIC X.
               02 RL-GRAVADOS  PIC 9(07).
               02 FILLER       PIC X.
               02 RL-DATAREAL  PIC 9(08).
               02 FILLER       PIC X.
               02 RL-HORAINI   PIC 9(08).
               02 FILLER       PIC X.
               02 RL-ELAPSO    PIC 9(06).
               02 FILLER       PIC X.
               02 RL-AGENDA    PIC X(01).

      * RELATORIO A DISTRIBUIR E A COPIA SEPARADA PARA UM
      * DESTINATARIO - A LINHA MAIS LARGA DOS RELATORIOS DO LOTE.
            FD RELENT
               LABEL RECORD IS STANDARD.
            01 REGRELENT PIC X(132).

            FD COPIA
               LABEL RECORD IS STANDARD.
            01 REGCOPIA PIC X(132).

            FD ENTREGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENTREGA.DAT".
            01 REGENTR.
               COPY REGENTR.

            FD RELDISTR
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03) VALUE "NAO".
            77 FIM-REL  PIC X(03) VALUE "NAO".
            77 WS-FS    PIC X(02) VALUE SPACES.
            77 WS-FSREL PIC X(02) VALUE SPACES.
            77 WS-RC    PIC 9(02) VALUE ZEROES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-LINHA    PIC 9(04) VALUE ZEROES.
            77 CT-INVAL    PIC 9(04) VALUE ZEROES.
            77 CT-FILA     PIC 9(04) VALUE ZEROES.
            77 CT-VAZIA    PIC 9(04) VALUE ZEROES.
            77 CT-NAOGER   PIC 9(04) VALUE ZEROES.
            77 CT-LINREL   PIC 9(05) VALUE ZEROES.
            77 CT-SEL      PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM05EX30".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-TIPO     PIC X(10) VALUE "RELATORIO".
            77 LK-MSG      PIC X(40) VALUE SPACES.
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-HORA     PIC 9(08) VALUE ZEROES.
            77 WS-REL-FILENAME PIC X(08) VALUE SPACES.
            77 WS-COP-FILENAME PIC X(21) VALUE SPACES.
            77 WS-SEQ      PIC 9(03) VALUE ZEROES.
            77 WS-LINHAOK  PIC X(03) VALUE "NAO".
            77 WS-ACHOU    PIC X(03) VALUE "NAO".
            77 WS-DENTRO   PIC X(03) VALUE "NAO".
            77 WS-SIT      PIC X(09) VALUE SPACES.
            77 WS-CAB      PIC 9(02) VALUE ZEROES.
            77 WS-TAMVAL   PIC 9(02) VALUE ZEROES.
            77 WS-TAMFIM   PIC 9(02) VALUE ZEROES.
            77 WS-ULTCOL   PIC 9(03) VALUE ZEROES.
            77 WS-CHPROG   PIC X(08) VALUE SPACES.

            77 QTDE-EXEC  PIC 9(03) VALUE ZEROES.
            77 IDX-EXEC   PIC 9(03) VALUE ZEROES.

      * PROGRAMAS QUE RODARAM NA DATA DE PROCESSAMENTO.
            01 TAB-EXEC.
               02 TAB-EXEC-OCR OCCURS 500 TIMES.
                  03 EXEC-PROGID-OCR PIC X(08).

            01 CAB-01.
               02 FILLER PIC X(14) VALUE SPACES.
               02 FILLER PIC X(43) VALUE
                  "DISTRIBUICAO DE RELATORIOS - PROCESSAMENTO ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(15) VALUE SPACES.

            01 CAB-COL.
               02 FILLER PIC X(10) VALUE "RELAT.".
               02 FILLER PIC X(16) VALUE "DESTINATARIO".
               02 FILLER PIC X(23) VALUE "FILTRO".
               02 FILLER PIC X(07) VALUE "LINHAS".
               02 FILLER PIC X(24) VALUE "SITUACAO".

            01 DET-DIST.
               02 DR-RELAT  PIC X(08).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DR-DEST   PIC X(15).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DR-FILTRO PIC X(22).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DR-LINHAS PIC ZZZZ9.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DR-SIT    PIC X(24).

            01 DET-NADA.
               02 FILLER  PIC X(04) VALUE SPACES.
               02 DN-MSG  PIC X(60).
               02 FILLER  PIC X(16) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(44).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(29) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            ACCEPT WS-HORA FROM TIME.
            PERFORM CARREGAEXEC.
            OPEN OUTPUT RELDISTR.
            MOVE WS-DATA TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-COL AFTER ADVANCING 2 LINES.
            PERFORM DISTRIBUI.
            PERFORM IMPRIMERODAPE.
            PERFORM TERMINO.
        STOP RUN.

      * SO AS LINHAS DE EXECUCAO DA DATA; AS DE AGENDA ("A"/"N" NO
      * FIM) NAO CONTAM.
        CARREGAEXEC.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT RUNLOG.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-RUNLOG UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE RUNLOG.

        LEITURA-RUNLOG.
            READ RUNLOG
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF RL-DATA EQUAL WS-DATA
                       AND RL-AGENDA EQUAL SPACES
                        MOVE RL-PROGID TO WS-CHPROG
                        PERFORM BUSCAEXEC
                        IF WS-ACHOU EQUAL "NAO"
                            PERFORM GUARDAEXEC
                        END-IF
                    END-IF
            END-READ.

        GUARDAEXEC.
            IF QTDE-EXEC NOT LESS THAN 500
                DISPLAY "EM05EX30: *** TABELA DE PASSOS DO RUNLOG "
                        "CHEIA (MAIS DE 500) - DISTRIBUICAO "
                        "RECUSADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO QTDE-EXEC.
            MOVE RL-PROGID TO EXEC-PROGID-OCR(QTDE-EXEC).

        BUSCAEXEC.
            MOVE "NAO" TO WS-ACHOU.
            PERFORM VARYING IDX-EXEC FROM 1 BY 1
                     UNTIL IDX-EXEC GREATER THAN QTDE-EXEC
                        OR WS-ACHOU EQUAL "SIM"
                IF EXEC-PROGID-OCR(IDX-EXEC) EQUAL WS-CHPROG
                    MOVE "SIM" TO WS-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ACHOU EQUAL "SIM"
                SUBTRACT 1 FROM IDX-EXEC
            END-IF.

      ***************************************************
      * UMA COPIA POR LINHA DA TABELA DE DISTRIBUICAO   *
      ***************************************************
        DISTRIBUI.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT DISTRIB.
            IF WS-FS NOT EQUAL "00"
                DISPLAY "EM05EX30: *** DISTRIB.DAT AUSENTE - NENHUM "
                        "RELATORIO DISTRIBUIDO ***"
                MOVE "TABELA DE DISTRIBUICAO AUSENTE" TO DN-MSG
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
                MOVE 4 TO WS-RC
                EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-DISTRIB UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE DISTRIB.

        LEITURA-DISTRIB.
            READ DISTRIB
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    ADD 1 TO CT-LINHA
                    IF REGDISTRIB NOT EQUAL SPACES
                        PERFORM PROCESSALINHA
                    END-IF
            END-READ.

        PROCESSALINHA.
            PERFORM VALIDALINHA.
            MOVE DB-RELAT TO DR-RELAT.
            MOVE DB-DEST  TO DR-DEST.
            MOVE ZEROES   TO CT-SEL.
            IF WS-LINHAOK EQUAL "NAO"
                ADD 1 TO CT-INVAL
                MOVE 4 TO WS-RC
                DISPLAY "EM05EX30: *** LINHA " CT-LINHA
                        " DE DISTRIB.DAT INVALIDA - IGNORADA: "
                        REGDISTRIB
                MOVE SPACES TO DR-FILTRO
                MOVE ZEROES TO DR-LINHAS
                MOVE "*** LINHA INVALIDA" TO DR-SIT
                WRITE REGREL FROM DET-DIST AFTER ADVANCING 1 LINE
                EXIT PARAGRAPH
            END-IF.
            PERFORM MONTAFILTRO.
            MOVE CT-LINHA TO WS-SEQ.
            MOVE SPACES   TO WS-COP-FILENAME.
            STRING DB-RELAT DELIMITED BY SPACE
                   "."      DELIMITED BY SIZE
                   WS-DATA  DELIMITED BY SIZE
                   "."      DELIMITED BY SIZE
                   WS-SEQ   DELIMITED BY SIZE
                INTO WS-COP-FILENAME
            END-STRING.
            MOVE "SIM" TO WS-ACHOU.
            IF DB-PROGID NOT EQUAL SPACES
                MOVE DB-PROGID TO WS-CHPROG
                PERFORM BUSCAEXEC
            END-IF.
            IF WS-ACHOU EQUAL "SIM"
                MOVE DB-RELAT TO WS-REL-FILENAME
                OPEN INPUT RELENT
                IF WS-FSREL NOT EQUAL "00"
                    CLOSE RELENT
                    MOVE "NAO" TO WS-ACHOU
                END-IF
            END-IF.
            IF WS-ACHOU EQUAL "NAO"
                MOVE "NAOGERADO" TO WS-SIT
                MOVE SPACES      TO WS-COP-FILENAME
                ADD 1 TO CT-NAOGER
                MOVE "NAO GERADO NESTA NOITE" TO DR-SIT
            ELSE
                PERFORM SEPARACOPIA
            END-IF.
            MOVE CT-SEL TO DR-LINHAS.
            WRITE REGREL FROM DET-DIST AFTER ADVANCING 1 LINE.
            PERFORM GRAVAENTREGA.

      * RELAT., DESTINATARIO E MODO OBRIGATORIOS; NOS FILTROS "L" E
      * "S" O VALOR (E O TEXTO DE FIM) TEM DE CABER NA LINHA A PARTIR
      * DA COLUNA. CABECALHO NAO NUMERICO VALE ZERO.
        VALIDALINHA.
            MOVE "NAO" TO WS-LINHAOK.
            MOVE ZEROES TO WS-CAB WS-TAMVAL WS-TAMFIM.
            IF DB-RELAT EQUAL SPACES OR DB-DEST EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            IF DB-MODO NOT EQUAL "T" AND DB-MODO NOT EQUAL "L"
               AND DB-MODO NOT EQUAL "S"
                EXIT PARAGRAPH
            END-IF.
            IF DB-CAB IS NUMERIC
                MOVE DB-CAB TO WS-CAB
            END-IF.
            IF DB-MODO EQUAL "T"
                MOVE "SIM" TO WS-LINHAOK
                EXIT PARAGRAPH
            END-IF.
            IF DB-COL IS NOT NUMERIC OR DB-COL LESS THAN 1
               OR DB-VALOR EQUAL SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-TAMVAL FROM 20 BY -1
                     UNTIL DB-VALOR(WS-TAMVAL:1) NOT EQUAL SPACE
            END-PERFORM.
            COMPUTE WS-ULTCOL = DB-COL + WS-TAMVAL - 1.
            IF WS-ULTCOL GREATER THAN 132
                EXIT PARAGRAPH
            END-IF.
            IF DB-MODO EQUAL "S" AND DB-FIM NOT EQUAL SPACES
                PERFORM VARYING WS-TAMFIM FROM 20 BY -1
                         UNTIL DB-FIM(WS-TAMFIM:1) NOT EQUAL SPACE
                END-PERFORM
                COMPUTE WS-ULTCOL = DB-COL + WS-TAMFIM - 1
                IF WS-ULTCOL GREATER THAN 132
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE "SIM" TO WS-LINHAOK.

        MONTAFILTRO.
            MOVE SPACES TO DR-FILTRO.
            EVALUATE DB-MODO
                WHEN "T"
                    MOVE "RELATORIO INTEIRO" TO DR-FILTRO
                WHEN "L"
                    STRING "COL " DB-COL " = " DB-VALOR
                           DELIMITED BY SIZE INTO DR-FILTRO
                    END-STRING
                WHEN "S"
                    STRING "SECAO " DB-VALOR
                           DELIMITED BY SIZE INTO DR-FILTRO
                    END-STRING
            END-EVALUATE.

      ***************************************************
      * SEPARACAO DA COPIA DO DESTINATARIO E O PEDIDO   *
      * DE ENVIO AO MAILHOOK                            *
      ***************************************************
        SEPARACOPIA.
            MOVE ZEROES TO CT-LINREL.
            MOVE "NAO"  TO FIM-REL WS-DENTRO.
            OPEN OUTPUT COPIA.
            PERFORM COPIALINHA UNTIL FIM-REL EQUAL "SIM".
            CLOSE RELENT
                  COPIA.
            IF CT-SEL EQUAL ZEROES
                MOVE "VAZIA" TO WS-SIT
                ADD 1 TO CT-VAZIA
                MOVE "VAZIA - NAO ENVIADA" TO DR-SIT
                EXIT PARAGRAPH
            END-IF.
            MOVE DB-DEST         TO LK-CHAVE.
            MOVE WS-COP-FILENAME TO LK-MSG.
            CALL "MAILHOOK" USING LK-PROGID LK-CHAVE LK-TIPO LK-MSG.
            MOVE "FILA" TO WS-SIT.
            ADD 1 TO CT-FILA.
            MOVE "ENFILEIRADA PARA ENVIO" TO DR-SIT.

      * AS LINHAS DE CABECALHO VAO SEMPRE E NAO CONTAM COMO
      * SEPARADAS: COPIA SO COM CABECALHO E COPIA VAZIA.
        COPIALINHA.
            READ RELENT
                AT END MOVE "SIM" TO FIM-REL
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    ADD 1 TO CT-LINREL
                    IF DB-MODO EQUAL "T"
                        PERFORM GRAVASEPARADA
                    ELSE
                        IF CT-LINREL NOT GREATER THAN WS-CAB
                            PERFORM GRAVACOPIA
                        ELSE
                            PERFORM FILTRALINHA
                        END-IF
                    END-IF
            END-READ.

        FILTRALINHA.
            IF REGRELENT(DB-COL:WS-TAMVAL) EQUAL
               DB-VALOR(1:WS-TAMVAL)
                MOVE "SIM" TO WS-DENTRO
                PERFORM GRAVASEPARADA
                EXIT PARAGRAPH
            END-IF.
            IF DB-MODO EQUAL "L" OR WS-DENTRO EQUAL "NAO"
                EXIT PARAGRAPH
            END-IF.
            PERFORM GRAVASEPARADA.
            IF WS-TAMFIM GREATER THAN ZEROES
                IF REGRELENT(DB-COL:WS-TAMFIM) EQUAL
                   DB-FIM(1:WS-TAMFIM)
                    MOVE "NAO" TO WS-DENTRO
                END-IF
            END-IF.

        GRAVASEPARADA.
            PERFORM GRAVACOPIA.
            ADD 1 TO CT-SEL.

      * SALTO DE PAGINA E CONTROLES DE IMPRESSAO NAO PASSAM PARA A
      * COPIA, QUE E LIDA NA TELA E NAO IMPRESSA.
        GRAVACOPIA.
            MOVE REGRELENT TO REGCOPIA.
            INSPECT REGCOPIA REPLACING ALL X"0C" BY SPACE.
            INSPECT REGCOPIA REPLACING ALL X"0D" BY SPACE.
            INSPECT REGCOPIA REPLACING ALL X"00" BY SPACE.
            WRITE REGCOPIA.

        GRAVAENTREGA.
            MOVE SPACES          TO REGENTR.
            MOVE WS-DATA         TO EN-DATA EN-GERACAO.
            MOVE WS-HORA         TO EN-HORA.
            MOVE DB-RELAT        TO EN-RELAT.
            MOVE DB-DEST         TO EN-DEST.
            MOVE WS-COP-FILENAME TO EN-ARQUIVO.
            MOVE CT-SEL          TO EN-LINHAS.
            MOVE WS-SIT          TO EN-SIT.
            OPEN EXTEND ENTREGA.
            IF WS-FS EQUAL "35"
                OPEN OUTPUT ENTREGA
            END-IF.
            WRITE REGENTR.
            CLOSE ENTREGA.
            ADD 1 TO CT-GRAVADOS.

        IMPRIMERODAPE.
            MOVE "LINHAS DA TABELA DE DISTRIBUICAO..........: "
                TO ROD-QT-TXT.
            MOVE CT-LINHA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "COPIAS ENFILEIRADAS PARA ENVIO............: "
                TO ROD-QT-TXT.
            MOVE CT-FILA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "COPIAS VAZIAS NAO ENVIADAS................: "
                TO ROD-QT-TXT.
            MOVE CT-VAZIA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "RELATORIOS NAO GERADOS NESTA NOITE........: "
                TO ROD-QT-TXT.
            MOVE CT-NAOGER TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "LINHAS INVALIDAS IGNORADAS................: "
                TO ROD-QT-TXT.
            MOVE CT-INVAL TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.

        TERMINO.
            CLOSE RELDISTR.
            DISPLAY "EM05EX30: COPIAS ENFILEIRADAS " CT-FILA
                    " VAZIAS " CT-VAZIA " NAO GERADAS " CT-NAOGER
                    " LINHAS INVALIDAS " CT-INVAL.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
            MOVE WS-RC TO RETURN-CODE.
