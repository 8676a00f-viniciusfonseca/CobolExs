        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM01EX22.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. MANUTENCAO TRANSACIONAL DA MATRICULA EM DISCIPLINA
      * POR PERIODO MATDISC.DAT (INDEXADO, LAYOUT REGMATD), NOS
      * MOLDES DE EM01EX08: CADA LINHA DE MATREQ.DAT PEDE A INCLUSAO
      * (ACAO "I") OU A EXCLUSAO (ACAO "E") DA MATRICULA DE UM ALUNO
      * NUMA DISCIPLINA DO CATALOGO CADDISC.DAT NO PERIODO AAAA-S
      * INFORMADO (EM BRANCO = O PERIODO CORRENTE DE PARAM05.DAT),
      * NA TURMA INFORMADA (OPCIONAL, GRAVADA JUNTO NA MATRICULA).
      * A INCLUSAO EXIGE ALUNO ATIVO EM CADALU.DAT E DISCIPLINA DO
      * CATALOGO; PERIODO JA FECHADO EM PERFECH.DAT NAO ACEITA MAIS
      * INCLUSAO NEM EXCLUSAO, E MATRICULA REPETIDA E RECUSADA. E
      * CONTRA ESTE ARQUIVO QUE EM01EX05 RECUSA NOTA DE QUEM NAO SE
      * MATRICULOU E LISTA QUEM SE MATRICULOU E FICOU SEM NOTA. O
      * RESULTADO DE CADA PEDIDO SAI EM RELMATD E NO AUDITLOG.
      * A INCLUSAO TAMBEM CONFERE OS PRE-REQUISITOS DA DISCIPLINA NA
      * TABELA PREREQ.DAT (LAYOUT REGPREQ): CADA DISCIPLINA EXIGIDA
      * PRECISA DE UMA LINHA POR DISCIPLINA COM RESULTADO "A" EM
      * HISTALU.DAT, DE PERIODO ANTERIOR AO DA MATRICULA. FALTANDO
      * QUALQUER UMA, A MATRICULA E RECUSADA E CADA PRE-REQUISITO
      * FALTANTE SAI NA LISTA DE EXCECOES RELPREX.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL MATDISC ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-MD.
            SELECT MATREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CADDISC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM05 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PERFECH ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSFECH.
            SELECT OPTIONAL PREREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HISTALU ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSHIST.
            SELECT RELMATD ASSIGN TO DISK.
            SELECT RELPREX ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

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

            FD MATDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MATDISC.DAT".
            01 REGMATD.
               COPY REGMATD REPLACING ==:CHAVE:==   BY ==CHAVE-MD==
                                       ==:PERIODO:== BY ==PERIODO-MD==
                                       ==:NUM:==     BY ==NUM-MD==
                                       ==:DISC:==    BY ==DISC-MD==
                                       ==:DTMAT:==   BY ==DTMAT-MD==
                                       ==:TURMA:==   BY ==TURMA-MD==.

            FD MATREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MATREQ.DAT".
            01 REGMATREQ.
               02 NUM-REQ     PIC 9(05).
               02 ACAO-REQ    PIC X(01).
                  88 INCLUSAO  VALUE "I".
                  88 EXCLUSAO  VALUE "E".
               02 PERIODO-REQ PIC X(06).
               02 DISC-REQ    PIC X(04).
               02 TURMA-REQ   PIC X(20).

            FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
            01 REGDISC.
               COPY REGDISC REPLACING ==:DISC:==     BY ==DISC-CAT==
                                       ==:NOMEDISC:== BY
                                       ==NOMEDISC-CAT==
                                       ==:CHORAS:==   BY ==CHORAS-CAT==.

            FD PARAM05
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM05.DAT".
            01 REGPARAM05.
               02 PARM-MAXFALTAS PIC 9(02).
               02 PARM-MINMEDIA  PIC 9(02)V99.
               02 PARM-PERIODO   PIC X(06).

            FD PERFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERFECH.DAT".
            01 REGPERFECH.
               02 PF-PERIODO PIC X(06).
               02 FILLER     PIC X.
               02 PF-DATA    PIC 9(08).

            FD PREREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PREREQ.DAT".
            01 REGPREQ.
               COPY REGPREQ REPLACING ==:DISC:==    BY ==DISC-PRQ==
                                       ==:DISCREQ:== BY ==DISCREQ-PRQ==.

            FD HISTALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTALU.DAT".
            01 REGHISTALU.
               COPY REGHIST.

            FD RELMATD
               LABEL RECORD IS OMITTED.
            01 IMPMATD  PIC X(80) VALUE SPACES.

            FD RELPREX
               LABEL RECORD IS OMITTED.
            01 IMPPREX  PIC X(80) VALUE SPACES.

            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 FIM-CAT      PIC X(03) VALUE "NAO".
            77 FIM-FECH     PIC X(03) VALUE "NAO".
            77 WS-FSFECH    PIC X(02) VALUE SPACES.
            77 ALU-ACHADO   PIC X(03) VALUE "NAO".
            77 MAT-ACHADA   PIC X(03) VALUE "NAO".
            77 DISCVALIDA   PIC X(03) VALUE "NAO".
            77 PERFECHADO   PIC X(03) VALUE "NAO".
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-RECUSADOS PIC 9(05) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM01EX22".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-PERPEDIDO PIC X(06) VALUE SPACES.
            77 QTDE-DISC    PIC 9(02) VALUE ZEROES.
            77 IDX-DISC     PIC 9(02) VALUE ZEROES.
            77 CT-LIN       PIC 9(02) VALUE 40.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.
            77 FIM-PRQ      PIC X(03) VALUE "NAO".
            77 FIM-HIST     PIC X(03) VALUE "NAO".
            77 WS-FSHIST    PIC X(02) VALUE SPACES.
            77 QTDE-PREQ    PIC 9(03) VALUE ZEROES.
            77 IDX-PREQ     PIC 9(03) VALUE ZEROES.
            77 QTDE-APROV   PIC 9(02) VALUE ZEROES.
            77 IDX-APROV    PIC 9(02) VALUE ZEROES.
            77 APROV-CARREGADO PIC X(03) VALUE "NAO".
            77 PREREQ-OK    PIC X(03) VALUE "SIM".
            77 CUMPRIDO     PIC X(03) VALUE "NAO".
            77 CT-PREX      PIC 9(05) VALUE ZEROES.
            77 CT-LINPREX   PIC 9(02) VALUE 99.

            01 TAB-PREQ.
               02 TAB-PREQ-OCR OCCURS 100 TIMES.
                  03 PREQ-DISC-OCR PIC X(04).
                  03 PREQ-REQ-OCR  PIC X(04).

      * DISCIPLINAS JA APROVADAS PELO ALUNO DO PEDIDO CORRENTE,
      * CARREGADAS DE HISTALU.DAT SO QUANDO A DISCIPLINA PEDIDA TEM
      * PRE-REQUISITO.
            01 TAB-APROV.
               02 TAB-APROV-OCR OCCURS 60 TIMES.
                  03 APROV-DISC-OCR PIC X(04).

            01 TAB-DISC.
               02 TAB-DISC-OCR OCCURS 20 TIMES.
                  03 DISC-COD-OCR  PIC X(04).

            01 WS-PERIODO.
               02 WS-PER-ANO PIC 9(04) VALUE ZEROES.
               02 WS-PER-SEP PIC X(01) VALUE "-".
               02 WS-PER-SEM PIC 9(01) VALUE ZEROES.

            01 WS-DATA-SISTEMA PIC 9(08).
            01 WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
               02 AA-SIS PIC 9(04).
               02 MM-SIS PIC 9(02).
               02 DD-SIS PIC 9(02).

            01 WS-CHAVEAUD.
               02 WS-CA-NUM  PIC 9(05).
               02 WS-CA-SEP  PIC X(01) VALUE "/".
               02 WS-CA-DISC PIC X(04).
               02 FILLER     PIC X(05) VALUE SPACES.

            01 CAB-01.
               02 FILLER PIC X(32) VALUE              SPACES.
               02 FILLER PIC X(17) VALUE "FATEC-SP ALUNOS".
               02 FILLER PIC X(31) VALUE              SPACES.

            01 CAB-02.
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(48) VALUE
                  "MANUTENCAO DA MATRICULA EM DISCIPLINA - PERIODO".
               02 FILLER PIC X(16) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 DET-REQ.
               02 FILLER    PIC X(17) VALUE "MATRICULA......: ".
               02 DETNUM    PIC 9(05).
               02 FILLER    PIC X(08) VALUE "  ACAO: ".
               02 DETACAO   PIC X(01).
               02 FILLER    PIC X(11) VALUE "  PERIODO: ".
               02 DETPER    PIC X(06).
               02 FILLER    PIC X(08) VALUE "  DISC: ".
               02 DETDISC   PIC X(04).
               02 FILLER    PIC X(20) VALUE SPACES.

            01 DET-MSG.
               02 DETMSG    PIC X(60).
               02 FILLER    PIC X(20) VALUE SPACES.

            01 CAB-PREX-01.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(40) VALUE
                       "EXCECOES DE PRE-REQUISITO NA MATRICULA".
               02 FILLER PIC X(20) VALUE SPACES.

            01 CAB-PREX-02.
               02 FILLER PIC X(07) VALUE "MATRIC.".
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(13) VALUE "NOME DO ALUNO".
               02 FILLER PIC X(09) VALUE SPACES.
               02 FILLER PIC X(07) VALUE "PERIODO".
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(05) VALUE "DISC.".
               02 FILLER PIC X(03) VALUE SPACES.
               02 FILLER PIC X(23) VALUE "PRE-REQUISITO FALTANTE".
               02 FILLER PIC X(07) VALUE SPACES.

            01 DET-PREX.
               02 DP-NUM    PIC 9(05).
               02 FILLER    PIC X(05) VALUE SPACES.
               02 DP-NOME   PIC X(20).
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DP-PER    PIC X(06).
               02 FILLER    PIC X(04) VALUE SPACES.
               02 DP-DISC   PIC X(04).
               02 FILLER    PIC X(04) VALUE SPACES.
               02 DP-REQ    PIC X(04).
               02 FILLER    PIC X(26) VALUE SPACES.

            01 ROD-PREX.
               02 FILLER    PIC X(32) VALUE
                            "PRE-REQUISITOS NAO CUMPRIDOS..: ".
               02 ROD-PRX   PIC ZZZZ9.
               02 FILLER    PIC X(43) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS LIDOS.................: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS APLICADOS.............: ".
               02 ROD-GRV   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS RECUSADOS.............: ".
               02 ROD-REC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
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
            PERFORM PEGAPERIODO.
            PERFORM LEPARAM05.
            PERFORM CARREGACATALOGO.
            PERFORM CARREGAPREREQ.
            OPEN INPUT  MATREQ
                        CADALU
                 I-O    MATDISC
                 OUTPUT RELMATD
                        RELPREX.
            PERFORM CABECALHO.
            PERFORM LEITURA.

        PEGAPERIODO.
            CALL "DATAPROC" USING WS-DATA-SISTEMA WS-DATAREAL.
            MOVE AA-SIS TO WS-PER-ANO.
            MOVE "-"    TO WS-PER-SEP.
            IF MM-SIS LESS THAN 7
                MOVE 1 TO WS-PER-SEM
            ELSE
                MOVE 2 TO WS-PER-SEM.

        LEPARAM05.
            OPEN INPUT PARAM05.
            READ PARAM05
                 AT END     CONTINUE
                 NOT AT END IF PARM-PERIODO NOT EQUAL SPACES
                                MOVE PARM-PERIODO TO WS-PERIODO
                            END-IF.
            CLOSE PARAM05.

        CARREGACATALOGO.
            OPEN INPUT CADDISC.
            PERFORM LEITURA-CATALOGO UNTIL FIM-CAT EQUAL "SIM".
            CLOSE CADDISC.

        LEITURA-CATALOGO.
            READ CADDISC
                AT END MOVE "SIM" TO FIM-CAT
                NOT AT END
                    IF QTDE-DISC LESS THAN 20
                        ADD 1 TO QTDE-DISC
                        MOVE DISC-CAT TO DISC-COD-OCR(QTDE-DISC)
                    END-IF
            END-READ.

        CARREGAPREREQ.
            OPEN INPUT PREREQ.
            PERFORM LEITURA-PREREQ UNTIL FIM-PRQ EQUAL "SIM".
            CLOSE PREREQ.

        LEITURA-PREREQ.
            READ PREREQ
                AT END MOVE "SIM" TO FIM-PRQ
                NOT AT END
                    IF QTDE-PREQ LESS THAN 100
                        ADD 1 TO QTDE-PREQ
                        MOVE DISC-PRQ    TO PREQ-DISC-OCR(QTDE-PREQ)
                        MOVE DISCREQ-PRQ TO PREQ-REQ-OCR(QTDE-PREQ)
                    ELSE
                        DISPLAY "EM01EX22: *** TABELA DE "
                                "PRE-REQUISITOS CHEIA - LINHA DE "
                                "PREREQ.DAT IGNORADA ***"
                    END-IF
            END-READ.

        LEITURA.
            READ MATREQ AT END MOVE "SIM" TO FIM-ARQ.
            IF FIM-ARQ NOT EQUAL "SIM"
                ADD 1 TO CT-LIDOS
            END-IF.

        PRINCIPAL.
            PERFORM TRATAPEDIDO.
            PERFORM LEITURA.

        TRATAPEDIDO.
            IF PERIODO-REQ EQUAL SPACES
                MOVE WS-PERIODO TO WS-PERPEDIDO
            ELSE
                MOVE PERIODO-REQ TO WS-PERPEDIDO
            END-IF.
            PERFORM IMPPEDIDO.
            PERFORM CONFEREFECHADO.
            IF PERFECHADO EQUAL "SIM"
                MOVE "*** PERIODO JA FECHADO - RECUSADO ***"
                    TO DETMSG
                MOVE "PERFECHADO" TO LK-ACAO
                PERFORM RECUSAPEDIDO
            ELSE
                EVALUATE TRUE
                    WHEN INCLUSAO PERFORM INCLUIMATRICULA
                    WHEN EXCLUSAO PERFORM EXCLUIMATRICULA
                    WHEN OTHER
                        MOVE "*** ACAO INVALIDA - PEDIDO IGNORADO ***"
                            TO DETMSG
                        MOVE "RECUSADO" TO LK-ACAO
                        PERFORM RECUSAPEDIDO
                END-EVALUATE
            END-IF.

        CONFEREFECHADO.
            MOVE "NAO" TO PERFECHADO FIM-FECH.
            OPEN INPUT PERFECH.
            IF WS-FSFECH NOT EQUAL "00"
                MOVE "SIM" TO FIM-FECH
            END-IF.
            PERFORM LEITURA-FECHADOS UNTIL FIM-FECH EQUAL "SIM".
            CLOSE PERFECH.

        LEITURA-FECHADOS.
            READ PERFECH
                AT END MOVE "SIM" TO FIM-FECH
                NOT AT END
                    IF PF-PERIODO EQUAL WS-PERPEDIDO
                        MOVE "SIM" TO PERFECHADO
                        MOVE "SIM" TO FIM-FECH
                    END-IF
            END-READ.

        INCLUIMATRICULA.
            MOVE NUM-REQ TO NUM-ENT.
            MOVE "SIM"   TO ALU-ACHADO.
            READ CADALU
                INVALID KEY MOVE "NAO" TO ALU-ACHADO
            END-READ.
            IF ALU-ACHADO NOT EQUAL "SIM"
                MOVE "*** ALUNO NAO ENCONTRADO ***" TO DETMSG
                MOVE "RECUSADO" TO LK-ACAO
                PERFORM RECUSAPEDIDO
                EXIT PARAGRAPH
            END-IF.
            IF SIT-ENT NOT EQUAL "A" AND SIT-ENT NOT EQUAL SPACE
                MOVE "*** ALUNO NAO ATIVO - MATRICULA RECUSADA ***"
                    TO DETMSG
                MOVE "INATIVO" TO LK-ACAO
                PERFORM RECUSAPEDIDO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALIDADISCIPLINA.
            IF DISCVALIDA NOT EQUAL "SIM"
                MOVE "*** DISCIPLINA FORA DO CATALOGO - RECUSADO ***"
                    TO DETMSG
                MOVE "DISCINVAL" TO LK-ACAO
                PERFORM RECUSAPEDIDO
                EXIT PARAGRAPH
            END-IF.
            PERFORM CONFEREPREREQ.
            IF PREREQ-OK NOT EQUAL "SIM"
                MOVE "*** PRE-REQUISITO NAO CUMPRIDO - VER RELPREX ***"
                    TO DETMSG
                MOVE "PREREQ" TO LK-ACAO
                PERFORM RECUSAPEDIDO
                EXIT PARAGRAPH
            END-IF.
            PERFORM GRAVAMATRICULA.

      * CADA LINHA DA TABELA QUE EXIGE ALGO DA DISCIPLINA PEDIDA E
      * CONFERIDA CONTRA AS APROVACOES DO ALUNO; TODAS AS FALTANTES
      * SAEM NA LISTA, NAO SO A PRIMEIRA.
        CONFEREPREREQ.
            MOVE "SIM" TO PREREQ-OK.
            MOVE "NAO" TO APROV-CARREGADO.
            PERFORM VARYING IDX-PREQ FROM 1 BY 1
                     UNTIL IDX-PREQ GREATER THAN QTDE-PREQ
                IF PREQ-DISC-OCR(IDX-PREQ) EQUAL DISC-REQ
                    PERFORM CONFEREUMPREREQ
                END-IF
            END-PERFORM.

        CONFEREUMPREREQ.
            IF APROV-CARREGADO NOT EQUAL "SIM"
                PERFORM CARREGAAPROVADAS
            END-IF.
            MOVE "NAO" TO CUMPRIDO.
            PERFORM VARYING IDX-APROV FROM 1 BY 1
                     UNTIL IDX-APROV GREATER THAN QTDE-APROV
                        OR CUMPRIDO EQUAL "SIM"
                IF APROV-DISC-OCR(IDX-APROV)
                   EQUAL PREQ-REQ-OCR(IDX-PREQ)
                    MOVE "SIM" TO CUMPRIDO
                END-IF
            END-PERFORM.
            IF CUMPRIDO NOT EQUAL "SIM"
                MOVE "NAO" TO PREREQ-OK
                PERFORM IMPEXCECAO
            END-IF.

        CARREGAAPROVADAS.
            MOVE ZEROES TO QTDE-APROV.
            MOVE "NAO"  TO FIM-HIST.
            OPEN INPUT HISTALU.
            IF WS-FSHIST NOT EQUAL "00"
                MOVE "SIM" TO FIM-HIST
            END-IF.
            PERFORM LEITURA-HISTORICO UNTIL FIM-HIST EQUAL "SIM".
            CLOSE HISTALU.
            MOVE "SIM" TO APROV-CARREGADO.

        LEITURA-HISTORICO.
            READ HISTALU
                AT END MOVE "SIM" TO FIM-HIST
                NOT AT END
                    IF HL-NUM EQUAL NUM-REQ
                       AND HL-DISC NOT EQUAL SPACES
                       AND HL-RESULT EQUAL "A"
                       AND HL-PERIODO LESS THAN WS-PERPEDIDO
                       AND QTDE-APROV LESS THAN 60
                        ADD 1 TO QTDE-APROV
                        MOVE HL-DISC TO APROV-DISC-OCR(QTDE-APROV)
                    END-IF
            END-READ.

        IMPEXCECAO.
            IF CT-LINPREX GREATER THAN 50
                MOVE ZEROES TO CT-LINPREX
                WRITE IMPPREX FROM CAB-PREX-01 AFTER ADVANCING PAGE
                WRITE IMPPREX FROM CAB-PREX-02
                    AFTER ADVANCING 2 LINES
            END-IF.
            MOVE NUM-REQ               TO DP-NUM.
            MOVE NOME-ENT              TO DP-NOME.
            MOVE WS-PERPEDIDO          TO DP-PER.
            MOVE DISC-REQ              TO DP-DISC.
            MOVE PREQ-REQ-OCR(IDX-PREQ) TO DP-REQ.
            WRITE IMPPREX FROM DET-PREX AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LINPREX.
            ADD 1 TO CT-PREX.

        GRAVAMATRICULA.
            MOVE WS-PERPEDIDO    TO PERIODO-MD.
            MOVE NUM-REQ         TO NUM-MD.
            MOVE DISC-REQ        TO DISC-MD.
            MOVE WS-DATA-SISTEMA TO DTMAT-MD.
            MOVE TURMA-REQ       TO TURMA-MD.
            WRITE REGMATD
                INVALID KEY
                    MOVE "*** DISCIPLINA JA MATRICULADA NO PERIODO ***"
                        TO DETMSG
                    MOVE "DUPLICADO" TO LK-ACAO
                    PERFORM RECUSAPEDIDO
                NOT INVALID KEY
                    ADD 1 TO CT-GRAVADOS
                    MOVE "*** MATRICULA EM DISCIPLINA INCLUIDA ***"
                        TO DETMSG
                    PERFORM IMPRESULTADO
                    MOVE "MATRICULA" TO LK-ACAO
                    PERFORM GRAVAAUDIT
            END-WRITE.

        EXCLUIMATRICULA.
            MOVE WS-PERPEDIDO TO PERIODO-MD.
            MOVE NUM-REQ      TO NUM-MD.
            MOVE DISC-REQ     TO DISC-MD.
            MOVE "SIM"        TO MAT-ACHADA.
            READ MATDISC
                INVALID KEY MOVE "NAO" TO MAT-ACHADA
            END-READ.
            IF MAT-ACHADA NOT EQUAL "SIM"
                MOVE "*** MATRICULA EM DISCIPLINA NAO ENCONTRADA ***"
                    TO DETMSG
                MOVE "RECUSADO" TO LK-ACAO
                PERFORM RECUSAPEDIDO
            ELSE
                DELETE MATDISC
                ADD 1 TO CT-GRAVADOS
                MOVE "*** MATRICULA EM DISCIPLINA EXCLUIDA ***"
                    TO DETMSG
                PERFORM IMPRESULTADO
                MOVE "DESMATRIC" TO LK-ACAO
                PERFORM GRAVAAUDIT
            END-IF.

      * CATALOGO AUSENTE OU VAZIO ACEITA QUALQUER CODIGO, A MESMA
      * REGRA DE TRANSICAO DE EM01EX05.
        VALIDADISCIPLINA.
            IF QTDE-DISC EQUAL ZEROES
                MOVE "SIM" TO DISCVALIDA
            ELSE
                MOVE "NAO" TO DISCVALIDA
                PERFORM VARYING IDX-DISC FROM 1 BY 1
                         UNTIL IDX-DISC GREATER THAN QTDE-DISC
                            OR DISCVALIDA EQUAL "SIM"
                    IF DISC-COD-OCR(IDX-DISC) EQUAL DISC-REQ
                        MOVE "SIM" TO DISCVALIDA
                    END-IF
                END-PERFORM
            END-IF.

        RECUSAPEDIDO.
            ADD 1 TO CT-RECUSADOS.
            PERFORM IMPRESULTADO.
            PERFORM GRAVAAUDIT.

        IMPPEDIDO.
            IF CT-LIN GREATER THAN 36
                PERFORM CABECALHO
            END-IF.
            MOVE NUM-REQ      TO DETNUM.
            MOVE ACAO-REQ     TO DETACAO.
            MOVE WS-PERPEDIDO TO DETPER.
            MOVE DISC-REQ     TO DETDISC.
            WRITE IMPMATD FROM DET-REQ AFTER ADVANCING 2 LINES.
            ADD 2 TO CT-LIN.

        IMPRESULTADO.
            WRITE IMPMATD FROM DET-MSG AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
            MOVE SPACES TO DET-MSG.

        GRAVAAUDIT.
            MOVE NUM-REQ  TO WS-CA-NUM.
            MOVE DISC-REQ TO WS-CA-DISC.
            MOVE WS-CHAVEAUD TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        CABECALHO.
            ADD  1      TO CT-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPMATD.

            WRITE IMPMATD             AFTER ADVANCING   PAGE.
            WRITE IMPMATD FROM CAB-01 AFTER ADVANCING 1 LINE.
            WRITE IMPMATD FROM CAB-02 AFTER ADVANCING 1 LINE.
            WRITE IMPMATD FROM CAB-03 AFTER ADVANCING 1 LINE.

        TERMINO.
            MOVE CT-LIDOS     TO ROD-LID.
            MOVE CT-GRAVADOS  TO ROD-GRV.
            MOVE CT-RECUSADOS TO ROD-REC.
            WRITE IMPMATD FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPMATD FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPMATD FROM ROD-03 AFTER ADVANCING 1 LINE.
            IF CT-PREX GREATER THAN ZEROES
                MOVE CT-PREX TO ROD-PRX
                WRITE IMPPREX FROM ROD-PREX AFTER ADVANCING 2 LINES
            END-IF.
            CLOSE MATREQ
                  CADALU
                  MATDISC
                  RELMATD
                  RELPREX.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
