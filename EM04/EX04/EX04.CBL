        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM04EX04.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. CONTROLE DE VAGAS POR TURMA, ENTRE O MERGE EM04EX01
      * E A LISTA DE CHAMADA EM04EX02. O CADASTRO TURMAS.DAT (LAYOUT
      * REGTURM) DA O CAMPUS E AS VAGAS DE CADA TURMA. AS VAGAS JA
      * OCUPADAS FICAM EM TURMAOCP.DAT E A LISTA DE ESPERA EM
      * ESPERA.DAT (LAYOUT REGOCUP), COM O NUMERO DE ORDEM DO PEDIDO.
      * A CADA RODADA: O ALUNO COM SITUACAO "C" EM CADALU.DAT LIBERA A
      * VAGA OU SAI DA ESPERA; AS VAGAS LIVRES VAO PARA A ESPERA DA
      * TURMA EM ORDEM DE PEDIDO; E OS PEDIDOS NOVOS DE ARQC.DAT
      * (TURMA + CODIGO AINDA NAO CONHECIDOS) OCUPAM AS VAGAS QUE
      * SOBRAM NA ORDEM EM QUE CHEGAM, O EXCEDENTE INDO PARA A ESPERA.
      * ARQC.DAT E REGRAVADO SO COM OS ALUNOS QUE TEM VAGA (VIA
      * ARQCKEEP.DAT, COM NOVO ARQC.CTL), PARA QUE A LISTA DE CHAMADA
      * NAO PASSE DA CAPACIDADE; TURMA FORA DE TURMAS.DAT PASSA SEM
      * LIMITE. RELVAGAS TRAZ OS MOVIMENTOS DA RODADA E AS VAGAS
      * POR TURMA E POR CAMPUS.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT ARQC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARQCKEEP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TURMAS ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TURMAOCP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ESPERA ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT RELVAGAS ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD ARQC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQC.DAT".
            01 REGC.
               02 COD-C   PIC 9(03).
               02 NOME-C  PIC X(30).
               02 TURMA-C PIC X(20).

            FD ARQCKEEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCKEEP.DAT".
            01 REGCKEEP PIC X(53).

            FD TURMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TURMAS.DAT".
            01 REGTURMA.
               COPY REGTURM REPLACING ==:TURMA:==  BY ==TURMA-TM==
                                       ==:CAMPUS:== BY ==CAMPUS-TM==
                                       ==:VAGAS:==  BY ==VAGAS-TM==.

            FD TURMAOCP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TURMAOCP.DAT".
            01 REGOCUP.
               COPY REGOCUP REPLACING ==:TURMA:== BY ==TURMA-OC==
                                       ==:COD:==   BY ==COD-OC==
                                       ==:NOME:==  BY ==NOME-OC==
                                       ==:SEQ:==   BY ==SEQ-OC==
                                       ==:DATA:==  BY ==DATA-OC==.

            FD ESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESPERA.DAT".
            01 REGESPERA.
               COPY REGOCUP REPLACING ==:TURMA:== BY ==TURMA-ES==
                                       ==:COD:==   BY ==COD-ES==
                                       ==:NOME:==  BY ==NOME-ES==
                                       ==:SEQ:==   BY ==SEQ-ES==
                                       ==:DATA:==  BY ==DATA-ES==.

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

            FD RELVAGAS
               LABEL RECORD IS OMITTED.
            01 IMPVAG PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ      PIC X(03) VALUE "NAO".
            77 FIM-TURMA    PIC X(03) VALUE "NAO".
            77 FIM-OCUP     PIC X(03) VALUE "NAO".
            77 FIM-ESPERA   PIC X(03) VALUE "NAO".
            77 FIM-KEEP     PIC X(03) VALUE "NAO".
            77 ALU-CANCELADO PIC X(03) VALUE "NAO".
            77 TEM-ESPERA   PIC X(03) VALUE "NAO".
            77 CT-LIDOS     PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS  PIC 9(07) VALUE ZEROES.
            77 CT-NOVAVAGA  PIC 9(05) VALUE ZEROES.
            77 CT-NOVAESP   PIC 9(05) VALUE ZEROES.
            77 CT-PROMOVIDOS PIC 9(05) VALUE ZEROES.
            77 CT-LIBERADAS PIC 9(05) VALUE ZEROES.
            77 CT-SEMLIMITE PIC 9(05) VALUE ZEROES.
            77 CT-LIN       PIC 9(02) VALUE 99.
            77 CT-PAG       PIC 9(02) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM04EX04".
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 LK-CTLMODO   PIC X(01) VALUE SPACES.
            77 LK-CTLARQ    PIC X(08) VALUE SPACES.
            77 LK-CTLSOMA   PIC 9(13)V99 VALUE ZEROES.
            77 LK-CTLRESULT PIC X(07) VALUE SPACES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-DATAPROC  PIC 9(08) VALUE ZEROES.
            77 WS-ULTSEQ    PIC 9(06) VALUE ZEROES.
            77 WS-MENORSEQ  PIC 9(06) VALUE ZEROES.
            77 WS-LIVRES    PIC 9(04) VALUE ZEROES.
            77 QTDE-TURMA   PIC 9(03) VALUE ZEROES.
            77 IDX-TURMA    PIC 9(03) VALUE ZEROES.
            77 ACH-TURMA    PIC 9(03) VALUE ZEROES.
            77 QTDE-INSC    PIC 9(04) VALUE ZEROES.
            77 IDX-INSC     PIC 9(04) VALUE ZEROES.
            77 ACH-INSC     PIC 9(04) VALUE ZEROES.
            77 QTDE-CAMPUS  PIC 9(02) VALUE ZEROES.
            77 IDX-CAMPUS   PIC 9(02) VALUE ZEROES.
            77 ACH-CAMPUS   PIC 9(02) VALUE ZEROES.
            77 WS-TURMABUSCA PIC X(20) VALUE SPACES.

      * TURMAS COM LIMITE, COM A OCUPACAO E A ESPERA CORRENTES.
            01 TAB-TURMA.
               02 TAB-TURMA-OCR OCCURS 100 TIMES.
                  03 TT-TURMA  PIC X(20).
                  03 TT-CAMPUS PIC X(02).
                  03 TT-VAGAS  PIC 9(03).
                  03 TT-OCUP   PIC 9(03).
                  03 TT-ESPERA PIC 9(03).

      * ALUNOS COM VAGA ("S"), NA ESPERA ("E") OU QUE SAIRAM NESTA
      * RODADA ("X").
            01 TAB-INSC.
               02 TAB-INSC-OCR OCCURS 3000 TIMES.
                  03 IN-TURMA PIC X(20).
                  03 IN-COD   PIC 9(03).
                  03 IN-NOME  PIC X(30).
                  03 IN-SEQ   PIC 9(06).
                  03 IN-DATA  PIC 9(08).
                  03 IN-SIT   PIC X(01).

            01 TAB-CAMPUS.
               02 TAB-CAMPUS-OCR OCCURS 20 TIMES.
                  03 CP-CAMPUS PIC X(02).
                  03 CP-VAGAS  PIC 9(04).
                  03 CP-OCUP   PIC 9(04).
                  03 CP-LIVRES PIC 9(04).
                  03 CP-ESPERA PIC 9(04).

            01 CAB-01.
               02 FILLER PIC X(32) VALUE              SPACES.
               02 FILLER PIC X(17) VALUE "FATEC-SP ALUNOS".
               02 FILLER PIC X(31) VALUE              SPACES.

            01 CAB-02.
               02 FILLER  PIC X(26) VALUE SPACES.
               02 FILLER  PIC X(28) VALUE
                  "CONTROLE DE VAGAS POR TURMA".
               02 FILLER  PIC X(12) VALUE "        PAG.".
               02 FILLER  PIC X(01) VALUE SPACES.
               02 CAB-PAG PIC Z9.
               02 FILLER  PIC X(11) VALUE SPACES.

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 CAB-SECAO PIC X(80) VALUE SPACES.

            01 CAB-MOV.
               02 FILLER PIC X(07) VALUE "  COD.".
               02 FILLER PIC X(22) VALUE "NOME DO ALUNO".
               02 FILLER PIC X(22) VALUE "TURMA".
               02 FILLER PIC X(29) VALUE "OCORRENCIA".

            01 CAB-VAG.
               02 FILLER PIC X(22) VALUE "TURMA".
               02 FILLER PIC X(08) VALUE "CAMPUS".
               02 FILLER PIC X(08) VALUE "VAGAS".
               02 FILLER PIC X(10) VALUE "OCUPADAS".
               02 FILLER PIC X(08) VALUE "LIVRES".
               02 FILLER PIC X(24) VALUE "ESPERA".

            01 DET-MOV.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DM-COD   PIC 9(03).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DM-NOME  PIC X(20).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DM-TURMA PIC X(20).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DM-MSG   PIC X(29).

            01 WS-MSGESPERA.
               02 FILLER   PIC X(26) VALUE
                           "LISTA DE ESPERA - POSICAO ".
               02 ME-POS   PIC ZZ9.

            01 DET-VAG.
               02 DV-TURMA PIC X(20).
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DV-CAM   PIC X(02).
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DV-VAG   PIC ZZZ9.
               02 FILLER   PIC X(06) VALUE SPACES.
               02 DV-OCU   PIC ZZZ9.
               02 FILLER   PIC X(06) VALUE SPACES.
               02 DV-LIV   PIC ZZZ9.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DV-ESP   PIC ZZZ9.
               02 FILLER   PIC X(18) VALUE SPACES.

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS LIDOS EM ARQC.DAT.....: ".
               02 ROD-LID   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS NOVOS COM VAGA........: ".
               02 ROD-NVG   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS NOVOS NA ESPERA.......: ".
               02 ROD-NES   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "PROMOVIDOS DA ESPERA..........: ".
               02 ROD-PRO   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "CANCELADOS (VAGA OU ESPERA)...: ".
               02 ROD-LIB   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-06.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS EM TURMA SEM LIMITE...: ".
               02 ROD-SEM   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-07.
               02 FILLER    PIC X(32) VALUE
                            "ALUNOS EM ARQC.DAT REGRAVADO..: ".
               02 ROD-GRV   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CONFERECANCELADOS.
            PERFORM PROMOVEESPERA.
            PERFORM PROCESSAPEDIDOS.
            PERFORM GRAVAOCUPACAO.
            PERFORM IMPRIMEVAGAS.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            PERFORM CARREGATURMAS.
            PERFORM CARREGAOCUPACAO.
            PERFORM CARREGAESPERA.
            OPEN INPUT  CADALU
                 OUTPUT RELVAGAS.
            MOVE CAB-MOV TO CAB-SECAO.

        CARREGATURMAS.
            OPEN INPUT TURMAS.
            PERFORM LEITURA-TURMA UNTIL FIM-TURMA EQUAL "SIM".
            CLOSE TURMAS.

        LEITURA-TURMA.
            READ TURMAS
                AT END MOVE "SIM" TO FIM-TURMA
                NOT AT END
                    IF QTDE-TURMA LESS THAN 100
                        ADD 1 TO QTDE-TURMA
                        MOVE TURMA-TM  TO TT-TURMA(QTDE-TURMA)
                        MOVE CAMPUS-TM TO TT-CAMPUS(QTDE-TURMA)
                        MOVE VAGAS-TM  TO TT-VAGAS(QTDE-TURMA)
                        MOVE ZEROES    TO TT-OCUP(QTDE-TURMA)
                                          TT-ESPERA(QTDE-TURMA)
                    ELSE
                        DISPLAY "EM04EX04: *** TABELA DE TURMAS "
                                "CHEIA - TURMA " TURMA-TM
                                " SEM LIMITE ***"
                    END-IF
            END-READ.

        CARREGAOCUPACAO.
            OPEN INPUT TURMAOCP.
            PERFORM LEITURA-OCUP UNTIL FIM-OCUP EQUAL "SIM".
            CLOSE TURMAOCP.

        LEITURA-OCUP.
            READ TURMAOCP
                AT END MOVE "SIM" TO FIM-OCUP
                NOT AT END
                    PERFORM TABELACHEIA
                    ADD 1 TO QTDE-INSC
                    MOVE TURMA-OC TO IN-TURMA(QTDE-INSC)
                    MOVE COD-OC   TO IN-COD(QTDE-INSC)
                    MOVE NOME-OC  TO IN-NOME(QTDE-INSC)
                    MOVE SEQ-OC   TO IN-SEQ(QTDE-INSC)
                    MOVE DATA-OC  TO IN-DATA(QTDE-INSC)
                    MOVE "S"      TO IN-SIT(QTDE-INSC)
                    PERFORM CONTAINSCRITO
            END-READ.

        CARREGAESPERA.
            OPEN INPUT ESPERA.
            PERFORM LEITURA-ESPERA UNTIL FIM-ESPERA EQUAL "SIM".
            CLOSE ESPERA.

        LEITURA-ESPERA.
            READ ESPERA
                AT END MOVE "SIM" TO FIM-ESPERA
                NOT AT END
                    PERFORM TABELACHEIA
                    ADD 1 TO QTDE-INSC
                    MOVE TURMA-ES TO IN-TURMA(QTDE-INSC)
                    MOVE COD-ES   TO IN-COD(QTDE-INSC)
                    MOVE NOME-ES  TO IN-NOME(QTDE-INSC)
                    MOVE SEQ-ES   TO IN-SEQ(QTDE-INSC)
                    MOVE DATA-ES  TO IN-DATA(QTDE-INSC)
                    MOVE "E"      TO IN-SIT(QTDE-INSC)
                    PERFORM CONTAINSCRITO
            END-READ.

      * SEM A TABELA COMPLETA A OCUPACAO REGRAVADA PERDERIA ALUNOS,
      * ENTAO A RODADA PARA ANTES DE MEXER EM QUALQUER ARQUIVO.
        TABELACHEIA.
            IF QTDE-INSC NOT LESS THAN 3000
                DISPLAY "EM04EX04: *** TABELA DE VAGAS CHEIA - "
                        "TURMAOCP.DAT + ESPERA.DAT NAO CABEM ***"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

        CONTAINSCRITO.
            IF IN-SEQ(QTDE-INSC) GREATER THAN WS-ULTSEQ
                MOVE IN-SEQ(QTDE-INSC) TO WS-ULTSEQ
            END-IF.
            MOVE IN-TURMA(QTDE-INSC) TO WS-TURMABUSCA.
            PERFORM ACHATURMA.
            IF ACH-TURMA GREATER THAN ZEROES
                IF IN-SIT(QTDE-INSC) EQUAL "S"
                    ADD 1 TO TT-OCUP(ACH-TURMA)
                ELSE
                    ADD 1 TO TT-ESPERA(ACH-TURMA)
                END-IF
            END-IF.

        ACHATURMA.
            MOVE ZEROES TO ACH-TURMA.
            PERFORM VARYING IDX-TURMA FROM 1 BY 1
                     UNTIL IDX-TURMA GREATER THAN QTDE-TURMA
                        OR ACH-TURMA GREATER THAN ZEROES
                IF TT-TURMA(IDX-TURMA) EQUAL WS-TURMABUSCA
                    MOVE IDX-TURMA TO ACH-TURMA
                END-IF
            END-PERFORM.

        LEALUNO.
            MOVE "NAO" TO ALU-CANCELADO.
            READ CADALU
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF SIT-ENT EQUAL "C"
                        MOVE "SIM" TO ALU-CANCELADO
                    END-IF
            END-READ.

      ***************************************************
      * CANCELAMENTO: SITUACAO "C" EM CADALU.DAT LIBERA *
      * A VAGA OU TIRA O ALUNO DA ESPERA.               *
      ***************************************************
        CONFERECANCELADOS.
            PERFORM VARYING IDX-INSC FROM 1 BY 1
                     UNTIL IDX-INSC GREATER THAN QTDE-INSC
                MOVE IN-COD(IDX-INSC) TO NUM-ENT
                PERFORM LEALUNO
                IF ALU-CANCELADO EQUAL "SIM"
                    PERFORM RETIRACANCELADO
                END-IF
            END-PERFORM.

        RETIRACANCELADO.
            ADD 1 TO CT-LIBERADAS.
            MOVE IN-TURMA(IDX-INSC) TO WS-TURMABUSCA.
            PERFORM ACHATURMA.
            IF IN-SIT(IDX-INSC) EQUAL "S"
                MOVE "VAGA LIBERADA (CANCELADO)" TO DM-MSG
                IF ACH-TURMA GREATER THAN ZEROES
                    SUBTRACT 1 FROM TT-OCUP(ACH-TURMA)
                END-IF
            ELSE
                MOVE "SAIU DA ESPERA (CANCELADO)" TO DM-MSG
                IF ACH-TURMA GREATER THAN ZEROES
                    SUBTRACT 1 FROM TT-ESPERA(ACH-TURMA)
                END-IF
            END-IF.
            MOVE "X" TO IN-SIT(IDX-INSC).
            MOVE IN-COD(IDX-INSC)   TO DM-COD.
            MOVE IN-NOME(IDX-INSC)  TO DM-NOME.
            MOVE IN-TURMA(IDX-INSC) TO DM-TURMA.
            PERFORM IMPMOVIMENTO.
            MOVE IN-COD(IDX-INSC) TO LK-CHAVE.
            MOVE "VAGALIBER"      TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      ***************************************************
      * PROMOCAO: A VAGA LIVRE VAI PARA O MENOR NUMERO  *
      * DE ORDEM DA ESPERA DA TURMA.                    *
      ***************************************************
        PROMOVEESPERA.
            PERFORM VARYING ACH-TURMA FROM 1 BY 1
                     UNTIL ACH-TURMA GREATER THAN QTDE-TURMA
                MOVE "SIM" TO TEM-ESPERA
                PERFORM PROMOVEUM
                    UNTIL TEM-ESPERA NOT EQUAL "SIM"
                       OR TT-OCUP(ACH-TURMA)
                          NOT LESS THAN TT-VAGAS(ACH-TURMA)
            END-PERFORM.

        PROMOVEUM.
            MOVE ZEROES TO ACH-INSC.
            MOVE 999999 TO WS-MENORSEQ.
            PERFORM VARYING IDX-INSC FROM 1 BY 1
                     UNTIL IDX-INSC GREATER THAN QTDE-INSC
                IF IN-SIT(IDX-INSC) EQUAL "E"
                   AND IN-TURMA(IDX-INSC) EQUAL TT-TURMA(ACH-TURMA)
                   AND IN-SEQ(IDX-INSC) LESS THAN WS-MENORSEQ
                    MOVE IDX-INSC         TO ACH-INSC
                    MOVE IN-SEQ(IDX-INSC) TO WS-MENORSEQ
                END-IF
            END-PERFORM.
            IF ACH-INSC EQUAL ZEROES
                MOVE "NAO" TO TEM-ESPERA
                EXIT PARAGRAPH
            END-IF.
            MOVE "S" TO IN-SIT(ACH-INSC).
            ADD 1 TO TT-OCUP(ACH-TURMA).
            SUBTRACT 1 FROM TT-ESPERA(ACH-TURMA).
            ADD 1 TO CT-PROMOVIDOS.
            MOVE IN-COD(ACH-INSC)   TO DM-COD.
            MOVE IN-NOME(ACH-INSC)  TO DM-NOME.
            MOVE IN-TURMA(ACH-INSC) TO DM-TURMA.
            MOVE "PROMOVIDO DA ESPERA" TO DM-MSG.
            PERFORM IMPMOVIMENTO.
            MOVE IN-COD(ACH-INSC) TO LK-CHAVE.
            MOVE "PROMOVIDO"      TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      ***************************************************
      * PEDIDOS DE ARQC.DAT: SO QUEM TEM VAGA VOLTA PARA *
      * O ARQUIVO, VIA ARQCKEEP.DAT.                     *
      ***************************************************
        PROCESSAPEDIDOS.
            OPEN INPUT  ARQC
                 OUTPUT ARQCKEEP.
            PERFORM LEITURA.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQC
                  ARQCKEEP.
            OPEN INPUT  ARQCKEEP
                 OUTPUT ARQC.
            PERFORM COPIAARQCKEEP UNTIL FIM-KEEP EQUAL "SIM".
            CLOSE ARQCKEEP
                  ARQC.
            MOVE "G"    TO LK-CTLMODO.
            MOVE "ARQC" TO LK-CTLARQ.
            MOVE ZEROES TO LK-CTLSOMA.
            CALL "CTLTOTAL" USING LK-CTLMODO LK-CTLARQ CT-GRAVADOS
                                   LK-CTLSOMA LK-CTLRESULT.

        LEITURA.
            READ ARQC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END ADD 1 TO CT-LIDOS
            END-READ.

        PRINCIPAL.
            MOVE TURMA-C TO WS-TURMABUSCA.
            PERFORM ACHATURMA.
            IF ACH-TURMA EQUAL ZEROES
                ADD 1 TO CT-SEMLIMITE
                PERFORM MANTEMPEDIDO
            ELSE
                PERFORM ACHAINSCRITO
                IF ACH-INSC GREATER THAN ZEROES
                    IF IN-SIT(ACH-INSC) EQUAL "S"
                        PERFORM MANTEMPEDIDO
                    END-IF
                ELSE
                    PERFORM PEDIDONOVO
                END-IF
            END-IF.
            PERFORM LEITURA.

        ACHAINSCRITO.
            MOVE ZEROES TO ACH-INSC.
            PERFORM VARYING IDX-INSC FROM 1 BY 1
                     UNTIL IDX-INSC GREATER THAN QTDE-INSC
                        OR ACH-INSC GREATER THAN ZEROES
                IF IN-COD(IDX-INSC) EQUAL COD-C
                   AND IN-TURMA(IDX-INSC) EQUAL TURMA-C
                    MOVE IDX-INSC TO ACH-INSC
                END-IF
            END-PERFORM.

        MANTEMPEDIDO.
            MOVE REGC TO REGCKEEP.
            WRITE REGCKEEP.
            ADD 1 TO CT-GRAVADOS.

      * PEDIDO NOVO RECEBE O PROXIMO NUMERO DE ORDEM: OCUPA VAGA SE
      * HOUVER, SENAO ENTRA NO FIM DA ESPERA DA TURMA.
        PEDIDONOVO.
            MOVE COD-C TO NUM-ENT.
            PERFORM LEALUNO.
            MOVE COD-C   TO DM-COD.
            MOVE NOME-C  TO DM-NOME.
            MOVE TURMA-C TO DM-TURMA.
            IF ALU-CANCELADO EQUAL "SIM"
                MOVE "PEDIDO IGNORADO (CANCELADO)" TO DM-MSG
                PERFORM IMPMOVIMENTO
                EXIT PARAGRAPH
            END-IF.
            IF QTDE-INSC NOT LESS THAN 3000
                DISPLAY "EM04EX04: *** TABELA DE VAGAS CHEIA - "
                        "ALUNO " COD-C " MANTIDO SEM CONTROLE ***"
                PERFORM MANTEMPEDIDO
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-INSC.
            ADD 1 TO WS-ULTSEQ.
            MOVE TURMA-C     TO IN-TURMA(QTDE-INSC).
            MOVE COD-C       TO IN-COD(QTDE-INSC).
            MOVE NOME-C      TO IN-NOME(QTDE-INSC).
            MOVE WS-ULTSEQ   TO IN-SEQ(QTDE-INSC).
            MOVE WS-DATAPROC TO IN-DATA(QTDE-INSC).
            IF TT-OCUP(ACH-TURMA) LESS THAN TT-VAGAS(ACH-TURMA)
                MOVE "S" TO IN-SIT(QTDE-INSC)
                ADD 1 TO TT-OCUP(ACH-TURMA)
                ADD 1 TO CT-NOVAVAGA
                PERFORM MANTEMPEDIDO
            ELSE
                MOVE "E" TO IN-SIT(QTDE-INSC)
                ADD 1 TO TT-ESPERA(ACH-TURMA)
                ADD 1 TO CT-NOVAESP
                MOVE TT-ESPERA(ACH-TURMA) TO ME-POS
                MOVE WS-MSGESPERA TO DM-MSG
                PERFORM IMPMOVIMENTO
                MOVE COD-C      TO LK-CHAVE
                MOVE "ESPERA"   TO LK-ACAO
                CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
            END-IF.

        COPIAARQCKEEP.
            READ ARQCKEEP
                AT END MOVE "SIM" TO FIM-KEEP
                NOT AT END
                    MOVE REGCKEEP TO REGC
                    WRITE REGC
            END-READ.

        GRAVAOCUPACAO.
            OPEN OUTPUT TURMAOCP
                        ESPERA.
            PERFORM VARYING IDX-INSC FROM 1 BY 1
                     UNTIL IDX-INSC GREATER THAN QTDE-INSC
                EVALUATE IN-SIT(IDX-INSC)
                    WHEN "S"
                        MOVE IN-TURMA(IDX-INSC) TO TURMA-OC
                        MOVE IN-COD(IDX-INSC)   TO COD-OC
                        MOVE IN-NOME(IDX-INSC)  TO NOME-OC
                        MOVE IN-SEQ(IDX-INSC)   TO SEQ-OC
                        MOVE IN-DATA(IDX-INSC)  TO DATA-OC
                        WRITE REGOCUP
                    WHEN "E"
                        MOVE IN-TURMA(IDX-INSC) TO TURMA-ES
                        MOVE IN-COD(IDX-INSC)   TO COD-ES
                        MOVE IN-NOME(IDX-INSC)  TO NOME-ES
                        MOVE IN-SEQ(IDX-INSC)   TO SEQ-ES
                        MOVE IN-DATA(IDX-INSC)  TO DATA-ES
                        WRITE REGESPERA
                END-EVALUATE
            END-PERFORM.
            CLOSE TURMAOCP
                  ESPERA.

        IMPMOVIMENTO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            WRITE IMPVAG FROM DET-MOV AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.

        CABECALHO.
            ADD 1 TO CT-PAG.
            MOVE CT-PAG TO CAB-PAG.
            MOVE ZEROES TO CT-LIN.
            MOVE SPACES TO IMPVAG.

            WRITE IMPVAG                AFTER ADVANCING   PAGE.
            WRITE IMPVAG FROM CAB-01    AFTER ADVANCING 1 LINE.
            WRITE IMPVAG FROM CAB-02    AFTER ADVANCING 1 LINE.
            WRITE IMPVAG FROM CAB-03    AFTER ADVANCING 1 LINE.
            WRITE IMPVAG FROM CAB-SECAO AFTER ADVANCING 1 LINE.
            WRITE IMPVAG FROM CAB-03    AFTER ADVANCING 1 LINE.

      ***************************************************
      * VAGAS POR TURMA E, NO FECHO, POR CAMPUS.        *
      ***************************************************
        IMPRIMEVAGAS.
            MOVE CAB-VAG TO CAB-SECAO.
            PERFORM CABECALHO.
            PERFORM VARYING IDX-TURMA FROM 1 BY 1
                     UNTIL IDX-TURMA GREATER THAN QTDE-TURMA
                PERFORM IMPLINHATURMA
            END-PERFORM.
            MOVE SPACES TO IMPVAG.
            WRITE IMPVAG AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
            PERFORM VARYING IDX-CAMPUS FROM 1 BY 1
                     UNTIL IDX-CAMPUS GREATER THAN QTDE-CAMPUS
                PERFORM IMPLINHACAMPUS
            END-PERFORM.

        IMPLINHATURMA.
            IF TT-OCUP(IDX-TURMA) LESS THAN TT-VAGAS(IDX-TURMA)
                SUBTRACT TT-OCUP(IDX-TURMA) FROM TT-VAGAS(IDX-TURMA)
                    GIVING WS-LIVRES
            ELSE
                MOVE ZEROES TO WS-LIVRES
            END-IF.
            MOVE TT-TURMA(IDX-TURMA)  TO DV-TURMA.
            MOVE TT-CAMPUS(IDX-TURMA) TO DV-CAM.
            MOVE TT-VAGAS(IDX-TURMA)  TO DV-VAG.
            MOVE TT-OCUP(IDX-TURMA)   TO DV-OCU.
            MOVE WS-LIVRES            TO DV-LIV.
            MOVE TT-ESPERA(IDX-TURMA) TO DV-ESP.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            WRITE IMPVAG FROM DET-VAG AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.
            PERFORM SOMACAMPUS.

        SOMACAMPUS.
            MOVE ZEROES TO ACH-CAMPUS.
            PERFORM VARYING IDX-CAMPUS FROM 1 BY 1
                     UNTIL IDX-CAMPUS GREATER THAN QTDE-CAMPUS
                        OR ACH-CAMPUS GREATER THAN ZEROES
                IF CP-CAMPUS(IDX-CAMPUS) EQUAL TT-CAMPUS(IDX-TURMA)
                    MOVE IDX-CAMPUS TO ACH-CAMPUS
                END-IF
            END-PERFORM.
            IF ACH-CAMPUS EQUAL ZEROES
                IF QTDE-CAMPUS NOT LESS THAN 20
                    DISPLAY "EM04EX04: *** TABELA DE CAMPI CHEIA - "
                            "CAMPUS " TT-CAMPUS(IDX-TURMA)
                            " FORA DO RESUMO ***"
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO QTDE-CAMPUS
                MOVE QTDE-CAMPUS TO ACH-CAMPUS
                MOVE TT-CAMPUS(IDX-TURMA) TO CP-CAMPUS(ACH-CAMPUS)
                MOVE ZEROES TO CP-VAGAS(ACH-CAMPUS)
                               CP-OCUP(ACH-CAMPUS)
                               CP-LIVRES(ACH-CAMPUS)
                               CP-ESPERA(ACH-CAMPUS)
            END-IF.
            ADD TT-VAGAS(IDX-TURMA)  TO CP-VAGAS(ACH-CAMPUS).
            ADD TT-OCUP(IDX-TURMA)   TO CP-OCUP(ACH-CAMPUS).
            ADD WS-LIVRES            TO CP-LIVRES(ACH-CAMPUS).
            ADD TT-ESPERA(IDX-TURMA) TO CP-ESPERA(ACH-CAMPUS).

        IMPLINHACAMPUS.
            MOVE "TOTAL DO CAMPUS"      TO DV-TURMA.
            MOVE CP-CAMPUS(IDX-CAMPUS)  TO DV-CAM.
            MOVE CP-VAGAS(IDX-CAMPUS)   TO DV-VAG.
            MOVE CP-OCUP(IDX-CAMPUS)    TO DV-OCU.
            MOVE CP-LIVRES(IDX-CAMPUS)  TO DV-LIV.
            MOVE CP-ESPERA(IDX-CAMPUS)  TO DV-ESP.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            WRITE IMPVAG FROM DET-VAG AFTER ADVANCING 1 LINE.
            ADD 1 TO CT-LIN.

        TERMINO.
            IF CT-LIN GREATER THAN 50
                PERFORM CABECALHO
            END-IF.
            MOVE CT-LIDOS      TO ROD-LID.
            MOVE CT-NOVAVAGA   TO ROD-NVG.
            MOVE CT-NOVAESP    TO ROD-NES.
            MOVE CT-PROMOVIDOS TO ROD-PRO.
            MOVE CT-LIBERADAS  TO ROD-LIB.
            MOVE CT-SEMLIMITE  TO ROD-SEM.
            MOVE CT-GRAVADOS   TO ROD-GRV.
            WRITE IMPVAG FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE IMPVAG FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE IMPVAG FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE IMPVAG FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE IMPVAG FROM ROD-05 AFTER ADVANCING 1 LINE.
            WRITE IMPVAG FROM ROD-06 AFTER ADVANCING 1 LINE.
            WRITE IMPVAG FROM ROD-07 AFTER ADVANCING 1 LINE.
            CLOSE CADALU
                  RELVAGAS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
