        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX40.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. GERACAO DIARIA DO LOTE DE RPS (RECIBO PROVISORIO DE
      * SERVICOS) PARA A NOTA FISCAL DE SERVICO ELETRONICA DA
      * PREFEITURA. CADA MENSALIDADE BAIXADA NO DIA (EVENTO TUIPAGO
      * DE LEDGTUI.DAT, GRAVADO POR EM02EX37) E CADA CONTRIBUICAO DE
      * SOCIO RECEBIDA NO DIA (EVENTOS PAGO/PAGOPARC DE LEDGSOC.DAT,
      * GRAVADOS POR EM02EX09 E EM02EX27) VIRA UM RPS NO ARQUIVO
      * RPSLOTE.DAT, NO LAYOUT MUNICIPAL (CABECALHO "1", DETALHE "2",
      * RODAPE "9"), NUMERADO PELA SEQUENCIA RPSSEQ.DAT. O TOMADOR
      * DA MENSALIDADE E O CLIENTE DE CADCLI.DAT COM CODIGO IGUAL A
      * MATRICULA (CPF, NOME E ENDERECO); SEM ELE, O NOME VEM DE
      * CADALU.DAT E O RPS SAI SEM DOCUMENTO DO TOMADOR. O TOMADOR
      * DO SOCIO E O PROPRIO SOCIO DE ARQSOC1.DAT (CPF NO FIM DO
      * REGISTRO). CPF ZERADO OU INVALIDO SAI COMO "NAO INFORMADO"
      * E E LISTADO COMO AVISO. INSCRICAO MUNICIPAL, SERIE, CODIGOS
      * DE SERVICO E ALIQUOTA VEM DE PARAM49.DAT (OBRIGATORIO).
      * TODO RPS EMITIDO FICA NO REGISTRO PERMANENTE RPSREG.DAT, QUE
      * LIGA O RPS AO PAGAMENTO (ORIGEM, MATRICULA OU SOCIO E
      * COMPETENCIA). O ESTORNO DE UM PAGAMENTO E LANCADO PELA
      * TESOURARIA EM RPSCANC.DAT (NUMERO DO RPS + MOTIVO) E SAI NO
      * LOTE COMO RPS DE SITUACAO "C"; O RETORNO DA PREFEITURA
      * (NFSERET.DAT: RPS, NUMERO DA NFS-E, CODIGO DE VERIFICACAO E
      * DATA) E GRAVADO NO REGISTRO AO LADO DO RPS. OS DOIS ARQUIVOS
      * DE ENTRADA SAO CONSUMIDOS PELA RODADA. UM SEGUNDO LOTE NA
      * MESMA DATA E RECUSADO, PARA NAO REPETIR RPS. TUDO SAI NO
      * RELATORIO RELRPS E CADA RPS EMITIDO OU CANCELADO VAI PARA O
      * AUDITLOG.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL LEDGTUI ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL LEDGSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1.
            SELECT CADCLI ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CODCLI
            ALTERNATE RECORD KEY IS CPFCLI WITH DUPLICATES.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL RPSSEQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSSEQ.
            SELECT OPTIONAL RPSREG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREG.
            SELECT RPSKEEP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RPSCANC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL NFSERET ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM49 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RPSLOTE ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELRPS ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD LEDGTUI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEDGTUI.DAT".
            01 REGLEDGTUI.
               02 LT-NUM     PIC 9(05).
               02 FILLER     PIC X.
               02 LT-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 LT-COMPET  PIC 9(06).
               02 FILLER     PIC X.
               02 LT-EVENTO  PIC X(10).
               02 FILLER     PIC X.
               02 LT-VALOR   PIC 9(09)V99.

            FD LEDGSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEDGSOC.DAT".
            01 REGLEDGSOC.
               02 LG-NUMSOC  PIC 9(06).
               02 FILLER     PIC X.
               02 LG-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 LG-EVENTO  PIC X(10).
               02 FILLER     PIC X.
               02 LG-VALOR   PIC 9(09)V99.
               02 FILLER     PIC X.
               02 LG-DIASATR PIC 9(03).

            FD ARQSOC1
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOC1.DAT".
            01 CADSOC1.
               COPY REGSOC REPLACING ==:CODPAG:==  BY ==CODPAG1==
                                      ==:NUMSOC:==  BY ==NUMSOC1==
                                      ==:NOMSOC:==  BY ==NOMSOC1==
                                      ==:VALPAG:==  BY ==VALPAG1==
                                      ==:DIASATR:== BY ==DIASATR1==
                                      ==:DTVENC:==  BY ==DTVENC1==
                                      ==:VDD:==     BY ==VDD1==
                                      ==:VMM:==     BY ==VMM1==
                                      ==:VAA:==     BY ==VAA1==
                                      ==:LOGR:==    BY ==LOGRSOC1==
                                      ==:NUMEND:==  BY ==NUMENDSOC1==
                                      ==:CIDADE:==  BY ==CIDSOC1==
                                      ==:ESTADO:==  BY ==ESTSOC1==
                                      ==:CEP:==     BY ==CEPSOC1==
                                      ==:EMAIL:==   BY ==EMAILSOC1==
                                      ==:TEL:==     BY ==TELSOC1==
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

            FD RPSSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPSSEQ.DAT".
            01 REGRPSSEQ.
               02 SQ-ULTIMO PIC 9(08).
               02 FILLER    PIC X.
               02 SQ-DTLOTE PIC 9(08).

      * REGISTRO PERMANENTE DOS RPS: ORIGEM "M" MENSALIDADE OU "S"
      * SOCIO, SITUACAO EMITIDO/CANCELAD, NFS-E E VERIFICACAO DO
      * RETORNO DA PREFEITURA (ZEROS/BRANCOS ATE O RETORNO CHEGAR).
            FD RPSREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPSREG.DAT".
            01 REGRPSREG.
               02 RG-RPS      PIC 9(08).
               02 FILLER      PIC X.
               02 RG-DATA     PIC 9(08).
               02 FILLER      PIC X.
               02 RG-ORIGEM   PIC X(01).
               02 FILLER      PIC X.
               02 RG-NUM      PIC 9(06).
               02 FILLER      PIC X.
               02 RG-COMPET   PIC 9(06).
               02 FILLER      PIC X.
               02 RG-VALOR    PIC 9(09)V99.
               02 FILLER      PIC X.
               02 RG-SITUACAO PIC X(08).
               02 FILLER      PIC X.
               02 RG-NFSE     PIC 9(08).
               02 FILLER      PIC X.
               02 RG-VERIF    PIC X(08).
               02 FILLER      PIC X.
               02 RG-INDDOC   PIC X(01).
               02 FILLER      PIC X.
               02 RG-DOC      PIC 9(14).
               02 FILLER      PIC X.
               02 RG-NOME     PIC X(30).

            FD RPSKEEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPSKEEP.DAT".
            01 REGRPSKEEP PIC X(120).

            FD RPSCANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPSCANC.DAT".
            01 REGRPSCANC.
               02 CN-RPS    PIC 9(08).
               02 CN-MOTIVO PIC X(30).

            FD NFSERET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFSERET.DAT".
            01 REGNFSERET.
               02 NR-RPS    PIC 9(08).
               02 NR-NFSE   PIC 9(08).
               02 NR-VERIF  PIC X(08).
               02 NR-DATA   PIC 9(08).

            FD PARAM49
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM49.DAT".
            01 REGPARAM49.
               02 PARM-INSCMUN    PIC 9(08).
               02 PARM-SERIE      PIC X(05).
               02 PARM-CODSERVTUI PIC 9(05).
               02 PARM-CODSERVSOC PIC 9(05).
               02 PARM-ALIQUOTA   PIC 9(02)V99.

            FD RPSLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPSLOTE.DAT".
            01 REGLOTE PIC X(540).

            FD RELRPS
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-RPSTUI   PIC 9(05) VALUE ZEROES.
            77 CT-RPSSOC   PIC 9(05) VALUE ZEROES.
            77 CT-CANCEL   PIC 9(05) VALUE ZEROES.
            77 CT-RETORNO  PIC 9(05) VALUE ZEROES.
            77 CT-AVISOS   PIC 9(05) VALUE ZEROES.
            77 CT-RECUSAS  PIC 9(05) VALUE ZEROES.
            77 VAL-SERVICOS PIC 9(13)V99 VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM02EX40".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 LK-CPFVALIDO PIC X(03) VALUE SPACES.
            77 WS-FSSEQ     PIC X(02) VALUE SPACES.
            77 WS-FSREG     PIC X(02) VALUE SPACES.
            77 WS-DATAPROC  PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-ULTRPS    PIC 9(08) VALUE ZEROES.
            77 WS-DTLOTE    PIC 9(08) VALUE ZEROES.
            77 WS-CPFTOM    PIC 9(11) VALUE ZEROES.
            77 WS-NUMBUSCA  PIC 9(08) VALUE ZEROES.
            77 WS-MSGAVISO  PIC X(40) VALUE SPACES.
            77 QTDE-CAN     PIC 9(04) VALUE ZEROES.
            77 IDX-CAN      PIC 9(04) VALUE ZEROES.
            77 ACHOU-CAN    PIC 9(04) VALUE ZEROES.
            77 QTDE-RET     PIC 9(04) VALUE ZEROES.
            77 IDX-RET      PIC 9(04) VALUE ZEROES.
            77 ACHOU-RET    PIC 9(04) VALUE ZEROES.
            77 QTDE-SPG     PIC 9(04) VALUE ZEROES.
            77 IDX-SPG      PIC 9(04) VALUE ZEROES.

            01 WS-COMPETAUX.
               02 WS-COMPANO PIC 9(04).
               02 WS-COMPMES PIC 9(02).

      * ESTORNOS LANCADOS PELA TESOURARIA (RPSCANC.DAT).
            01 TAB-CAN.
               02 TAB-CAN-OCR OCCURS 500 TIMES.
                  03 CAN-RPS-OCR PIC 9(08).
                  03 CAN-MOT-OCR PIC X(30).
                  03 CAN-USO-OCR PIC X(03).

      * NOTAS DEVOLVIDAS PELA PREFEITURA (NFSERET.DAT).
            01 TAB-RET.
               02 TAB-RET-OCR OCCURS 2000 TIMES.
                  03 RET-RPS-OCR   PIC 9(08).
                  03 RET-NFSE-OCR  PIC 9(08).
                  03 RET-VERIF-OCR PIC X(08).
                  03 RET-USO-OCR   PIC X(03).

      * CONTRIBUICOES DE SOCIO RECEBIDAS NO DIA, COMPLETADAS COM O
      * CADASTRO DE ARQSOC1.DAT ANTES DA EMISSAO.
            01 TAB-SPG.
               02 TAB-SPG-OCR OCCURS 2000 TIMES.
                  03 SPG-NUM-OCR    PIC 9(06).
                  03 SPG-VALOR-OCR  PIC 9(09)V99.
                  03 SPG-ACHOU-OCR  PIC X(03).
                  03 SPG-NOME-OCR   PIC X(30).
                  03 SPG-LOGR-OCR   PIC X(30).
                  03 SPG-NUMEND-OCR PIC X(06).
                  03 SPG-CIDADE-OCR PIC X(20).
                  03 SPG-UF-OCR     PIC X(02).
                  03 SPG-CEP-OCR    PIC 9(08).
                  03 SPG-EMAIL-OCR  PIC X(30).
                  03 SPG-CPF-OCR    PIC 9(11).

      * LAYOUT MUNICIPAL DO LOTE DE RPS.
            01 CAB-LOTE.
               02 RH-TIPO      PIC X(01) VALUE "1".
               02 RH-VERSAO    PIC X(03) VALUE "001".
               02 RH-INSCMUN   PIC 9(08).
               02 RH-DTINICIO  PIC 9(08).
               02 RH-DTFIM     PIC 9(08).

            01 DET-LOTE.
               02 RP-TIPO      PIC X(01) VALUE "2".
               02 RP-TIPORPS   PIC X(05) VALUE "RPS".
               02 RP-SERIE     PIC X(05).
               02 RP-NUMERO    PIC 9(12).
               02 RP-DATA      PIC 9(08).
               02 RP-SITUACAO  PIC X(01).
               02 RP-VALSERV   PIC 9(13)V99.
               02 RP-VALDED    PIC 9(13)V99.
               02 RP-CODSERV   PIC 9(05).
               02 RP-ALIQUOTA  PIC 9(02)V99.
               02 RP-ISSRET    PIC X(01) VALUE "2".
               02 RP-INDDOC    PIC X(01).
               02 RP-DOC       PIC 9(14).
               02 RP-INSCMUNT  PIC 9(08).
               02 RP-INSCEST   PIC 9(12).
               02 RP-NOME      PIC X(75).
               02 RP-TIPOEND   PIC X(03).
               02 RP-ENDERECO  PIC X(50).
               02 RP-NUMEND    PIC X(10).
               02 RP-COMPL     PIC X(30).
               02 RP-BAIRRO    PIC X(30).
               02 RP-CIDADE    PIC X(50).
               02 RP-UF        PIC X(02).
               02 RP-CEP       PIC 9(08).
               02 RP-EMAIL     PIC X(75).
               02 RP-DISCRIM   PIC X(100).

            01 ROD-LOTE.
               02 RT-TIPO      PIC X(01) VALUE "9".
               02 RT-QTDE      PIC 9(07).
               02 RT-VALSERV   PIC 9(13)V99.
               02 RT-VALDED    PIC 9(13)V99.

            01 CAB-01.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(40) VALUE
                  "LOTE DE RPS - NOTA FISCAL DE SERVICO".
               02 FILLER PIC X(20) VALUE SPACES.

            01 CAB-02.
               02 FILLER PIC X(10) VALUE "  RPS".
               02 FILLER PIC X(03) VALUE "OR".
               02 FILLER PIC X(08) VALUE "NUMERO".
               02 FILLER PIC X(17) VALUE "           VALOR".
               02 FILLER PIC X(42) VALUE "  SITUACAO".

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 DET-RPS.
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DR-RPS   PIC 9(08).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DR-ORIG  PIC X(01).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DR-NUM   PIC 9(06).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DR-VALOR PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DR-MSG   PIC X(43).

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "RPS DE MENSALIDADES...........: ".
               02 ROD-TUI   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "RPS DE CONTRIBUICOES DE SOCIO.: ".
               02 ROD-SOC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "RPS CANCELADOS................: ".
               02 ROD-CAN   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "NFS-E DEVOLVIDAS E LIGADAS....: ".
               02 ROD-RET   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-05.
               02 FILLER    PIC X(32) VALUE
                            "RPS SEM DOCUMENTO DO TOMADOR..: ".
               02 ROD-AVI   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-06.
               02 FILLER    PIC X(32) VALUE
                            "ESTORNOS/RETORNOS RECUSADOS...: ".
               02 ROD-REC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-07.
               02 FILLER    PIC X(32) VALUE
                            "VALOR TOTAL DOS SERVICOS......: ".
               02 ROD-VAL   PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(34) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CARREGACANCELAMENTOS.
            PERFORM CARREGARETORNOS.
            PERFORM ATUALIZAREGISTRO.
            PERFORM EMITEMENSALIDADES.
            PERFORM EMITESOCIOS.
            PERFORM CONFERESOBRAS.
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
            CALL "DATAPROC" USING WS-DATAPROC WS-DATAREAL.
            MOVE ZEROES TO PARM-INSCMUN.
            OPEN INPUT PARAM49.
            READ PARAM49
                 AT END MOVE ZEROES TO PARM-INSCMUN
            END-READ.
            CLOSE PARAM49.
            IF PARM-INSCMUN NOT NUMERIC
               OR PARM-INSCMUN EQUAL ZEROES
               OR PARM-SERIE EQUAL SPACES
               OR PARM-CODSERVTUI NOT NUMERIC
               OR PARM-CODSERVSOC NOT NUMERIC
               OR PARM-ALIQUOTA NOT NUMERIC
                DISPLAY "EM02EX40: *** PARAM49.DAT AUSENTE OU "
                        "INVALIDO - LOTE DE RPS NAO GERADO ***"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LEULTIMORPS.
      * O LOTE DO DIA SO PODE SER GERADO UMA VEZ: UMA SEGUNDA
      * RODADA REPETIRIA OS MESMOS PAGAMENTOS COM NOVOS NUMEROS.
            IF WS-DTLOTE EQUAL WS-DATAPROC
                DISPLAY "EM02EX40: *** LOTE DE RPS DE " WS-DATAPROC
                        " JA GERADO - RODADA RECUSADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT RPSLOTE
                        RELRPS.
            MOVE PARM-INSCMUN TO RH-INSCMUN.
            MOVE WS-DATAPROC  TO RH-DTINICIO RH-DTFIM.
            WRITE REGLOTE FROM CAB-LOTE.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-03 AFTER ADVANCING 1 LINE.

        LEULTIMORPS.
            OPEN INPUT RPSSEQ.
            IF WS-FSSEQ EQUAL "00"
                READ RPSSEQ
                    AT END CONTINUE
                    NOT AT END
                        MOVE SQ-ULTIMO TO WS-ULTRPS
                        MOVE SQ-DTLOTE TO WS-DTLOTE
                END-READ
            END-IF.
            CLOSE RPSSEQ.

        GRAVAULTIMORPS.
            OPEN OUTPUT RPSSEQ.
            MOVE SPACES      TO REGRPSSEQ.
            MOVE WS-ULTRPS   TO SQ-ULTIMO.
            MOVE WS-DATAPROC TO SQ-DTLOTE.
            WRITE REGRPSSEQ.
            CLOSE RPSSEQ.

      ***************************************************
      * ESTORNOS E RETORNOS DA PREFEITURA SAO LIDOS E   *
      * CONSUMIDOS ANTES DA PASSADA NO REGISTRO.        *
      ***************************************************
        CARREGACANCELAMENTOS.
            OPEN INPUT RPSCANC.
            PERFORM LEITURA-CAN UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE RPSCANC.
            MOVE "NAO" TO FIM-ARQ.
            OPEN OUTPUT RPSCANC.
            CLOSE RPSCANC.

        LEITURA-CAN.
            READ RPSCANC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-CAN NOT LESS THAN 500
                        DISPLAY "EM02EX40: *** TABELA DE ESTORNOS "
                                "CHEIA - LOTE CANCELADO ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-CAN
                    MOVE CN-RPS    TO CAN-RPS-OCR(QTDE-CAN)
                    MOVE CN-MOTIVO TO CAN-MOT-OCR(QTDE-CAN)
                    MOVE "NAO"     TO CAN-USO-OCR(QTDE-CAN)
            END-READ.

        CARREGARETORNOS.
            OPEN INPUT NFSERET.
            PERFORM LEITURA-RET UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE NFSERET.
            MOVE "NAO" TO FIM-ARQ.
            OPEN OUTPUT NFSERET.
            CLOSE NFSERET.

        LEITURA-RET.
            READ NFSERET
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-RET NOT LESS THAN 2000
                        DISPLAY "EM02EX40: *** TABELA DE RETORNOS "
                                "CHEIA - LOTE CANCELADO ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-RET
                    MOVE NR-RPS   TO RET-RPS-OCR(QTDE-RET)
                    MOVE NR-NFSE  TO RET-NFSE-OCR(QTDE-RET)
                    MOVE NR-VERIF TO RET-VERIF-OCR(QTDE-RET)
                    MOVE "NAO"    TO RET-USO-OCR(QTDE-RET)
            END-READ.

        BUSCACANCELAMENTO.
            MOVE ZEROES TO ACHOU-CAN.
            PERFORM VARYING IDX-CAN FROM 1 BY 1
                     UNTIL IDX-CAN GREATER THAN QTDE-CAN
                        OR ACHOU-CAN NOT EQUAL ZEROES
                IF CAN-RPS-OCR(IDX-CAN) EQUAL WS-NUMBUSCA
                   AND CAN-USO-OCR(IDX-CAN) EQUAL "NAO"
                    MOVE IDX-CAN TO ACHOU-CAN
                END-IF
            END-PERFORM.

        BUSCARETORNO.
            MOVE ZEROES TO ACHOU-RET.
            PERFORM VARYING IDX-RET FROM 1 BY 1
                     UNTIL IDX-RET GREATER THAN QTDE-RET
                        OR ACHOU-RET NOT EQUAL ZEROES
                IF RET-RPS-OCR(IDX-RET) EQUAL WS-NUMBUSCA
                   AND RET-USO-OCR(IDX-RET) EQUAL "NAO"
                    MOVE IDX-RET TO ACHOU-RET
                END-IF
            END-PERFORM.

      ***************************************************
      * PASSADA NO REGISTRO VIA RPSKEEP.DAT: LIGA A     *
      * NFS-E DEVOLVIDA AO RPS E CANCELA O RPS ESTORNADO*
      * (COM O DETALHE "C" NO LOTE DO DIA).             *
      ***************************************************
        ATUALIZAREGISTRO.
            OPEN INPUT  RPSREG
                 OUTPUT RPSKEEP.
            IF WS-FSREG EQUAL "00"
                PERFORM LEITURA-REG UNTIL FIM-ARQ EQUAL "SIM"
            END-IF.
            CLOSE RPSREG
                  RPSKEEP.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT  RPSKEEP
                 OUTPUT RPSREG.
            PERFORM COPIARPSKEEP UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE RPSKEEP
                  RPSREG.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-REG.
            READ RPSREG
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    MOVE RG-RPS TO WS-NUMBUSCA
                    PERFORM BUSCARETORNO
                    IF ACHOU-RET NOT EQUAL ZEROES
                        PERFORM LIGANFSE
                    END-IF
                    PERFORM BUSCACANCELAMENTO
                    IF ACHOU-CAN NOT EQUAL ZEROES
                        PERFORM CANCELARPS
                    END-IF
                    WRITE REGRPSKEEP FROM REGRPSREG
            END-READ.

        LIGANFSE.
            MOVE "SIM" TO RET-USO-OCR(ACHOU-RET).
            MOVE RET-NFSE-OCR(ACHOU-RET)  TO RG-NFSE.
            MOVE RET-VERIF-OCR(ACHOU-RET) TO RG-VERIF.
            ADD 1 TO CT-RETORNO.
            MOVE RG-RPS    TO DR-RPS.
            MOVE RG-ORIGEM TO DR-ORIG.
            MOVE RG-NUM    TO DR-NUM.
            MOVE RG-VALOR  TO DR-VALOR.
            MOVE SPACES    TO DR-MSG.
            STRING "NFS-E " RET-NFSE-OCR(ACHOU-RET)
                   " VERIF. " RET-VERIF-OCR(ACHOU-RET)
                DELIMITED BY SIZE INTO DR-MSG
            END-STRING.
            WRITE REGREL FROM DET-RPS AFTER ADVANCING 1 LINE.

        CANCELARPS.
            MOVE "SIM" TO CAN-USO-OCR(ACHOU-CAN).
            MOVE RG-RPS    TO DR-RPS.
            MOVE RG-ORIGEM TO DR-ORIG.
            MOVE RG-NUM    TO DR-NUM.
            MOVE RG-VALOR  TO DR-VALOR.
            IF RG-SITUACAO EQUAL "CANCELAD"
                ADD 1 TO CT-RECUSAS
                MOVE "*** ESTORNO DE RPS JA CANCELADO" TO DR-MSG
                WRITE REGREL FROM DET-RPS AFTER ADVANCING 1 LINE
                EXIT PARAGRAPH
            END-IF.
            MOVE "CANCELAD" TO RG-SITUACAO.
            MOVE SPACES          TO DET-LOTE.
            MOVE "2"             TO RP-TIPO.
            MOVE "RPS"           TO RP-TIPORPS.
            MOVE PARM-SERIE      TO RP-SERIE.
            MOVE RG-RPS          TO RP-NUMERO.
            MOVE RG-DATA         TO RP-DATA.
            MOVE "C"             TO RP-SITUACAO.
            MOVE RG-VALOR        TO RP-VALSERV.
            MOVE ZEROES          TO RP-VALDED RP-INSCMUNT RP-INSCEST
                                    RP-CEP.
            IF RG-ORIGEM EQUAL "M"
                MOVE PARM-CODSERVTUI TO RP-CODSERV
            ELSE
                MOVE PARM-CODSERVSOC TO RP-CODSERV
            END-IF.
            MOVE PARM-ALIQUOTA   TO RP-ALIQUOTA.
            MOVE "2"             TO RP-ISSRET.
            MOVE RG-INDDOC       TO RP-INDDOC.
            MOVE RG-DOC          TO RP-DOC.
            MOVE RG-NOME         TO RP-NOME.
            STRING "CANCELAMENTO - " CAN-MOT-OCR(ACHOU-CAN)
                DELIMITED BY SIZE INTO RP-DISCRIM
            END-STRING.
            WRITE REGLOTE FROM DET-LOTE.
            ADD 1 TO CT-GRAVADOS.
            ADD 1 TO CT-CANCEL.
            MOVE SPACES TO DR-MSG.
            STRING "CANCELADO: " CAN-MOT-OCR(ACHOU-CAN)
                DELIMITED BY SIZE INTO DR-MSG
            END-STRING.
            WRITE REGREL FROM DET-RPS AFTER ADVANCING 1 LINE.
            MOVE RG-RPS     TO LK-CHAVE.
            MOVE "RPSCANC"  TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        COPIARPSKEEP.
            READ RPSKEEP
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END WRITE REGRPSREG FROM REGRPSKEEP
            END-READ.

      ***************************************************
      * MENSALIDADES BAIXADAS NO DIA (TUIPAGO). TOMADOR *
      * E O CLIENTE DE CODIGO IGUAL A MATRICULA.        *
      ***************************************************
        EMITEMENSALIDADES.
            OPEN INPUT  LEDGTUI
                        CADCLI
                        CADALU
                 EXTEND RPSREG.
            PERFORM LEITURA-TUI UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE LEDGTUI
                  CADCLI
                  CADALU
                  RPSREG.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-TUI.
            READ LEDGTUI
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF LT-DATA EQUAL WS-DATAPROC
                       AND LT-EVENTO EQUAL "TUIPAGO"
                       AND LT-VALOR GREATER THAN ZEROES
                        PERFORM RPSMENSALIDADE
                    END-IF
            END-READ.

        RPSMENSALIDADE.
            PERFORM LIMPADETALHE.
            MOVE LT-NUM     TO CODCLI.
            MOVE SPACES     TO WS-MSGAVISO.
            READ CADCLI
                INVALID KEY
                    PERFORM TOMADORALUNO
                NOT INVALID KEY
                    MOVE NOMECLI TO RP-NOME
                    MOVE LOGRCLI TO RP-ENDERECO
                    MOVE NUMCLI  TO RP-NUMEND
                    MOVE CIDCLI  TO RP-CIDADE
                    MOVE ESTCLI  TO RP-UF
                    MOVE EMCLI   TO RP-EMAIL
                    IF CEPCLI NUMERIC
                        MOVE CEPCLI TO RP-CEP
                    END-IF
                    MOVE ZEROES TO WS-CPFTOM
                    IF CPFCLI NUMERIC
                        MOVE CPFCLI TO WS-CPFTOM
                    END-IF
                    PERFORM DOCUMENTOTOMADOR
            END-READ.
            MOVE SPACES        TO REGRPSREG.
            MOVE LT-COMPET     TO WS-COMPETAUX.
            STRING "MENSALIDADE ESCOLAR - COMPETENCIA "
                   WS-COMPMES "/" WS-COMPANO
                   " - MATRICULA " LT-NUM
                DELIMITED BY SIZE INTO RP-DISCRIM
            END-STRING.
            MOVE PARM-CODSERVTUI TO RP-CODSERV.
            MOVE LT-VALOR      TO RP-VALSERV.
            MOVE "M"           TO RG-ORIGEM.
            MOVE LT-NUM        TO RG-NUM.
            MOVE LT-COMPET     TO RG-COMPET.
            MOVE LT-VALOR      TO RG-VALOR.
            PERFORM GRAVARPS.
            ADD 1 TO CT-RPSTUI.

        TOMADORALUNO.
            MOVE "3"    TO RP-INDDOC.
            MOVE ZEROES TO RP-DOC.
            MOVE LT-NUM TO NUM-ENT.
            READ CADALU
                INVALID KEY
                    MOVE "ALUNO NAO CADASTRADO" TO RP-NOME
                    MOVE "AVISO: MATRICULA SEM CADASTRO"
                        TO WS-MSGAVISO
                NOT INVALID KEY
                    MOVE NOME-ENT TO RP-NOME
                    MOVE "AVISO: SEM CLIENTE - TOMADOR SEM CPF"
                        TO WS-MSGAVISO
            END-READ.

      ***************************************************
      * CONTRIBUICOES DE SOCIO DO DIA: O LEDGER DA O    *
      * VALOR, ARQSOC1.DAT O NOME, ENDERECO E CPF.      *
      ***************************************************
        EMITESOCIOS.
            OPEN INPUT LEDGSOC.
            PERFORM LEITURA-LGS UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE LEDGSOC.
            MOVE "NAO" TO FIM-ARQ.
            IF QTDE-SPG EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT ARQSOC1.
            PERFORM LEITURA-SOC UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1.
            MOVE "NAO" TO FIM-ARQ.
            OPEN EXTEND RPSREG.
            PERFORM VARYING IDX-SPG FROM 1 BY 1
                     UNTIL IDX-SPG GREATER THAN QTDE-SPG
                PERFORM RPSSOCIO
            END-PERFORM.
            CLOSE RPSREG.

        LEITURA-LGS.
            READ LEDGSOC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF LG-DATA EQUAL WS-DATAPROC
                       AND (LG-EVENTO EQUAL "PAGO"
                            OR LG-EVENTO EQUAL "PAGOPARC")
                       AND LG-VALOR GREATER THAN ZEROES
                        PERFORM GUARDAPAGSOCIO
                    END-IF
            END-READ.

        GUARDAPAGSOCIO.
            IF QTDE-SPG NOT LESS THAN 2000
                DISPLAY "EM02EX40: *** TABELA DE PAGAMENTOS DE "
                        "SOCIO CHEIA - LOTE CANCELADO ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO QTDE-SPG.
            MOVE LG-NUMSOC TO SPG-NUM-OCR(QTDE-SPG).
            MOVE LG-VALOR  TO SPG-VALOR-OCR(QTDE-SPG).
            MOVE "NAO"     TO SPG-ACHOU-OCR(QTDE-SPG).

        LEITURA-SOC.
            READ ARQSOC1
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    PERFORM VARYING IDX-SPG FROM 1 BY 1
                             UNTIL IDX-SPG GREATER THAN QTDE-SPG
                        IF SPG-NUM-OCR(IDX-SPG) EQUAL NUMSOC1
                            PERFORM COMPLETASOCIO
                        END-IF
                    END-PERFORM
            END-READ.

        COMPLETASOCIO.
            MOVE "SIM"      TO SPG-ACHOU-OCR(IDX-SPG).
            MOVE NOMSOC1    TO SPG-NOME-OCR(IDX-SPG).
            MOVE LOGRSOC1   TO SPG-LOGR-OCR(IDX-SPG).
            MOVE NUMENDSOC1 TO SPG-NUMEND-OCR(IDX-SPG).
            MOVE CIDSOC1    TO SPG-CIDADE-OCR(IDX-SPG).
            MOVE ESTSOC1    TO SPG-UF-OCR(IDX-SPG).
            MOVE EMAILSOC1  TO SPG-EMAIL-OCR(IDX-SPG).
            MOVE ZEROES     TO SPG-CEP-OCR(IDX-SPG)
                               SPG-CPF-OCR(IDX-SPG).
            IF CEPSOC1 NUMERIC
                MOVE CEPSOC1 TO SPG-CEP-OCR(IDX-SPG)
            END-IF.
            IF CPFSOC1 NUMERIC
                MOVE CPFSOC1 TO SPG-CPF-OCR(IDX-SPG)
            END-IF.

        RPSSOCIO.
            PERFORM LIMPADETALHE.
            MOVE SPACES TO WS-MSGAVISO.
            IF SPG-ACHOU-OCR(IDX-SPG) EQUAL "SIM"
                MOVE SPG-NOME-OCR(IDX-SPG)   TO RP-NOME
                MOVE SPG-LOGR-OCR(IDX-SPG)   TO RP-ENDERECO
                MOVE SPG-NUMEND-OCR(IDX-SPG) TO RP-NUMEND
                MOVE SPG-CIDADE-OCR(IDX-SPG) TO RP-CIDADE
                MOVE SPG-UF-OCR(IDX-SPG)     TO RP-UF
                MOVE SPG-CEP-OCR(IDX-SPG)    TO RP-CEP
                MOVE SPG-EMAIL-OCR(IDX-SPG)  TO RP-EMAIL
                MOVE SPG-CPF-OCR(IDX-SPG)    TO WS-CPFTOM
                PERFORM DOCUMENTOTOMADOR
            ELSE
                MOVE "SOCIO NAO CADASTRADO" TO RP-NOME
                MOVE "3"    TO RP-INDDOC
                MOVE ZEROES TO RP-DOC
                MOVE "AVISO: SOCIO FORA DE ARQSOC1.DAT"
                    TO WS-MSGAVISO
            END-IF.
            STRING "CONTRIBUICAO ASSOCIATIVA - SOCIO "
                   SPG-NUM-OCR(IDX-SPG)
                DELIMITED BY SIZE INTO RP-DISCRIM
            END-STRING.
            MOVE SPACES                 TO REGRPSREG.
            MOVE PARM-CODSERVSOC        TO RP-CODSERV.
            MOVE SPG-VALOR-OCR(IDX-SPG) TO RP-VALSERV.
            MOVE "S"                    TO RG-ORIGEM.
            MOVE SPG-NUM-OCR(IDX-SPG)   TO RG-NUM.
            MOVE WS-DATAPROC(1:6)       TO RG-COMPET.
            MOVE SPG-VALOR-OCR(IDX-SPG) TO RG-VALOR.
            PERFORM GRAVARPS.
            ADD 1 TO CT-RPSSOC.

      * CPF VALIDO VAI NO RPS; ZERADO OU INVALIDO SAI COMO TOMADOR
      * SEM DOCUMENTO ("3") E FICA NA LISTA DE AVISOS.
        DOCUMENTOTOMADOR.
            MOVE "3"    TO RP-INDDOC.
            MOVE ZEROES TO RP-DOC.
            IF WS-CPFTOM EQUAL ZEROES
                MOVE "AVISO: TOMADOR SEM CPF CADASTRADO"
                    TO WS-MSGAVISO
                EXIT PARAGRAPH
            END-IF.
            CALL "CPFVALID" USING WS-CPFTOM LK-CPFVALIDO.
            IF LK-CPFVALIDO EQUAL "SIM"
                MOVE "1"       TO RP-INDDOC
                MOVE WS-CPFTOM TO RP-DOC
            ELSE
                MOVE "AVISO: CPF DO TOMADOR INVALIDO"
                    TO WS-MSGAVISO
            END-IF.

        LIMPADETALHE.
            MOVE SPACES        TO DET-LOTE.
            MOVE "2"           TO RP-TIPO.
            MOVE "RPS"         TO RP-TIPORPS.
            MOVE PARM-SERIE    TO RP-SERIE.
            MOVE WS-DATAPROC   TO RP-DATA.
            MOVE "T"           TO RP-SITUACAO.
            MOVE PARM-ALIQUOTA TO RP-ALIQUOTA.
            MOVE "2"           TO RP-ISSRET.
            MOVE ZEROES        TO RP-VALDED RP-INSCMUNT RP-INSCEST
                                  RP-CEP RP-DOC.

      ***************************************************
      * NUMERA O RPS, GRAVA NO LOTE E NO REGISTRO       *
      * PERMANENTE (RPSREG.DAT ABERTO EM EXTEND).       *
      ***************************************************
        GRAVARPS.
            ADD 1 TO WS-ULTRPS.
            MOVE WS-ULTRPS TO RP-NUMERO.
            WRITE REGLOTE FROM DET-LOTE.
            ADD 1 TO CT-GRAVADOS.
            ADD RP-VALSERV TO VAL-SERVICOS.
            MOVE WS-ULTRPS   TO RG-RPS.
            MOVE WS-DATAPROC TO RG-DATA.
            MOVE "EMITIDO"   TO RG-SITUACAO.
            MOVE ZEROES      TO RG-NFSE.
            MOVE SPACES      TO RG-VERIF.
            MOVE RP-INDDOC   TO RG-INDDOC.
            MOVE RP-DOC      TO RG-DOC.
            MOVE RP-NOME     TO RG-NOME.
            WRITE REGRPSREG.
            MOVE RG-RPS    TO DR-RPS.
            MOVE RG-ORIGEM TO DR-ORIG.
            MOVE RG-NUM    TO DR-NUM.
            MOVE RG-VALOR  TO DR-VALOR.
            MOVE "EMITIDO" TO DR-MSG.
            IF WS-MSGAVISO NOT EQUAL SPACES
                ADD 1 TO CT-AVISOS
                MOVE WS-MSGAVISO TO DR-MSG
            END-IF.
            WRITE REGREL FROM DET-RPS AFTER ADVANCING 1 LINE.
            MOVE RG-RPS     TO LK-CHAVE.
            MOVE "RPSEMIT"  TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      ***************************************************
      * ESTORNO OU RETORNO QUE NAO CASOU COM NENHUM RPS *
      * DO REGISTRO SAI COMO EXCECAO NO RELATORIO.      *
      ***************************************************
        CONFERESOBRAS.
            MOVE ZEROES TO DR-NUM DR-VALOR.
            MOVE SPACES TO DR-ORIG.
            PERFORM VARYING IDX-CAN FROM 1 BY 1
                     UNTIL IDX-CAN GREATER THAN QTDE-CAN
                IF CAN-USO-OCR(IDX-CAN) EQUAL "NAO"
                    ADD 1 TO CT-RECUSAS
                    MOVE CAN-RPS-OCR(IDX-CAN) TO DR-RPS
                    MOVE "*** ESTORNO DE RPS INEXISTENTE" TO DR-MSG
                    WRITE REGREL FROM DET-RPS AFTER ADVANCING 1 LINE
                END-IF
            END-PERFORM.
            PERFORM VARYING IDX-RET FROM 1 BY 1
                     UNTIL IDX-RET GREATER THAN QTDE-RET
                IF RET-USO-OCR(IDX-RET) EQUAL "NAO"
                    ADD 1 TO CT-RECUSAS
                    MOVE RET-RPS-OCR(IDX-RET) TO DR-RPS
                    MOVE "*** RETORNO DE RPS INEXISTENTE" TO DR-MSG
                    WRITE REGREL FROM DET-RPS AFTER ADVANCING 1 LINE
                END-IF
            END-PERFORM.

        TERMINO.
            MOVE CT-GRAVADOS  TO RT-QTDE.
            MOVE VAL-SERVICOS TO RT-VALSERV.
            MOVE ZEROES       TO RT-VALDED.
            WRITE REGLOTE FROM ROD-LOTE.
            CLOSE RPSLOTE.
            PERFORM GRAVAULTIMORPS.
            MOVE CT-RPSTUI    TO ROD-TUI.
            MOVE CT-RPSSOC    TO ROD-SOC.
            MOVE CT-CANCEL    TO ROD-CAN.
            MOVE CT-RETORNO   TO ROD-RET.
            MOVE CT-AVISOS    TO ROD-AVI.
            MOVE CT-RECUSAS   TO ROD-REC.
            MOVE VAL-SERVICOS TO ROD-VAL.
            WRITE REGREL FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE REGREL FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-04 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-05 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-06 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-07 AFTER ADVANCING 1 LINE.
            CLOSE RELRPS.
            DISPLAY "EM02EX40: RPS GRAVADOS NO LOTE = " CT-GRAVADOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
