        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM05EX28.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL ENTRE
      * OS CADASTROS E OS ARQUIVOS SATELITES QUE APONTAM PARA ELES
      * PELA CHAVE. A TABELA DE REGRAS (TAB-REGRAS) DIZ, PARA CADA
      * VINCULO, O ARQUIVO FILHO, O PAI E O TIPO: "O" LISTA CADA
      * LINHA DO FILHO CUJA CHAVE NAO EXISTE MAIS NO PAI (ORFAO) E
      * "F" LISTA CADA REGISTRO DO PAI QUE NAO TEM O FILHO
      * OBRIGATORIO (ITEM SEM FORNECEDOR VINCULADO, VENDEDOR ATIVO
      * SEM META - O DESLIGADO EM DESLIG.DAT NAO PRECISA DE META).
      * O RELATORIO RELINTEG TRAZ AS OCORRENCIAS DE CADA REGRA E O
      * RESUMO COM A CONTAGEM POR REGRA. REGRA CUJO PAI NAO ABRE E
      * APONTADA COMO NAO VERIFICADA. HAVENDO OCORRENCIA OU REGRA
      * NAO VERIFICADA O PROGRAMA TERMINA COM RETURN-CODE 4, QUE O
      * DRIVER ACEITA COMO AVISO, E A SITUACAO DA VARREDURA FICA EM
      * INTEGST.DAT PARA O PORTAO EM05EX03 APONTAR NAS NOITES
      * SEGUINTES ATE A PROXIMA VARREDURA LIMPA. A VARREDURA SO RODA
      * NO DIA DA SEMANA DE PARAM72.DAT (1 = DOMINGO ... 7 = SABADO,
      * PADRAO 1; 0 RODA TODA NOITE); NOS OUTROS DIAS O PASSO
      * TERMINA SEM FAZER NADA. CADASTRO MAIOR QUE A TABELA DELE
      * RECUSA A VARREDURA COM RETURN-CODE 8.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL PARAM72 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CADFORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT CADESTOQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT CADALU ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-ENT
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL CADARQ ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-ARQ
            FILE STATUS IS WS-FS.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1
            FILE STATUS IS WS-FS.
            SELECT CADVEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL DESLIG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL ITEMFORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL TUIRECEB ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL DUNSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL SOCCRED ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL METAVEND ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT OPTIONAL LOTESTOQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.
            SELECT INTEGST ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELINTEG ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

      * DIA DA SEMANA DA VARREDURA.
            FD PARAM72
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM72.DAT".
            01 REGPARAM72.
               02 PARM-DIASEM PIC 9(01).

            FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
            01 REGFORN.
               COPY REGFORN REPLACING ==:FORN:==    BY ==FORN-ENT==
                                       ==:NOMEF:==   BY ==NOMEF-ENT==
                                       ==:CNPJ:==    BY ==CNPJ-ENT==
                                       ==:CONTATO:== BY
                                       ==CONTATO-ENT==.

            FD CADESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
            01 REGESTOQ.
               COPY REGESTOQ REPLACING ==:COD:==   BY ==COD-EST==
                                        ==:DEP:==   BY ==DEP-EST==
                                        ==:NOME:==  BY ==NOME-EST==
                                        ==:QTDE:==  BY ==QTDE-EST==
                                        ==:PRECO:== BY ==PRECO-EST==
                                        ==:PONTO:== BY ==PONTO-EST==
                                        ==:CATEG:== BY
                                        ==CATEGORIA-EST==.

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

      * ALUNOS FORMADOS E CANCELADOS ARQUIVADOS POR EM01EX36: A
      * MENSALIDADE DELES CONTINUA EM TUIRECEB.DAT E NAO E ORFA.
            FD CADARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADARQ.DAT".
            01 REGARQ.
               COPY REGALU REPLACING ==:NUM:==     BY ==NUM-ARQ==
                                      ==:NOME:==    BY ==NOME-ARQ==
                                      ==:SEXO:==    BY ==SEX-ARQ==
                                      ==:DATNASC:== BY ==DATNASC-ARQ==
                                      ==:DD:==      BY ==DD-ARQ==
                                      ==:MM:==      BY ==MM-ARQ==
                                      ==:AA:==      BY ==AA-ARQ==
                                      ==:NT1:==     BY ==NT1-ARQ==
                                      ==:NT2:==     BY ==NT2-ARQ==
                                      ==:NT3:==     BY ==NT3-ARQ==
                                      ==:FLT:==     BY ==FLT-ARQ==
                                      ==:CAMPUS:==  BY ==CAMPUS-ARQ==
                                      ==:SIT:==     BY ==SIT-ARQ==.

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

            FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
            01 REGVEN.
               COPY REGVEND REPLACING ==:DEP:==    BY ==CODDEPENT==
                                       ==:SEC:==    BY ==CODSECENT==
                                       ==:COD:==    BY ==CODENT==
                                       ==:NOME:==   BY ==NOMEENT==
                                       ==:VENDAS:== BY ==VENDEENT==
                                       ==:SALFIX:== BY ==SALENTF==
                                       ==:DESC:==   BY ==DESCENT==.

            FD DESLIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESLIG.DAT".
            01 REGDESLIG.
               COPY REGDESLI.

            FD ITEMFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ITEMFORN.DAT".
            01 REGITEMFORN.
               02 IF-COD   PIC 9(05).
               02 IF-FORN  PIC 9(04).
               02 IF-PRECO PIC 9(06)V99.
               02 IF-PRAZO PIC 9(03).

            FD TUIRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.

            FD DUNSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUNSOC.DAT".
            01 REGDUNSOC.
               02 DS-NUMSOC  PIC 9(06).
               02 FILLER     PIC X.
               02 DS-ESTAGIO PIC 9(01).
               02 FILLER     PIC X.
               02 DS-DATAAVISO PIC 9(08).

            FD SOCCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SOCCRED.DAT".
            01 REGSOCCRED.
               02 CR-NUMSOC PIC 9(06).
               02 FILLER    PIC X.
               02 CR-VALOR  PIC 9(09)V9(02).
               02 FILLER    PIC X.
               02 CR-DATA   PIC 9(08).

            FD METAVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "METAVEND.DAT".
            01 REGMETA.
               02 META-DEP   PIC X(01).
               02 META-SEC   PIC X(01).
               02 META-COD   PIC 9(05).
               02 META-VALOR PIC 9(07)V99.

            FD LOTESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTESTOQ.DAT".
            01 REGLOTESTOQ.
               02 LT-COD     PIC 9(05).
               02 FILLER     PIC X.
               02 LT-DEP     PIC X(02).
               02 FILLER     PIC X.
               02 LT-LOTE    PIC X(06).
               02 FILLER     PIC X.
               02 LT-VALID   PIC 9(08).
               02 FILLER     PIC X.
               02 LT-QTDE    PIC 9(05).

            FD INTEGST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INTEGST.DAT".
            01 REGINTG.
               COPY REGINTG.

            FD RELINTEG
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ  PIC X(03) VALUE "NAO".
            77 WS-FS    PIC X(02) VALUE SPACES.
            77 WS-RC    PIC 9(02) VALUE ZEROES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-OCORR    PIC 9(07) VALUE ZEROES.
            77 CT-REGRAS   PIC 9(02) VALUE ZEROES.
            77 WS-OCORR    PIC 9(05) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM05EX28".
            77 WS-DATA     PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
            77 WS-DIAVARR  PIC 9(01) VALUE 1.
            77 WS-DIASEM   PIC 9(01) VALUE ZEROES.
            77 WS-ACHOU    PIC X(03) VALUE "NAO".
            77 WS-VERIF    PIC X(03) VALUE "SIM".
            77 WS-FORNOK   PIC X(03) VALUE "NAO".
            77 WS-ESTOK    PIC X(03) VALUE "NAO".
            77 WS-ALUOK    PIC X(03) VALUE "NAO".
            77 WS-SOCOK    PIC X(03) VALUE "NAO".
            77 WS-VENDOK   PIC X(03) VALUE "NAO".
            77 WS-CHCOD    PIC 9(06) VALUE ZEROES.
            77 WS-CHDEP    PIC X(02) VALUE SPACES.

            77 QTDE-REGRA   PIC 9(02) VALUE 9.
            77 IDX-REGRA    PIC 9(02) VALUE ZEROES.
            77 QTDE-FORN    PIC 9(04) VALUE ZEROES.
            77 IDX-FORN     PIC 9(04) VALUE ZEROES.
            77 QTDE-ITEM    PIC 9(04) VALUE ZEROES.
            77 IDX-ITEM     PIC 9(04) VALUE ZEROES.
            77 QTDE-CODITEM PIC 9(04) VALUE ZEROES.
            77 IDX-CODITEM  PIC 9(04) VALUE ZEROES.
            77 QTDE-ALU     PIC 9(04) VALUE ZEROES.
            77 IDX-ALU      PIC 9(04) VALUE ZEROES.
            77 QTDE-SOC     PIC 9(04) VALUE ZEROES.
            77 IDX-SOC      PIC 9(04) VALUE ZEROES.
            77 QTDE-VEND    PIC 9(04) VALUE ZEROES.
            77 IDX-VEND     PIC 9(04) VALUE ZEROES.

      * TABELA DE REGRAS: NUMERO, TIPO ("O" FILHO ORFAO, "F" PAI SEM
      * O FILHO OBRIGATORIO), ARQUIVO FILHO, ARQUIVO PAI E O QUE A
      * OCORRENCIA SIGNIFICA. CADA NUMERO TEM O SEU PARAGRAFO REGRAnn.
            01 TAB-REGRAS-VAL.
               02 FILLER PIC X(23) VALUE "01OITEMFORN  CADFORN   ".
               02 FILLER PIC X(37) VALUE "FORNECEDOR NAO CADASTRADO".
               02 FILLER PIC X(23) VALUE "02OITEMFORN  CADESTOQ  ".
               02 FILLER PIC X(37) VALUE "ITEM NAO CADASTRADO".
               02 FILLER PIC X(23) VALUE "03OTUIRECEB  CADALU    ".
               02 FILLER PIC X(37) VALUE
                  "MATRICULA FORA DE CADALU E CADARQ".
               02 FILLER PIC X(23) VALUE "04ODUNSOC    ARQSOC1   ".
               02 FILLER PIC X(37) VALUE "SOCIO EXCLUIDO DO CADASTRO".
               02 FILLER PIC X(23) VALUE "05OSOCCRED   ARQSOC1   ".
               02 FILLER PIC X(37) VALUE "SOCIO EXCLUIDO DO CADASTRO".
               02 FILLER PIC X(23) VALUE "06OMETAVEND  CADVEND   ".
               02 FILLER PIC X(37) VALUE "VENDEDOR FORA DO CADASTRO".
               02 FILLER PIC X(23) VALUE "07OLOTESTOQ  CADESTOQ  ".
               02 FILLER PIC X(37) VALUE "ITEM/DEPOSITO NAO CADASTRADO".
               02 FILLER PIC X(23) VALUE "08FITEMFORN  CADESTOQ  ".
               02 FILLER PIC X(37) VALUE
                  "ITEM SEM FORNECEDOR VINCULADO".
               02 FILLER PIC X(23) VALUE "09FMETAVEND  CADVEND   ".
               02 FILLER PIC X(37) VALUE "VENDEDOR ATIVO SEM META".
            01 TAB-REGRAS REDEFINES TAB-REGRAS-VAL.
               02 TAB-REGRA-OCR OCCURS 9 TIMES.
                  03 RG-NUM-OCR   PIC 9(02).
                  03 RG-TIPO-OCR  PIC X(01).
                  03 RG-FILHO-OCR PIC X(10).
                  03 RG-PAI-OCR   PIC X(10).
                  03 RG-DESC-OCR  PIC X(37).

            01 TAB-CONT.
               02 TAB-CONT-OCR OCCURS 9 TIMES.
                  03 CONT-QTDE-OCR PIC 9(05).
                  03 CONT-SIT-OCR  PIC X(14).

      * CHAVES DOS CADASTROS PAI; A DE ALUNOS TEM OS ATIVOS E OS
      * ARQUIVADOS.
            01 TAB-FORN.
               02 TAB-FORN-OCR OCCURS 500 TIMES.
                  03 FORN-COD-OCR PIC 9(04).

            01 TAB-ITEM.
               02 TAB-ITEM-OCR OCCURS 2000 TIMES.
                  03 ITEM-COD-OCR PIC 9(05).
                  03 ITEM-DEP-OCR PIC X(02).

            01 TAB-CODITEM.
               02 TAB-CODITEM-OCR OCCURS 1000 TIMES.
                  03 CODI-COD-OCR  PIC 9(05).
                  03 CODI-NOME-OCR PIC X(15).
                  03 CODI-TEMF-OCR PIC X(03).

            01 TAB-ALU.
               02 TAB-ALU-OCR OCCURS 5000 TIMES.
                  03 ALU-NUM-OCR PIC 9(05).

            01 TAB-SOC.
               02 TAB-SOC-OCR OCCURS 5000 TIMES.
                  03 SOC-NUM-OCR PIC 9(06).

            01 TAB-VEND.
               02 TAB-VEND-OCR OCCURS 500 TIMES.
                  03 VEND-COD-OCR  PIC 9(05).
                  03 VEND-NOME-OCR PIC X(20).
                  03 VEND-DESL-OCR PIC X(03).
                  03 VEND-TEMM-OCR PIC X(03).

            01 CAB-01.
               02 FILLER PIC X(12) VALUE SPACES.
               02 FILLER PIC X(44) VALUE
                  "VARREDURA DE INTEGRIDADE REFERENCIAL - DATA ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(16) VALUE SPACES.

            01 CAB-REGRA.
               02 FILLER    PIC X(06) VALUE "REGRA ".
               02 CR-NUM    PIC 9(02).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 CR-FILHO  PIC X(10).
               02 CR-SETA   PIC X(04).
               02 CR-PAI    PIC X(10).
               02 FILLER    PIC X(02) VALUE ": ".
               02 CR-DESC   PIC X(37).
               02 FILLER    PIC X(08) VALUE SPACES.

            01 DET-OCOR.
               02 FILLER   PIC X(04) VALUE SPACES.
               02 DO-ARQ   PIC X(10).
               02 DO-CHAVE PIC X(66).

            01 DET-NADA.
               02 FILLER  PIC X(04) VALUE SPACES.
               02 DN-MSG  PIC X(60).
               02 FILLER  PIC X(16) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 CAB-COLRES.
               02 FILLER PIC X(07) VALUE "REGRA".
               02 FILLER PIC X(11) VALUE "TIPO".
               02 FILLER PIC X(11) VALUE "FILHO".
               02 FILLER PIC X(11) VALUE "PAI".
               02 FILLER PIC X(13) VALUE "OCORRENCIAS".
               02 FILLER PIC X(27) VALUE "SITUACAO".

            01 DET-RES.
               02 RS-NUM   PIC 9(02).
               02 FILLER   PIC X(05) VALUE SPACES.
               02 RS-TIPO  PIC X(11).
               02 RS-FILHO PIC X(11).
               02 RS-PAI   PIC X(11).
               02 RS-QTDE  PIC ZZZZZZZZZZ9.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 RS-SIT   PIC X(14).
               02 FILLER   PIC X(13) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(44).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(29) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            IF WS-DIAVARR NOT EQUAL ZEROES
               AND WS-DIAVARR NOT EQUAL WS-DIASEM
                DISPLAY "EM05EX28: VARREDURA SO NO DIA " WS-DIAVARR
                        " DA SEMANA (HOJE " WS-DIASEM
                        ") - NADA A FAZER HOJE"
                CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS
                STOP RUN
            END-IF.
            PERFORM CARREGAFORN.
            PERFORM CARREGAESTOQ.
            PERFORM CARREGAALU.
            PERFORM CARREGAARQ.
            PERFORM CARREGASOC.
            PERFORM CARREGAVEND.
            PERFORM CARREGADESLIG.
            OPEN OUTPUT RELINTEG.
            MOVE WS-DATA TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            PERFORM EXECUTAREGRA
                VARYING IDX-REGRA FROM 1 BY 1
                UNTIL IDX-REGRA GREATER THAN QTDE-REGRA.
            PERFORM IMPRIMERESUMO.
            PERFORM GRAVASITUACAO.
            PERFORM TERMINO.
        STOP RUN.

      * DIA 1 DE INTEGER-OF-DATE E UMA SEGUNDA-FEIRA: O RESTO POR 7
      * MAIS 1 DA O DIA DA SEMANA COM 1 = DOMINGO.
        INICIO.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            COMPUTE WS-DIASEM =
                FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-DATA) 7) + 1.
            OPEN INPUT PARAM72.
            READ PARAM72
                AT END CONTINUE
                NOT AT END
                    IF PARM-DIASEM IS NUMERIC
                       AND PARM-DIASEM NOT GREATER THAN 7
                        MOVE PARM-DIASEM TO WS-DIAVARR
                    END-IF
            END-READ.
            CLOSE PARAM72.

      ***************************************************
      * CARGA DAS CHAVES DOS CADASTROS PAI - CADASTRO   *
      * QUE NAO ABRE DEIXA AS SUAS REGRAS NAO           *
      * VERIFICADAS; CADASTRO MAIOR QUE A TABELA RECUSA *
      * A VARREDURA                                     *
      ***************************************************
        CARREGAFORN.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADFORN.
            IF WS-FS NOT EQUAL "00" AND WS-FS NOT EQUAL "05"
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO WS-FORNOK.
            PERFORM LEITURA-FORN UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADFORN.

        LEITURA-FORN.
            READ CADFORN
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-FORN NOT LESS THAN 500
                        DISPLAY "EM05EX28: *** TABELA DE FORNECEDORES "
                                "CHEIA (MAIS DE 500) - VARREDURA "
                                "RECUSADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-FORN
                    MOVE FORN-ENT TO FORN-COD-OCR(QTDE-FORN)
            END-READ.

        CARREGAESTOQ.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADESTOQ.
            IF WS-FS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO WS-ESTOK.
            PERFORM LEITURA-ESTOQ UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADESTOQ.

      * UMA LINHA POR ITEM E DEPOSITO; O CODIGO DO ITEM ENTRA UMA SO
      * VEZ NA TABELA DE CODIGOS.
        LEITURA-ESTOQ.
            READ CADESTOQ
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-ITEM NOT LESS THAN 2000
                        DISPLAY "EM05EX28: *** TABELA DE ITENS CHEIA "
                                "(MAIS DE 2000) - VARREDURA "
                                "RECUSADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-ITEM
                    MOVE COD-EST TO ITEM-COD-OCR(QTDE-ITEM)
                    MOVE DEP-EST TO ITEM-DEP-OCR(QTDE-ITEM)
                    MOVE COD-EST TO WS-CHCOD
                    PERFORM BUSCACODITEM
                    IF WS-ACHOU EQUAL "NAO"
                        PERFORM GUARDACODITEM
                    END-IF
            END-READ.

        GUARDACODITEM.
            IF QTDE-CODITEM NOT LESS THAN 1000
                DISPLAY "EM05EX28: *** TABELA DE CODIGOS DE ITEM "
                        "CHEIA (MAIS DE 1000) - VARREDURA "
                        "RECUSADA ***"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO QTDE-CODITEM.
            MOVE COD-EST  TO CODI-COD-OCR(QTDE-CODITEM).
            MOVE NOME-EST TO CODI-NOME-OCR(QTDE-CODITEM).
            MOVE "NAO"    TO CODI-TEMF-OCR(QTDE-CODITEM).

        CARREGAALU.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADALU.
            IF WS-FS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO WS-ALUOK.
            PERFORM LEITURA-ALU UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADALU.

        LEITURA-ALU.
            READ CADALU
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-ALU NOT LESS THAN 5000
                        DISPLAY "EM05EX28: *** TABELA DE ALUNOS CHEIA "
                                "(MAIS DE 5000) - VARREDURA "
                                "RECUSADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-ALU
                    MOVE NUM-ENT TO ALU-NUM-OCR(QTDE-ALU)
            END-READ.

      * CADARQ.DAT AUSENTE SO QUER DIZER QUE NINGUEM FOI ARQUIVADO.
        CARREGAARQ.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADARQ.
            IF WS-FS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF.
            PERFORM LEITURA-ARQ UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADARQ.

        LEITURA-ARQ.
            READ CADARQ
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-ALU NOT LESS THAN 5000
                        DISPLAY "EM05EX28: *** TABELA DE ALUNOS CHEIA "
                                "(MAIS DE 5000) - VARREDURA "
                                "RECUSADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-ALU
                    MOVE NUM-ARQ TO ALU-NUM-OCR(QTDE-ALU)
            END-READ.

        CARREGASOC.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT ARQSOC1.
            IF WS-FS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO WS-SOCOK.
            PERFORM LEITURA-SOC UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1.

        LEITURA-SOC.
            READ ARQSOC1
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-SOC NOT LESS THAN 5000
                        DISPLAY "EM05EX28: *** TABELA DE SOCIOS CHEIA "
                                "(MAIS DE 5000) - VARREDURA "
                                "RECUSADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-SOC
                    MOVE NUMSOC1 TO SOC-NUM-OCR(QTDE-SOC)
            END-READ.

        CARREGAVEND.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADVEND.
            IF WS-FS NOT EQUAL "00"
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO WS-VENDOK.
            PERFORM LEITURA-VEND UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADVEND.

        LEITURA-VEND.
            READ CADVEND
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-VEND NOT LESS THAN 500
                        DISPLAY "EM05EX28: *** TABELA DE VENDEDORES "
                                "CHEIA (MAIS DE 500) - VARREDURA "
                                "RECUSADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-VEND
                    MOVE CODENT  TO VEND-COD-OCR(QTDE-VEND)
                    MOVE NOMEENT TO VEND-NOME-OCR(QTDE-VEND)
                    MOVE "NAO"   TO VEND-DESL-OCR(QTDE-VEND)
                    MOVE "NAO"   TO VEND-TEMM-OCR(QTDE-VEND)
            END-READ.

      * DESLIGADO ATE HOJE NAO PRECISA MAIS DE META.
        CARREGADESLIG.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT DESLIG.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-DESLIG UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE DESLIG.

        LEITURA-DESLIG.
            READ DESLIG
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE DL-COD TO WS-CHCOD
                    PERFORM BUSCAVEND
                    IF WS-ACHOU EQUAL "SIM"
                       AND DL-DATA NOT GREATER THAN WS-DATA
                        MOVE "SIM" TO VEND-DESL-OCR(IDX-VEND)
                    END-IF
            END-READ.

      ***************************************************
      * EXECUCAO DE UMA REGRA: CABECALHO, OCORRENCIAS E *
      * SITUACAO PARA O RESUMO                          *
      ***************************************************
        EXECUTAREGRA.
            MOVE ZEROES TO WS-OCORR.
            MOVE "SIM"  TO WS-VERIF.
            MOVE RG-NUM-OCR(IDX-REGRA)   TO CR-NUM.
            MOVE RG-DESC-OCR(IDX-REGRA)  TO CR-DESC.
            IF RG-TIPO-OCR(IDX-REGRA) EQUAL "O"
                MOVE RG-FILHO-OCR(IDX-REGRA) TO CR-FILHO
                MOVE " -> "                  TO CR-SETA
                MOVE RG-PAI-OCR(IDX-REGRA)   TO CR-PAI
            ELSE
                MOVE RG-PAI-OCR(IDX-REGRA)   TO CR-FILHO
                MOVE " <- "                  TO CR-SETA
                MOVE RG-FILHO-OCR(IDX-REGRA) TO CR-PAI
            END-IF.
            WRITE REGREL FROM CAB-REGRA AFTER ADVANCING 2 LINES.
            EVALUATE RG-NUM-OCR(IDX-REGRA)
                WHEN 1 PERFORM REGRA01
                WHEN 2 PERFORM REGRA02
                WHEN 3 PERFORM REGRA03
                WHEN 4 PERFORM REGRA04
                WHEN 5 PERFORM REGRA05
                WHEN 6 PERFORM REGRA06
                WHEN 7 PERFORM REGRA07
                WHEN 8 PERFORM REGRA08
                WHEN 9 PERFORM REGRA09
            END-EVALUATE.
            MOVE WS-OCORR TO CONT-QTDE-OCR(IDX-REGRA).
            ADD WS-OCORR  TO CT-OCORR.
            IF WS-VERIF EQUAL "NAO"
                MOVE "NAO VERIFICADA" TO CONT-SIT-OCR(IDX-REGRA)
                ADD 1 TO CT-REGRAS
                MOVE SPACES TO DN-MSG
                STRING "*** REGRA NAO VERIFICADA - " DELIMITED BY SIZE
                       RG-PAI-OCR(IDX-REGRA) DELIMITED BY SPACE
                       " AUSENTE OU ILEGIVEL ***" DELIMITED BY SIZE
                       INTO DN-MSG
                END-STRING
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            ELSE
                IF WS-OCORR EQUAL ZEROES
                    MOVE "SEM OCORRENCIA" TO CONT-SIT-OCR(IDX-REGRA)
                    MOVE "NENHUMA OCORRENCIA" TO DN-MSG
                    WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
                ELSE
                    MOVE "COM OCORRENCIA" TO CONT-SIT-OCR(IDX-REGRA)
                    ADD 1 TO CT-REGRAS
                END-IF
            END-IF.

      * DO-ARQ E DO-CHAVE JA PREENCHIDOS PELA REGRA.
        IMPRIMEOCORR.
            ADD 1 TO WS-OCORR.
            ADD 1 TO CT-GRAVADOS.
            WRITE REGREL FROM DET-OCOR AFTER ADVANCING 1 LINE.

      ***************************************************
      * REGRAS DE FILHO ORFAO                           *
      ***************************************************
        REGRA01.
            IF WS-FORNOK NOT EQUAL "SIM"
                MOVE "NAO" TO WS-VERIF
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT ITEMFORN.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-R01 UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ITEMFORN.

        LEITURA-R01.
            READ ITEMFORN
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE IF-FORN TO WS-CHCOD
                    PERFORM BUSCAFORN
                    IF WS-ACHOU EQUAL "NAO"
                        MOVE "ITEMFORN" TO DO-ARQ
                        MOVE SPACES     TO DO-CHAVE
                        STRING "ITEM " IF-COD " FORNECEDOR " IF-FORN
                               DELIMITED BY SIZE INTO DO-CHAVE
                        END-STRING
                        PERFORM IMPRIMEOCORR
                    END-IF
            END-READ.

        REGRA02.
            IF WS-ESTOK NOT EQUAL "SIM"
                MOVE "NAO" TO WS-VERIF
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT ITEMFORN.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-R02 UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ITEMFORN.

        LEITURA-R02.
            READ ITEMFORN
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE IF-COD TO WS-CHCOD
                    PERFORM BUSCACODITEM
                    IF WS-ACHOU EQUAL "NAO"
                        MOVE "ITEMFORN" TO DO-ARQ
                        MOVE SPACES     TO DO-CHAVE
                        STRING "ITEM " IF-COD " FORNECEDOR " IF-FORN
                               DELIMITED BY SIZE INTO DO-CHAVE
                        END-STRING
                        PERFORM IMPRIMEOCORR
                    END-IF
            END-READ.

        REGRA03.
            IF WS-ALUOK NOT EQUAL "SIM"
                MOVE "NAO" TO WS-VERIF
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT TUIRECEB.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-R03 UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE TUIRECEB.

        LEITURA-R03.
            READ TUIRECEB
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE TC-NUM TO WS-CHCOD
                    PERFORM BUSCAALU
                    IF WS-ACHOU EQUAL "NAO"
                        MOVE "TUIRECEB" TO DO-ARQ
                        MOVE SPACES     TO DO-CHAVE
                        STRING "MATRICULA " TC-NUM " COMPETENCIA "
                               TC-COMPET " SITUACAO " TC-SITUACAO
                               DELIMITED BY SIZE INTO DO-CHAVE
                        END-STRING
                        PERFORM IMPRIMEOCORR
                    END-IF
            END-READ.

        REGRA04.
            IF WS-SOCOK NOT EQUAL "SIM"
                MOVE "NAO" TO WS-VERIF
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT DUNSOC.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-R04 UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE DUNSOC.

        LEITURA-R04.
            READ DUNSOC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE DS-NUMSOC TO WS-CHCOD
                    PERFORM BUSCASOC
                    IF WS-ACHOU EQUAL "NAO"
                        MOVE "DUNSOC"   TO DO-ARQ
                        MOVE SPACES     TO DO-CHAVE
                        STRING "SOCIO " DS-NUMSOC " ESTAGIO "
                               DS-ESTAGIO " AVISO EM " DS-DATAAVISO
                               DELIMITED BY SIZE INTO DO-CHAVE
                        END-STRING
                        PERFORM IMPRIMEOCORR
                    END-IF
            END-READ.

        REGRA05.
            IF WS-SOCOK NOT EQUAL "SIM"
                MOVE "NAO" TO WS-VERIF
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT SOCCRED.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-R05 UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE SOCCRED.

        LEITURA-R05.
            READ SOCCRED
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE CR-NUMSOC TO WS-CHCOD
                    PERFORM BUSCASOC
                    IF WS-ACHOU EQUAL "NAO"
                        MOVE "SOCCRED"  TO DO-ARQ
                        MOVE SPACES     TO DO-CHAVE
                        STRING "SOCIO " CR-NUMSOC " CREDITO DE "
                               CR-DATA
                               DELIMITED BY SIZE INTO DO-CHAVE
                        END-STRING
                        PERFORM IMPRIMEOCORR
                    END-IF
            END-READ.

        REGRA06.
            IF WS-VENDOK NOT EQUAL "SIM"
                MOVE "NAO" TO WS-VERIF
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT METAVEND.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-R06 UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE METAVEND.

        LEITURA-R06.
            READ METAVEND
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE META-COD TO WS-CHCOD
                    PERFORM BUSCAVEND
                    IF WS-ACHOU EQUAL "NAO"
                        MOVE "METAVEND" TO DO-ARQ
                        MOVE SPACES     TO DO-CHAVE
                        STRING "VENDEDOR " META-COD " DEPTO "
                               META-DEP META-SEC
                               DELIMITED BY SIZE INTO DO-CHAVE
                        END-STRING
                        PERFORM IMPRIMEOCORR
                    END-IF
            END-READ.

        REGRA07.
            IF WS-ESTOK NOT EQUAL "SIM"
                MOVE "NAO" TO WS-VERIF
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT LOTESTOQ.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-R07 UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE LOTESTOQ.

        LEITURA-R07.
            READ LOTESTOQ
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE LT-COD TO WS-CHCOD
                    MOVE LT-DEP TO WS-CHDEP
                    PERFORM BUSCAITEM
                    IF WS-ACHOU EQUAL "NAO"
                        MOVE "LOTESTOQ" TO DO-ARQ
                        MOVE SPACES     TO DO-CHAVE
                        STRING "ITEM " LT-COD " DEPOSITO " LT-DEP
                               " LOTE " LT-LOTE " SALDO " LT-QTDE
                               DELIMITED BY SIZE INTO DO-CHAVE
                        END-STRING
                        PERFORM IMPRIMEOCORR
                    END-IF
            END-READ.

      ***************************************************
      * REGRAS DE PAI SEM O FILHO OBRIGATORIO: O FILHO  *
      * MARCA O PAI E O PAI NAO MARCADO E A OCORRENCIA  *
      ***************************************************
        REGRA08.
            IF WS-ESTOK NOT EQUAL "SIM"
                MOVE "NAO" TO WS-VERIF
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT ITEMFORN.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-R08 UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ITEMFORN.
            PERFORM CONFERECODITEM
                VARYING IDX-CODITEM FROM 1 BY 1
                UNTIL IDX-CODITEM GREATER THAN QTDE-CODITEM.

        LEITURA-R08.
            READ ITEMFORN
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE IF-COD TO WS-CHCOD
                    PERFORM BUSCACODITEM
                    IF WS-ACHOU EQUAL "SIM"
                        MOVE "SIM" TO CODI-TEMF-OCR(IDX-CODITEM)
                    END-IF
            END-READ.

        CONFERECODITEM.
            IF CODI-TEMF-OCR(IDX-CODITEM) EQUAL "NAO"
                MOVE "CADESTOQ" TO DO-ARQ
                MOVE SPACES     TO DO-CHAVE
                STRING "ITEM " CODI-COD-OCR(IDX-CODITEM) " "
                       CODI-NOME-OCR(IDX-CODITEM)
                       DELIMITED BY SIZE INTO DO-CHAVE
                END-STRING
                PERFORM IMPRIMEOCORR
            END-IF.

        REGRA09.
            IF WS-VENDOK NOT EQUAL "SIM"
                MOVE "NAO" TO WS-VERIF
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT METAVEND.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-R09 UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE METAVEND.
            PERFORM CONFEREVEND
                VARYING IDX-VEND FROM 1 BY 1
                UNTIL IDX-VEND GREATER THAN QTDE-VEND.

        LEITURA-R09.
            READ METAVEND
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    MOVE META-COD TO WS-CHCOD
                    PERFORM BUSCAVEND
                    IF WS-ACHOU EQUAL "SIM"
                        MOVE "SIM" TO VEND-TEMM-OCR(IDX-VEND)
                    END-IF
            END-READ.

        CONFEREVEND.
            IF VEND-TEMM-OCR(IDX-VEND) EQUAL "NAO"
               AND VEND-DESL-OCR(IDX-VEND) EQUAL "NAO"
                MOVE "CADVEND"  TO DO-ARQ
                MOVE SPACES     TO DO-CHAVE
                STRING "VENDEDOR " VEND-COD-OCR(IDX-VEND) " "
                       VEND-NOME-OCR(IDX-VEND)
                       DELIMITED BY SIZE INTO DO-CHAVE
                END-STRING
                PERFORM IMPRIMEOCORR
            END-IF.

      ***************************************************
      * BUSCAS NAS TABELAS DOS CADASTROS PAI - DEIXAM O *
      * INDICE NA LINHA ACHADA                          *
      ***************************************************
        BUSCAFORN.
            MOVE "NAO" TO WS-ACHOU.
            PERFORM VARYING IDX-FORN FROM 1 BY 1
                     UNTIL IDX-FORN GREATER THAN QTDE-FORN
                        OR WS-ACHOU EQUAL "SIM"
                IF FORN-COD-OCR(IDX-FORN) EQUAL WS-CHCOD
                    MOVE "SIM" TO WS-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ACHOU EQUAL "SIM"
                SUBTRACT 1 FROM IDX-FORN
            END-IF.

        BUSCAITEM.
            MOVE "NAO" TO WS-ACHOU.
            PERFORM VARYING IDX-ITEM FROM 1 BY 1
                     UNTIL IDX-ITEM GREATER THAN QTDE-ITEM
                        OR WS-ACHOU EQUAL "SIM"
                IF ITEM-COD-OCR(IDX-ITEM) EQUAL WS-CHCOD
                   AND ITEM-DEP-OCR(IDX-ITEM) EQUAL WS-CHDEP
                    MOVE "SIM" TO WS-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ACHOU EQUAL "SIM"
                SUBTRACT 1 FROM IDX-ITEM
            END-IF.

        BUSCACODITEM.
            MOVE "NAO" TO WS-ACHOU.
            PERFORM VARYING IDX-CODITEM FROM 1 BY 1
                     UNTIL IDX-CODITEM GREATER THAN QTDE-CODITEM
                        OR WS-ACHOU EQUAL "SIM"
                IF CODI-COD-OCR(IDX-CODITEM) EQUAL WS-CHCOD
                    MOVE "SIM" TO WS-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ACHOU EQUAL "SIM"
                SUBTRACT 1 FROM IDX-CODITEM
            END-IF.

        BUSCAALU.
            MOVE "NAO" TO WS-ACHOU.
            PERFORM VARYING IDX-ALU FROM 1 BY 1
                     UNTIL IDX-ALU GREATER THAN QTDE-ALU
                        OR WS-ACHOU EQUAL "SIM"
                IF ALU-NUM-OCR(IDX-ALU) EQUAL WS-CHCOD
                    MOVE "SIM" TO WS-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ACHOU EQUAL "SIM"
                SUBTRACT 1 FROM IDX-ALU
            END-IF.

        BUSCASOC.
            MOVE "NAO" TO WS-ACHOU.
            PERFORM VARYING IDX-SOC FROM 1 BY 1
                     UNTIL IDX-SOC GREATER THAN QTDE-SOC
                        OR WS-ACHOU EQUAL "SIM"
                IF SOC-NUM-OCR(IDX-SOC) EQUAL WS-CHCOD
                    MOVE "SIM" TO WS-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ACHOU EQUAL "SIM"
                SUBTRACT 1 FROM IDX-SOC
            END-IF.

        BUSCAVEND.
            MOVE "NAO" TO WS-ACHOU.
            PERFORM VARYING IDX-VEND FROM 1 BY 1
                     UNTIL IDX-VEND GREATER THAN QTDE-VEND
                        OR WS-ACHOU EQUAL "SIM"
                IF VEND-COD-OCR(IDX-VEND) EQUAL WS-CHCOD
                    MOVE "SIM" TO WS-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ACHOU EQUAL "SIM"
                SUBTRACT 1 FROM IDX-VEND
            END-IF.

      ***************************************************
      * RESUMO POR REGRA E SITUACAO PARA EM05EX03       *
      ***************************************************
        IMPRIMERESUMO.
            MOVE "RESUMO POR REGRA" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
            WRITE REGREL FROM CAB-COLRES AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMEREGRA
                VARYING IDX-REGRA FROM 1 BY 1
                UNTIL IDX-REGRA GREATER THAN QTDE-REGRA.
            IF CT-REGRAS GREATER THAN ZEROES
                MOVE 4 TO WS-RC
            END-IF.
            MOVE "TOTAL DE OCORRENCIAS......................: "
                TO ROD-QT-TXT.
            MOVE CT-OCORR TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "REGRAS COM OCORRENCIA OU NAO VERIFICADAS..: "
                TO ROD-QT-TXT.
            MOVE CT-REGRAS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "RETURN-CODE DA VARREDURA..................: "
                TO ROD-QT-TXT.
            MOVE WS-RC TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.

        IMPRIMEREGRA.
            MOVE RG-NUM-OCR(IDX-REGRA)   TO RS-NUM.
            IF RG-TIPO-OCR(IDX-REGRA) EQUAL "O"
                MOVE "ORFAO"     TO RS-TIPO
            ELSE
                MOVE "SEM FILHO" TO RS-TIPO
            END-IF.
            MOVE RG-FILHO-OCR(IDX-REGRA)  TO RS-FILHO.
            MOVE RG-PAI-OCR(IDX-REGRA)    TO RS-PAI.
            MOVE CONT-QTDE-OCR(IDX-REGRA) TO RS-QTDE.
            MOVE CONT-SIT-OCR(IDX-REGRA)  TO RS-SIT.
            WRITE REGREL FROM DET-RES AFTER ADVANCING 1 LINE.

        GRAVASITUACAO.
            OPEN OUTPUT INTEGST.
            MOVE SPACES    TO REGINTG.
            MOVE WS-DATA   TO IS-DATA.
            MOVE WS-RC     TO IS-RC.
            MOVE CT-OCORR  TO IS-OCORR.
            MOVE CT-REGRAS TO IS-REGRAS.
            WRITE REGINTG.
            CLOSE INTEGST.

        TERMINO.
            CLOSE RELINTEG.
            DISPLAY "EM05EX28: OCORRENCIAS " CT-OCORR " EM "
                    CT-REGRAS " REGRA(S) - RETURN-CODE " WS-RC.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
            MOVE WS-RC TO RETURN-CODE.
