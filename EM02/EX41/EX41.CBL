        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX41.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. INFORME ANUAL DE PAGAMENTOS PARA A DECLARACAO DE
      * IMPOSTO DE RENDA DOS PAIS E DOS SOCIOS. SOMA POR PAGADOR O
      * QUE FOI PAGO NO ANO-CALENDARIO: MENSALIDADES POR MATRICULA
      * (LINHAS "PAGO" DE TUIRECEB.DAT COM COMPETENCIA NO ANO, PELO
      * VALOR LIQUIDO) E CONTRIBUICOES POR NUMERO DE SOCIO (EVENTOS
      * PAGO/PAGOPARC DE LEDGSOC.DAT COM DATA NO ANO), MES A MES. O
      * ANO E O ANTERIOR AO DA DATA DE PROCESSAMENTO OU O INFORMADO
      * EM PARAM50.DAT, QUE TAMBEM TRAZ A RAZAO SOCIAL E O CNPJ DA
      * FONTE PAGADORA DO INFORME. CADA PAGADOR RECEBE UMA PAGINA
      * FORMAL EM INFORME.DAT: ALUNO (CADALU.DAT) E RESPONSAVEL
      * FINANCEIRO (CLIENTE DE CADCLI.DAT COM CODIGO IGUAL A
      * MATRICULA, COM CPF E ENDERECO) OU SOCIO (ARQSOC1.DAT). CADA
      * INFORME E ENFILEIRADO VIA MAILHOOK (TIPO "INFORME") PARA O
      * DESPACHANTE EM05EX11 MANDAR POR E-MAIL. A SEGUNDA VIA DE UM
      * INFORME E PEDIDA EM INFOREQ.DAT (TIPO "M" MATRICULA OU "S"
      * SOCIO + NUMERO): COM PEDIDOS NO ARQUIVO, A RODADA EMITE SO
      * OS PEDIDOS, EM INFOREIM.DAT, E CONSOME O ARQUIVO. O RESUMO
      * SAI EM RELINFO.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL TUIRECEB ASSIGN TO DISK
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
            SELECT OPTIONAL INFOREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM50 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT INFORME ASSIGN USING WS-INFO-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELINFO ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD TUIRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.
      * COMPETENCIA DA COBRANCA SEPARADA EM ANO E MES.
            01 REGTUICOMP.
               02 FILLER     PIC X(09).
               02 TC-COMPANO PIC 9(04).
               02 TC-COMPMES PIC 9(02).

            FD LEDGSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEDGSOC.DAT".
            01 REGLEDGSOC.
               02 LG-NUMSOC  PIC 9(06).
               02 FILLER     PIC X.
               02 LG-DATA.
                  03 LG-ANO  PIC 9(04).
                  03 LG-MES  PIC 9(02).
                  03 LG-DIA  PIC 9(02).
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

            FD INFOREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INFOREQ.DAT".
            01 REGINFOREQ.
               02 IR-TIPO PIC X(01).
               02 IR-NUM  PIC 9(06).

            FD PARAM50
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM50.DAT".
            01 REGPARAM50.
               02 PARM-ANO   PIC 9(04).
               02 PARM-CNPJ  PIC 9(14).
               02 PARM-RAZAO PIC X(40).

            FD INFORME
               LABEL RECORD IS STANDARD.
            01 REGINFO PIC X(80).

            FD RELINFO
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ     PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-INFTUI   PIC 9(05) VALUE ZEROES.
            77 CT-INFSOC   PIC 9(05) VALUE ZEROES.
            77 CT-SEMPAG   PIC 9(05) VALUE ZEROES.
            77 VAL-GERAL   PIC 9(11)V99 VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM02EX41".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 LK-TIPO      PIC X(10) VALUE "INFORME".
            77 LK-MSG       PIC X(40) VALUE SPACES.
            77 WS-DATAPROC  PIC 9(08) VALUE ZEROES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-ANO       PIC 9(04) VALUE ZEROES.
            77 WS-RAZAO     PIC X(40) VALUE "FATEC-SP".
            77 WS-INFO-FILENAME PIC X(12) VALUE "INFORME.DAT".
            77 SEGUNDAVIA   PIC X(03) VALUE "NAO".
            77 PEDIDO       PIC X(03) VALUE "NAO".
            77 WS-TOTAL     PIC 9(11)V99 VALUE ZEROES.
            77 WS-NUMBUSCA  PIC 9(06) VALUE ZEROES.
            77 WS-TIPOBUSCA PIC X(01) VALUE SPACES.
            77 QTDE-REQ     PIC 9(04) VALUE ZEROES.
            77 IDX-REQ      PIC 9(04) VALUE ZEROES.
            77 QTDE-ALU     PIC 9(04) VALUE ZEROES.
            77 IDX-ALU      PIC 9(04) VALUE ZEROES.
            77 ACHOU-ALU    PIC 9(04) VALUE ZEROES.
            77 QTDE-SOC     PIC 9(04) VALUE ZEROES.
            77 IDX-SOC      PIC 9(04) VALUE ZEROES.
            77 ACHOU-SOC    PIC 9(04) VALUE ZEROES.
            77 IDX-MES      PIC 9(02) VALUE ZEROES.

            01 WS-DATAAUX.
               02 WS-DTANO PIC 9(04).
               02 WS-DTMES PIC 9(02).
               02 WS-DTDIA PIC 9(02).

            01 WS-CPFAUX PIC 9(11) VALUE ZEROES.
            01 WS-CPFPARTES REDEFINES WS-CPFAUX.
               02 WS-CPFA PIC 9(03).
               02 WS-CPFB PIC 9(03).
               02 WS-CPFC PIC 9(03).
               02 WS-CPFD PIC 9(02).

            01 WS-CNPJ PIC 9(14) VALUE ZEROES.
            01 WS-CNPJPARTES REDEFINES WS-CNPJ.
               02 WS-CNPJA PIC 9(02).
               02 WS-CNPJB PIC 9(03).
               02 WS-CNPJC PIC 9(03).
               02 WS-CNPJD PIC 9(04).
               02 WS-CNPJE PIC 9(02).

            01 TAB-NOMEMES-VAL.
               02 FILLER PIC X(09) VALUE "JANEIRO".
               02 FILLER PIC X(09) VALUE "FEVEREIRO".
               02 FILLER PIC X(09) VALUE "MARCO".
               02 FILLER PIC X(09) VALUE "ABRIL".
               02 FILLER PIC X(09) VALUE "MAIO".
               02 FILLER PIC X(09) VALUE "JUNHO".
               02 FILLER PIC X(09) VALUE "JULHO".
               02 FILLER PIC X(09) VALUE "AGOSTO".
               02 FILLER PIC X(09) VALUE "SETEMBRO".
               02 FILLER PIC X(09) VALUE "OUTUBRO".
               02 FILLER PIC X(09) VALUE "NOVEMBRO".
               02 FILLER PIC X(09) VALUE "DEZEMBRO".
            01 TAB-NOMEMES REDEFINES TAB-NOMEMES-VAL.
               02 NOMEMES-OCR PIC X(09) OCCURS 12 TIMES.

      * PEDIDOS DE SEGUNDA VIA (INFOREQ.DAT).
            01 TAB-REQ.
               02 TAB-REQ-OCR OCCURS 200 TIMES.
                  03 REQ-TIPO-OCR PIC X(01).
                  03 REQ-NUM-OCR  PIC 9(06).
                  03 REQ-USO-OCR  PIC X(03).

      * MENSALIDADES PAGAS NO ANO, MES A MES, POR MATRICULA.
            01 TAB-ALU.
               02 TAB-ALU-OCR OCCURS 5000 TIMES.
                  03 ALU-NUM-OCR   PIC 9(05).
                  03 ALU-MES-OCR   PIC 9(09)V99 OCCURS 12 TIMES.

      * CONTRIBUICOES PAGAS NO ANO, MES A MES, POR SOCIO, COM OS
      * DADOS DE ARQSOC1.DAT.
            01 TAB-SOC.
               02 TAB-SOC-OCR OCCURS 3000 TIMES.
                  03 SOC-NUM-OCR    PIC 9(06).
                  03 SOC-MES-OCR    PIC 9(09)V99 OCCURS 12 TIMES.
                  03 SOC-ACHOU-OCR  PIC X(03).
                  03 SOC-NOME-OCR   PIC X(30).
                  03 SOC-LOGR-OCR   PIC X(30).
                  03 SOC-NUMEND-OCR PIC X(06).
                  03 SOC-CIDADE-OCR PIC X(20).
                  03 SOC-UF-OCR     PIC X(02).
                  03 SOC-CEP-OCR    PIC 9(08).
                  03 SOC-CPF-OCR    PIC 9(11).

      * PAGINA DO INFORME, MONTADA PARA O PAGADOR DA VEZ.
            01 INF-MESES.
               02 INF-MES-OCR PIC 9(09)V99 OCCURS 12 TIMES.

            01 INF-01.
               02 FILLER PIC X(14) VALUE SPACES.
               02 FILLER PIC X(52) VALUE
                  "INFORME DE PAGAMENTOS PARA FINS DE IMPOSTO DE RENDA".
               02 FILLER PIC X(14) VALUE SPACES.

            01 INF-02.
               02 FILLER   PIC X(27) VALUE SPACES.
               02 FILLER   PIC X(16) VALUE "ANO-CALENDARIO ".
               02 I2-ANO   PIC 9(04).
               02 FILLER   PIC X(03) VALUE SPACES.
               02 I2-VIA   PIC X(11).
               02 FILLER   PIC X(19) VALUE SPACES.

            01 INF-03.
               02 FILLER   PIC X(80) VALUE
                  "1. FONTE RECEBEDORA".

            01 INF-04.
               02 FILLER   PIC X(03) VALUE SPACES.
               02 FILLER   PIC X(14) VALUE "RAZAO SOCIAL: ".
               02 I4-RAZAO PIC X(40).
               02 FILLER   PIC X(23) VALUE SPACES.

            01 INF-05.
               02 FILLER   PIC X(03) VALUE SPACES.
               02 FILLER   PIC X(14) VALUE "CNPJ........: ".
               02 I5-CNPJ  PIC X(18).
               02 FILLER   PIC X(45) VALUE SPACES.

            01 INF-06.
               02 FILLER   PIC X(80) VALUE
                  "2. PAGADOR".

            01 INF-07.
               02 FILLER   PIC X(03) VALUE SPACES.
               02 I7-ROTULO PIC X(14).
               02 I7-NOME  PIC X(30).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 I7-CHAVE PIC X(20).
               02 FILLER   PIC X(11) VALUE SPACES.

            01 INF-08.
               02 FILLER   PIC X(03) VALUE SPACES.
               02 FILLER   PIC X(14) VALUE "CPF.........: ".
               02 I8-CPF   PIC X(14).
               02 FILLER   PIC X(49) VALUE SPACES.

            01 INF-09.
               02 FILLER   PIC X(03) VALUE SPACES.
               02 FILLER   PIC X(14) VALUE "ENDERECO....: ".
               02 I9-LOGR  PIC X(30).
               02 FILLER   PIC X(02) VALUE ", ".
               02 I9-NUM   PIC X(06).
               02 FILLER   PIC X(25) VALUE SPACES.

            01 INF-10.
               02 FILLER   PIC X(17) VALUE SPACES.
               02 I10-CID  PIC X(30).
               02 FILLER   PIC X(03) VALUE " - ".
               02 I10-UF   PIC X(02).
               02 FILLER   PIC X(07) VALUE "  CEP: ".
               02 I10-CEP  PIC 99999B999.
               02 FILLER   PIC X(12) VALUE SPACES.

            01 INF-11.
               02 FILLER   PIC X(03) VALUE "3. ".
               02 I11-DESC PIC X(77).

            01 INF-12.
               02 FILLER   PIC X(03) VALUE SPACES.
               02 FILLER   PIC X(14) VALUE "MES".
               02 FILLER   PIC X(16) VALUE "      VALOR PAGO".
               02 FILLER   PIC X(47) VALUE SPACES.

            01 INF-13.
               02 FILLER   PIC X(03) VALUE SPACES.
               02 I13-MES  PIC X(14).
               02 I13-VAL  PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(49) VALUE SPACES.

            01 INF-14.
               02 FILLER   PIC X(03) VALUE SPACES.
               02 FILLER   PIC X(14) VALUE "TOTAL NO ANO".
               02 I14-VAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(46) VALUE SPACES.

            01 INF-15.
               02 FILLER   PIC X(80) VALUE
                  "DECLARAMOS, PARA FINS DE IMPOSTO DE RENDA, QUE".

            01 INF-16.
               02 FILLER   PIC X(80) VALUE
                  "RECEBEMOS OS VALORES ACIMA NO ANO-CALENDARIO".

            01 INF-17.
               02 FILLER   PIC X(80) VALUE
                  "INDICADO. VALORES EM REAIS.".

            01 INF-18.
               02 FILLER   PIC X(42) VALUE SPACES.
               02 FILLER   PIC X(11) VALUE "SAO PAULO, ".
               02 I18-DIA  PIC 99.
               02 FILLER   PIC X(01) VALUE "/".
               02 I18-MES  PIC 99.
               02 FILLER   PIC X(01) VALUE "/".
               02 I18-ANO  PIC 9999.
               02 FILLER   PIC X(17) VALUE SPACES.

            01 CAB-01.
               02 FILLER PIC X(22) VALUE SPACES.
               02 FILLER PIC X(36) VALUE
                  "INFORMES DE PAGAMENTOS EMITIDOS".
               02 FILLER PIC X(22) VALUE SPACES.

            01 CAB-02.
               02 FILLER PIC X(03) VALUE " T".
               02 FILLER PIC X(08) VALUE "NUMERO".
               02 FILLER PIC X(32) VALUE "NOME".
               02 FILLER PIC X(17) VALUE "     TOTAL NO ANO".
               02 FILLER PIC X(20) VALUE "  SITUACAO".

            01 CAB-03.
               02 FILLER PIC X(80) VALUE ALL "-".

            01 DET-INF.
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DI-TIPO  PIC X(01).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DI-NUM   PIC 9(06).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DI-NOME  PIC X(30).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DI-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DI-MSG   PIC X(19).

            01 ROD-01.
               02 FILLER    PIC X(32) VALUE
                            "INFORMES DE MENSALIDADES......: ".
               02 ROD-TUI   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-02.
               02 FILLER    PIC X(32) VALUE
                            "INFORMES DE SOCIOS............: ".
               02 ROD-SOC   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-03.
               02 FILLER    PIC X(32) VALUE
                            "PEDIDOS SEM PAGAMENTO NO ANO..: ".
               02 ROD-SEM   PIC ZZZZZZ9.
               02 FILLER    PIC X(41) VALUE SPACES.

            01 ROD-04.
               02 FILLER    PIC X(32) VALUE
                            "VALOR TOTAL INFORMADO.........: ".
               02 ROD-VAL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER    PIC X(31) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CARREGAPEDIDOS.
            PERFORM APURAMENSALIDADES.
            PERFORM APURASOCIOS.
            PERFORM EMITEINFORMES.
            PERFORM CONFEREPEDIDOS.
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
            MOVE WS-DATAPROC TO WS-DATAAUX.
            COMPUTE WS-ANO = WS-DTANO - 1.
            OPEN INPUT PARAM50.
            READ PARAM50
                 AT END     CONTINUE
                 NOT AT END
                     IF PARM-ANO NUMERIC
                        AND PARM-ANO GREATER THAN ZEROES
                         MOVE PARM-ANO TO WS-ANO
                     END-IF
                     IF PARM-CNPJ NUMERIC
                         MOVE PARM-CNPJ TO WS-CNPJ
                     END-IF
                     IF PARM-RAZAO NOT EQUAL SPACES
                         MOVE PARM-RAZAO TO WS-RAZAO
                     END-IF
            END-READ.
            CLOSE PARAM50.
            OPEN OUTPUT RELINFO.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-03 AFTER ADVANCING 1 LINE.

      ***************************************************
      * PEDIDOS DE SEGUNDA VIA: COM PEDIDOS, SO ELES    *
      * SAO EMITIDOS, EM INFOREIM.DAT.                  *
      ***************************************************
        CARREGAPEDIDOS.
            OPEN INPUT INFOREQ.
            PERFORM LEITURA-REQ UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE INFOREQ.
            MOVE "NAO" TO FIM-ARQ.
            OPEN OUTPUT INFOREQ.
            CLOSE INFOREQ.
            IF QTDE-REQ GREATER THAN ZEROES
                MOVE "SIM"          TO SEGUNDAVIA
                MOVE "INFOREIM.DAT" TO WS-INFO-FILENAME
            END-IF.

        LEITURA-REQ.
            READ INFOREQ
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF (IR-TIPO EQUAL "M" OR IR-TIPO EQUAL "S")
                       AND IR-NUM NUMERIC
                        PERFORM GUARDAPEDIDO
                    ELSE
                        MOVE IR-TIPO TO DI-TIPO
                        MOVE ZEROES  TO DI-NUM DI-VALOR
                        MOVE SPACES  TO DI-NOME
                        MOVE "*** PEDIDO INVALIDO" TO DI-MSG
                        WRITE REGREL FROM DET-INF
                            AFTER ADVANCING 1 LINE
                    END-IF
            END-READ.

        GUARDAPEDIDO.
            IF QTDE-REQ NOT LESS THAN 200
                DISPLAY "EM02EX41: *** TABELA DE PEDIDOS CHEIA - "
                        "PEDIDO " IR-TIPO IR-NUM " IGNORADO ***"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO QTDE-REQ.
            MOVE IR-TIPO TO REQ-TIPO-OCR(QTDE-REQ).
            MOVE IR-NUM  TO REQ-NUM-OCR(QTDE-REQ).
            MOVE "NAO"   TO REQ-USO-OCR(QTDE-REQ).

      * NA SEGUNDA VIA SO ENTRA O PAGADOR PEDIDO.
        CONFEREPEDIDO.
            MOVE "SIM" TO PEDIDO.
            IF SEGUNDAVIA EQUAL "NAO"
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO PEDIDO.
            PERFORM VARYING IDX-REQ FROM 1 BY 1
                     UNTIL IDX-REQ GREATER THAN QTDE-REQ
                        OR PEDIDO EQUAL "SIM"
                IF REQ-TIPO-OCR(IDX-REQ) EQUAL WS-TIPOBUSCA
                   AND REQ-NUM-OCR(IDX-REQ) EQUAL WS-NUMBUSCA
                    MOVE "SIM" TO PEDIDO
                END-IF
            END-PERFORM.

      ***************************************************
      * MENSALIDADES PAGAS: LINHA "PAGO" DE TUIRECEB    *
      * COM COMPETENCIA NO ANO E VALOR LIQUIDO.         *
      ***************************************************
        APURAMENSALIDADES.
            OPEN INPUT TUIRECEB.
            PERFORM LEITURA-RCB UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE TUIRECEB.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-RCB.
            READ TUIRECEB
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF TC-SITUACAO EQUAL "PAGO"
                       AND TC-COMPANO EQUAL WS-ANO
                       AND TC-COMPMES GREATER THAN ZEROES
                       AND TC-COMPMES NOT GREATER THAN 12
                       AND TC-VALOR GREATER THAN ZEROES
                        MOVE "M"    TO WS-TIPOBUSCA
                        MOVE TC-NUM TO WS-NUMBUSCA
                        PERFORM CONFEREPEDIDO
                        IF PEDIDO EQUAL "SIM"
                            PERFORM SOMAMENSALIDADE
                        END-IF
                    END-IF
            END-READ.

        SOMAMENSALIDADE.
            MOVE ZEROES TO ACHOU-ALU.
            PERFORM VARYING IDX-ALU FROM 1 BY 1
                     UNTIL IDX-ALU GREATER THAN QTDE-ALU
                        OR ACHOU-ALU NOT EQUAL ZEROES
                IF ALU-NUM-OCR(IDX-ALU) EQUAL TC-NUM
                    MOVE IDX-ALU TO ACHOU-ALU
                END-IF
            END-PERFORM.
            IF ACHOU-ALU EQUAL ZEROES
                IF QTDE-ALU NOT LESS THAN 5000
                    DISPLAY "EM02EX41: *** TABELA DE ALUNOS CHEIA "
                            "- INFORMES CANCELADOS ***"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO QTDE-ALU
                MOVE QTDE-ALU TO ACHOU-ALU
                MOVE TC-NUM   TO ALU-NUM-OCR(ACHOU-ALU)
                PERFORM VARYING IDX-MES FROM 1 BY 1
                         UNTIL IDX-MES GREATER THAN 12
                    MOVE ZEROES TO ALU-MES-OCR(ACHOU-ALU IDX-MES)
                END-PERFORM
            END-IF.
            ADD TC-VALOR TO ALU-MES-OCR(ACHOU-ALU TC-COMPMES).

      ***************************************************
      * CONTRIBUICOES PAGAS: EVENTOS PAGO/PAGOPARC DO   *
      * EXTRATO DO SOCIO COM DATA NO ANO.               *
      ***************************************************
        APURASOCIOS.
            OPEN INPUT LEDGSOC.
            PERFORM LEITURA-LGS UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE LEDGSOC.
            MOVE "NAO" TO FIM-ARQ.
            IF QTDE-SOC EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT ARQSOC1.
            PERFORM LEITURA-SOC UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1.
            MOVE "NAO" TO FIM-ARQ.

        LEITURA-LGS.
            READ LEDGSOC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF (LG-EVENTO EQUAL "PAGO"
                        OR LG-EVENTO EQUAL "PAGOPARC")
                       AND LG-ANO EQUAL WS-ANO
                       AND LG-MES GREATER THAN ZEROES
                       AND LG-MES NOT GREATER THAN 12
                       AND LG-VALOR GREATER THAN ZEROES
                        MOVE "S"       TO WS-TIPOBUSCA
                        MOVE LG-NUMSOC TO WS-NUMBUSCA
                        PERFORM CONFEREPEDIDO
                        IF PEDIDO EQUAL "SIM"
                            PERFORM SOMACONTRIBUICAO
                        END-IF
                    END-IF
            END-READ.

        SOMACONTRIBUICAO.
            MOVE ZEROES TO ACHOU-SOC.
            PERFORM VARYING IDX-SOC FROM 1 BY 1
                     UNTIL IDX-SOC GREATER THAN QTDE-SOC
                        OR ACHOU-SOC NOT EQUAL ZEROES
                IF SOC-NUM-OCR(IDX-SOC) EQUAL LG-NUMSOC
                    MOVE IDX-SOC TO ACHOU-SOC
                END-IF
            END-PERFORM.
            IF ACHOU-SOC EQUAL ZEROES
                IF QTDE-SOC NOT LESS THAN 3000
                    DISPLAY "EM02EX41: *** TABELA DE SOCIOS CHEIA "
                            "- INFORMES CANCELADOS ***"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO QTDE-SOC
                MOVE QTDE-SOC  TO ACHOU-SOC
                MOVE LG-NUMSOC TO SOC-NUM-OCR(ACHOU-SOC)
                MOVE "NAO"     TO SOC-ACHOU-OCR(ACHOU-SOC)
                MOVE SPACES    TO SOC-NOME-OCR(ACHOU-SOC)
                                  SOC-LOGR-OCR(ACHOU-SOC)
                                  SOC-NUMEND-OCR(ACHOU-SOC)
                                  SOC-CIDADE-OCR(ACHOU-SOC)
                                  SOC-UF-OCR(ACHOU-SOC)
                MOVE ZEROES    TO SOC-CEP-OCR(ACHOU-SOC)
                                  SOC-CPF-OCR(ACHOU-SOC)
                PERFORM VARYING IDX-MES FROM 1 BY 1
                         UNTIL IDX-MES GREATER THAN 12
                    MOVE ZEROES TO SOC-MES-OCR(ACHOU-SOC IDX-MES)
                END-PERFORM
            END-IF.
            ADD LG-VALOR TO SOC-MES-OCR(ACHOU-SOC LG-MES).

        LEITURA-SOC.
            READ ARQSOC1
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    PERFORM VARYING IDX-SOC FROM 1 BY 1
                             UNTIL IDX-SOC GREATER THAN QTDE-SOC
                        IF SOC-NUM-OCR(IDX-SOC) EQUAL NUMSOC1
                            PERFORM COMPLETASOCIO
                        END-IF
                    END-PERFORM
            END-READ.

        COMPLETASOCIO.
            MOVE "SIM"      TO SOC-ACHOU-OCR(IDX-SOC).
            MOVE NOMSOC1    TO SOC-NOME-OCR(IDX-SOC).
            MOVE LOGRSOC1   TO SOC-LOGR-OCR(IDX-SOC).
            MOVE NUMENDSOC1 TO SOC-NUMEND-OCR(IDX-SOC).
            MOVE CIDSOC1    TO SOC-CIDADE-OCR(IDX-SOC).
            MOVE ESTSOC1    TO SOC-UF-OCR(IDX-SOC).
            IF CEPSOC1 NUMERIC
                MOVE CEPSOC1 TO SOC-CEP-OCR(IDX-SOC)
            END-IF.
            IF CPFSOC1 NUMERIC
                MOVE CPFSOC1 TO SOC-CPF-OCR(IDX-SOC)
            END-IF.

      ***************************************************
      * UMA PAGINA POR PAGADOR, ENFILEIRADA PARA O      *
      * DESPACHANTE DE E-MAIL.                          *
      ***************************************************
        EMITEINFORMES.
            IF QTDE-ALU EQUAL ZEROES AND QTDE-SOC EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT INFORME.
            IF QTDE-ALU GREATER THAN ZEROES
                OPEN INPUT CADCLI
                           CADALU
                PERFORM VARYING IDX-ALU FROM 1 BY 1
                         UNTIL IDX-ALU GREATER THAN QTDE-ALU
                    PERFORM INFORMEALUNO
                END-PERFORM
                CLOSE CADCLI
                      CADALU
            END-IF.
            PERFORM VARYING IDX-SOC FROM 1 BY 1
                     UNTIL IDX-SOC GREATER THAN QTDE-SOC
                PERFORM INFORMESOCIO
            END-PERFORM.
            CLOSE INFORME.

      * O PAGADOR DA MENSALIDADE E O RESPONSAVEL FINANCEIRO DE
      * CADCLI.DAT (CODIGO = MATRICULA); SEM ELE, SAI O ALUNO, SEM
      * CPF.
        INFORMEALUNO.
            MOVE "M"                   TO DI-TIPO.
            MOVE ALU-NUM-OCR(IDX-ALU)  TO DI-NUM.
            MOVE ALU-NUM-OCR(IDX-ALU)  TO NUM-ENT.
            MOVE SPACES                TO I7-NOME.
            READ CADALU
                INVALID KEY     MOVE "ALUNO NAO CADASTRADO" TO I7-NOME
                NOT INVALID KEY MOVE NOME-ENT TO I7-NOME
            END-READ.
            MOVE I7-NOME TO DI-NOME.
            MOVE SPACES  TO I9-LOGR I9-NUM I10-CID I10-UF.
            MOVE ZEROES  TO I10-CEP WS-CPFAUX.
            MOVE SPACES  TO I11-DESC.
            STRING "MENSALIDADES ESCOLARES - ALUNO "
                   I7-NOME DELIMITED BY SIZE INTO I11-DESC
            END-STRING.
            MOVE ALU-NUM-OCR(IDX-ALU) TO CODCLI.
            READ CADCLI
                INVALID KEY     CONTINUE
                NOT INVALID KEY
                    MOVE NOMECLI TO I7-NOME
                    MOVE LOGRCLI TO I9-LOGR
                    MOVE NUMCLI  TO I9-NUM
                    MOVE CIDCLI  TO I10-CID
                    MOVE ESTCLI  TO I10-UF
                    IF CEPCLI NUMERIC
                        MOVE CEPCLI TO I10-CEP
                    END-IF
                    IF CPFCLI NUMERIC
                        MOVE CPFCLI TO WS-CPFAUX
                    END-IF
            END-READ.
            MOVE "RESPONSAVEL.: " TO I7-ROTULO.
            MOVE SPACES           TO I7-CHAVE.
            STRING "MATRICULA " ALU-NUM-OCR(IDX-ALU)
                DELIMITED BY SIZE INTO I7-CHAVE
            END-STRING.
            PERFORM VARYING IDX-MES FROM 1 BY 1
                     UNTIL IDX-MES GREATER THAN 12
                MOVE ALU-MES-OCR(IDX-ALU IDX-MES)
                    TO INF-MES-OCR(IDX-MES)
            END-PERFORM.
            PERFORM IMPRIMEINFORME.
            ADD 1 TO CT-INFTUI.

        INFORMESOCIO.
            MOVE "S"                  TO DI-TIPO.
            MOVE SOC-NUM-OCR(IDX-SOC) TO DI-NUM.
            IF SOC-ACHOU-OCR(IDX-SOC) EQUAL "SIM"
                MOVE SOC-NOME-OCR(IDX-SOC) TO I7-NOME
            ELSE
                MOVE "SOCIO NAO CADASTRADO" TO I7-NOME
            END-IF.
            MOVE I7-NOME                 TO DI-NOME.
            MOVE "SOCIO.......: "        TO I7-ROTULO.
            MOVE SPACES                  TO I7-CHAVE.
            STRING "SOCIO " SOC-NUM-OCR(IDX-SOC)
                DELIMITED BY SIZE INTO I7-CHAVE
            END-STRING.
            MOVE SOC-LOGR-OCR(IDX-SOC)   TO I9-LOGR.
            MOVE SOC-NUMEND-OCR(IDX-SOC) TO I9-NUM.
            MOVE SOC-CIDADE-OCR(IDX-SOC) TO I10-CID.
            MOVE SOC-UF-OCR(IDX-SOC)     TO I10-UF.
            MOVE SOC-CEP-OCR(IDX-SOC)    TO I10-CEP.
            MOVE SOC-CPF-OCR(IDX-SOC)    TO WS-CPFAUX.
            MOVE "CONTRIBUICOES ASSOCIATIVAS" TO I11-DESC.
            PERFORM VARYING IDX-MES FROM 1 BY 1
                     UNTIL IDX-MES GREATER THAN 12
                MOVE SOC-MES-OCR(IDX-SOC IDX-MES)
                    TO INF-MES-OCR(IDX-MES)
            END-PERFORM.
            PERFORM IMPRIMEINFORME.
            ADD 1 TO CT-INFSOC.

        IMPRIMEINFORME.
            MOVE WS-ANO TO I2-ANO.
            MOVE SPACES TO I2-VIA.
            IF SEGUNDAVIA EQUAL "SIM"
                MOVE "(2A. VIA)" TO I2-VIA
            END-IF.
            MOVE WS-RAZAO TO I4-RAZAO.
            MOVE SPACES   TO I5-CNPJ.
            STRING WS-CNPJA "." WS-CNPJB "." WS-CNPJC "/"
                   WS-CNPJD "-" WS-CNPJE
                DELIMITED BY SIZE INTO I5-CNPJ
            END-STRING.
            MOVE SPACES TO I8-CPF.
            IF WS-CPFAUX EQUAL ZEROES
                MOVE "NAO INFORMADO" TO I8-CPF
            ELSE
                STRING WS-CPFA "." WS-CPFB "." WS-CPFC "-" WS-CPFD
                    DELIMITED BY SIZE INTO I8-CPF
                END-STRING
            END-IF.
            WRITE REGINFO FROM INF-01 AFTER ADVANCING PAGE.
            WRITE REGINFO FROM INF-02 AFTER ADVANCING 1 LINE.
            WRITE REGINFO FROM INF-03 AFTER ADVANCING 3 LINES.
            WRITE REGINFO FROM INF-04 AFTER ADVANCING 1 LINE.
            WRITE REGINFO FROM INF-05 AFTER ADVANCING 1 LINE.
            WRITE REGINFO FROM INF-06 AFTER ADVANCING 2 LINES.
            WRITE REGINFO FROM INF-07 AFTER ADVANCING 1 LINE.
            WRITE REGINFO FROM INF-08 AFTER ADVANCING 1 LINE.
            WRITE REGINFO FROM INF-09 AFTER ADVANCING 1 LINE.
            WRITE REGINFO FROM INF-10 AFTER ADVANCING 1 LINE.
            WRITE REGINFO FROM INF-11 AFTER ADVANCING 2 LINES.
            WRITE REGINFO FROM INF-12 AFTER ADVANCING 2 LINES.
            MOVE ZEROES TO WS-TOTAL.
            PERFORM VARYING IDX-MES FROM 1 BY 1
                     UNTIL IDX-MES GREATER THAN 12
                MOVE NOMEMES-OCR(IDX-MES) TO I13-MES
                MOVE INF-MES-OCR(IDX-MES) TO I13-VAL
                ADD INF-MES-OCR(IDX-MES)  TO WS-TOTAL
                WRITE REGINFO FROM INF-13 AFTER ADVANCING 1 LINE
            END-PERFORM.
            MOVE WS-TOTAL TO I14-VAL.
            WRITE REGINFO FROM INF-14 AFTER ADVANCING 2 LINES.
            WRITE REGINFO FROM INF-15 AFTER ADVANCING 3 LINES.
            WRITE REGINFO FROM INF-16 AFTER ADVANCING 1 LINE.
            WRITE REGINFO FROM INF-17 AFTER ADVANCING 1 LINE.
            MOVE WS-DTDIA TO I18-DIA.
            MOVE WS-DTMES TO I18-MES.
            MOVE WS-DTANO TO I18-ANO.
            WRITE REGINFO FROM INF-18 AFTER ADVANCING 3 LINES.
            ADD 1        TO CT-GRAVADOS.
            ADD WS-TOTAL TO VAL-GERAL.
            MOVE WS-TOTAL TO DI-VALOR.
            MOVE "EMITIDO" TO DI-MSG.
            IF SEGUNDAVIA EQUAL "SIM"
                MOVE "SEGUNDA VIA" TO DI-MSG
                MOVE DI-TIPO TO WS-TIPOBUSCA
                MOVE DI-NUM  TO WS-NUMBUSCA
                PERFORM MARCAPEDIDO
            END-IF.
            WRITE REGREL FROM DET-INF AFTER ADVANCING 1 LINE.
            MOVE SPACES TO LK-CHAVE LK-MSG.
            STRING DI-TIPO DI-NUM DELIMITED BY SIZE INTO LK-CHAVE
            END-STRING.
            STRING "INFORME PAGTOS " WS-ANO " R$ "
                   I14-VAL DELIMITED BY SIZE INTO LK-MSG
            END-STRING.
            CALL "MAILHOOK" USING LK-PROGID LK-CHAVE LK-TIPO LK-MSG.
            MOVE "INFORME" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        MARCAPEDIDO.
            PERFORM VARYING IDX-REQ FROM 1 BY 1
                     UNTIL IDX-REQ GREATER THAN QTDE-REQ
                IF REQ-TIPO-OCR(IDX-REQ) EQUAL WS-TIPOBUSCA
                   AND REQ-NUM-OCR(IDX-REQ) EQUAL WS-NUMBUSCA
                    MOVE "SIM" TO REQ-USO-OCR(IDX-REQ)
                END-IF
            END-PERFORM.

      * PEDIDO DE SEGUNDA VIA DE QUEM NAO PAGOU NADA NO ANO NAO
      * GERA INFORME - SAI NO RELATORIO PARA A SECRETARIA RESPONDER.
        CONFEREPEDIDOS.
            MOVE SPACES TO DI-NOME.
            MOVE ZEROES TO DI-VALOR.
            PERFORM VARYING IDX-REQ FROM 1 BY 1
                     UNTIL IDX-REQ GREATER THAN QTDE-REQ
                IF REQ-USO-OCR(IDX-REQ) EQUAL "NAO"
                    ADD 1 TO CT-SEMPAG
                    MOVE REQ-TIPO-OCR(IDX-REQ) TO DI-TIPO
                    MOVE REQ-NUM-OCR(IDX-REQ)  TO DI-NUM
                    MOVE "*** SEM PAGAMENTOS" TO DI-MSG
                    WRITE REGREL FROM DET-INF AFTER ADVANCING 1 LINE
                END-IF
            END-PERFORM.

        TERMINO.
            MOVE CT-INFTUI TO ROD-TUI.
            MOVE CT-INFSOC TO ROD-SOC.
            MOVE CT-SEMPAG TO ROD-SEM.
            MOVE VAL-GERAL TO ROD-VAL.
            WRITE REGREL FROM ROD-01 AFTER ADVANCING 3 LINES.
            WRITE REGREL FROM ROD-02 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-03 AFTER ADVANCING 1 LINE.
            WRITE REGREL FROM ROD-04 AFTER ADVANCING 1 LINE.
            CLOSE RELINFO.
            DISPLAY "EM02EX41: INFORMES DE " WS-ANO " EMITIDOS = "
                    CT-GRAVADOS.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
