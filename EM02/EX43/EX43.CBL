        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX43.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. CONTAS A PAGAR DOS FORNECEDORES, NO LUGAR DO
      * CADERNO: AS NOTAS FISCAIS DIGITADAS EM NFFORN.DAT
      * (FORNECEDOR DE CADFORN.DAT, NUMERO DA NOTA, PEDIDO DE
      * PEDCOMP.DAT, QUANTIDADE, PRECO UNITARIO, EMISSAO E
      * VENCIMENTO) PASSAM PELA CONFERENCIA DE TRES VIAS: A NOTA
      * CONTRA O PEDIDO (PRECO COMBINADO, QUANTIDADE PEDIDA E
      * FORNECEDOR) E CONTRA O RECEBIMENTO (A ENTRADA "E" DO ITEM NO
      * DIARIO MOVJORN.DAT, GERADA PELO RECEBIMENTO DE EM02EX32),
      * COM AS TOLERANCIAS DE PARAM53.DAT (PRECO EM PERCENTUAL,
      * PADRAO 2,00; QUANTIDADE EM UNIDADES, PADRAO 0). NOTA QUE
      * CONFERE ENTRA APROVADA NA AGENDA DE PAGAMENTOS; NOTA QUE
      * DIVERGE FICA RETIDA COM O MOTIVO:
      *   NR - PEDIDO AINDA NAO RECEBIDO;
      *   QT - QUANTIDADE FORA DA RECEBIDA OU ACIMA DA PEDIDA;
      *   PR - PRECO FORA DO COMBINADO NO PEDIDO;
      *   SP - PEDIDO SEM PRECO COMBINADO;
      *   DP - PEDIDO JA FATURADO POR OUTRA NOTA.
      * FORNECEDOR SEM CADASTRO, PEDIDO INEXISTENTE OU DE OUTRO
      * FORNECEDOR, NOTA REPETIDA OU COM CAMPOS INVALIDOS SAO
      * RECUSADOS NA ENTRADA. CADA LINHA DE CPREQ.DAT PEDE UMA ACAO
      * SOBRE UMA NOTA JA LANCADA:
      *   "A" - APROVA A NOTA RETIDA (QUEM APROVA FICA GRAVADO);
      *   "R" - RECUSA A NOTA RETIDA;
      *   "P" - REGISTRA O PAGAMENTO DA NOTA APROVADA.
      * A POSICAO DE CADA NOTA FICA EM CPAGAR.DAT; A APROVACAO
      * (CPAPROV) E O PAGAMENTO (CPPAGO) VAO PARA O LEDGER
      * LEDGCPG.DAT VIA CPGLOG, DE ONDE EM05EX21 EXPORTA PARA O
      * RAZAO. O RELATORIO RELCPG TRAZ O MOVIMENTO DA RODADA, AS
      * NOTAS RETIDAS, A AGENDA DE PAGAMENTOS POR VENCIMENTO E O
      * ENVELHECIMENTO DO SALDO A PAGAR. NFFORN.DAT E CPREQ.DAT SAO
      * CONSUMIDOS.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL NFFORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSNF.
            SELECT OPTIONAL CPREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT OPTIONAL CPAGAR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCPG.
            SELECT OPTIONAL PEDCOMP ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSPED.
            SELECT OPTIONAL MOVJORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSJRN.
            SELECT OPTIONAL CADFORN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSFORN.
            SELECT OPTIONAL PARAM53 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELCPG ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD NFFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFFORN.DAT".
            01 REGNFFORN.
               02 NE-FORN    PIC 9(04).
               02 FILLER     PIC X.
               02 NE-NUMNF   PIC 9(09).
               02 FILLER     PIC X.
               02 NE-PEDIDO  PIC 9(06).
               02 FILLER     PIC X.
               02 NE-QTDE    PIC 9(05).
               02 FILLER     PIC X.
               02 NE-PRECO   PIC 9(06)V99.
               02 FILLER     PIC X.
               02 NE-EMISSAO PIC 9(08).
               02 FILLER     PIC X.
               02 NE-VENC    PIC 9(08).

            FD CPREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CPREQ.DAT".
            01 REGCPREQ.
               02 CQ-ACAO    PIC X(01).
                  88 APROVANOTA VALUE "A".
                  88 RECUSANOTA VALUE "R".
                  88 PAGANOTA   VALUE "P".
               02 FILLER     PIC X.
               02 CQ-FORN    PIC 9(04).
               02 FILLER     PIC X.
               02 CQ-NUMNF   PIC 9(09).
               02 FILLER     PIC X.
               02 CQ-USUARIO PIC X(10).

            FD CPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CPAGAR.DAT".
            01 REGCPAGAR.
               02 CP-FORN     PIC 9(04).
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-NUMNF    PIC 9(09).
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-PEDIDO   PIC 9(06).
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-COD      PIC 9(05).
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-QTDE     PIC 9(05).
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-PRECO    PIC 9(06)V99.
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-VALOR    PIC 9(09)V99.
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-EMISSAO  PIC 9(08).
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-VENC     PIC 9(08).
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-SITUACAO PIC X(08).
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-MOTIVO   PIC X(02).
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-DATASIT  PIC 9(08).
               02 FILLER      PIC X     VALUE SPACES.
               02 CP-USUARIO  PIC X(10).

            FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
            01 REGPEDCOMP.
               02 PD-NUMERO  PIC 9(06).
               02 FILLER     PIC X.
               02 PD-COD     PIC 9(05).
               02 FILLER     PIC X.
               02 PD-DEP     PIC X(02).
               02 FILLER     PIC X.
               02 PD-QTDE    PIC 9(05).
               02 FILLER     PIC X.
               02 PD-EMISSAO PIC 9(08).
               02 FILLER     PIC X.
               02 PD-PREVISTA PIC 9(08).
               02 FILLER     PIC X.
               02 PD-SITUACAO PIC X(08).
               02 FILLER     PIC X.
               02 PD-FORN    PIC 9(04).
               02 FILLER     PIC X.
               02 PD-PRECO   PIC 9(06)V99.
               02 FILLER     PIC X.
               02 PD-DTRECEB PIC 9(08).
               02 FILLER     PIC X.
               02 PD-QTDEREC PIC 9(05).

            FD MOVJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVJORN.DAT".
            01 REGJORN.
               02 JN-COD     PIC 9(05).
               02 FILLER     PIC X.
               02 JN-DEP     PIC X(02).
               02 FILLER     PIC X.
               02 JN-TIPO    PIC X(01).
               02 FILLER     PIC X.
               02 JN-QTDE    PIC 9(05).
               02 FILLER     PIC X.
               02 JN-SALDOANT PIC 9(05).
               02 FILLER     PIC X.
               02 JN-SALDO   PIC 9(05).
               02 FILLER     PIC X.
               02 JN-DATA    PIC 9(08).
               02 FILLER     PIC X.
               02 JN-CUSTOUNIT PIC 9(06)V99.
               02 FILLER     PIC X.
               02 JN-VALOR   PIC 9(09)V99.
               02 FILLER     PIC X.
               02 JN-MOTIVO  PIC X(02).
               02 FILLER     PIC X.
               02 JN-APROV   PIC X(10).

            FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
            01 REGFORN.
               COPY REGFORN REPLACING ==:FORN:==    BY ==FORN-ENT==
                                       ==:NOMEF:==   BY ==NOMEF-ENT==
                                       ==:CNPJ:==    BY ==CNPJ-ENT==
                                       ==:CONTATO:== BY
                                       ==CONTATO-ENT==.

            FD PARAM53
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM53.DAT".
            01 REGPARAM53.
               02 PARM-TOLPRECO PIC 9(02)V99.
               02 PARM-TOLQTDE  PIC 9(03).

            FD RELCPG
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ PIC X(03) VALUE "NAO".
            77 WS-FSNF   PIC X(02) VALUE SPACES.
            77 WS-FSREQ  PIC X(02) VALUE SPACES.
            77 WS-FSCPG  PIC X(02) VALUE SPACES.
            77 WS-FSPED  PIC X(02) VALUE SPACES.
            77 WS-FSJRN  PIC X(02) VALUE SPACES.
            77 WS-FSFORN PIC X(02) VALUE SPACES.
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 CT-APROV    PIC 9(05) VALUE ZEROES.
            77 CT-RETIDA   PIC 9(05) VALUE ZEROES.
            77 CT-RECUSA   PIC 9(05) VALUE ZEROES.
            77 CT-ACOES    PIC 9(05) VALUE ZEROES.
            77 LK-PROGID    PIC X(08) VALUE "EM02EX43".
            77 LK-LOCKMODO  PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 LK-CHAVE     PIC X(15) VALUE SPACES.
            77 LK-ACAO      PIC X(10) VALUE SPACES.
            77 LK-FORN      PIC 9(04) VALUE ZEROES.
            77 LK-NUMNF     PIC 9(09) VALUE ZEROES.
            77 LK-EVENTO    PIC X(10) VALUE SPACES.
            77 LK-VALOR     PIC 9(09)V99 VALUE ZEROES.
            77 LK-DATAVALIDA PIC X(03) VALUE SPACES.
            77 WS-DATAREAL  PIC 9(08) VALUE ZEROES.
            77 WS-HOJE-INT  PIC S9(09) VALUE ZEROES.
            77 WS-VENC-INT  PIC S9(09) VALUE ZEROES.
            77 WS-DIAS      PIC S9(09) VALUE ZEROES.
            77 WS-TOLPRECO  PIC 9(02)V99 VALUE 2,00.
            77 WS-TOLQTDE   PIC 9(03) VALUE ZEROES.
            77 WS-MOTIVO    PIC X(02) VALUE SPACES.
            77 WS-MENSAGEM  PIC X(34) VALUE SPACES.
            77 WS-DIFQTDE   PIC S9(06) VALUE ZEROES.
            77 WS-DIFPRECO  PIC S9(07)V99 VALUE ZEROES.
            77 WS-LIMPRECO  PIC 9(07)V9999 VALUE ZEROES.
            77 WS-VALOR     PIC 9(09)V99 VALUE ZEROES.
            77 NOTAOK       PIC X(03) VALUE "SIM".
            77 JAFATURADO   PIC X(03) VALUE "NAO".
            77 TROCOU       PIC X(03) VALUE "NAO".
            77 WS-AUXIDX    PIC 9(03) VALUE ZEROES.

            01 WS-DATAPROC PIC 9(08) VALUE ZEROES.

            01 WS-DATAAUX PIC 9(08) VALUE ZEROES.
            01 WS-DATAAUX-R REDEFINES WS-DATAAUX.
               02 WS-AAAA PIC 9(04).
               02 WS-MM   PIC 9(02).
               02 WS-DD   PIC 9(02).

            77 QTDE-FORN  PIC 9(03) VALUE ZEROES.
            77 IDX-FORN   PIC 9(03) VALUE ZEROES.
            77 FORNACHADO PIC X(03) VALUE "NAO".

            01 TAB-FORN.
               02 TAB-FORN-OCR OCCURS 100 TIMES.
                  03 FORN-COD-OCR  PIC 9(04).
                  03 FORN-NOME-OCR PIC X(30).

            77 QTDE-PED  PIC 9(03) VALUE ZEROES.
            77 IDX-PED   PIC 9(03) VALUE ZEROES.
            77 PEDACHADO PIC X(03) VALUE "NAO".

            01 TAB-PEDIDO.
               02 TAB-PED-OCR OCCURS 300 TIMES.
                  03 PED-NUM-OCR   PIC 9(06).
                  03 PED-COD-OCR   PIC 9(05).
                  03 PED-DEP-OCR   PIC X(02).
                  03 PED-QTDE-OCR  PIC 9(05).
                  03 PED-EMIS-OCR  PIC 9(08).
                  03 PED-SIT-OCR   PIC X(08).
                  03 PED-FORN-OCR  PIC 9(04).
                  03 PED-PRECO-OCR PIC 9(06)V99.

            77 QTDE-CPG  PIC 9(03) VALUE ZEROES.
            77 IDX-CPG   PIC 9(03) VALUE ZEROES.
            77 IDX-CPG2  PIC 9(03) VALUE ZEROES.
            77 CPGACHADA PIC X(03) VALUE "NAO".

            01 TAB-CPG.
               02 TAB-CPG-OCR OCCURS 500 TIMES.
                  03 CPG-FORN-OCR  PIC 9(04).
                  03 CPG-NUMNF-OCR PIC 9(09).
                  03 CPG-PED-OCR   PIC 9(06).
                  03 CPG-COD-OCR   PIC 9(05).
                  03 CPG-QTDE-OCR  PIC 9(05).
                  03 CPG-PRECO-OCR PIC 9(06)V99.
                  03 CPG-VALOR-OCR PIC 9(09)V99.
                  03 CPG-EMIS-OCR  PIC 9(08).
                  03 CPG-VENC-OCR  PIC 9(08).
                  03 CPG-SIT-OCR   PIC X(08).
                  03 CPG-MOT-OCR   PIC X(02).
                  03 CPG-DTSIT-OCR PIC 9(08).
                  03 CPG-USU-OCR   PIC X(10).

            77 QTDE-NOTA PIC 9(03) VALUE ZEROES.
            77 IDX-NOTA  PIC 9(03) VALUE ZEROES.

            01 TAB-NOTA.
               02 TAB-NOTA-OCR OCCURS 200 TIMES.
                  03 NT-FORN-OCR   PIC 9(04).
                  03 NT-NUMNF-OCR  PIC 9(09).
                  03 NT-PED-OCR    PIC 9(06).
                  03 NT-QTDE-OCR   PIC 9(05).
                  03 NT-PRECO-OCR  PIC 9(06)V99.
                  03 NT-EMIS-OCR   PIC 9(08).
                  03 NT-VENC-OCR   PIC 9(08).
                  03 NT-IDXPED-OCR PIC 9(03).
                  03 NT-QTDREC-OCR PIC 9(05).
                  03 NT-TEMREC-OCR PIC X(03).

            77 QTDE-ORDEM PIC 9(03) VALUE ZEROES.
            77 IDX-ORDEM  PIC 9(03) VALUE ZEROES.

            01 TAB-ORDEM.
               02 ORD-IDX-OCR OCCURS 500 TIMES PIC 9(03).

            01 TAB-FAIXA.
               02 TAB-FAIXA-OCR OCCURS 5 TIMES.
                  03 FX-QTDE-OCR  PIC 9(05).
                  03 FX-VALOR-OCR PIC 9(11)V99.
            77 IDX-FAIXA PIC 9(01) VALUE ZEROES.

            01 TAB-NOMEFAIXA.
               02 FILLER PIC X(20) VALUE "A VENCER".
               02 FILLER PIC X(20) VALUE "VENCIDO 1 A 30 DIAS".
               02 FILLER PIC X(20) VALUE "VENCIDO 31 A 60 DIAS".
               02 FILLER PIC X(20) VALUE "VENCIDO 61 A 90 DIAS".
               02 FILLER PIC X(20) VALUE "VENCIDO + DE 90 DIAS".
            01 TAB-NOMEFAIXA-R REDEFINES TAB-NOMEFAIXA.
               02 NOMEFAIXA-OCR OCCURS 5 TIMES PIC X(20).

            77 VAL-APAGAR PIC 9(11)V99 VALUE ZEROES.

            01 CAB-01.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(32) VALUE
                  "CONTAS A PAGAR - FORNECEDORES - ".
               02 CAB-DATA PIC 9(08).
               02 FILLER PIC X(20) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 DET-MOV.
               02 DM-ACAO  PIC X(08).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DM-FORN  PIC 9(04).
               02 FILLER   PIC X(01) VALUE "/".
               02 DM-NUMNF PIC 9(09).
               02 FILLER   PIC X(06) VALUE " PED: ".
               02 DM-PED   PIC 9(06).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DM-RESULT PIC X(34).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DM-MOT   PIC X(02).
               02 FILLER   PIC X(06) VALUE SPACES.

            01 CAB-COLRET.
               02 FILLER PIC X(15) VALUE "FORN/NOTA".
               02 FILLER PIC X(08) VALUE "PEDIDO".
               02 FILLER PIC X(07) VALUE "  QTDE".
               02 FILLER PIC X(12) VALUE "    PRECO".
               02 FILLER PIC X(18) VALUE "             VALOR".
               02 FILLER PIC X(10) VALUE "  VENC".
               02 FILLER PIC X(10) VALUE "MOTIVO".

            01 DET-RET.
               02 DR-FORN  PIC 9(04).
               02 FILLER   PIC X(01) VALUE "/".
               02 DR-NUMNF PIC 9(09).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DR-PED   PIC 9(06).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DR-QTDE  PIC ZZ.ZZ9.
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DR-PRECO PIC ZZZ.ZZ9,99.
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DR-VALOR PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DR-VENC  PIC 9(08).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DR-MOT   PIC X(02).
               02 FILLER   PIC X(11) VALUE SPACES.

            01 CAB-COLAGE.
               02 FILLER PIC X(10) VALUE "VENCTO".
               02 FILLER PIC X(15) VALUE "FORN/NOTA".
               02 FILLER PIC X(21) VALUE "FORNECEDOR".
               02 FILLER PIC X(18) VALUE "             VALOR".
               02 FILLER PIC X(16) VALUE "   DIAS ATRASO".

            01 DET-AGE.
               02 DA-VENC  PIC 9(08).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DA-FORN  PIC 9(04).
               02 FILLER   PIC X(01) VALUE "/".
               02 DA-NUMNF PIC 9(09).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DA-NOME  PIC X(20).
               02 FILLER   PIC X(01) VALUE SPACES.
               02 DA-VALOR PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DA-DIAS  PIC -(5)9.
               02 FILLER   PIC X(12) VALUE SPACES.

            01 DET-FAIXA.
               02 DF-NOME  PIC X(20).
               02 FILLER   PIC X(03) VALUE ": ".
               02 DF-QTDE  PIC ZZ.ZZ9.
               02 FILLER   PIC X(08) VALUE " NOTAS  ".
               02 DF-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER   PIC X(25) VALUE SPACES.

            01 DET-NADA.
               02 FILLER PIC X(10) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "NENHUMA".
               02 FILLER PIC X(50) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

            01 ROD-VALOR.
               02 FILLER     PIC X(32) VALUE
                             "TOTAL A PAGAR.................: ".
               02 ROD-VL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER     PIC X(30) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CARREGAFORNECEDORES.
            PERFORM CARREGAPEDIDOS.
            PERFORM CARREGAPAGAR.
            OPEN OUTPUT RELCPG.
            MOVE WS-DATAPROC TO CAB-DATA.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE "MOVIMENTO DA RODADA" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            PERFORM TRATAACOES.
            PERFORM CARREGANOTAS.
            IF QTDE-NOTA GREATER THAN ZEROES
                PERFORM BUSCARECEBIMENTOS
                PERFORM CONFERENOTA
                    VARYING IDX-NOTA FROM 1 BY 1
                    UNTIL IDX-NOTA GREATER THAN QTDE-NOTA
            END-IF.
            PERFORM IMPRIMERETIDAS.
            PERFORM IMPRIMEAGENDA.
            PERFORM IMPRIMETOTAIS.
            CLOSE RELCPG.
            PERFORM REGRAVAPAGAR.
            OPEN OUTPUT NFFORN
                        CPREQ.
            CLOSE NFFORN
                  CPREQ.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
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
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATAPROC) TO WS-HOJE-INT.
            OPEN INPUT PARAM53.
            READ PARAM53
                 AT END     CONTINUE
                 NOT AT END
                     IF PARM-TOLPRECO NUMERIC
                         MOVE PARM-TOLPRECO TO WS-TOLPRECO
                     END-IF
                     IF PARM-TOLQTDE NUMERIC
                         MOVE PARM-TOLQTDE TO WS-TOLQTDE
                     END-IF
            END-READ.
            CLOSE PARAM53.

        CARREGAFORNECEDORES.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CADFORN.
            IF WS-FSFORN NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-FORNECEDOR UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CADFORN.

        LEITURA-FORNECEDOR.
            READ CADFORN
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-FORN LESS THAN 100
                        ADD 1 TO QTDE-FORN
                        MOVE FORN-ENT  TO FORN-COD-OCR(QTDE-FORN)
                        MOVE NOMEF-ENT TO FORN-NOME-OCR(QTDE-FORN)
                    ELSE
                        DISPLAY "EM02EX43: *** TABELA DE "
                                "FORNECEDORES CHEIA - NOTAS DE "
                                FORN-ENT " SERAO RECUSADAS ***"
                    END-IF
            END-READ.

        CARREGAPEDIDOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT PEDCOMP.
            IF WS-FSPED NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-PEDIDO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PEDCOMP.

        LEITURA-PEDIDO.
            READ PEDCOMP
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-PED LESS THAN 300
                        ADD 1 TO QTDE-PED
                        MOVE PD-NUMERO   TO PED-NUM-OCR(QTDE-PED)
                        MOVE PD-COD      TO PED-COD-OCR(QTDE-PED)
                        MOVE PD-DEP      TO PED-DEP-OCR(QTDE-PED)
                        MOVE PD-QTDE     TO PED-QTDE-OCR(QTDE-PED)
                        MOVE PD-EMISSAO  TO PED-EMIS-OCR(QTDE-PED)
                        MOVE PD-SITUACAO TO PED-SIT-OCR(QTDE-PED)
                        MOVE PD-FORN     TO PED-FORN-OCR(QTDE-PED)
                        IF PD-PRECO IS NUMERIC
                            MOVE PD-PRECO TO PED-PRECO-OCR(QTDE-PED)
                        ELSE
                            MOVE ZEROES   TO PED-PRECO-OCR(QTDE-PED)
                        END-IF
                    ELSE
                        DISPLAY "EM02EX43: *** TABELA DE PEDIDOS "
                                "CHEIA - NOTAS DO PEDIDO " PD-NUMERO
                                " SERAO RECUSADAS ***"
                    END-IF
            END-READ.

        CARREGAPAGAR.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CPAGAR.
            IF WS-FSCPG NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-PAGAR UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CPAGAR.

        LEITURA-PAGAR.
            READ CPAGAR
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-CPG NOT LESS THAN 500
                        DISPLAY "EM02EX43: *** TABELA DE CONTAS A "
                                "PAGAR CHEIA (MAIS DE 500) - RODADA "
                                "RECUSADA ***"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-CPG
                    MOVE CP-FORN     TO CPG-FORN-OCR(QTDE-CPG)
                    MOVE CP-NUMNF    TO CPG-NUMNF-OCR(QTDE-CPG)
                    MOVE CP-PEDIDO   TO CPG-PED-OCR(QTDE-CPG)
                    MOVE CP-COD      TO CPG-COD-OCR(QTDE-CPG)
                    MOVE CP-QTDE     TO CPG-QTDE-OCR(QTDE-CPG)
                    MOVE CP-PRECO    TO CPG-PRECO-OCR(QTDE-CPG)
                    MOVE CP-VALOR    TO CPG-VALOR-OCR(QTDE-CPG)
                    MOVE CP-EMISSAO  TO CPG-EMIS-OCR(QTDE-CPG)
                    MOVE CP-VENC     TO CPG-VENC-OCR(QTDE-CPG)
                    MOVE CP-SITUACAO TO CPG-SIT-OCR(QTDE-CPG)
                    MOVE CP-MOTIVO   TO CPG-MOT-OCR(QTDE-CPG)
                    MOVE CP-DATASIT  TO CPG-DTSIT-OCR(QTDE-CPG)
                    MOVE CP-USUARIO  TO CPG-USU-OCR(QTDE-CPG)
            END-READ.

      ***************************************************
      * ACOES SOBRE NOTAS JA LANCADAS: APROVACAO E      *
      * RECUSA DAS RETIDAS, PAGAMENTO DAS APROVADAS     *
      ***************************************************
        TRATAACOES.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CPREQ.
            IF WS-FSREQ NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-ACAO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CPREQ.

        LEITURA-ACAO.
            READ CPREQ
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS CT-ACOES
                    PERFORM APLICAACAO
            END-READ.

        APLICAACAO.
            MOVE CQ-FORN  TO DM-FORN.
            MOVE CQ-NUMNF TO DM-NUMNF.
            MOVE ZEROES   TO DM-PED.
            MOVE SPACES   TO DM-MOT.
            EVALUATE TRUE
                WHEN APROVANOTA MOVE "APROVA"  TO DM-ACAO
                WHEN RECUSANOTA MOVE "RECUSA"  TO DM-ACAO
                WHEN PAGANOTA   MOVE "PAGA"    TO DM-ACAO
                WHEN OTHER      MOVE CQ-ACAO   TO DM-ACAO
            END-EVALUATE.
            MOVE "NAO" TO CPGACHADA.
            PERFORM VARYING IDX-CPG FROM 1 BY 1
                     UNTIL IDX-CPG GREATER THAN QTDE-CPG
                        OR CPGACHADA EQUAL "SIM"
                IF CPG-FORN-OCR(IDX-CPG) EQUAL CQ-FORN
                   AND CPG-NUMNF-OCR(IDX-CPG) EQUAL CQ-NUMNF
                    MOVE "SIM" TO CPGACHADA
                END-IF
            END-PERFORM.
            IF CPGACHADA NOT EQUAL "SIM"
                MOVE "*** NOTA NAO ENCONTRADA" TO DM-RESULT
                WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1 FROM IDX-CPG.
            MOVE CPG-PED-OCR(IDX-CPG) TO DM-PED.
            MOVE CPG-MOT-OCR(IDX-CPG) TO DM-MOT.
            MOVE SPACES TO LK-CHAVE.
            STRING CQ-FORN "-" CQ-NUMNF DELIMITED BY SIZE
                INTO LK-CHAVE
            END-STRING.
            EVALUATE TRUE
                WHEN APROVANOTA
                     AND CPG-SIT-OCR(IDX-CPG) EQUAL "RETIDA"
                    MOVE "APROVADA" TO CPG-SIT-OCR(IDX-CPG)
                    PERFORM MARCASITUACAO
                    PERFORM LANCAAPROVACAO
                    MOVE "CPAPROVA" TO LK-ACAO
                    MOVE "APROVADA NA REVISAO" TO DM-RESULT
                WHEN RECUSANOTA
                     AND CPG-SIT-OCR(IDX-CPG) EQUAL "RETIDA"
                    MOVE "RECUSADA" TO CPG-SIT-OCR(IDX-CPG)
                    PERFORM MARCASITUACAO
                    MOVE "CPRECUSA" TO LK-ACAO
                    MOVE "RECUSADA NA REVISAO" TO DM-RESULT
                WHEN PAGANOTA
                     AND CPG-SIT-OCR(IDX-CPG) EQUAL "APROVADA"
                    MOVE "PAGA" TO CPG-SIT-OCR(IDX-CPG)
                    PERFORM MARCASITUACAO
                    MOVE CPG-FORN-OCR(IDX-CPG)  TO LK-FORN
                    MOVE CPG-NUMNF-OCR(IDX-CPG) TO LK-NUMNF
                    MOVE CPG-VALOR-OCR(IDX-CPG) TO LK-VALOR
                    MOVE "CPPAGO" TO LK-EVENTO
                    CALL "CPGLOG" USING LK-FORN LK-NUMNF LK-EVENTO
                                        LK-VALOR
                    MOVE "CPPAGA" TO LK-ACAO
                    MOVE "PAGAMENTO REGISTRADO" TO DM-RESULT
                WHEN OTHER
                    MOVE SPACES TO DM-RESULT
                    STRING "*** RECUSADA - NOTA " DELIMITED BY SIZE
                           CPG-SIT-OCR(IDX-CPG) DELIMITED BY SPACE
                        INTO DM-RESULT
                    END-STRING
                    WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE
                    EXIT PARAGRAPH
            END-EVALUATE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE.

        MARCASITUACAO.
            MOVE WS-DATAPROC TO CPG-DTSIT-OCR(IDX-CPG).
            IF CQ-USUARIO NOT EQUAL SPACES
                MOVE CQ-USUARIO TO CPG-USU-OCR(IDX-CPG)
            END-IF.

      * A OBRIGACAO COM O FORNECEDOR NASCE NA APROVACAO, SEJA NA
      * CONFERENCIA AUTOMATICA, SEJA NA REVISAO DA NOTA RETIDA.
        LANCAAPROVACAO.
            MOVE CPG-FORN-OCR(IDX-CPG)  TO LK-FORN.
            MOVE CPG-NUMNF-OCR(IDX-CPG) TO LK-NUMNF.
            MOVE CPG-VALOR-OCR(IDX-CPG) TO LK-VALOR.
            MOVE "CPAPROV" TO LK-EVENTO.
            CALL "CPGLOG" USING LK-FORN LK-NUMNF LK-EVENTO LK-VALOR.

      ***************************************************
      * ENTRADA DAS NOTAS: CRITICA DE CADASTRO          *
      ***************************************************
        CARREGANOTAS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT NFFORN.
            IF WS-FSNF NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-NOTA UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE NFFORN.

        LEITURA-NOTA.
            READ NFFORN
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    PERFORM CRITICANOTA
                    IF NOTAOK EQUAL "SIM"
                        PERFORM GUARDANOTA
                    ELSE
                        ADD 1 TO CT-RECUSA
                        MOVE "ENTRADA"   TO DM-ACAO
                        MOVE NE-FORN     TO DM-FORN
                        MOVE NE-NUMNF    TO DM-NUMNF
                        MOVE NE-PEDIDO   TO DM-PED
                        MOVE WS-MENSAGEM TO DM-RESULT
                        MOVE SPACES      TO DM-MOT
                        WRITE REGREL FROM DET-MOV
                            AFTER ADVANCING 1 LINE
                    END-IF
            END-READ.

        CRITICANOTA.
            MOVE "NAO" TO NOTAOK.
            IF NE-FORN NOT NUMERIC
               OR NE-NUMNF NOT NUMERIC
               OR NE-PEDIDO NOT NUMERIC
               OR NE-QTDE NOT NUMERIC
               OR NE-PRECO NOT NUMERIC
               OR NE-NUMNF EQUAL ZEROES
               OR NE-QTDE EQUAL ZEROES
               OR NE-PRECO EQUAL ZEROES
                MOVE "*** RECUSADA - CAMPO INVALIDO" TO WS-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            MOVE NE-EMISSAO TO WS-DATAAUX.
            PERFORM VALIDADATA.
            IF LK-DATAVALIDA NOT EQUAL "SIM"
                MOVE "*** RECUSADA - EMISSAO INVALIDA" TO WS-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            MOVE NE-VENC TO WS-DATAAUX.
            PERFORM VALIDADATA.
            IF LK-DATAVALIDA NOT EQUAL "SIM"
               OR NE-VENC LESS THAN NE-EMISSAO
                MOVE "*** RECUSADA - VENCTO INVALIDO" TO WS-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO FORNACHADO.
            PERFORM VARYING IDX-FORN FROM 1 BY 1
                     UNTIL IDX-FORN GREATER THAN QTDE-FORN
                        OR FORNACHADO EQUAL "SIM"
                IF FORN-COD-OCR(IDX-FORN) EQUAL NE-FORN
                    MOVE "SIM" TO FORNACHADO
                END-IF
            END-PERFORM.
            IF FORNACHADO NOT EQUAL "SIM"
                MOVE "*** RECUSADA - FORN SEM CADASTRO" TO WS-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            MOVE "NAO" TO PEDACHADO.
            PERFORM VARYING IDX-PED FROM 1 BY 1
                     UNTIL IDX-PED GREATER THAN QTDE-PED
                        OR PEDACHADO EQUAL "SIM"
                IF PED-NUM-OCR(IDX-PED) EQUAL NE-PEDIDO
                    MOVE "SIM" TO PEDACHADO
                END-IF
            END-PERFORM.
            IF PEDACHADO NOT EQUAL "SIM"
                MOVE "*** RECUSADA - PEDIDO INEXISTENTE" TO WS-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1 FROM IDX-PED.
            IF PED-FORN-OCR(IDX-PED) NOT EQUAL NE-FORN
                MOVE "*** RECUSADA - PEDIDO DE OUTRO FORN"
                    TO WS-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING IDX-CPG FROM 1 BY 1
                     UNTIL IDX-CPG GREATER THAN QTDE-CPG
                IF CPG-FORN-OCR(IDX-CPG) EQUAL NE-FORN
                   AND CPG-NUMNF-OCR(IDX-CPG) EQUAL NE-NUMNF
                    MOVE "*** RECUSADA - NOTA JA LANCADA"
                        TO WS-MENSAGEM
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            PERFORM VARYING IDX-NOTA FROM 1 BY 1
                     UNTIL IDX-NOTA GREATER THAN QTDE-NOTA
                IF NT-FORN-OCR(IDX-NOTA) EQUAL NE-FORN
                   AND NT-NUMNF-OCR(IDX-NOTA) EQUAL NE-NUMNF
                    MOVE "*** RECUSADA - NOTA REPETIDA"
                        TO WS-MENSAGEM
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
      * A CAPACIDADE E CONFERIDA NA ENTRADA PARA QUE A GRAVACAO
      * DO CADASTRO NUNCA FIQUE PELA METADE.
            IF QTDE-NOTA NOT LESS THAN 200
               OR QTDE-CPG + QTDE-NOTA NOT LESS THAN 500
                MOVE "*** RECUSADA - TABELA CHEIA" TO WS-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            MOVE "SIM" TO NOTAOK.

        VALIDADATA.
            MOVE "NAO" TO LK-DATAVALIDA.
            IF WS-DATAAUX IS NUMERIC
                CALL "DATEVAL" USING WS-DD WS-MM WS-AAAA
                                     LK-DATAVALIDA
            END-IF.

        GUARDANOTA.
            ADD 1 TO QTDE-NOTA.
            MOVE NE-FORN    TO NT-FORN-OCR(QTDE-NOTA).
            MOVE NE-NUMNF   TO NT-NUMNF-OCR(QTDE-NOTA).
            MOVE NE-PEDIDO  TO NT-PED-OCR(QTDE-NOTA).
            MOVE NE-QTDE    TO NT-QTDE-OCR(QTDE-NOTA).
            MOVE NE-PRECO   TO NT-PRECO-OCR(QTDE-NOTA).
            MOVE NE-EMISSAO TO NT-EMIS-OCR(QTDE-NOTA).
            MOVE NE-VENC    TO NT-VENC-OCR(QTDE-NOTA).
            MOVE IDX-PED    TO NT-IDXPED-OCR(QTDE-NOTA).
            MOVE ZEROES     TO NT-QTDREC-OCR(QTDE-NOTA).
            MOVE "NAO"      TO NT-TEMREC-OCR(QTDE-NOTA).

      ***************************************************
      * RECEBIMENTO: A ENTRADA "E" MAIS RECENTE DO ITEM *
      * E DEPOSITO DO PEDIDO, DESDE A EMISSAO DELE      *
      ***************************************************
        BUSCARECEBIMENTOS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT MOVJORN.
            IF WS-FSJRN NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-JORNAL UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE MOVJORN.

        LEITURA-JORNAL.
            READ MOVJORN
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF JN-TIPO EQUAL "E"
                        PERFORM MARCARECEBIMENTO
                            VARYING IDX-NOTA FROM 1 BY 1
                            UNTIL IDX-NOTA GREATER THAN QTDE-NOTA
                    END-IF
            END-READ.

        MARCARECEBIMENTO.
            MOVE NT-IDXPED-OCR(IDX-NOTA) TO IDX-PED.
            IF PED-COD-OCR(IDX-PED) EQUAL JN-COD
               AND PED-DEP-OCR(IDX-PED) EQUAL JN-DEP
               AND JN-DATA NOT LESS THAN PED-EMIS-OCR(IDX-PED)
                MOVE JN-QTDE TO NT-QTDREC-OCR(IDX-NOTA)
                MOVE "SIM"   TO NT-TEMREC-OCR(IDX-NOTA)
            END-IF.

      ***************************************************
      * CONFERENCIA DE TRES VIAS: NOTA X PEDIDO X       *
      * RECEBIMENTO                                     *
      ***************************************************
        CONFERENOTA.
            MOVE NT-IDXPED-OCR(IDX-NOTA) TO IDX-PED.
            MOVE "NAO" TO JAFATURADO.
            PERFORM VARYING IDX-CPG FROM 1 BY 1
                     UNTIL IDX-CPG GREATER THAN QTDE-CPG
                IF CPG-PED-OCR(IDX-CPG) EQUAL NT-PED-OCR(IDX-NOTA)
                   AND CPG-SIT-OCR(IDX-CPG) NOT EQUAL "RECUSADA"
                    MOVE "SIM" TO JAFATURADO
                END-IF
            END-PERFORM.
            COMPUTE WS-DIFQTDE = NT-QTDE-OCR(IDX-NOTA)
                               - NT-QTDREC-OCR(IDX-NOTA).
            IF WS-DIFQTDE LESS THAN ZEROES
                COMPUTE WS-DIFQTDE = WS-DIFQTDE * -1
            END-IF.
            COMPUTE WS-DIFPRECO = NT-PRECO-OCR(IDX-NOTA)
                                - PED-PRECO-OCR(IDX-PED).
            IF WS-DIFPRECO LESS THAN ZEROES
                COMPUTE WS-DIFPRECO = WS-DIFPRECO * -1
            END-IF.
            COMPUTE WS-LIMPRECO = PED-PRECO-OCR(IDX-PED)
                                * WS-TOLPRECO / 100.
            EVALUATE TRUE
                WHEN JAFATURADO EQUAL "SIM"
                    MOVE "DP" TO WS-MOTIVO
                WHEN PED-SIT-OCR(IDX-PED) NOT EQUAL "RECEBIDO"
                  OR NT-TEMREC-OCR(IDX-NOTA) NOT EQUAL "SIM"
                    MOVE "NR" TO WS-MOTIVO
                WHEN WS-DIFQTDE GREATER THAN WS-TOLQTDE
                  OR NT-QTDE-OCR(IDX-NOTA)
                     GREATER THAN PED-QTDE-OCR(IDX-PED) + WS-TOLQTDE
                    MOVE "QT" TO WS-MOTIVO
                WHEN PED-PRECO-OCR(IDX-PED) EQUAL ZEROES
                    MOVE "SP" TO WS-MOTIVO
                WHEN WS-DIFPRECO GREATER THAN WS-LIMPRECO
                    MOVE "PR" TO WS-MOTIVO
                WHEN OTHER
                    MOVE SPACES TO WS-MOTIVO
            END-EVALUATE.
            COMPUTE WS-VALOR ROUNDED = NT-QTDE-OCR(IDX-NOTA)
                                     * NT-PRECO-OCR(IDX-NOTA).
            ADD 1 TO QTDE-CPG.
            MOVE QTDE-CPG TO IDX-CPG.
            MOVE NT-FORN-OCR(IDX-NOTA)  TO CPG-FORN-OCR(IDX-CPG).
            MOVE NT-NUMNF-OCR(IDX-NOTA) TO CPG-NUMNF-OCR(IDX-CPG).
            MOVE NT-PED-OCR(IDX-NOTA)   TO CPG-PED-OCR(IDX-CPG).
            MOVE PED-COD-OCR(IDX-PED)   TO CPG-COD-OCR(IDX-CPG).
            MOVE NT-QTDE-OCR(IDX-NOTA)  TO CPG-QTDE-OCR(IDX-CPG).
            MOVE NT-PRECO-OCR(IDX-NOTA) TO CPG-PRECO-OCR(IDX-CPG).
            MOVE WS-VALOR               TO CPG-VALOR-OCR(IDX-CPG).
            MOVE NT-EMIS-OCR(IDX-NOTA)  TO CPG-EMIS-OCR(IDX-CPG).
            MOVE NT-VENC-OCR(IDX-NOTA)  TO CPG-VENC-OCR(IDX-CPG).
            MOVE WS-MOTIVO              TO CPG-MOT-OCR(IDX-CPG).
            MOVE WS-DATAPROC            TO CPG-DTSIT-OCR(IDX-CPG).
            MOVE SPACES                 TO CPG-USU-OCR(IDX-CPG).
            MOVE SPACES TO LK-CHAVE.
            STRING NT-FORN-OCR(IDX-NOTA) "-" NT-NUMNF-OCR(IDX-NOTA)
                DELIMITED BY SIZE INTO LK-CHAVE
            END-STRING.
            IF WS-MOTIVO EQUAL SPACES
                MOVE "APROVADA" TO CPG-SIT-OCR(IDX-CPG)
                PERFORM LANCAAPROVACAO
                MOVE "CPAPROV"  TO LK-ACAO
                MOVE "APROVADA NA CONFERENCIA" TO DM-RESULT
                ADD 1 TO CT-APROV
            ELSE
                MOVE "RETIDA"   TO CPG-SIT-OCR(IDX-CPG)
                MOVE "CPRETIDA" TO LK-ACAO
                MOVE "RETIDA PARA APROVACAO" TO DM-RESULT
                ADD 1 TO CT-RETIDA
            END-IF.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.
            MOVE "ENTRADA"              TO DM-ACAO.
            MOVE NT-FORN-OCR(IDX-NOTA)  TO DM-FORN.
            MOVE NT-NUMNF-OCR(IDX-NOTA) TO DM-NUMNF.
            MOVE NT-PED-OCR(IDX-NOTA)   TO DM-PED.
            MOVE WS-MOTIVO              TO DM-MOT.
            WRITE REGREL FROM DET-MOV AFTER ADVANCING 1 LINE.

      ***************************************************
      * NOTAS AGUARDANDO APROVACAO                      *
      ***************************************************
        IMPRIMERETIDAS.
            MOVE "NOTAS RETIDAS PARA APROVACAO" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-COLRET AFTER ADVANCING 1 LINE.
            MOVE ZEROES TO WS-AUXIDX.
            PERFORM IMPRIMERETIDA
                VARYING IDX-CPG FROM 1 BY 1
                UNTIL IDX-CPG GREATER THAN QTDE-CPG.
            IF WS-AUXIDX EQUAL ZEROES
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.

        IMPRIMERETIDA.
            IF CPG-SIT-OCR(IDX-CPG) EQUAL "RETIDA"
                ADD 1 TO WS-AUXIDX
                MOVE CPG-FORN-OCR(IDX-CPG)  TO DR-FORN
                MOVE CPG-NUMNF-OCR(IDX-CPG) TO DR-NUMNF
                MOVE CPG-PED-OCR(IDX-CPG)   TO DR-PED
                MOVE CPG-QTDE-OCR(IDX-CPG)  TO DR-QTDE
                MOVE CPG-PRECO-OCR(IDX-CPG) TO DR-PRECO
                MOVE CPG-VALOR-OCR(IDX-CPG) TO DR-VALOR
                MOVE CPG-VENC-OCR(IDX-CPG)  TO DR-VENC
                MOVE CPG-MOT-OCR(IDX-CPG)   TO DR-MOT
                WRITE REGREL FROM DET-RET AFTER ADVANCING 1 LINE
            END-IF.

      ***************************************************
      * AGENDA DE PAGAMENTOS: AS APROVADAS EM ORDEM DE  *
      * VENCIMENTO, COM O ENVELHECIMENTO POR FAIXA      *
      ***************************************************
        IMPRIMEAGENDA.
            MOVE ZEROES TO QTDE-ORDEM.
            PERFORM VARYING IDX-CPG FROM 1 BY 1
                     UNTIL IDX-CPG GREATER THAN QTDE-CPG
                IF CPG-SIT-OCR(IDX-CPG) EQUAL "APROVADA"
                    ADD 1 TO QTDE-ORDEM
                    MOVE IDX-CPG TO ORD-IDX-OCR(QTDE-ORDEM)
                END-IF
            END-PERFORM.
            MOVE "SIM" TO TROCOU.
            PERFORM ORDENAVENCIMENTO UNTIL TROCOU EQUAL "NAO".
            MOVE "AGENDA DE PAGAMENTOS POR VENCIMENTO" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-COLAGE AFTER ADVANCING 1 LINE.
            INITIALIZE TAB-FAIXA.
            PERFORM IMPRIMEPARCELA
                VARYING IDX-ORDEM FROM 1 BY 1
                UNTIL IDX-ORDEM GREATER THAN QTDE-ORDEM.
            IF QTDE-ORDEM EQUAL ZEROES
                WRITE REGREL FROM DET-NADA AFTER ADVANCING 1 LINE
            END-IF.
            MOVE "ENVELHECIMENTO DO SALDO A PAGAR" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            PERFORM IMPRIMEFAIXA
                VARYING IDX-FAIXA FROM 1 BY 1
                UNTIL IDX-FAIXA GREATER THAN 5.

        ORDENAVENCIMENTO.
            MOVE "NAO" TO TROCOU.
            PERFORM VARYING IDX-ORDEM FROM 1 BY 1
                     UNTIL IDX-ORDEM NOT LESS THAN QTDE-ORDEM
                MOVE ORD-IDX-OCR(IDX-ORDEM) TO IDX-CPG
                MOVE ORD-IDX-OCR(IDX-ORDEM + 1) TO IDX-CPG2
                IF CPG-VENC-OCR(IDX-CPG)
                   GREATER THAN CPG-VENC-OCR(IDX-CPG2)
                    MOVE IDX-CPG2 TO ORD-IDX-OCR(IDX-ORDEM)
                    MOVE IDX-CPG  TO ORD-IDX-OCR(IDX-ORDEM + 1)
                    MOVE "SIM" TO TROCOU
                END-IF
            END-PERFORM.

        IMPRIMEPARCELA.
            MOVE ORD-IDX-OCR(IDX-ORDEM) TO IDX-CPG.
            MOVE FUNCTION INTEGER-OF-DATE(CPG-VENC-OCR(IDX-CPG))
                TO WS-VENC-INT.
            COMPUTE WS-DIAS = WS-HOJE-INT - WS-VENC-INT.
            EVALUATE TRUE
                WHEN WS-DIAS NOT GREATER THAN ZEROES
                    MOVE 1 TO IDX-FAIXA
                WHEN WS-DIAS NOT GREATER THAN 30
                    MOVE 2 TO IDX-FAIXA
                WHEN WS-DIAS NOT GREATER THAN 60
                    MOVE 3 TO IDX-FAIXA
                WHEN WS-DIAS NOT GREATER THAN 90
                    MOVE 4 TO IDX-FAIXA
                WHEN OTHER
                    MOVE 5 TO IDX-FAIXA
            END-EVALUATE.
            ADD 1 TO FX-QTDE-OCR(IDX-FAIXA).
            ADD CPG-VALOR-OCR(IDX-CPG) TO FX-VALOR-OCR(IDX-FAIXA)
                                          VAL-APAGAR.
            MOVE CPG-VENC-OCR(IDX-CPG)  TO DA-VENC.
            MOVE CPG-FORN-OCR(IDX-CPG)  TO DA-FORN.
            MOVE CPG-NUMNF-OCR(IDX-CPG) TO DA-NUMNF.
            MOVE CPG-VALOR-OCR(IDX-CPG) TO DA-VALOR.
            MOVE WS-DIAS                TO DA-DIAS.
            MOVE "(SEM CADASTRO)"       TO DA-NOME.
            MOVE "NAO" TO FORNACHADO.
            PERFORM VARYING IDX-FORN FROM 1 BY 1
                     UNTIL IDX-FORN GREATER THAN QTDE-FORN
                        OR FORNACHADO EQUAL "SIM"
                IF FORN-COD-OCR(IDX-FORN) EQUAL CPG-FORN-OCR(IDX-CPG)
                    MOVE FORN-NOME-OCR(IDX-FORN) TO DA-NOME
                    MOVE "SIM" TO FORNACHADO
                END-IF
            END-PERFORM.
            WRITE REGREL FROM DET-AGE AFTER ADVANCING 1 LINE.

        IMPRIMEFAIXA.
            MOVE NOMEFAIXA-OCR(IDX-FAIXA) TO DF-NOME.
            MOVE FX-QTDE-OCR(IDX-FAIXA)   TO DF-QTDE.
            MOVE FX-VALOR-OCR(IDX-FAIXA)  TO DF-VALOR.
            WRITE REGREL FROM DET-FAIXA AFTER ADVANCING 1 LINE.

        IMPRIMETOTAIS.
            MOVE VAL-APAGAR TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 2 LINES.
            MOVE "NOTAS APROVADAS NA CONFERENCIA: " TO ROD-QT-TXT.
            MOVE CT-APROV TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 2 LINES.
            MOVE "NOTAS RETIDAS NA CONFERENCIA..: " TO ROD-QT-TXT.
            MOVE CT-RETIDA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "NOTAS RECUSADAS NA ENTRADA....: " TO ROD-QT-TXT.
            MOVE CT-RECUSA TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "ACOES DE REVISAO/PAGAMENTO....: " TO ROD-QT-TXT.
            MOVE CT-ACOES TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.

        REGRAVAPAGAR.
            OPEN OUTPUT CPAGAR.
            PERFORM GRAVALINHAPAGAR
                VARYING IDX-CPG FROM 1 BY 1
                UNTIL IDX-CPG GREATER THAN QTDE-CPG.
            CLOSE CPAGAR.

        GRAVALINHAPAGAR.
            MOVE SPACES TO REGCPAGAR.
            MOVE CPG-FORN-OCR(IDX-CPG)  TO CP-FORN.
            MOVE CPG-NUMNF-OCR(IDX-CPG) TO CP-NUMNF.
            MOVE CPG-PED-OCR(IDX-CPG)   TO CP-PEDIDO.
            MOVE CPG-COD-OCR(IDX-CPG)   TO CP-COD.
            MOVE CPG-QTDE-OCR(IDX-CPG)  TO CP-QTDE.
            MOVE CPG-PRECO-OCR(IDX-CPG) TO CP-PRECO.
            MOVE CPG-VALOR-OCR(IDX-CPG) TO CP-VALOR.
            MOVE CPG-EMIS-OCR(IDX-CPG)  TO CP-EMISSAO.
            MOVE CPG-VENC-OCR(IDX-CPG)  TO CP-VENC.
            MOVE CPG-SIT-OCR(IDX-CPG)   TO CP-SITUACAO.
            MOVE CPG-MOT-OCR(IDX-CPG)   TO CP-MOTIVO.
            MOVE CPG-DTSIT-OCR(IDX-CPG) TO CP-DATASIT.
            MOVE CPG-USU-OCR(IDX-CPG)   TO CP-USUARIO.
            WRITE REGCPAGAR.
            ADD 1 TO CT-GRAVADOS.
