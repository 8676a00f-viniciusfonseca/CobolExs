        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM02EX46.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. REAJUSTE ANUAL DA MENSALIDADE DOS SOCIOS PELO
      * PERCENTUAL APROVADO PELA DIRETORIA, NO LUGAR DA DIGITACAO DO
      * VALPAG SOCIO A SOCIO EM EM02EX23. PARAM55.DAT TRAZ UMA LINHA
      * "G" COM O PERCENTUAL GERAL, A COMPETENCIA (AAAAMM) EM QUE O
      * NOVO VALOR PASSA A VALER, O NOME DO INDICE (EX: IGP-M) E OS
      * DIAS MINIMOS DE AVISO (PADRAO 30), E UMA LINHA "C" POR
      * CATEGORIA DE CATSOC.DAT COM PERCENTUAL PROPRIO (ZERO =
      * CATEGORIA SEM REAJUSTE). O COMANDO EM REAJREQ.DAT ESCOLHE O
      * PASSO, NO MOLDE DE EM02EX42:
      *   "SIMULAR" (OU ARQUIVO AUSENTE) - SO O RELATORIO DO VALOR
      *             ATUAL CONTRA O NOVO, POR CATEGORIA E POR SOCIO;
      *   "APLICAR" - CONFIRMA O REAJUSTE SIMULADO: GRAVA A CARTA DE
      *             AVISO DE CADA SOCIO EM CARTREAJ.DAT PELO MODELO
      *             "REAJUSTE" DE CARTATPL (SEM MODELO, SAI O TEXTO
      *             FIXO), ENFILEIRA O AVISO VIA MAILHOOK E AGENDA OS
      *             NOVOS VALORES EM REAJAGE.DAT. SO E ACEITO COM A
      *             COMPETENCIA A PELO MENOS OS DIAS DE AVISO DA DATA
      *             DE PROCESSAMENTO E SEM OUTRO REAJUSTE AGENDADO.
      * A MENSALIDADE DO SOCIO COM CATEGORIA E A DO TITULAR MAIS A
      * DE CADA DEPENDENTE DE DEPSOC.DAT, COMO EM EM02EX01; A DO
      * SOCIO SEM CATEGORIA E O VALPAG, REAJUSTADO PELO PERCENTUAL
      * GERAL SO QUANDO ELE ESTA EM DIA (CODPAG1 = 1) - NOS DEMAIS O
      * VALPAG E SALDO EM ABERTO E NAO E TOCADO. SOCIO BAIXADO POR
      * PERDA (CODPAG1 = 3) NAO RECEBE AVISO.
      * EM QUALQUER RODADA, O REAJUSTE AGENDADO CUJA COMPETENCIA JA
      * CHEGOU E EFETIVADO ANTES DO PASSO PEDIDO: CATSOC.DAT E
      * REGRAVADO COM OS NOVOS VALORES DAS CATEGORIAS E O VALPAG DO
      * SOCIO EM DIA PASSA AO VALOR AVISADO (SOCLOG "REAJUSTE");
      * SO O SOCIO CUJO VALPAG MUDOU E REGRAVADO EM ARQSOC1.DAT
      * (INDEXADO POR NUMSOC, REWRITE) E REAJAGE.DAT E ESVAZIADO.
      * REAJREQ.DAT E ESVAZIADO NO FIM. O RELATORIO SAI EM RELREAJ.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL REAJREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSREQ.
            SELECT OPTIONAL PARAM55 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSPAR.
            SELECT OPTIONAL REAJAGE ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSAGE.
            SELECT OPTIONAL CATSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSCAT.
            SELECT OPTIONAL DEPSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDEP.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1.
            SELECT CARTREAJ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELREAJ ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

            FD REAJREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REAJREQ.DAT".
            01 REGREAJREQ.
               02 REQ-COMANDO PIC X(10).

            FD PARAM55
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM55.DAT".
            01 REGPARAM55.
               02 PARM-TIPO    PIC X(01).
               02 FILLER       PIC X.
               02 PARM-CATEG   PIC X(01).
               02 FILLER       PIC X.
               02 PARM-PERC    PIC 9(03)V99.
               02 FILLER       PIC X.
               02 PARM-COMPET  PIC 9(06).
               02 FILLER       PIC X.
               02 PARM-INDICE  PIC X(10).
               02 FILLER       PIC X.
               02 PARM-AVISO   PIC 9(03).

      * AGENDA DO REAJUSTE CONFIRMADO: "C" NOVA MENSALIDADE DO
      * TITULAR E DO DEPENDENTE DE UMA CATEGORIA, "S" NOVA
      * MENSALIDADE AVISADA A UM SOCIO; VALE A PARTIR DE RA-COMPET.
            FD REAJAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REAJAGE.DAT".
            01 REGREAJAGE.
               02 RA-TIPO     PIC X(01).
               02 FILLER      PIC X.
               02 RA-CHAVE    PIC X(06).
               02 FILLER      PIC X.
               02 RA-VALANT   PIC 9(09)V99.
               02 FILLER      PIC X.
               02 RA-VALNOVO  PIC 9(09)V99.
               02 FILLER      PIC X.
               02 RA-VALDEP   PIC 9(07)V99.
               02 FILLER      PIC X.
               02 RA-COMPET   PIC 9(06).

            FD CATSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CATSOC.DAT".
            01 REGCATSOC.
               02 CS-CATEG   PIC X(01).
               02 FILLER     PIC X.
               02 CS-DESC    PIC X(15).
               02 FILLER     PIC X.
               02 CS-VALTIT  PIC 9(07)V99.
               02 FILLER     PIC X.
               02 CS-VALDEP  PIC 9(07)V99.
               02 FILLER     PIC X.
               02 CS-MAXDEP  PIC 9(02).

            FD DEPSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPSOC.DAT".
            01 REGDEPSOC.
               02 DP-NUMSOC  PIC 9(06).
               02 FILLER     PIC X(45).

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

            FD CARTREAJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTREAJ.DAT".
            01 REGCARTA PIC X(80).

            FD RELREAJ
               LABEL RECORD IS OMITTED.
            01 REGREL PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ       PIC X(03) VALUE "NAO".
            77 CT-LIDOS      PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS   PIC 9(07) VALUE ZEROES.
            77 LK-PROGID     PIC X(08) VALUE "EM02EX46".
            77 LK-CHAVE      PIC X(15) VALUE SPACES.
            77 LK-ACAO       PIC X(10) VALUE SPACES.
            77 LK-EVENTO     PIC X(10) VALUE SPACES.
            77 LK-DIASLEDG   PIC 9(03) VALUE ZEROES.
            77 LK-TIPO       PIC X(10) VALUE SPACES.
            77 LK-MSG        PIC X(40) VALUE SPACES.
            77 LK-LOCKMODO   PIC X(01) VALUE "V".
            77 LK-LOCKRESULT PIC X(07) VALUE SPACES.
            77 WS-FSREQ      PIC X(02) VALUE SPACES.
            77 WS-FSPAR      PIC X(02) VALUE SPACES.
            77 WS-FSAGE      PIC X(02) VALUE SPACES.
            77 WS-FSCAT      PIC X(02) VALUE SPACES.
            77 WS-FSDEP      PIC X(02) VALUE SPACES.
            77 WS-COMANDO    PIC X(10) VALUE "SIMULAR".
            77 WS-DATAREAL   PIC 9(08) VALUE ZEROES.
            77 WS-HOJE-INT   PIC S9(09) VALUE ZEROES.
            77 WS-COMPET-INT PIC S9(09) VALUE ZEROES.
            77 WS-ANTECED    PIC S9(09) VALUE ZEROES.
            77 WS-PERCGERAL  PIC 9(03)V99 VALUE ZEROES.
            77 WS-PERC       PIC 9(03)V99 VALUE ZEROES.
            77 WS-INDICE     PIC X(10) VALUE SPACES.
            77 WS-AVISO      PIC 9(03) VALUE 30.
            77 WS-TEMGERAL   PIC X(03) VALUE "NAO".
            77 WS-PRAZOOK    PIC X(03) VALUE "NAO".
            77 WS-AGENDADO   PIC X(03) VALUE "NAO".
            77 WS-APLICA     PIC X(03) VALUE "NAO".
            77 WS-VALANT     PIC 9(09)V99 VALUE ZEROES.
            77 WS-VALNOVO    PIC 9(09)V99 VALUE ZEROES.
            77 WS-ACRESCIMO  PIC 9(09)V99 VALUE ZEROES.
            77 WS-QTDEDEP    PIC 9(03) VALUE ZEROES.
            77 WS-OBS        PIC X(16) VALUE SPACES.
            77 QTDE-CAT      PIC 9(02) VALUE ZEROES.
            77 IDX-CAT       PIC 9(02) VALUE ZEROES.
            77 CATACHADA    PIC X(03) VALUE "NAO".
            77 QTDE-EXC      PIC 9(02) VALUE ZEROES.
            77 IDX-EXC       PIC 9(02) VALUE ZEROES.
            77 QTDE-TIT      PIC 9(04) VALUE ZEROES.
            77 IDX-TIT       PIC 9(04) VALUE ZEROES.
            77 TITACHADO     PIC X(03) VALUE "NAO".
            77 QTDE-AGE      PIC 9(04) VALUE ZEROES.
            77 IDX-AGE       PIC 9(04) VALUE ZEROES.
            77 AGEACHADA     PIC X(03) VALUE "NAO".
            77 CT-AVISOS     PIC 9(05) VALUE ZEROES.
            77 CT-SEMREAJ    PIC 9(05) VALUE ZEROES.
            77 CT-EFETIVOS   PIC 9(05) VALUE ZEROES.
            77 CT-NAOEFET    PIC 9(05) VALUE ZEROES.
            77 WS-TOTANT     PIC 9(11)V99 VALUE ZEROES.
            77 WS-TOTNOVO    PIC 9(11)V99 VALUE ZEROES.

            77 LK-TPTIPO   PIC X(10) VALUE SPACES.
            77 LK-TPSEXO   PIC X(01) VALUE SPACES.
            77 LK-TPNOME   PIC X(30) VALUE SPACES.
            77 LK-TPCAMPUS PIC X(02) VALUE SPACES.
            77 LK-TPVALOR  PIC 9(09)V99 VALUE ZEROES.
            77 LK-TPDATA   PIC 9(08) VALUE ZEROES.
            77 LK-TPCHAVE  PIC X(06) VALUE SPACES.
            77 LK-TPQTDE   PIC 9(02) VALUE ZEROES.
            77 LK-TPRESULT PIC X(07) VALUE SPACES.
            01 LK-TPLINHAS.
               02 LK-TPLINHA-OCR PIC X(80) OCCURS 15 TIMES.
            77 IDX-TPLIN   PIC 9(02) VALUE ZEROES.

            01 WS-DATAPROC PIC 9(08) VALUE ZEROES.
            01 WS-DATAPROC-R REDEFINES WS-DATAPROC.
               02 WS-COMPETHOJE PIC 9(06).
               02 FILLER        PIC 9(02).

            01 WS-COMPET     PIC 9(06) VALUE ZEROES.
            01 WS-COMPET-R REDEFINES WS-COMPET.
               02 WS-COMPET-AAAA PIC 9(04).
               02 WS-COMPET-MM   PIC 9(02).

            01 WS-INICOMPET PIC 9(08) VALUE ZEROES.
            01 WS-INICOMPET-R REDEFINES WS-INICOMPET.
               02 WS-INI-COMPET PIC 9(06).
               02 WS-INI-DD     PIC 9(02).

            01 TAB-CATEG.
               02 TAB-CAT-OCR OCCURS 20 TIMES.
                  03 CAT-COD-OCR     PIC X(01).
                  03 CAT-DESC-OCR    PIC X(15).
                  03 CAT-VALTIT-OCR  PIC 9(07)V99.
                  03 CAT-VALDEP-OCR  PIC 9(07)V99.
                  03 CAT-MAXDEP-OCR  PIC 9(02).
                  03 CAT-PERC-OCR    PIC 9(03)V99.
                  03 CAT-NOVOTIT-OCR PIC 9(07)V99.
                  03 CAT-NOVODEP-OCR PIC 9(07)V99.

            01 TAB-EXCECAO.
               02 TAB-EXC-OCR OCCURS 20 TIMES.
                  03 EXC-COD-OCR  PIC X(01).
                  03 EXC-PERC-OCR PIC 9(03)V99.

            01 TAB-TITULAR.
               02 TAB-TIT-OCR OCCURS 1000 TIMES.
                  03 TIT-NUM-OCR    PIC 9(06).
                  03 TIT-QTDEP-OCR  PIC 9(03).

            01 TAB-AGENDA.
               02 TAB-AGE-OCR OCCURS 2000 TIMES.
                  03 AGE-TIPO-OCR   PIC X(01).
                  03 AGE-CHAVE-OCR  PIC X(06).
                  03 AGE-VALANT-OCR PIC 9(09)V99.
                  03 AGE-NOVO-OCR   PIC 9(09)V99.
                  03 AGE-DEP-OCR    PIC 9(07)V99.
                  03 AGE-COMPET-OCR PIC 9(06).

            01 CAB-01.
               02 CB1-TITULO PIC X(40).
               02 FILLER     PIC X(15) VALUE " - PROCESSADO ".
               02 CB1-DATA   PIC 9999/99/99.
               02 FILLER     PIC X(15) VALUE SPACES.

            01 CAB-02.
               02 FILLER     PIC X(08) VALUE "INDICE: ".
               02 CB2-INDICE PIC X(10).
               02 FILLER     PIC X(10) VALUE "  GERAL: ".
               02 CB2-PERC   PIC ZZ9,99.
               02 FILLER     PIC X(15) VALUE "%  COMPETENCIA ".
               02 CB2-MM     PIC 99.
               02 FILLER     PIC X(01) VALUE "/".
               02 CB2-AAAA   PIC 9999.
               02 FILLER     PIC X(24) VALUE SPACES.

            01 CAB-SECAO.
               02 CAB-TITULO PIC X(60).
               02 FILLER     PIC X(20) VALUE SPACES.

            01 CAB-CAT.
               02 FILLER PIC X(40) VALUE
                  "CAT DESCRICAO        TITULAR ATUAL/NOVO ".
               02 FILLER PIC X(40) VALUE
                  "      DEPENDENTE ATUAL/NOVO       PERC".

            01 DET-CAT.
               02 DC-COD    PIC X(01).
               02 FILLER    PIC X(03) VALUE SPACES.
               02 DC-DESC   PIC X(15).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DC-TITANT PIC ZZZ.ZZ9,99.
               02 FILLER    PIC X(01) VALUE "/".
               02 DC-TITNOV PIC ZZZ.ZZ9,99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DC-DEPANT PIC ZZZ.ZZ9,99.
               02 FILLER    PIC X(01) VALUE "/".
               02 DC-DEPNOV PIC ZZZ.ZZ9,99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DC-PERC   PIC ZZ9,99.
               02 FILLER    PIC X(08) VALUE SPACES.

            01 CAB-SOC.
               02 FILLER PIC X(40) VALUE
                  "NUMERO NOME                 C      ATUAL".
               02 FILLER PIC X(40) VALUE
                  "        NOVO    PERC  OBSERVACAO".

            01 DET-SOC.
               02 DS-NUM    PIC 9(06).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DS-NOME   PIC X(20).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DS-CAT    PIC X(01).
               02 FILLER    PIC X(01) VALUE SPACES.
               02 DS-VALANT PIC ZZZ.ZZ9,99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DS-VALNOV PIC ZZZ.ZZ9,99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DS-PERC   PIC ZZ9,99.
               02 FILLER    PIC X(02) VALUE SPACES.
               02 DS-OBS    PIC X(16).
               02 FILLER    PIC X(02) VALUE SPACES.

            01 DET-MSG.
               02 FILLER    PIC X(04) VALUE "*** ".
               02 DM-TEXTO  PIC X(60).
               02 FILLER    PIC X(16) VALUE SPACES.

            01 ROD-QTDE.
               02 ROD-QT-TXT PIC X(32).
               02 ROD-QT     PIC ZZZZZZ9.
               02 FILLER     PIC X(41) VALUE SPACES.

            01 ROD-VALOR.
               02 ROD-VL-TXT PIC X(32).
               02 ROD-VL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER     PIC X(30) VALUE SPACES.

            01 CARTA-01.
               02 FILLER   PIC X(14) VALUE "PREZADO SOCIO ".
               02 CT1-NOME PIC X(30).
               02 FILLER   PIC X(36) VALUE SPACES.

            01 CARTA-02.
               02 FILLER PIC X(44) VALUE
                  "COMUNICAMOS O REAJUSTE ANUAL DA MENSALIDADE ".
               02 FILLER PIC X(36) VALUE
                  "APROVADO PELA DIRETORIA, PELO INDICE".

            01 CARTA-03.
               02 CT3-INDICE PIC X(10).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 CT3-PERC   PIC ZZ9,99.
               02 FILLER     PIC X(22) VALUE
                             "%: A MENSALIDADE PASSA".
               02 FILLER     PIC X(06) VALUE " DE R$".
               02 CT3-VALANT PIC ZZZ.ZZ9,99.
               02 FILLER     PIC X(07) VALUE " PARA R".
               02 FILLER     PIC X(01) VALUE "$".
               02 CT3-VALNOV PIC ZZZ.ZZ9,99.
               02 FILLER     PIC X(06) VALUE SPACES.

            01 CARTA-04.
               02 FILLER     PIC X(28) VALUE
                             "A PARTIR DA COMPETENCIA DE ".
               02 CT4-MM     PIC 99.
               02 FILLER     PIC X(01) VALUE "/".
               02 CT4-AAAA   PIC 9999.
               02 FILLER     PIC X(45) VALUE ".".

            01 CARTA-BRANCO PIC X(80) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM CARREGAAGENDA.
            IF QTDE-AGE GREATER THAN ZEROES
               AND AGE-COMPET-OCR(1) NOT GREATER THAN WS-COMPETHOJE
                PERFORM EFETIVAAGENDA
            END-IF.
            IF WS-TEMGERAL EQUAL "SIM"
                PERFORM CARREGACATEGORIAS
                PERFORM CARREGADEPENDENTES
                IF WS-COMANDO EQUAL "APLICAR"
                    PERFORM PASSOAPLICA
                ELSE
                    PERFORM PASSOSIMULA
                END-IF
            ELSE
                MOVE "PARAM55.DAT SEM LINHA G VALIDA - NADA A SIMULAR"
                    TO DM-TEXTO
                WRITE REGREL FROM DET-MSG AFTER ADVANCING 2 LINES
            END-IF.
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
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATAPROC) TO WS-HOJE-INT.
            PERFORM LEPARAM55.
            OPEN INPUT REAJREQ.
            IF WS-FSREQ EQUAL "00"
                READ REAJREQ
                    AT END CONTINUE
                    NOT AT END MOVE REQ-COMANDO TO WS-COMANDO
                END-READ
            END-IF.
            CLOSE REAJREQ.
            IF WS-COMANDO EQUAL "APLICAR"
                MOVE "REAJUSTE DE MENSALIDADE - AVISO E AGENDA"
                    TO CB1-TITULO
            ELSE
                MOVE "REAJUSTE DE MENSALIDADE - SIMULACAO"
                    TO CB1-TITULO
            END-IF.
            MOVE WS-DATAPROC TO CB1-DATA.
            MOVE WS-INDICE    TO CB2-INDICE.
            MOVE WS-PERCGERAL TO CB2-PERC.
            MOVE WS-COMPET-MM   TO CB2-MM.
            MOVE WS-COMPET-AAAA TO CB2-AAAA.
            OPEN OUTPUT RELREAJ.
            WRITE REGREL FROM CAB-01 AFTER ADVANCING PAGE.
            WRITE REGREL FROM CAB-02 AFTER ADVANCING 1 LINE.

      * A LINHA "G" E OBRIGATORIA; AS "C" SAO AS EXCECOES POR
      * CATEGORIA. O PRAZO DE AVISO E CONTADO DA DATA DE
      * PROCESSAMENTO ATE O PRIMEIRO DIA DA COMPETENCIA.
        LEPARAM55.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT PARAM55.
            IF WS-FSPAR NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-PARAM55 UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PARAM55.
            IF WS-TEMGERAL EQUAL "SIM"
                MOVE WS-COMPET TO WS-INI-COMPET
                MOVE 01        TO WS-INI-DD
                MOVE FUNCTION INTEGER-OF-DATE(WS-INICOMPET)
                    TO WS-COMPET-INT
                COMPUTE WS-ANTECED = WS-COMPET-INT - WS-HOJE-INT
                IF WS-ANTECED NOT LESS THAN WS-AVISO
                    MOVE "SIM" TO WS-PRAZOOK
                END-IF
            END-IF.

        LEITURA-PARAM55.
            READ PARAM55
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    EVALUATE TRUE
                        WHEN PARM-TIPO EQUAL "G"
                         AND PARM-PERC IS NUMERIC
                         AND PARM-COMPET IS NUMERIC
                            MOVE PARM-COMPET TO WS-COMPET
                            IF WS-COMPET-MM GREATER THAN ZEROES
                               AND WS-COMPET-MM LESS THAN 13
                               AND WS-COMPET-AAAA GREATER THAN 1600
                                MOVE "SIM"       TO WS-TEMGERAL
                                MOVE PARM-PERC   TO WS-PERCGERAL
                                MOVE PARM-INDICE TO WS-INDICE
                                IF PARM-AVISO IS NUMERIC
                                   AND PARM-AVISO GREATER THAN ZEROES
                                    MOVE PARM-AVISO TO WS-AVISO
                                END-IF
                            ELSE
                                MOVE ZEROES TO WS-COMPET
                            END-IF
                        WHEN PARM-TIPO EQUAL "C"
                         AND PARM-CATEG NOT EQUAL SPACES
                         AND PARM-PERC IS NUMERIC
                         AND QTDE-EXC LESS THAN 20
                            ADD 1 TO QTDE-EXC
                            MOVE PARM-CATEG TO EXC-COD-OCR(QTDE-EXC)
                            MOVE PARM-PERC  TO EXC-PERC-OCR(QTDE-EXC)
                    END-EVALUATE
            END-READ.

      * A AGENDA E APLICADA INTEIRA OU NAO E APLICADA: SE NAO
      * COUBER NA TABELA, A RODADA PARA ANTES DE MEXER NOS VALORES.
        CARREGAAGENDA.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT REAJAGE.
            IF WS-FSAGE NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-AGENDA UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE REAJAGE.
            IF QTDE-AGE GREATER THAN ZEROES
                MOVE "SIM" TO WS-AGENDADO
            END-IF.

        LEITURA-AGENDA.
            READ REAJAGE
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTDE-AGE NOT LESS THAN 2000
                        DISPLAY "EM02EX46: *** TABELA DA AGENDA CHEIA "
                                "- REAJAGE.DAT NAO PROCESSADO ***"
                        CLOSE REAJAGE
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO QTDE-AGE
                    MOVE RA-TIPO     TO AGE-TIPO-OCR(QTDE-AGE)
                    MOVE RA-CHAVE    TO AGE-CHAVE-OCR(QTDE-AGE)
                    MOVE RA-VALANT   TO AGE-VALANT-OCR(QTDE-AGE)
                    MOVE RA-VALNOVO  TO AGE-NOVO-OCR(QTDE-AGE)
                    MOVE RA-VALDEP   TO AGE-DEP-OCR(QTDE-AGE)
                    MOVE RA-COMPET   TO AGE-COMPET-OCR(QTDE-AGE)
            END-READ.

      * A CATEGORIA LEVA O PERCENTUAL DA SUA LINHA "C" OU, SEM
      * EXCECAO, O GERAL.
        CARREGACATEGORIAS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CATSOC.
            IF WS-FSCAT NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-CATEGORIA UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CATSOC.

        LEITURA-CATEGORIA.
            READ CATSOC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-CAT LESS THAN 20
                       AND CS-CATEG NOT EQUAL SPACES
                        ADD 1 TO QTDE-CAT
                        MOVE CS-CATEG  TO CAT-COD-OCR(QTDE-CAT)
                        MOVE CS-DESC   TO CAT-DESC-OCR(QTDE-CAT)
                        MOVE CS-VALTIT TO CAT-VALTIT-OCR(QTDE-CAT)
                        MOVE CS-VALDEP TO CAT-VALDEP-OCR(QTDE-CAT)
                        MOVE CS-MAXDEP TO CAT-MAXDEP-OCR(QTDE-CAT)
                        PERFORM PERCENTUALCATEGORIA
                    END-IF
            END-READ.

        PERCENTUALCATEGORIA.
            MOVE WS-PERCGERAL TO WS-PERC.
            PERFORM VARYING IDX-EXC FROM 1 BY 1
                     UNTIL IDX-EXC GREATER THAN QTDE-EXC
                IF EXC-COD-OCR(IDX-EXC) EQUAL CAT-COD-OCR(QTDE-CAT)
                    MOVE EXC-PERC-OCR(IDX-EXC) TO WS-PERC
                END-IF
            END-PERFORM.
            MOVE WS-PERC TO CAT-PERC-OCR(QTDE-CAT).
            MOVE CAT-VALTIT-OCR(QTDE-CAT) TO WS-VALANT.
            PERFORM REAJUSTAVALOR.
            MOVE WS-VALNOVO TO CAT-NOVOTIT-OCR(QTDE-CAT).
            MOVE CAT-VALDEP-OCR(QTDE-CAT) TO WS-VALANT.
            PERFORM REAJUSTAVALOR.
            MOVE WS-VALNOVO TO CAT-NOVODEP-OCR(QTDE-CAT).

      * WS-VALANT MAIS WS-PERC POR CENTO, ARREDONDADO NO CENTAVO.
        REAJUSTAVALOR.
            COMPUTE WS-ACRESCIMO ROUNDED = WS-VALANT * WS-PERC / 100.
            COMPUTE WS-VALNOVO = WS-VALANT + WS-ACRESCIMO.

      * SO A QUANTIDADE DE DEPENDENTES POR TITULAR INTERESSA A
      * MENSALIDADE.
        CARREGADEPENDENTES.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT DEPSOC.
            IF WS-FSDEP NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-DEPENDENTE UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE DEPSOC.

        LEITURA-DEPENDENTE.
            READ DEPSOC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    MOVE "NAO" TO TITACHADO
                    PERFORM VARYING IDX-TIT FROM 1 BY 1
                             UNTIL IDX-TIT GREATER THAN QTDE-TIT
                                OR TITACHADO EQUAL "SIM"
                        IF TIT-NUM-OCR(IDX-TIT) EQUAL DP-NUMSOC
                            MOVE "SIM" TO TITACHADO
                        END-IF
                    END-PERFORM
                    IF TITACHADO EQUAL "SIM"
                        SUBTRACT 1 FROM IDX-TIT
                        ADD 1 TO TIT-QTDEP-OCR(IDX-TIT)
                    ELSE
                        IF QTDE-TIT LESS THAN 1000
                            ADD 1 TO QTDE-TIT
                            MOVE DP-NUMSOC TO TIT-NUM-OCR(QTDE-TIT)
                            MOVE 1         TO TIT-QTDEP-OCR(QTDE-TIT)
                        ELSE
                            DISPLAY "EM02EX46: *** TABELA DE TITULARES "
                                    "CHEIA - DEPENDENTES DE "
                                    DP-NUMSOC " FORA DO CALCULO ***"
                        END-IF
                    END-IF
            END-READ.

      ***************************************************
      * PASSO SIMULAR - SO O RELATORIO, NADA E GRAVADO   *
      ***************************************************
        PASSOSIMULA.
            IF WS-PRAZOOK NOT EQUAL "SIM"
                MOVE "SEM O PRAZO DE AVISO - APLICAR SERA RECUSADO"
                    TO DM-TEXTO
                WRITE REGREL FROM DET-MSG AFTER ADVANCING 2 LINES
            END-IF.
            IF WS-AGENDADO EQUAL "SIM"
                MOVE "JA HA REAJUSTE AGENDADO - APLICAR SERA RECUSADO"
                    TO DM-TEXTO
                WRITE REGREL FROM DET-MSG AFTER ADVANCING 2 LINES
            END-IF.
            PERFORM LISTACATEGORIAS.
            PERFORM LISTASOCIOS.

      ***************************************************
      * PASSO APLICAR - CARTAS DE AVISO E AGENDA         *
      ***************************************************
        PASSOAPLICA.
            EVALUATE TRUE
                WHEN WS-AGENDADO EQUAL "SIM"
                    MOVE "JA HA REAJUSTE AGENDADO - APLICAR RECUSADO"
                        TO DM-TEXTO
                WHEN WS-PRAZOOK NOT EQUAL "SIM"
                    MOVE "SEM O PRAZO DE AVISO - APLICAR RECUSADO"
                        TO DM-TEXTO
                WHEN OTHER
                    MOVE "SIM" TO WS-APLICA
            END-EVALUATE.
            IF WS-APLICA NOT EQUAL "SIM"
                WRITE REGREL FROM DET-MSG AFTER ADVANCING 2 LINES
                DISPLAY "EM02EX46: *** APLICAR RECUSADO - VER RELREAJ "
                        "***"
                PERFORM LISTACATEGORIAS
                PERFORM LISTASOCIOS
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT REAJAGE
                        CARTREAJ.
            PERFORM LISTACATEGORIAS.
            PERFORM AGENDACATEGORIA
                VARYING IDX-CAT FROM 1 BY 1
                UNTIL IDX-CAT GREATER THAN QTDE-CAT.
            PERFORM LISTASOCIOS.
            CLOSE REAJAGE
                  CARTREAJ.
            MOVE "REAJUSTE" TO LK-CHAVE.
            MOVE "REAJAGENDA" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        AGENDACATEGORIA.
            MOVE SPACES TO REGREAJAGE.
            MOVE "C" TO RA-TIPO.
            MOVE CAT-COD-OCR(IDX-CAT)     TO RA-CHAVE.
            MOVE CAT-VALTIT-OCR(IDX-CAT)  TO RA-VALANT.
            MOVE CAT-NOVOTIT-OCR(IDX-CAT) TO RA-VALNOVO.
            MOVE CAT-NOVODEP-OCR(IDX-CAT) TO RA-VALDEP.
            MOVE WS-COMPET TO RA-COMPET.
            WRITE REGREAJAGE.

        LISTACATEGORIAS.
            MOVE "CATEGORIAS (CATSOC.DAT)" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-CAT AFTER ADVANCING 1 LINE.
            PERFORM IMPRIMECATEGORIA
                VARYING IDX-CAT FROM 1 BY 1
                UNTIL IDX-CAT GREATER THAN QTDE-CAT.

        IMPRIMECATEGORIA.
            MOVE CAT-COD-OCR(IDX-CAT)     TO DC-COD.
            MOVE CAT-DESC-OCR(IDX-CAT)    TO DC-DESC.
            MOVE CAT-VALTIT-OCR(IDX-CAT)  TO DC-TITANT.
            MOVE CAT-NOVOTIT-OCR(IDX-CAT) TO DC-TITNOV.
            MOVE CAT-VALDEP-OCR(IDX-CAT)  TO DC-DEPANT.
            MOVE CAT-NOVODEP-OCR(IDX-CAT) TO DC-DEPNOV.
            MOVE CAT-PERC-OCR(IDX-CAT)    TO DC-PERC.
            WRITE REGREL FROM DET-CAT AFTER ADVANCING 1 LINE.

        LISTASOCIOS.
            MOVE "SOCIOS - MENSALIDADE ATUAL E NOVA" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            WRITE REGREL FROM CAB-SOC AFTER ADVANCING 1 LINE.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT ARQSOC1.
            PERFORM LEITURA-SOCIO.
            PERFORM REAJUSTASOCIO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1.

        LEITURA-SOCIO.
            READ ARQSOC1 AT END MOVE "SIM" TO FIM-ARQ.
            IF FIM-ARQ NOT EQUAL "SIM"
                ADD 1 TO CT-LIDOS
            END-IF.

      * MENSALIDADE ATUAL E NOVA DO SOCIO; WS-OBS EM BRANCO QUANDO
      * ELE E AVISADO.
        REAJUSTASOCIO.
            MOVE SPACES TO WS-OBS.
            MOVE ZEROES TO WS-VALANT WS-VALNOVO WS-PERC.
            EVALUATE TRUE
                WHEN CODPAG1 EQUAL 3
                    MOVE "BAIXADO-PERDA" TO WS-OBS
                WHEN CATSOC1 EQUAL SPACES
                    PERFORM MENSALIDADESEMCATEG
                WHEN OTHER
                    PERFORM MENSALIDADECATEG
            END-EVALUATE.
            MOVE NUMSOC1    TO DS-NUM.
            MOVE NOMSOC1    TO DS-NOME.
            MOVE CATSOC1    TO DS-CAT.
            MOVE WS-VALANT  TO DS-VALANT.
            MOVE WS-VALNOVO TO DS-VALNOV.
            MOVE WS-PERC    TO DS-PERC.
            MOVE WS-OBS     TO DS-OBS.
            WRITE REGREL FROM DET-SOC AFTER ADVANCING 1 LINE.
            IF WS-OBS EQUAL SPACES
                ADD 1 TO CT-AVISOS
                ADD WS-VALANT  TO WS-TOTANT
                ADD WS-VALNOVO TO WS-TOTNOVO
                IF WS-APLICA EQUAL "SIM"
                    PERFORM AVISASOCIO
                END-IF
            ELSE
                ADD 1 TO CT-SEMREAJ
            END-IF.
            PERFORM LEITURA-SOCIO.

        MENSALIDADESEMCATEG.
            IF CODPAG1 NOT EQUAL 1
                MOVE "SALDO EM ABERTO" TO WS-OBS
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-PERCGERAL TO WS-PERC.
            MOVE VALPAG1 TO WS-VALANT.
            PERFORM REAJUSTAVALOR.

        MENSALIDADECATEG.
            MOVE "NAO" TO CATACHADA.
            PERFORM VARYING IDX-CAT FROM 1 BY 1
                     UNTIL IDX-CAT GREATER THAN QTDE-CAT
                        OR CATACHADA EQUAL "SIM"
                IF CAT-COD-OCR(IDX-CAT) EQUAL CATSOC1
                    MOVE "SIM" TO CATACHADA
                END-IF
            END-PERFORM.
            IF CATACHADA NOT EQUAL "SIM"
                MOVE "CATEG INVALIDA" TO WS-OBS
                EXIT PARAGRAPH
            END-IF.
            SUBTRACT 1 FROM IDX-CAT.
            MOVE ZEROES TO WS-QTDEDEP.
            MOVE "NAO" TO TITACHADO.
            PERFORM VARYING IDX-TIT FROM 1 BY 1
                     UNTIL IDX-TIT GREATER THAN QTDE-TIT
                        OR TITACHADO EQUAL "SIM"
                IF TIT-NUM-OCR(IDX-TIT) EQUAL NUMSOC1
                    MOVE "SIM" TO TITACHADO
                    MOVE TIT-QTDEP-OCR(IDX-TIT) TO WS-QTDEDEP
                END-IF
            END-PERFORM.
            COMPUTE WS-VALANT = CAT-VALTIT-OCR(IDX-CAT)
                              + WS-QTDEDEP * CAT-VALDEP-OCR(IDX-CAT).
            COMPUTE WS-VALNOVO = CAT-NOVOTIT-OCR(IDX-CAT)
                              + WS-QTDEDEP * CAT-NOVODEP-OCR(IDX-CAT).
            MOVE CAT-PERC-OCR(IDX-CAT) TO WS-PERC.
            IF WS-PERC EQUAL ZEROES
                MOVE "SEM REAJUSTE" TO WS-OBS
            END-IF.

      * CARTA, AVISO NA FILA DE E-MAIL E LINHA DA AGENDA.
        AVISASOCIO.
            PERFORM GRAVACARTA.
            ADD 1 TO CT-GRAVADOS.
            MOVE SPACES TO REGREAJAGE.
            MOVE "S"        TO RA-TIPO.
            MOVE NUMSOC1    TO RA-CHAVE.
            MOVE WS-VALANT  TO RA-VALANT.
            MOVE WS-VALNOVO TO RA-VALNOVO.
            MOVE ZEROES     TO RA-VALDEP.
            MOVE WS-COMPET  TO RA-COMPET.
            WRITE REGREAJAGE.
            MOVE NUMSOC1 TO LK-CHAVE.
            MOVE SPACES  TO LK-MSG.
            STRING "REAJUSTE A PARTIR DE " DELIMITED BY SIZE
                   WS-COMPET-MM   DELIMITED BY SIZE
                   "/"            DELIMITED BY SIZE
                   WS-COMPET-AAAA DELIMITED BY SIZE
                INTO LK-MSG
            END-STRING.
            MOVE "REAJUSTE" TO LK-TIPO.
            CALL "MAILHOOK" USING LK-PROGID LK-CHAVE LK-TIPO LK-MSG.
            MOVE "REAJAVISO" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * O TEXTO MORA EM CARTAMOD.DAT (TIPO "REAJUSTE") VIA CARTATPL,
      * COM O NOVO VALOR E O INICIO DA COMPETENCIA; SEM MODELO
      * CARREGADO, SAI O TEXTO FIXO COM OS DOIS VALORES.
        GRAVACARTA.
            MOVE "REAJUSTE"   TO LK-TPTIPO.
            MOVE SPACES       TO LK-TPSEXO LK-TPCAMPUS.
            MOVE NOMSOC1      TO LK-TPNOME.
            MOVE WS-VALNOVO   TO LK-TPVALOR.
            MOVE WS-INICOMPET TO LK-TPDATA.
            MOVE NUMSOC1      TO LK-TPCHAVE.
            CALL "CARTATPL" USING LK-TPTIPO LK-TPSEXO LK-TPNOME
                                   LK-TPCAMPUS LK-TPVALOR LK-TPDATA
                                   LK-TPCHAVE LK-TPQTDE LK-TPLINHAS
                                   LK-TPRESULT.
            IF LK-TPRESULT EQUAL "MODELO"
                PERFORM GRAVALINHAMODELO
                    VARYING IDX-TPLIN FROM 1 BY 1
                    UNTIL IDX-TPLIN GREATER THAN LK-TPQTDE
            ELSE
                MOVE NOMSOC1        TO CT1-NOME
                MOVE WS-INDICE      TO CT3-INDICE
                MOVE WS-PERC        TO CT3-PERC
                MOVE WS-VALANT      TO CT3-VALANT
                MOVE WS-VALNOVO     TO CT3-VALNOV
                MOVE WS-COMPET-MM   TO CT4-MM
                MOVE WS-COMPET-AAAA TO CT4-AAAA
                WRITE REGCARTA FROM CARTA-01
                WRITE REGCARTA FROM CARTA-02
                WRITE REGCARTA FROM CARTA-03
                WRITE REGCARTA FROM CARTA-04
            END-IF.
            WRITE REGCARTA FROM CARTA-BRANCO.

        GRAVALINHAMODELO.
            WRITE REGCARTA FROM LK-TPLINHA-OCR(IDX-TPLIN).

      ***************************************************
      * EFETIVACAO DO REAJUSTE AGENDADO CUJA COMPETENCIA *
      * JA CHEGOU                                       *
      ***************************************************
        EFETIVAAGENDA.
            MOVE "EFETIVACAO DO REAJUSTE AGENDADO" TO CAB-TITULO.
            WRITE REGREL FROM CAB-SECAO AFTER ADVANCING 2 LINES.
            PERFORM EFETIVACATEGORIAS.
            MOVE "NAO" TO FIM-ARQ.
            OPEN I-O ARQSOC1.
            PERFORM LEITURA-SOCIO.
            PERFORM EFETIVASOCIO UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE ARQSOC1.
            OPEN OUTPUT REAJAGE.
            CLOSE REAJAGE.
            MOVE ZEROES TO QTDE-AGE.
            MOVE "NAO"  TO WS-AGENDADO.
            MOVE "REAJUSTE" TO LK-CHAVE.
            MOVE "REAJEFETIV" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

      * CATSOC.DAT E REGRAVADO NA MESMA ORDEM, SO COM OS VALORES DAS
      * CATEGORIAS AGENDADAS TROCADOS.
        EFETIVACATEGORIAS.
            MOVE ZEROES TO QTDE-CAT.
            MOVE "NAO" TO FIM-ARQ.
            OPEN INPUT CATSOC.
            IF WS-FSCAT NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA-CATEGORIA-EFET UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE CATSOC.
            IF QTDE-CAT EQUAL ZEROES
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT CATSOC.
            PERFORM REGRAVACATEGORIA
                VARYING IDX-CAT FROM 1 BY 1
                UNTIL IDX-CAT GREATER THAN QTDE-CAT.
            CLOSE CATSOC.
            MOVE ZEROES TO QTDE-CAT.

        LEITURA-CATEGORIA-EFET.
            READ CATSOC
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-CAT LESS THAN 20
                        ADD 1 TO QTDE-CAT
                        MOVE CS-CATEG  TO CAT-COD-OCR(QTDE-CAT)
                        MOVE CS-DESC   TO CAT-DESC-OCR(QTDE-CAT)
                        MOVE CS-VALTIT TO CAT-VALTIT-OCR(QTDE-CAT)
                        MOVE CS-VALDEP TO CAT-VALDEP-OCR(QTDE-CAT)
                        MOVE CS-MAXDEP TO CAT-MAXDEP-OCR(QTDE-CAT)
                    ELSE
                        DISPLAY "EM02EX46: *** TABELA DE CATEGORIAS "
                                "CHEIA - CATSOC.DAT NAO REGRAVADO ***"
                        CLOSE CATSOC
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ.

        REGRAVACATEGORIA.
            MOVE "NAO" TO AGEACHADA.
            PERFORM VARYING IDX-AGE FROM 1 BY 1
                     UNTIL IDX-AGE GREATER THAN QTDE-AGE
                        OR AGEACHADA EQUAL "SIM"
                IF AGE-TIPO-OCR(IDX-AGE) EQUAL "C"
                   AND AGE-CHAVE-OCR(IDX-AGE)(1:1)
                       EQUAL CAT-COD-OCR(IDX-CAT)
                    MOVE "SIM" TO AGEACHADA
                END-IF
            END-PERFORM.
            IF AGEACHADA EQUAL "SIM"
                SUBTRACT 1 FROM IDX-AGE
                MOVE AGE-NOVO-OCR(IDX-AGE) TO CAT-VALTIT-OCR(IDX-CAT)
                MOVE AGE-DEP-OCR(IDX-AGE)  TO CAT-VALDEP-OCR(IDX-CAT)
            END-IF.
            MOVE SPACES TO REGCATSOC.
            MOVE CAT-COD-OCR(IDX-CAT)    TO CS-CATEG.
            MOVE CAT-DESC-OCR(IDX-CAT)   TO CS-DESC.
            MOVE CAT-VALTIT-OCR(IDX-CAT) TO CS-VALTIT.
            MOVE CAT-VALDEP-OCR(IDX-CAT) TO CS-VALDEP.
            MOVE CAT-MAXDEP-OCR(IDX-CAT) TO CS-MAXDEP.
            WRITE REGCATSOC.

      * SO O SOCIO AINDA EM DIA RECEBE O VALOR AVISADO NO VALPAG; O
      * SOCIO COM CATEGORIA QUE ESTA DEVENDO JA PASSA A SER COBRADO
      * PELA TABELA NOVA, E O SEM CATEGORIA QUE PASSOU A DEVER NESSE
      * MEIO TEMPO FICA COM O SALDO E VAI PARA O RELATORIO.
        EFETIVASOCIO.
            MOVE "NAO" TO AGEACHADA.
            PERFORM VARYING IDX-AGE FROM 1 BY 1
                     UNTIL IDX-AGE GREATER THAN QTDE-AGE
                        OR AGEACHADA EQUAL "SIM"
                IF AGE-TIPO-OCR(IDX-AGE) EQUAL "S"
                   AND AGE-CHAVE-OCR(IDX-AGE) EQUAL NUMSOC1
                    MOVE "SIM" TO AGEACHADA
                END-IF
            END-PERFORM.
            IF AGEACHADA EQUAL "SIM"
                SUBTRACT 1 FROM IDX-AGE
                MOVE NUMSOC1 TO DS-NUM
                MOVE NOMSOC1 TO DS-NOME
                MOVE CATSOC1 TO DS-CAT
                MOVE AGE-VALANT-OCR(IDX-AGE) TO DS-VALANT
                MOVE AGE-NOVO-OCR(IDX-AGE)   TO DS-VALNOV
                MOVE ZEROES TO DS-PERC
                EVALUATE TRUE
                    WHEN CODPAG1 EQUAL 1
                        MOVE AGE-NOVO-OCR(IDX-AGE) TO VALPAG1
                        REWRITE CADSOC1
                        MOVE "EFETIVADO" TO DS-OBS
                        PERFORM REGISTRAEFETIVO
                    WHEN CATSOC1 NOT EQUAL SPACES
                        MOVE "PELA CATEGORIA" TO DS-OBS
                        PERFORM REGISTRAEFETIVO
                    WHEN OTHER
                        MOVE "SALDO EM ABERTO" TO DS-OBS
                        ADD 1 TO CT-NAOEFET
                END-EVALUATE
                WRITE REGREL FROM DET-SOC AFTER ADVANCING 1 LINE
            END-IF.
            PERFORM LEITURA-SOCIO.

        REGISTRAEFETIVO.
            ADD 1 TO CT-EFETIVOS.
            MOVE "REAJUSTE" TO LK-EVENTO.
            MOVE ZEROES     TO LK-DIASLEDG.
            CALL "SOCLOG" USING NUMSOC1 LK-EVENTO AGE-NOVO-OCR(IDX-AGE)
                                 LK-DIASLEDG.
            MOVE NUMSOC1    TO LK-CHAVE.
            MOVE "REAJUSTE" TO LK-ACAO.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        TERMINO.
            MOVE "SOCIOS COM REAJUSTE...........: " TO ROD-QT-TXT.
            MOVE CT-AVISOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 3 LINES.
            MOVE "MENSALIDADES ATUAIS...........: " TO ROD-VL-TXT.
            MOVE WS-TOTANT TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE.
            MOVE "MENSALIDADES REAJUSTADAS......: " TO ROD-VL-TXT.
            MOVE WS-TOTNOVO TO ROD-VL.
            WRITE REGREL FROM ROD-VALOR AFTER ADVANCING 1 LINE.
            MOVE "SOCIOS SEM REAJUSTE...........: " TO ROD-QT-TXT.
            MOVE CT-SEMREAJ TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "CARTAS DE AVISO...............: " TO ROD-QT-TXT.
            MOVE CT-GRAVADOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "REAJUSTES EFETIVADOS..........: " TO ROD-QT-TXT.
            MOVE CT-EFETIVOS TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            MOVE "NAO EFETIVADOS (SALDO ABERTO).: " TO ROD-QT-TXT.
            MOVE CT-NAOEFET TO ROD-QT.
            WRITE REGREL FROM ROD-QTDE AFTER ADVANCING 1 LINE.
            CLOSE RELREAJ.
            OPEN OUTPUT REAJREQ.
            CLOSE REAJREQ.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
