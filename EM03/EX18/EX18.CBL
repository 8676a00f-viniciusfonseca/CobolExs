        IDENTIFICATION DIVISION.
        PROGRAM-ID.    EM03EX18.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED. 15/10/2026.
      * REMARKS. MANUTENCAO TRANSACIONAL DO CADASTRO DE FUNCIONARIOS
      * CADENT.DAT, NOS MOLDES DE EM03EX10: CADA LINHA DE ENTREQ.DAT
      * PEDE INCLUSAO ("I", COM A DATA DE ADMISSAO), ALTERACAO DE
      * NOME/SEXO/ADMISSAO ("A"), TRANSFERENCIA DE DEPARTAMENTO ("T"),
      * DESLIGAMENTO ("D", COM A DATA DE DESLIGAMENTO) OU EXCLUSAO
      * ("E", SO PARA CADASTRO FEITO POR ENGANO - O DESLIGADO FICA NO
      * ARQUIVO PARA O HISTORICO DE QUADRO DE EM03EX19) DE UM CODIGO.
      * O CADASTRO E COPIADO PARA CADENTN.DAT COM AS TRANSACOES
      * APLICADAS (O JOB RENOMEIA NO FIM) E CADA TRANSACAO RECEBE
      * CONFIRMACAO IMPRESSA EM RELEMAN E UMA LINHA EM AUDITLOG.DAT.
      * O DEPARTAMENTO PRECISA EXISTIR EM PARAM07.DAT E AS DATAS SAO
      * CONFERIDAS POR DATEVAL. REGISTRO AINDA NO LAYOUT ANTIGO (SO
      * CODIGO, NOME E SEXO) E GRAVADO COM DEPARTAMENTO E DATAS
      * ZERADOS E SITUACAO "A".

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.
            SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL ENTREQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADENT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CADENTN ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM07 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELEMAN ASSIGN TO DISK.

        DATA DIVISION.
            FILE SECTION.

      * DEP-REQ E DATA-REQ EM BRANCO SIGNIFICAM "NAO INFORMADO".
      * DATA-REQ (AAAAMMDD) E A ADMISSAO NA INCLUSAO E NA ALTERACAO
      * E O ULTIMO DIA TRABALHADO NO DESLIGAMENTO.
            FD ENTREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENTREQ.DAT".
            01 REGENTREQ.
               02 COD-REQ    PIC 9(05).
               02 ACAO-REQ   PIC X(01).
                  88 INCLUSAO      VALUE "I".
                  88 ALTERACAO     VALUE "A".
                  88 EXCLUSAO      VALUE "E".
                  88 TRANSFERENCIA VALUE "T".
                  88 DESLIGAMENTO  VALUE "D".
               02 NOME-REQ   PIC X(30).
               02 SEXO-REQ   PIC X(01).
               02 DEP-REQ    PIC X(02).
               02 DATA-REQ   PIC X(08).
      * VISAO DE CONTROLE DE LOTE DA MESMA LINHA, COMO EM VENDREQ.DAT
      * (EM03EX10): "*LOTE*" ABRE UM LOTE E "*FIM* " FECHA COM A
      * CONTAGEM DE DETALHES. ARQUIVO SEM CABECALHO SEGUE ACEITO.
            01 REGENTREQ-CTL.
               02 CTL-MARCA PIC X(06).
               02 CTL-LOTE  PIC 9(06).
               02 CTL-DATA  PIC 9(08).
               02 FILLER    PIC X(27).

            FD CADENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENT.DAT".
            01 REGENT.
               COPY REGENTID REPLACING ==:COD:==     BY ==CODENT==
                                        ==:COD-PIC:== BY ==9(05)==
                                        ==:NOME:==    BY ==NOMEENT==.
               COPY REGENTSEX REPLACING ==:SEXO:== BY ==SEXOENT==.
               COPY REGENTADM REPLACING ==:DEP:==  BY ==DEPENT==
                                        ==:ADM:==  BY ==ADMENT==
                                        ==:DESL:== BY ==DESLENT==
                                        ==:SIT:==  BY ==SITENT==.

            FD CADENTN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENTN.DAT".
            01 REGENTN.
               COPY REGENTID REPLACING ==:COD:==     BY ==CODN==
                                        ==:COD-PIC:== BY ==9(05)==
                                        ==:NOME:==    BY ==NOMEN==.
               COPY REGENTSEX REPLACING ==:SEXO:== BY ==SEXON==.
               COPY REGENTADM REPLACING ==:DEP:==  BY ==DEPN==
                                        ==:ADM:==  BY ==ADMN==
                                        ==:DESL:== BY ==DESLN==
                                        ==:SIT:==  BY ==SITN==.

            FD PARAM07
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM07.DAT".
            01 REGPARAM07.
               02 PARM-DEP     PIC 99.
               02 PARM-DEPNOME PIC X(20).

            FD RELEMAN
               LABEL RECORD IS OMITTED.
            01 IMPEMAN PIC X(80).

            WORKING-STORAGE SECTION.
            77 FIM-ARQ   PIC X(03) VALUE "NAO".
            77 FIM-REQ   PIC X(03) VALUE "NAO".
            77 FIM-PARAM PIC X(03) VALUE "NAO".
            77 CT-LIDOS    PIC 9(07) VALUE ZEROES.
            77 CT-GRAVADOS PIC 9(07) VALUE ZEROES.
            77 LK-PROGID   PIC X(08) VALUE "EM03EX18".
            77 LK-CHAVE    PIC X(15) VALUE SPACES.
            77 LK-ACAO     PIC X(10) VALUE SPACES.
            77 TRANSACHADA PIC X(03) VALUE "NAO".
            77 CODJAINCLUIDO PIC X(03) VALUE "NAO".
            77 IDX-BUSCA     PIC 9(03) VALUE ZEROES.

            77 QTDE-TRANS PIC 9(03) VALUE ZEROES.
            77 IDX-TRANS  PIC 9(03) VALUE ZEROES.

            77 LK-BCARQ     PIC X(12) VALUE "ENTREQ.DAT".
            77 LOTE-NUM     PIC 9(06) VALUE ZEROES.
            77 LOTE-MODO    PIC X(01) VALUE SPACES.
            77 LOTE-RESULT  PIC X(06) VALUE SPACES.
            77 LOTE-RECUSADO PIC X(03) VALUE "NAO".
            77 CT-DETLOTE   PIC 9(06) VALUE ZEROES.
            77 CT-PULADOSLOTE PIC 9(06) VALUE ZEROES.

            77 QTDE-DEPVAL PIC 99 VALUE ZEROES.
            77 IDX-DEP     PIC 99 VALUE ZEROES.
            77 DEPACHADO   PIC X(03) VALUE "NAO".
            77 DATAOK      PIC X(03) VALUE "NAO".
            77 WS-DD       PIC 9(02) VALUE ZEROES.
            77 WS-MM       PIC 9(02) VALUE ZEROES.
            77 WS-AAAA     PIC 9(04) VALUE ZEROES.

            01 WS-DTREQ    PIC 9(08) VALUE ZEROES.
            01 WS-DTREQ-R REDEFINES WS-DTREQ.
               02 WS-DTREQ-AAAA PIC 9(04).
               02 WS-DTREQ-MM   PIC 9(02).
               02 WS-DTREQ-DD   PIC 9(02).

            01 TAB-DEPVAL.
               02 TAB-DEP-OCR OCCURS 20 TIMES.
                  03 DEPVAL-OCR  PIC 99.
                  03 DEPNOME-OCR PIC X(20).

            01 TAB-TRANS.
               02 TAB-TRANS-OCR OCCURS 200 TIMES.
                  03 TR-COD-OCR    PIC 9(05).
                  03 TR-ACAO-OCR   PIC X(01).
                  03 TR-NOME-OCR   PIC X(30).
                  03 TR-SEXO-OCR   PIC X(01).
                  03 TR-DEP-OCR    PIC X(02).
                  03 TR-DATA-OCR   PIC X(08).
                  03 TR-USADA-OCR  PIC X(03).

            01 CAB-01.
               02 FILLER PIC X(21) VALUE SPACES.
               02 FILLER PIC X(38) VALUE
                  "MANUTENCAO DO CADASTRO DE FUNCIONARIOS".
               02 FILLER PIC X(21) VALUE SPACES.

            01 DET-RES.
               02 FILLER   PIC X(13) VALUE "FUNCIONARIO: ".
               02 DR-COD   PIC 9(05).
               02 FILLER   PIC X(08) VALUE "  ACAO: ".
               02 DR-ACAO  PIC X(01).
               02 FILLER   PIC X(02) VALUE SPACES.
               02 DR-MSG   PIC X(48).
               02 FILLER   PIC X(03) VALUE SPACES.

        PROCEDURE DIVISION.
        PGM.
            PERFORM INICIO.
            PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
            PERFORM INCLUINOVOS.
            PERFORM TERMINO.
        STOP RUN.

        INICIO.
            PERFORM LEPARAM07.
            PERFORM CARREGATRANSACOES.
            OPEN INPUT  CADENT
                 OUTPUT CADENTN
                        RELEMAN.
            WRITE IMPEMAN FROM CAB-01 AFTER ADVANCING PAGE.
            MOVE SPACES TO IMPEMAN.
            WRITE IMPEMAN AFTER ADVANCING 1 LINE.
            PERFORM LEITURA.

      * MESMA TABELA DE DEPARTAMENTOS DE EM03EX03 (E O MESMO PADRAO
      * 01/02 QUANDO PARAM07.DAT NAO EXISTE).
        LEPARAM07.
            OPEN INPUT PARAM07.
            PERFORM LEITURA-PARAM07 UNTIL FIM-PARAM EQUAL "SIM".
            CLOSE PARAM07.
            IF QTDE-DEPVAL EQUAL ZEROES
                ADD 1 TO QTDE-DEPVAL
                MOVE 01            TO DEPVAL-OCR(QTDE-DEPVAL)
                MOVE "DEPARTAMENTO 01" TO DEPNOME-OCR(QTDE-DEPVAL)
                ADD 1 TO QTDE-DEPVAL
                MOVE 02            TO DEPVAL-OCR(QTDE-DEPVAL)
                MOVE "DEPARTAMENTO 02" TO DEPNOME-OCR(QTDE-DEPVAL)
            END-IF.

        LEITURA-PARAM07.
            READ PARAM07
                AT END MOVE "SIM" TO FIM-PARAM
                NOT AT END
                    IF QTDE-DEPVAL LESS THAN 20
                        ADD 1 TO QTDE-DEPVAL
                        MOVE PARM-DEP     TO DEPVAL-OCR(QTDE-DEPVAL)
                        MOVE PARM-DEPNOME TO DEPNOME-OCR(QTDE-DEPVAL)
                    ELSE
                        DISPLAY "EM03EX18: *** TABELA DE "
                                "DEPARTAMENTOS CHEIA - DEPARTAMENTO "
                                PARM-DEP " IGNORADO ***"
                    END-IF
            END-READ.

        CARREGATRANSACOES.
            OPEN INPUT ENTREQ.
            PERFORM LEITURA-REQ UNTIL FIM-REQ EQUAL "SIM".
            CLOSE ENTREQ.

      * AS LINHAS DE CONTROLE DE LOTE NAO ENTRAM NA TABELA; LOTE JA
      * APLICADO (LOTEPROC.DAT VIA BATCHCTL) TEM OS DETALHES
      * PULADOS E CONTADOS.
        LEITURA-REQ.
            READ ENTREQ
                AT END MOVE "SIM" TO FIM-REQ
                NOT AT END
                    EVALUATE CTL-MARCA
                        WHEN "*LOTE*" PERFORM ABRELOTE
                        WHEN "*FIM* " PERFORM FECHALOTE
                        WHEN OTHER
                            PERFORM TRATADETALHELOTE
                    END-EVALUATE
            END-READ.

        TRATADETALHELOTE.
            IF LOTE-RECUSADO EQUAL "SIM"
                ADD 1 TO CT-PULADOSLOTE
            ELSE
                ADD 1 TO CT-DETLOTE
                IF QTDE-TRANS LESS THAN 200
                    PERFORM GUARDATRANSACAO
                ELSE
                    DISPLAY "EM03EX18: *** TABELA DE TRANSACOES "
                            "CHEIA - PEDIDO " COD-REQ
                            " IGNORADO ***"
                END-IF
            END-IF.

        ABRELOTE.
            MOVE CTL-LOTE TO LOTE-NUM.
            MOVE ZEROES   TO CT-DETLOTE.
            MOVE "C"      TO LOTE-MODO.
            CALL "BATCHCTL" USING LK-BCARQ LOTE-NUM LOTE-MODO
                                   LOTE-RESULT.
            IF LOTE-RESULT EQUAL "JAPROC"
                MOVE "SIM" TO LOTE-RECUSADO
                DISPLAY "EM03EX18: *** LOTE " LOTE-NUM
                        " DE ENTREQ.DAT JA APLICADO - "
                        "REPROCESSAMENTO RECUSADO ***"
                MOVE LOTE-NUM   TO LK-CHAVE
                MOVE "LOTEDUPL" TO LK-ACAO
                CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO
            ELSE
                MOVE "NAO" TO LOTE-RECUSADO
            END-IF.

        FECHALOTE.
            IF LOTE-RECUSADO EQUAL "SIM"
                MOVE "NAO" TO LOTE-RECUSADO
            ELSE
                IF CTL-LOTE NOT EQUAL CT-DETLOTE
                    DISPLAY "EM03EX18: *** TRAILER DO LOTE "
                            LOTE-NUM " DIVERGE (" CTL-LOTE
                            " INFORMADO, " CT-DETLOTE
                            " LIDOS) - EXECUCAO INTERROMPIDA ***"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                ELSE
                    MOVE "R" TO LOTE-MODO
                    CALL "BATCHCTL" USING LK-BCARQ LOTE-NUM
                                           LOTE-MODO LOTE-RESULT
                END-IF
            END-IF.

        GUARDATRANSACAO.
                    ADD 1 TO QTDE-TRANS
                    MOVE COD-REQ    TO TR-COD-OCR(QTDE-TRANS)
                    MOVE ACAO-REQ   TO TR-ACAO-OCR(QTDE-TRANS)
                    MOVE NOME-REQ   TO TR-NOME-OCR(QTDE-TRANS)
                    MOVE SEXO-REQ   TO TR-SEXO-OCR(QTDE-TRANS)
                    MOVE DEP-REQ    TO TR-DEP-OCR(QTDE-TRANS)
                    MOVE DATA-REQ   TO TR-DATA-OCR(QTDE-TRANS)
                    MOVE "NAO"      TO TR-USADA-OCR(QTDE-TRANS).

      * REGISTRO NO LAYOUT ANTIGO (LINHA DE 36 POSICOES) CHEGA COM OS
      * CAMPOS FUNCIONAIS EM BRANCO: VIRA ATIVO, SEM DEPARTAMENTO E
      * SEM DATAS, ATE UMA ALTERACAO/TRANSFERENCIA COMPLETA-LO.
        LEITURA.
            READ CADENT AT END MOVE "SIM" TO FIM-ARQ.
            IF FIM-ARQ NOT EQUAL "SIM"
                ADD 1 TO CT-LIDOS
                IF DEPENT IS NOT NUMERIC
                    MOVE ZEROES TO DEPENT
                END-IF
                IF ADMENT IS NOT NUMERIC
                    MOVE ZEROES TO ADMENT
                END-IF
                IF DESLENT IS NOT NUMERIC
                    MOVE ZEROES TO DESLENT
                END-IF
                IF SITENT NOT EQUAL "D"
                    MOVE "A" TO SITENT
                END-IF
            END-IF.

        PRINCIPAL.
            PERFORM BUSCATRANSACAO.
            IF TRANSACHADA EQUAL "SIM"
                PERFORM APLICATRANSACAO
            ELSE
                PERFORM COPIAFUNCIONARIO.
            PERFORM LEITURA.

        BUSCATRANSACAO.
            MOVE "NAO" TO TRANSACHADA.
            PERFORM VARYING IDX-TRANS FROM 1 BY 1
                     UNTIL IDX-TRANS GREATER THAN QTDE-TRANS
                        OR TRANSACHADA EQUAL "SIM"
                IF TR-COD-OCR(IDX-TRANS) EQUAL CODENT
                   AND TR-USADA-OCR(IDX-TRANS) EQUAL "NAO"
                    MOVE "SIM" TO TRANSACHADA
                END-IF
            END-PERFORM.
            IF TRANSACHADA EQUAL "SIM"
                SUBTRACT 1 FROM IDX-TRANS
            END-IF.

        APLICATRANSACAO.
            MOVE "SIM" TO TR-USADA-OCR(IDX-TRANS).
            MOVE TR-COD-OCR(IDX-TRANS)  TO DR-COD.
            MOVE TR-ACAO-OCR(IDX-TRANS) TO DR-ACAO.
            EVALUATE TR-ACAO-OCR(IDX-TRANS)
                WHEN "E"
                    MOVE "*** FUNCIONARIO EXCLUIDO ***" TO DR-MSG
                    MOVE "EXCLUIDO" TO LK-ACAO
                WHEN "A"
                    PERFORM APLICAALTERACAO
                WHEN "T"
                    PERFORM APLICATRANSFERENCIA
                WHEN "D"
                    PERFORM APLICADESLIGAMENTO
                WHEN "I"
                    PERFORM COPIAFUNCIONARIO
                    MOVE "*** CODIGO JA CADASTRADO - RECUSADO ***"
                        TO DR-MSG
                    MOVE "RECUSADO" TO LK-ACAO
                WHEN OTHER
                    PERFORM COPIAFUNCIONARIO
                    MOVE "*** ACAO INVALIDA - IGNORADA ***"
                        TO DR-MSG
                    MOVE "RECUSADO" TO LK-ACAO
            END-EVALUATE.
            PERFORM IMPRIMERESULTADO.

      * NOME, SEXO E ADMISSAO SO MUDAM QUANDO INFORMADOS; QUALQUER
      * CAMPO INFORMADO E INVALIDO RECUSA A ALTERACAO INTEIRA.
        APLICAALTERACAO.
            MOVE "RECUSADO" TO LK-ACAO.
            IF TR-SEXO-OCR(IDX-TRANS) NOT EQUAL SPACES
               AND TR-SEXO-OCR(IDX-TRANS) NOT EQUAL "M"
               AND TR-SEXO-OCR(IDX-TRANS) NOT EQUAL "F"
                MOVE "*** SEXO INVALIDO - RECUSADO ***" TO DR-MSG
                PERFORM COPIAFUNCIONARIO
                EXIT PARAGRAPH
            END-IF.
            IF TR-DATA-OCR(IDX-TRANS) NOT EQUAL SPACES
                PERFORM VALIDADATA
                IF DATAOK NOT EQUAL "SIM"
                    MOVE "*** DATA DE ADMISSAO INVALIDA - RECUSADO ***"
                        TO DR-MSG
                    PERFORM COPIAFUNCIONARIO
                    EXIT PARAGRAPH
                END-IF
                IF DESLENT NOT EQUAL ZEROES
                   AND WS-DTREQ GREATER THAN DESLENT
                    MOVE "*** ADMISSAO APOS O DESLIGAMENTO - RECUSADO"
                        TO DR-MSG
                    PERFORM COPIAFUNCIONARIO
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-DTREQ TO ADMENT
            END-IF.
            IF TR-NOME-OCR(IDX-TRANS) NOT EQUAL SPACES
                MOVE TR-NOME-OCR(IDX-TRANS) TO NOMEENT
            END-IF.
            IF TR-SEXO-OCR(IDX-TRANS) NOT EQUAL SPACES
                MOVE TR-SEXO-OCR(IDX-TRANS) TO SEXOENT
            END-IF.
            PERFORM COPIAFUNCIONARIO.
            MOVE "*** FUNCIONARIO ALTERADO ***" TO DR-MSG.
            MOVE "ALTERADO" TO LK-ACAO.

        APLICATRANSFERENCIA.
            MOVE "RECUSADO" TO LK-ACAO.
            IF SITENT EQUAL "D"
                MOVE "*** FUNCIONARIO DESLIGADO - RECUSADO ***"
                    TO DR-MSG
                PERFORM COPIAFUNCIONARIO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALIDADEP.
            IF DEPACHADO NOT EQUAL "SIM"
                MOVE "*** DEPARTAMENTO INEXISTENTE - RECUSADO ***"
                    TO DR-MSG
                PERFORM COPIAFUNCIONARIO
                EXIT PARAGRAPH
            END-IF.
            MOVE TR-DEP-OCR(IDX-TRANS) TO DEPENT.
            PERFORM COPIAFUNCIONARIO.
            MOVE "*** FUNCIONARIO TRANSFERIDO ***" TO DR-MSG.
            MOVE "TRANSFER" TO LK-ACAO.

      * O DESLIGADO CONTINUA NO CADASTRO COM SITUACAO "D" E A DATA DO
      * ULTIMO DIA TRABALHADO, QUE NAO PODE SER ANTERIOR A ADMISSAO.
        APLICADESLIGAMENTO.
            MOVE "RECUSADO" TO LK-ACAO.
            IF SITENT EQUAL "D"
                MOVE "*** FUNCIONARIO JA DESLIGADO - RECUSADO ***"
                    TO DR-MSG
                PERFORM COPIAFUNCIONARIO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALIDADATA.
            IF DATAOK NOT EQUAL "SIM"
                MOVE "*** DATA DE DESLIGAMENTO INVALIDA - RECUSADO ***"
                    TO DR-MSG
                PERFORM COPIAFUNCIONARIO
                EXIT PARAGRAPH
            END-IF.
            IF WS-DTREQ LESS THAN ADMENT
                MOVE "*** DESLIGAMENTO ANTES DA ADMISSAO - RECUSADO"
                    TO DR-MSG
                PERFORM COPIAFUNCIONARIO
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DTREQ TO DESLENT.
            MOVE "D"      TO SITENT.
            PERFORM COPIAFUNCIONARIO.
            MOVE "*** FUNCIONARIO DESLIGADO ***" TO DR-MSG.
            MOVE "DESLIGADO" TO LK-ACAO.

        VALIDADEP.
            MOVE "NAO" TO DEPACHADO.
            IF TR-DEP-OCR(IDX-TRANS) IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING IDX-DEP FROM 1 BY 1
                     UNTIL IDX-DEP GREATER THAN QTDE-DEPVAL
                        OR DEPACHADO EQUAL "SIM"
                IF TR-DEP-OCR(IDX-TRANS) EQUAL DEPVAL-OCR(IDX-DEP)
                    MOVE "SIM" TO DEPACHADO
                END-IF
            END-PERFORM.

        VALIDADATA.
            MOVE "NAO"  TO DATAOK.
            MOVE ZEROES TO WS-DTREQ.
            IF TR-DATA-OCR(IDX-TRANS) IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            MOVE TR-DATA-OCR(IDX-TRANS) TO WS-DTREQ.
            MOVE WS-DTREQ-DD   TO WS-DD.
            MOVE WS-DTREQ-MM   TO WS-MM.
            MOVE WS-DTREQ-AAAA TO WS-AAAA.
            CALL "DATEVAL" USING WS-DD WS-MM WS-AAAA DATAOK.
            IF WS-DTREQ-AAAA LESS THAN 1900
                MOVE "NAO" TO DATAOK
            END-IF.

        COPIAFUNCIONARIO.
            MOVE CODENT  TO CODN.
            MOVE NOMEENT TO NOMEN.
            MOVE SEXOENT TO SEXON.
            MOVE DEPENT  TO DEPN.
            MOVE ADMENT  TO ADMN.
            MOVE DESLENT TO DESLN.
            MOVE SITENT  TO SITN.
            WRITE REGENTN.
            ADD 1 TO CT-GRAVADOS.

        IMPRIMERESULTADO.
            WRITE IMPEMAN FROM DET-RES AFTER ADVANCING 1 LINE.
            MOVE TR-COD-OCR(IDX-TRANS) TO LK-CHAVE.
            CALL "AUDITLOG" USING LK-PROGID LK-CHAVE LK-ACAO.

        INCLUINOVOS.
            PERFORM TRATAPENDENTE
                VARYING IDX-TRANS FROM 1 BY 1
                UNTIL IDX-TRANS GREATER THAN QTDE-TRANS.

        TRATAPENDENTE.
            IF TR-USADA-OCR(IDX-TRANS) EQUAL "NAO"
                MOVE TR-COD-OCR(IDX-TRANS)  TO DR-COD
                MOVE TR-ACAO-OCR(IDX-TRANS) TO DR-ACAO
                MOVE "RECUSADO" TO LK-ACAO
                PERFORM BUSCACODUSADO
                IF TR-ACAO-OCR(IDX-TRANS) EQUAL "I"
                    IF CODJAINCLUIDO EQUAL "SIM"
                        MOVE "*** CODIGO JA CADASTRADO - RECUSADO ***"
                            TO DR-MSG
                    ELSE
                        PERFORM INCLUIFUNCIONARIO
                    END-IF
                ELSE
                    MOVE "*** FUNCIONARIO NAO ENCONTRADO ***"
                        TO DR-MSG
                END-IF
                PERFORM IMPRIMERESULTADO
            END-IF.

      * A INCLUSAO EXIGE NOME, SEXO M/F, DEPARTAMENTO DE PARAM07.DAT
      * E DATA DE ADMISSAO VALIDA.
        INCLUIFUNCIONARIO.
            IF TR-NOME-OCR(IDX-TRANS) EQUAL SPACES
                MOVE "*** NOME NAO INFORMADO - RECUSADO ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            IF TR-SEXO-OCR(IDX-TRANS) NOT EQUAL "M"
               AND TR-SEXO-OCR(IDX-TRANS) NOT EQUAL "F"
                MOVE "*** SEXO INVALIDO - RECUSADO ***" TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALIDADEP.
            IF DEPACHADO NOT EQUAL "SIM"
                MOVE "*** DEPARTAMENTO INEXISTENTE - RECUSADO ***"
                    TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            PERFORM VALIDADATA.
            IF DATAOK NOT EQUAL "SIM"
                MOVE "*** DATA DE ADMISSAO INVALIDA - RECUSADO ***"
                    TO DR-MSG
                EXIT PARAGRAPH
            END-IF.
            MOVE TR-COD-OCR(IDX-TRANS)  TO CODN.
            MOVE TR-NOME-OCR(IDX-TRANS) TO NOMEN.
            MOVE TR-SEXO-OCR(IDX-TRANS) TO SEXON.
            MOVE TR-DEP-OCR(IDX-TRANS)  TO DEPN.
            MOVE WS-DTREQ               TO ADMN.
            MOVE ZEROES                 TO DESLN.
            MOVE "A"                    TO SITN.
            WRITE REGENTN.
            ADD 1 TO CT-GRAVADOS.
            MOVE "SIM" TO TR-USADA-OCR(IDX-TRANS).
            MOVE "*** FUNCIONARIO INCLUIDO ***" TO DR-MSG.
            MOVE "INCLUIDO" TO LK-ACAO.

      * UM CODIGO JA USADO EM OUTRA LINHA DA TABELA OU EXISTE NO
      * CADASTRO (A PASSADA PELO MESTRE CONSUMIU A TRANSACAO) OU JA
      * FOI INCLUIDO NESTE MESMO LOTE - NOS DOIS CASOS UMA NOVA
      * INCLUSAO DUPLICARIA O FUNCIONARIO.
        BUSCACODUSADO.
            MOVE "NAO" TO CODJAINCLUIDO.
            PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                     UNTIL IDX-BUSCA GREATER THAN QTDE-TRANS
                        OR CODJAINCLUIDO EQUAL "SIM"
                IF IDX-BUSCA NOT EQUAL IDX-TRANS
                   AND TR-COD-OCR(IDX-BUSCA)
                       EQUAL TR-COD-OCR(IDX-TRANS)
                   AND TR-USADA-OCR(IDX-BUSCA) EQUAL "SIM"
                    MOVE "SIM" TO CODJAINCLUIDO
                END-IF
            END-PERFORM.

        TERMINO.
            CLOSE CADENT
                  CADENTN
                  RELEMAN.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
