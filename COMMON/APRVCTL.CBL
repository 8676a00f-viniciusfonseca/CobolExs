        IDENTIFICATION DIVISION.
        PROGRAM-ID.    APRVCTL.
        AUTHOR.        VINICIUS ALVES.
        INSTALLATION.  FATEC-SP.
        DATE-WRITTEN.  15/10/2026.
        DATE-COMPILED.
        SECURITY. ONLY AUTHOR MAY MODIFY.
      * REMARKS. CONTROLE DE DUPLA CUSTODIA DAS ALTERACOES SENSIVEIS
      * DOS CADASTROS (SALARIO FIXO, DESCONTO, PRECO, VALPAG): O
      * PROGRAMA DE MANUTENCAO NAO APLICA A ALTERACAO NA HORA - PEDE
      * AQUI ("S") O REGISTRO DELA EM PENDAPR.DAT, COM O OPERADOR QUE
      * PEDIU. UM SEGUNDO OPERADOR, DIFERENTE DO PRIMEIRO, APROVA OU
      * REJEITA O PEDIDO EM EM05EX27, E SO O PEDIDO APROVADO E
      * APLICADO PELA PROXIMA RODADA DO PROGRAMA DE MANUTENCAO, QUE
      * INFORMA AQUI O PEDIDO EFETIVADO ("E") OU CANCELADO PORQUE O
      * REGISTRO NAO EXISTE MAIS ("C"). UM SEGUNDO PEDIDO PARA O MESMO
      * PROGRAMA, CHAVE E CAMPO ENQUANTO O PRIMEIRO ESTA PENDENTE OU
      * APROVADO E RECUSADO - O PRIMEIRO TEM DE SER DECIDIDO ANTES.
      * USO: CALL "APRVCTL" USING LK-MODO LK-ID LK-PROGID LK-CHAVE
      *                            LK-CAMPO LK-VALANT LK-VALNOV
      *                            LK-COMPL LK-USUARIO LK-RESULT.
      * LK-MODO    (ENTRADA) PIC X(01)     - "S" SOLICITA, "E"
      *                                      EFETIVA, "C" CANCELA.
      * LK-ID      (ENT/SAI) PIC 9(06)     - NUMERO DO PEDIDO; SAIDA
      *                                      NO MODO "S", ENTRADA NOS
      *                                      MODOS "E" E "C".
      * LK-PROGID  (ENTRADA) PIC X(08)     - PROGRAMA QUE APLICA.
      * LK-CHAVE   (ENTRADA) PIC X(15)     - CHAVE DO REGISTRO.
      * LK-CAMPO   (ENTRADA) PIC X(08)     - CAMPO ALTERADO.
      * LK-VALANT  (ENTRADA) PIC 9(09)V99  - VALOR ATUAL.
      * LK-VALNOV  (ENTRADA) PIC 9(09)V99  - VALOR PEDIDO.
      * LK-COMPL   (ENTRADA) PIC X(08)     - COMPLEMENTO DO CAMPO.
      * LK-USUARIO (ENTRADA) PIC X(10)     - OPERADOR QUE PEDIU.
      * LK-RESULT  (SAIDA)   PIC X(06)     - MODO "S": "PEND" OU
      *                                      "JAPEND" (LK-ID = PEDIDO
      *                                      EM ABERTO); MODOS "E" E
      *                                      "C": "OK" OU "NAOHA".
      *                                      "CHEIA" SE PENDAPR.DAT
      *                                      NAO COUBER NA TABELA.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            SOURCE-COMPUTER. IBM-PC.
            OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL PENDAPR ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS.

        DATA DIVISION.
        FILE SECTION.
        FD PENDAPR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENDAPR.DAT".
        01 REGPEND.
           COPY REGPEND.

        WORKING-STORAGE SECTION.
        77 WS-FS       PIC X(02) VALUE SPACES.
        77 FIM-ARQ     PIC X(03) VALUE "NAO".
        77 WS-DATA     PIC 9(08) VALUE ZEROES.
        77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
        77 WS-MAIORID  PIC 9(06) VALUE ZEROES.
        77 QTDE-PEND   PIC 9(04) VALUE ZEROES.
        77 IDX-PEND    PIC 9(04) VALUE ZEROES.

      * O ARQUIVO INTEIRO, PARA A REGRAVACAO DOS MODOS "E" E "C".
        01 TAB-PEND.
           02 TAB-PEND-OCR OCCURS 2000 TIMES.
              03 PEND-LINHA-OCR PIC X(115).

        LINKAGE SECTION.
        01 LK-MODO    PIC X(01).
        01 LK-ID      PIC 9(06).
        01 LK-PROGID  PIC X(08).
        01 LK-CHAVE   PIC X(15).
        01 LK-CAMPO   PIC X(08).
        01 LK-VALANT  PIC 9(09)V99.
        01 LK-VALNOV  PIC 9(09)V99.
        01 LK-COMPL   PIC X(08).
        01 LK-USUARIO PIC X(10).
        01 LK-RESULT  PIC X(06).

        PROCEDURE DIVISION USING LK-MODO LK-ID LK-PROGID LK-CHAVE
                                 LK-CAMPO LK-VALANT LK-VALNOV
                                 LK-COMPL LK-USUARIO LK-RESULT.
        PGM.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE SPACES TO LK-RESULT.
            PERFORM CARREGAPEDIDOS.
            IF LK-RESULT EQUAL "CHEIA"
                GOBACK
            END-IF.
            IF LK-MODO EQUAL "S"
                PERFORM SOLICITA
            ELSE
                PERFORM ENCERRA
            END-IF.
        GOBACK.

        CARREGAPEDIDOS.
            MOVE ZEROES TO QTDE-PEND WS-MAIORID.
            MOVE "NAO"  TO FIM-ARQ.
            OPEN INPUT PENDAPR.
            IF WS-FS NOT EQUAL "00"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
            PERFORM LEITURA UNTIL FIM-ARQ EQUAL "SIM".
            CLOSE PENDAPR.

        LEITURA.
            READ PENDAPR
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    IF QTDE-PEND NOT LESS THAN 2000
                        DISPLAY "APRVCTL: *** PENDAPR.DAT COM MAIS "
                                "DE 2000 LINHAS - NADA GRAVADO ***"
                        MOVE "CHEIA" TO LK-RESULT
                        MOVE "SIM"   TO FIM-ARQ
                    ELSE
                        ADD 1 TO QTDE-PEND
                        MOVE REGPEND TO PEND-LINHA-OCR(QTDE-PEND)
                        IF PA-ID GREATER THAN WS-MAIORID
                            MOVE PA-ID TO WS-MAIORID
                        END-IF
                        IF LK-MODO EQUAL "S"
                           AND PA-PROGID EQUAL LK-PROGID
                           AND PA-CHAVE  EQUAL LK-CHAVE
                           AND PA-CAMPO  EQUAL LK-CAMPO
                           AND (PA-SIT EQUAL "P" OR PA-SIT EQUAL "A")
                            MOVE "JAPEND" TO LK-RESULT
                            MOVE PA-ID    TO LK-ID
                        END-IF
                    END-IF
            END-READ.

        SOLICITA.
            IF LK-RESULT EQUAL "JAPEND"
                EXIT PARAGRAPH
            END-IF.
            ADD 1 WS-MAIORID GIVING LK-ID.
            MOVE SPACES     TO REGPEND.
            MOVE LK-ID      TO PA-ID.
            MOVE LK-PROGID  TO PA-PROGID.
            MOVE LK-CHAVE   TO PA-CHAVE.
            MOVE LK-CAMPO   TO PA-CAMPO.
            MOVE LK-VALANT  TO PA-VALANT.
            MOVE LK-VALNOV  TO PA-VALNOV.
            MOVE LK-COMPL   TO PA-COMPL.
            MOVE LK-USUARIO TO PA-SOLIC.
            MOVE WS-DATA    TO PA-DTSOLIC.
            MOVE "P"        TO PA-SIT.
            MOVE ZEROES     TO PA-DTDEC.
            OPEN EXTEND PENDAPR.
            IF WS-FS EQUAL "35"
                OPEN OUTPUT PENDAPR
            END-IF.
            WRITE REGPEND.
            CLOSE PENDAPR.
            MOVE "PEND" TO LK-RESULT.

      * SO UM PEDIDO APROVADO DO PROPRIO PROGRAMA PODE SER EFETIVADO
      * OU CANCELADO.
        ENCERRA.
            MOVE "NAOHA" TO LK-RESULT.
            PERFORM MARCAPEDIDO
                VARYING IDX-PEND FROM 1 BY 1
                UNTIL IDX-PEND GREATER THAN QTDE-PEND.
            IF LK-RESULT NOT EQUAL "OK"
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT PENDAPR.
            PERFORM GRAVAPEDIDO
                VARYING IDX-PEND FROM 1 BY 1
                UNTIL IDX-PEND GREATER THAN QTDE-PEND.
            CLOSE PENDAPR.

        MARCAPEDIDO.
            MOVE PEND-LINHA-OCR(IDX-PEND) TO REGPEND.
            IF PA-ID EQUAL LK-ID
               AND PA-PROGID EQUAL LK-PROGID
               AND PA-SIT EQUAL "A"
                MOVE LK-MODO TO PA-SIT
                MOVE WS-DATA TO PA-DTDEC
                MOVE REGPEND TO PEND-LINHA-OCR(IDX-PEND)
                MOVE "OK"    TO LK-RESULT
            END-IF.

        GRAVAPEDIDO.
            MOVE PEND-LINHA-OCR(IDX-PEND) TO REGPEND.
            WRITE REGPEND.
