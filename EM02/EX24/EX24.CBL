      * OS DIAS ENTRE ESTAGIOS DE PARAM30.DAT, GRAVA A CARTA DO
      * ESTAGIO EM CARTCOB<N>.DAT, ENFILEIRA O AVISO VIA MAILHOOK E
      * REGISTRA EM AUDITLOG. O RESUMO POR ESTAGIO SAI EM RELCOBR.
      * SOCIO EM ACORDO DE PARCELAMENTO (CODPAG1 = 4, EM02EX45) TEM
      * O ESTAGIO CONGELADO: NAO AVANCA NEM ZERA, E SE O ACORDO
      * QUEBRAR A REGUA CONTINUA DE ONDE PAROU.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1.
            SELECT OPTIONAL DUNSOC ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSDUN.
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

            FD DUNSOC
               LABEL RECORD IS STANDARD
            END-IF.

        PRINCIPAL.
            EVALUATE CODPAG1
                WHEN 2     PERFORM AVALIAESTAGIO
                WHEN 4     CONTINUE
                WHEN OTHER PERFORM ZERASEEMDIA
            END-EVALUATE.
            PERFORM LEITURA.

      * SOCIO QUE VOLTOU A CODPAG1 = 1 SEM PASSAR PELO RETORNO
