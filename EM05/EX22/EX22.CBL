      * (AS MESMAS CONTAS DE EM03EX08), LANCADAS NA SEMANA DO DIA 5
      * DE CADA MES. O RELATORIO RELFLUXO FECHA COM O LIQUIDO
      * ACUMULADO SEMANA A SEMANA. VENCIMENTO ALEM DO HORIZONTE SAI
      * NUMA LINHA PROPRIA E VENCIDO ENTRA NA SEMANA 1. SALDO
      * BAIXADO POR PERDA (CODPAG1 = 3 OU SITUACAO PERDA) NAO E
      * ENTRADA ESPERADA.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL ARQSOC1 ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUMSOC1
            FILE STATUS IS WS-FSSOC.
            SELECT OPTIONAL TUIRECEB ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
                                      ==:ESTADO:==  BY ==ESTADO1==
                                      ==:CEP:==     BY ==CEP1==
                                      ==:EMAIL:==   BY ==EMAIL1==
                                      ==:TEL:==     BY ==TEL1==
                                      ==:CPF:==     BY ==CPFSOC1==
                                      ==:CATEG:==   BY ==CATSOC1==.

            FD TUIRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TUIRECEB.DAT".
            01 REGTUIRECEB.
               COPY REGTUIR.

            FD LEDGSOC
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAREG.DAT".
            01 REGFOLHAREG.
               COPY REGFOLHA.

            FD YTDACUM
               LABEL RECORD IS STANDARD
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF CODPAG1 NOT EQUAL 1
                       AND CODPAG1 NOT EQUAL 3
                       AND VALPAG1 GREATER THAN ZEROES
                        MOVE VAA1 TO WS-VENC-ANO
                        MOVE VMM1 TO WS-VENC-MES
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF TC-SITUACAO NOT EQUAL "PAGO"
                       AND TC-SITUACAO NOT EQUAL "CANCELAD"
                       AND TC-SITUACAO NOT EQUAL "PERDA"
                       AND TC-VALOR GREATER THAN ZEROES
                        MOVE TC-VENC TO WS-DATAVENC
                        MOVE TC-VALOR TO WS-PONDER
