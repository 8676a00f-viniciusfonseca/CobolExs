      * ENTAO UMA DECLARACAO APRESENTADA DEPOIS E CONFERIDA PELO
      * NUMERO - HOJE A SECRETARIA DIGITA NO EDITOR DE TEXTO E NAO
      * FICA REGISTRO NENHUM. ALUNO INEXISTENTE OU NAO ATIVO E
      * RECUSADO COM MENSAGEM NO RELATORIO. MATRICULA QUE NAO ESTA
      * EM CADALU.DAT E PROCURADA NO ARQUIVO CADARQ.DAT (ALUNOS
      * ARQUIVADOS POR EM01EX36) ANTES DE SER DADA COMO INEXISTENTE.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ENT.
            SELECT OPTIONAL CADARQ ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ARQ.
            SELECT OPTIONAL DECLSEQ ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSSEQ.
                                      ==:CAMPUS:==  BY ==CAMPUS-ENT==
                                      ==:SIT:==     BY ==SIT-ENT==.

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

            FD DECLSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DECLSEQ.DAT".
            PERFORM LEULTIMODOC.
            OPEN INPUT  DECLREQ
                        CADALU
                        CADARQ
                 OUTPUT RELDECL.

      * O PERIODO CORRENTE E O CARIMBADO EM PARAM05.DAT PELO
            READ CADALU
                INVALID KEY MOVE "NAO" TO ALU-ACHADO
            END-READ.
            IF ALU-ACHADO NOT EQUAL "SIM"
                PERFORM PROCURAARQUIVO
            END-IF.
            EVALUATE TRUE
                WHEN ALU-ACHADO NOT EQUAL "SIM"
                    MOVE NUM-REQ TO DR-NUM
                    PERFORM IMPRIMEDECLARACAO
            END-EVALUATE.

        PROCURAARQUIVO.
            MOVE NUM-REQ TO NUM-ARQ.
            MOVE "SIM"   TO ALU-ACHADO.
            READ CADARQ
                INVALID KEY MOVE "NAO" TO ALU-ACHADO
                NOT INVALID KEY MOVE REGARQ TO REGALU
            END-READ.

      * CODIGO DE AUTENTICIDADE: SOMA PONDERADA DE MATRICULA,
      * NUMERO DO DOCUMENTO E DATA, MODULO 999979 - QUEM CONFERE
      * RECALCULA A PARTIR DA LINHA DE DECLREG.DAT.
            PERFORM GRAVAULTIMODOC.
            CLOSE DECLREQ
                  CADALU
                  CADARQ
                  RELDECL.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.
