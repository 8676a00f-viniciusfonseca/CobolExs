      * AINDA DEVE PERIODOS SAI NA LISTA DE EXCECOES RELDIPLX COM
      * QUANTOS FALTAM. ANTES ISSO ERA FEITO A MAO, ALUNO A ALUNO,
      * SOBRE OS HISTORICOS DE EM01EX10.
      * OS ELEGIVEIS SAEM TAMBEM EM ELEGDIPL.DAT (MATRICULA + CAMPUS
      * + PERIODOS APROVADOS), QUE O REGISTRO DE DIPLOMAS EM01EX32 LE.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SELECT TRABHIST ASSIGN TO DISK.
            SELECT RELDIPL ASSIGN TO DISK.
            SELECT RELDIPLX ASSIGN TO DISK.
            SELECT ELEGDIPL ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PARAM28 ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

               LABEL RECORD IS OMITTED.
            01 REGDIPLX PIC X(80).

            FD ELEGDIPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ELEGDIPL.DAT".
            01 REGELEG.
               02 ED-NUM    PIC 9(05).
               02 ED-CAMPUS PIC X(02).
               02 ED-APROV  PIC 9(03).

            FD PARAM28
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM28.DAT".

        ROTSAIDA.
            OPEN OUTPUT RELDIPL
                        RELDIPLX
                        ELEGDIPL.
            WRITE REGDIPL  FROM CAB-DIPL  AFTER ADVANCING PAGE.
            WRITE REGDIPLX FROM CAB-DIPLX AFTER ADVANCING PAGE.
            PERFORM LEITURA-TRAB.
            WRITE REGDIPL  FROM ROD-DIPL  AFTER ADVANCING 2 LINES.
            WRITE REGDIPLX FROM ROD-DIPLX AFTER ADVANCING 2 LINES.
            CLOSE RELDIPL
                  RELDIPLX
                  ELEGDIPL.
            CALL "RUNLOG" USING LK-PROGID CT-LIDOS CT-GRAVADOS.

        LEITURA-TRAB.
                MOVE CT-APROV-ALU TO DD-APROV
                MOVE WS-EXIGIDO   TO DD-EXIG
                WRITE REGDIPL FROM DET-DIPL AFTER ADVANCING 1 LINE
                MOVE PREVNUM      TO ED-NUM
                MOVE PREVCAM      TO ED-CAMPUS
                MOVE CT-APROV-ALU TO ED-APROV
                WRITE REGELEG
                ADD 1 TO CT-ELEGIVEIS
            ELSE
                SUBTRACT CT-APROV-ALU FROM WS-EXIGIDO
