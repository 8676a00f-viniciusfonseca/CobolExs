        DATE-WRITTEN. 01/11/2016.
        DATE-COMPILED.
        SECURITY. ONLY AUTHOR MAY MODIFY.
      * REMARKS. LISTA OS FUNCIONARIOS DE CADENT.DAT POR
      * DEPARTAMENTO (NOMES EM PARAM07.DAT); OS DESLIGADOS FICAM FORA.
        
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        01 REGENT.
           02 CODENT PIC X(05).
           02 NOMEEN PIC X(30).
           02 SEXOEN PIC X.
           COPY REGENTADM REPLACING ==:DEP:==  BY ==DEPENT==
                                    ==:ADM:==  BY ==ADMENT==
                                    ==:DESL:== BY ==DESLENT==
                                    ==:SIT:==  BY ==SITENT==.
           
        SD TRAB.
        01 REGTRAB.
           02 CODTRA PIC X(05).
           02 NOMETR PIC X(30).
           02 SEXOTR PIC X.
           COPY REGENTADM REPLACING ==:DEP:==  BY ==DEPTRA==
                                    ==:ADM:==  BY ==ADMTRA==
                                    ==:DESL:== BY ==DESLTRA==
                                    ==:SIT:==  BY ==SITTRA==.

        FD CADSAI
           LABEL RECORD IS STANDARD
            PERFORM LESORT.

        GRAVACAO SECTION.
            IF SITTRA EQUAL "D" THEN EXIT SECTION.
            PERFORM VERIFICADEP.
            IF DEPACHADO NOT EQUAL "SIM" THEN EXIT SECTION.
            MOVE CODTRA     TO CODSAI.
