                                        ==:COD-PIC:== BY ==9(05)==
                                        ==:NOME:==    BY ==NOM-ENT==.
               COPY REGENTSEX REPLACING ==:SEXO:== BY ==SEX-ENT==.
               COPY REGENTADM REPLACING ==:DEP:==  BY ==DEP-ENT==
                                        ==:ADM:==  BY ==ADM-ENT==
                                        ==:DESL:== BY ==DESL-ENT==
                                        ==:SIT:==  BY ==SIT-ENT==.

            SD TRAB.
            01 REGTRAB.
            PERFORM LEITURA-ENTRADA.

        SELECAO-ENTRADA SECTION.
            IF SIT-ENT EQUAL "D" THEN EXIT SECTION.
            IF FUNCTION UPPER-CASE(FILTRO-SEXO) EQUAL "ALL"
                PERFORM GRAVACAO-ENTRADA
            ELSE
