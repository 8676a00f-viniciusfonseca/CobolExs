                                        ==:COD-PIC:== BY ==9(05)==
                                        ==:NOME:==    BY ==NOM-ENT==.
               COPY REGENTSEX REPLACING ==:SEXO:== BY ==SEX-ENT==.
               COPY REGENTADM REPLACING ==:DEP:==  BY ==DEP-ENT==
                                        ==:ADM:==  BY ==ADM-ENT==
                                        ==:DESL:== BY ==DESL-ENT==
                                        ==:SIT:==  BY ==SIT-ENT==.

            SD TRAB.
            01 REG-TRAB.
                                        ==:COD-PIC:== BY ==9(05)==
                                        ==:NOME:==    BY ==NOM-TRAB==.
               COPY REGENTSEX REPLACING ==:SEXO:== BY ==SEX-TRAB==.
               COPY REGENTADM REPLACING ==:DEP:==  BY ==DEP-TRAB==
                                        ==:ADM:==  BY ==ADM-TRAB==
                                        ==:DESL:== BY ==DESL-TRAB==
                                        ==:SIT:==  BY ==SIT-TRAB==.

            FD CADSAI
               LABEL RECORD IS STANDARD
                                        ==:COD-PIC:== BY ==9(05)==
                                        ==:NOME:==    BY ==NOM-SAI==.
               COPY REGENTSEX REPLACING ==:SEXO:== BY ==SEX-SAI==.
               COPY REGENTADM REPLACING ==:DEP:==  BY ==DEP-SAI==
                                        ==:ADM:==  BY ==ADM-SAI==
                                        ==:DESL:== BY ==DESL-SAI==
                                        ==:SIT:==  BY ==SIT-SAI==.

            FD RELDUP
               LABEL RECORD IS OMITTED.
            MOVE COD-TRAB TO COD-SAI.
            MOVE NOM-TRAB TO NOM-SAI.
            MOVE SEX-TRAB TO SEX-SAI.
            MOVE DEP-TRAB  TO DEP-SAI.
            MOVE ADM-TRAB  TO ADM-SAI.
            MOVE DESL-TRAB TO DESL-SAI.
            MOVE SIT-TRAB  TO SIT-SAI.
            WRITE REG-SAI.
            ADD 1 TO CT-GRAVADOS.

