                                       ==:NT1:==  BY ==NT1-ND==
                                       ==:NT2:==  BY ==NT2-ND==
                                       ==:NT3:==  BY ==NT3-ND==
                                       ==:FLT:==  BY ==FLT-ND==
                                       ==:PROF:== BY ==PROF-ND==
                                       ==:TURMA:== BY ==TURMA-ND==
                                       ==:DTLANC:== BY ==DTLANC-ND==
                                       ==:LIBER:== BY ==LIBER-ND==.

            SD TRABNOT.
            01 TREGNOT.
                                       ==:NT1:==  BY ==NT1-T==
                                       ==:NT2:==  BY ==NT2-T==
                                       ==:NT3:==  BY ==NT3-T==
                                       ==:FLT:==  BY ==FLT-T==
                                       ==:PROF:== BY ==PROF-T==
                                       ==:TURMA:== BY ==TURMA-T==
                                       ==:DTLANC:== BY ==DTLANC-T==
                                       ==:LIBER:== BY ==LIBER-T==.

            FD NOTDISCB
               LABEL RECORD IS STANDARD
                                       ==:NT1:==  BY ==NT1-NDB==
                                       ==:NT2:==  BY ==NT2-NDB==
                                       ==:NT3:==  BY ==NT3-NDB==
                                       ==:FLT:==  BY ==FLT-NDB==
                                       ==:PROF:== BY ==PROF-NDB==
                                       ==:TURMA:== BY ==TURMA-NDB==
                                       ==:DTLANC:== BY ==DTLANC-NDB==
                                       ==:LIBER:== BY ==LIBER-NDB==.

      * UMA LINHA POR ALUNO E DISCIPLINA, JA COM CAMPUS E NOME,
      * PRONTA PARA A RECLASSIFICACAO POR CAMPUS/MATRICULA.
                    MOVE NT2-ND  TO NT2-T
                    MOVE NT3-ND  TO NT3-T
                    MOVE FLT-ND  TO FLT-T
                    MOVE PROF-ND   TO PROF-T
                    MOVE TURMA-ND  TO TURMA-T
                    MOVE DTLANC-ND TO DTLANC-T
                    MOVE LIBER-ND  TO LIBER-T
                    RELEASE TREGNOT
            END-READ.

