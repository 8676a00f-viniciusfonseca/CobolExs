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

            FD NOTDISCW
               LABEL RECORD IS STANDARD
                                       ==:NT1:==  BY ==NT1-NDW==
                                       ==:NT2:==  BY ==NT2-NDW==
                                       ==:NT3:==  BY ==NT3-NDW==
                                       ==:FLT:==  BY ==FLT-NDW==
                                       ==:PROF:== BY ==PROF-NDW==
                                       ==:TURMA:== BY ==TURMA-NDW==
                                       ==:DTLANC:== BY ==DTLANC-NDW==
                                       ==:LIBER:== BY ==LIBER-NDW==.

            FD SIMULREQ
               LABEL RECORD IS STANDARD
