               02 RL-LIDOS     PIC 9(07).
               02 FILLER       PIC X.
               02 RL-GRAVADOS  PIC 9(07).
      * LINHAS DE AGENDA DE EM05EX29 ("A"/"N" NO ULTIMO BYTE) NAO
      * SAO EXECUCAO E FICAM DE FORA.
               02 FILLER       PIC X.
               02 RL-DATAREAL  PIC 9(08).
               02 FILLER       PIC X.
               02 RL-HORAINI   PIC 9(08).
               02 FILLER       PIC X.
               02 RL-ELAPSO    PIC 9(06).
               02 FILLER       PIC X.
               02 RL-AGENDA    PIC X(01).

            FD RELVOLUM
               LABEL RECORD IS OMITTED.
                AT END MOVE "SIM" TO FIM-ARQ
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF RL-AGENDA EQUAL SPACES
                        PERFORM ACUMULAPROGRAMA
                    END-IF
            END-READ.

        ACUMULAPROGRAMA.
