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

            FD AUDITLOG
               LABEL RECORD IS STANDARD
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF RL-DATA EQUAL WS-DATAPROC
                       AND RL-AGENDA EQUAL SPACES
                        MOVE RL-PROGID   TO DR-PROG
                        MOVE RL-LIDOS    TO DR-LID
                        MOVE RL-GRAVADOS TO DR-GRV
