               02 RL-DATAREAL  PIC 9(08).
      * CAMPOS DE TEMPO NO FIM DA LINHA: LINHAS GRAVADAS ANTES DA
      * CAPTURA DE TEMPO VEM EM BRANCO E SAO RECONHECIDAS POR
      * RL-ELAPSO NAO NUMERICO. AS LINHAS DE AGENDA DE EM05EX29
      * ("A"/"N" NO ULTIMO BYTE) NAO SAO EXECUCAO E FICAM DE FORA.
               02 FILLER       PIC X.
               02 RL-HORAINI   PIC 9(08).
               02 FILLER       PIC X.
               02 RL-ELAPSO    PIC 9(06).
               02 FILLER       PIC X.
               02 RL-AGENDA    PIC X(01).

            FD PARAM39
               LABEL RECORD IS STANDARD
                NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF RL-ELAPSO IS NUMERIC
                       AND RL-AGENDA EQUAL SPACES
                        IF RL-DATA EQUAL WS-DATAPROC
                            PERFORM GUARDAPASSO
                        ELSE
