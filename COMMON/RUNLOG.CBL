      * DATA, A LINHA RECEBE TAMBEM A HORA DE INICIO E O TEMPO
      * DECORRIDO EM SEGUNDOS (CAMPOS NO FIM DA LINHA - LEITORES
      * ANTIGOS NAO ENXERGAM A DIFERENCA); SEM MARCADOR OS DOIS
      * CAMPOS SAEM ZERADOS. O ULTIMO BYTE DA LINHA FICA EM BRANCO
      * NAS LINHAS DE EXECUCAO: A AGENDA EM05EX29 GRAVA NO MESMO
      * ARQUIVO LINHAS COM "A" (PASSO AGENDADO) E "N" (AGENDADO E
      * NAO EXECUTADO), QUE OS LEITORES DE EXECUCAO DESCARTAM.
      * USO: CALL "RUNLOG" USING LK-PROGID LK-LIDOS LK-GRAVADOS.
      * LK-PROGID   (ENTRADA) PIC X(08) - PROGRAM-ID DO CHAMADOR.
      * LK-LIDOS    (ENTRADA) PIC 9(07) - REGISTROS LIDOS NO RUN.
           02 RL-HORAINI   PIC 9(08).
           02 FILLER       PIC X     VALUE SPACES.
           02 RL-ELAPSO    PIC 9(06).
           02 FILLER       PIC X     VALUE SPACES.
           02 RL-AGENDA    PIC X(01).

        FD RUNSTART
           LABEL RECORD IS STANDARD
