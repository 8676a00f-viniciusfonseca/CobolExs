      * DE EM03EX10); VENDEDOR SEM NENHUMA TRANSACAO NO MES MANTEM
      * O VALOR DIGITADO - TRANSICAO - E QUALQUER DIVERGENCIA ENTRE
      * O DIGITADO E O CALCULADO SAI EM RELVCOMP. TRANSACAO DE
      * CODIGO SEM CADASTRO E APONTADA COMO EXCECAO. O CLIENTE DA
      * VENDA (VT-CODCLI) NAO E USADO AQUI - A CONFERENCIA CONTRA
      * CADCLI.DAT E A ANALISE POR CLIENTE FICAM EM EM03EX13.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDTRAN.DAT".
            01 REGVENDTRAN.
               COPY REGVTRAN.

            FD CADVEND
               LABEL RECORD IS STANDARD
