      * RODADA SOBRESCREVE; ESTE LEDGER E O QUE PERMITE MOSTRAR AO
      * SOCIO O QUE ELE DEVIA OU PAGOU NOS MESES ANTERIORES. GRAVADO
      * POR EM02EX01 (CLASSIFICACAO) E EM02EX09 (BAIXA DE PAGAMENTO);
      * LIDO PELO EXTRATO EM02EX10. A DATA PASSA PELA TRAVA DE
      * PERIODO FECHADO PERLOCK ANTES DA GRAVACAO.
      * USO: CALL "SOCLOG" USING LK-NUMSOC LK-EVENTO LK-VALOR
      *                           LK-DIAS.
      * LK-NUMSOC (ENTRADA) PIC 9(06)     - NUMERO DO SOCIO.
        77 WS-DATA     PIC 9(08) VALUE ZEROES.
        77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
        77 WS-FS   PIC X(02) VALUE SPACES.
        77 WS-ORIGEM   PIC X(08) VALUE "SOCLOG".
        77 WS-CHAVE    PIC X(15) VALUE SPACES.

        LINKAGE SECTION.
        01 LK-NUMSOC PIC 9(06).
                                  LK-DIAS.
        PGM.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE SPACES TO WS-CHAVE.
            STRING LK-NUMSOC "-" LK-EVENTO DELIMITED BY SIZE
                INTO WS-CHAVE
            END-STRING.
            CALL "PERLOCK" USING WS-ORIGEM WS-CHAVE WS-DATA.

            MOVE SPACES TO REGLEDGSOC.
            MOVE LK-NUMSOC TO LG-NUMSOC.
