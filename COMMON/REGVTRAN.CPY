      * COPYBOOK REGVTRAN - LAYOUT DA TRANSACAO DE VENDA DE
      * VENDTRAN.DAT (COMPETENCIA + DIA + VENDEDOR + DOCUMENTO +
      * VALOR + CLIENTE). LIDO POR EM03EX12 (TOTAL DO VENDEDOR PARA A
      * FOLHA) E POR EM03EX13 (ANALISE POR CLIENTE, UF/CIDADE E
      * VENDEDOR). O CODIGO DO CLIENTE (CODCLI DE CADCLI.DAT) FICA NO
      * FIM DO REGISTRO: LINHA ANTIGA, GRAVADA SEM ELE, CHEGA COM
      * BRANCOS NO CAMPO E E TRATADA COMO VENDA SEM CLIENTE.
           02 VT-DATA.
              03 VT-COMPET PIC 9(06).
              03 VT-DIA    PIC 9(02).
           02 VT-COD    PIC 9(05).
           02 VT-DOC    PIC 9(08).
           02 VT-VALOR  PIC 9(07)V99.
           02 VT-CODCLI PIC 9(05).
