      * COPYBOOK REGEQUIP - ESTRUTURA DAS EQUIPES DE VENDAS
      * EQUIPE.DAT, DIGITADO PELO COMERCIAL: UMA LINHA POR VENDEDOR
      * DA EQUIPE DE UM SUPERVISOR, COM A DATA DE INICIO E A DE FIM
      * (ZEROS = EM VIGOR) DA VINCULACAO. A TROCA DE EQUIPE FECHA A
      * LINHA ANTIGA E ABRE UMA NOVA, ENTAO O ARQUIVO GUARDA O
      * HISTORICO. EM03EX06 PAGA AO SUPERVISOR O OVERRIDE SOBRE AS
      * VENDAS DA EQUIPE VIGENTE NA DATA DA FOLHA.
           02 EQ-SUP     PIC 9(05).
           02 FILLER     PIC X(01).
           02 EQ-COD     PIC 9(05).
           02 FILLER     PIC X(01).
           02 EQ-INICIO  PIC 9(08).
           02 FILLER     PIC X(01).
           02 EQ-FIM     PIC 9(08).
