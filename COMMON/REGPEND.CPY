      * COPYBOOK REGPEND - ALTERACOES SENSIVEIS AGUARDANDO APROVACAO
      * PENDAPR.DAT, UMA LINHA POR ALTERACAO PEDIDA A UM PROGRAMA DE
      * MANUTENCAO (SALFIX/DESC DE EM03EX10, PRECO/PRECOVEN DE
      * EM02EX33, VALPAG DE EM02EX23): NUMERO DO PEDIDO, PROGRAMA QUE
      * APLICA, CHAVE DO REGISTRO, CAMPO, VALOR ATUAL E PEDIDO,
      * COMPLEMENTO (VIGENCIA AAAAMMDD DO PRECOVEN), OPERADOR E DATA
      * DO PEDIDO, SITUACAO E OPERADOR E DATA DA DECISAO.
      * SITUACAO: "P" PENDENTE, "A" APROVADO (AGUARDA A PROXIMA
      * RODADA DO PROGRAMA), "R" REJEITADO, "X" EXPIRADO, "E"
      * EFETIVADO (APLICADO NO CADASTRO), "C" CANCELADO (O REGISTRO
      * NAO EXISTIA MAIS NA APLICACAO). GRAVADO VIA APRVCTL; AS
      * DECISOES E A EXPIRACAO SAO DE EM05EX27.
           02 PA-ID      PIC 9(06).
           02 FILLER     PIC X(01).
           02 PA-PROGID  PIC X(08).
           02 FILLER     PIC X(01).
           02 PA-CHAVE   PIC X(15).
           02 FILLER     PIC X(01).
           02 PA-CAMPO   PIC X(08).
           02 FILLER     PIC X(01).
           02 PA-VALANT  PIC 9(09)V99.
           02 FILLER     PIC X(01).
           02 PA-VALNOV  PIC 9(09)V99.
           02 FILLER     PIC X(01).
           02 PA-COMPL   PIC X(08).
           02 FILLER     PIC X(01).
           02 PA-SOLIC   PIC X(10).
           02 FILLER     PIC X(01).
           02 PA-DTSOLIC PIC 9(08).
           02 FILLER     PIC X(01).
           02 PA-SIT     PIC X(01).
           02 FILLER     PIC X(01).
           02 PA-APROV   PIC X(10).
           02 FILLER     PIC X(01).
           02 PA-DTDEC   PIC 9(08).
