      * COPYBOOK REGBOLS - LAYOUT DO CADASTRO DE BOLSAS E DESCONTOS
      * SOBRE A MENSALIDADE BOLSAS.DAT, UMA LINHA POR BENEFICIO DA
      * MATRICULA: TIPO ("P" PERCENTUAL SOBRE A MENSALIDADE CHEIA,
      * "V" VALOR FIXO EM REAIS), TAXA (O PERCENTUAL OU O VALOR,
      * CONFORME O TIPO), VIGENCIA EM COMPETENCIAS AAAAMM (FIM ZERO =
      * SEM PRAZO), MOTIVO CODIFICADO ("BM" BOLSA MERITO, "CE"
      * CONVENIO EMPRESA, "IR" DESCONTO IRMAO, "OU" OUTROS) E A
      * DESCRICAO LIVRE. ALUNO COM MAIS DE UM BENEFICIO VIGENTE
      * RECEBE TODOS, ATE O VALOR DA MENSALIDADE. APLICADO PELO
      * FATURAMENTO EM02EX21. CADA USO INFORMA SEUS PROPRIOS NOMES
      * DE CAMPO VIA REPLACING.
      * USO: COPY REGBOLS REPLACING ==:NUM:==    BY ==xxx==
      *                              ==:TIPO:==   BY ==xxx==
      *                              ==:TAXA:==   BY ==xxx==
      *                              ==:INICIO:== BY ==xxx==
      *                              ==:FIM:==    BY ==xxx==
      *                              ==:MOTIVO:== BY ==xxx==
      *                              ==:DESCR:==  BY ==xxx==.
           02 :NUM:    PIC 9(05).
           02 :TIPO:   PIC X(01).
           02 :TAXA:   PIC 9(07)V99.
           02 :INICIO: PIC 9(06).
           02 :FIM:    PIC 9(06).
           02 :MOTIVO: PIC X(02).
           02 :DESCR:  PIC X(20).
