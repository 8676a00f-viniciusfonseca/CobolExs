      * COPYBOOK REGCAND - LAYOUT DO CADASTRO DE CANDIDATOS A ADMISSAO
      * CANDADM.DAT (PROTOCOLO + NOME + SEXO + NASCIMENTO AAAAMMDD +
      * CAMPUS + SITUACAO + MOTIVO + DATA DA INSCRICAO + DATA DA
      * DECISAO + MATRICULA ATRIBUIDA). A SITUACAO E "P" PENDENTE DE
      * APROVACAO, "A" ADMITIDO (COM A MATRICULA GERADA), "R"
      * RECUSADO E "D" DESISTENTE; O MOTIVO GUARDA A RAZAO DA RECUSA
      * OU DA DESISTENCIA. AS LINHAS NAO SAO EXPURGADAS: A INSCRICAO
      * PELA WEB EM01EX34 ACRESCENTA OS CANDIDATOS E A DECISAO DA
      * SECRETARIA EM01EX35 REGRAVA A SITUACAO. CADA USO INFORMA SEUS
      * PROPRIOS NOMES DE CAMPO VIA REPLACING.
      * USO: COPY REGCAND REPLACING ==:PROT:==   BY ==xxx==
      *                              ==:NOME:==   BY ==xxx==
      *                              ==:SEXO:==   BY ==xxx==
      *                              ==:NASC:==   BY ==xxx==
      *                              ==:CAMPUS:== BY ==xxx==
      *                              ==:SIT:==    BY ==xxx==
      *                              ==:MOTIVO:== BY ==xxx==
      *                              ==:DTINSC:== BY ==xxx==
      *                              ==:DTDEC:==  BY ==xxx==
      *                              ==:NUM:==    BY ==xxx==.
           02 :PROT:   PIC 9(06).
           02 :NOME:   PIC X(20).
           02 :SEXO:   PIC X(01).
           02 :NASC:   PIC 9(08).
           02 :CAMPUS: PIC X(02).
           02 :SIT:    PIC X(01).
           02 :MOTIVO: PIC X(30).
           02 :DTINSC: PIC 9(08).
           02 :DTDEC:  PIC 9(08).
           02 :NUM:    PIC 9(05).
