      * COPYBOOK REGENTADM - DADOS FUNCIONAIS DO REGISTRO DE
      * CADENT.DAT, LOGO APOS O SEXO (REGENTSEX): DEPARTAMENTO,
      * DATA DE ADMISSAO E DE DESLIGAMENTO (AAAAMMDD, ZEROS QUANDO
      * NAO HA) E SITUACAO ("A" ATIVO, "D" DESLIGADO). MANTIDOS POR
      * EM03EX18; A SITUACAO EM BRANCO DE UM REGISTRO ANTIGO VALE
      * COMO ATIVO.
      * USO: COPY REGENTADM REPLACING ==:DEP:==  BY ==xxx==
      *                               ==:ADM:==  BY ==xxx==
      *                               ==:DESL:== BY ==xxx==
      *                               ==:SIT:==  BY ==xxx==.
           02 :DEP:  PIC 9(02).
           02 :ADM:  PIC 9(08).
           02 :DESL: PIC 9(08).
           02 :SIT:  PIC X(01).
