      * COPYBOOK REGOCOR - OCORRENCIA DE ATENDIMENTO (RECLAMACAO,
      * PEDIDO POR TELEFONE, VISITA AO BALCAO...), OCORR.DAT,
      * INDEXADO PELO NUMERO DA OCORRENCIA (OCOSEQ.DAT) E COM CHAVE
      * ALTERNADA PELA PESSOA, PARA O EXTRATO DO SOCIO (EM02EX10) E O
      * DOSSIE LGPD (EM02EX29) ACHAREM AS OCORRENCIAS DE ALGUEM.
      * OC-TIPOPES: "C" CLIENTE (OC-ID = CODCLI), "S" SOCIO (NUMSOC)
      * OU "A" ALUNO (MATRICULA). OC-CANAL: "T" TELEFONE, "B"
      * BALCAO, "E" E-MAIL, "C" CARTA. OC-SIT: "A" ABERTA, "E" EM
      * ANDAMENTO, "F" FECHADA, "X" CANCELADA; SO "F" E "X" TEM
      * OC-DTFECH. MANTIDO POR EM02EX52.
           02 OC-NUM        PIC 9(07).
           02 OC-PESSOA.
              03 OC-TIPOPES PIC X(01).
              03 OC-ID      PIC 9(06).
           02 OC-CANAL      PIC X(01).
           02 OC-CATEG      PIC X(10).
           02 OC-RESP       PIC X(15).
           02 OC-DTABER     PIC 9(08).
           02 OC-DTFECH     PIC 9(08).
           02 OC-SIT        PIC X(01).
           02 OC-DESCR      PIC X(60).
