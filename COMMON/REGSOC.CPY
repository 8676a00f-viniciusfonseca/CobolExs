      * DIAS DE ATRASO), COMPARTILHADO POR EM02EX01 (CLASSIFICACAO E
      * RELSOCIO) E PELOS PROGRAMAS DE BAIXA DE PAGAMENTO E COBRANCA
      * QUE LEEM/REGRAVAM O MESMO ARQUIVO. CADA USO INFORMA SEUS
      * PROPRIOS NOMES DE CAMPO VIA REPLACING. ARQSOC1.DAT E
      * INDEXADO POR NUMSOC (CARGA INICIAL EM EM02EX47): QUEM ATUALIZA
      * UM SOCIO REGRAVA SO O REGISTRO DELE (REWRITE).
      * O CAMPO DTVENC (DD/MM/AAAA, VALIDADO POR DATEVAL) E A DATA DE
      * VENCIMENTO DO PAGAMENTO: EM02EX01 CALCULA OS DIAS DE ATRASO A
      * PARTIR DELE CONTRA A DATA DE PROCESSAMENTO, EM VEZ DE CONFIAR
      * LOGRADOURO + NUMERO + CIDADE + ESTADO + CEP + EMAIL +
      * TELEFONE. REGISTROS ANTERIORES AO LAYOUT CARREGAM OS CAMPOS
      * EM BRANCO/ZEROS ATE A MANUTENCAO EM02EX23 PREENCHER.
      * O CPF DO SOCIO, NO FIM DO REGISTRO, IDENTIFICA O TOMADOR NO
      * RPS DA NOTA FISCAL DE SERVICO (EM02EX40); ZEROS = NAO
      * INFORMADO, O RPS SAI SEM DOCUMENTO DO TOMADOR.
      * A CATEGORIA DO SOCIO (ULTIMO BYTE) APONTA A LINHA DA TABELA
      * CATSOC.DAT (I INDIVIDUAL, F FAMILIA, S SENIOR, E ESTUDANTE)
      * DE ONDE SAI A MENSALIDADE DO TITULAR E DE CADA DEPENDENTE DE
      * DEPSOC.DAT; EM BRANCO = SOCIO AINDA SEM CATEGORIA, COBRADO
      * PELO VALPAG DIGITADO.
      * O CODPAG E A SITUACAO DE PAGAMENTO DO SOCIO: 1 EM DIA, 2
      * ATRASADO (VALPAG = SALDO EM ABERTO), 3 BAIXADO POR PERDA
      * (EM02EX42), 4 EM ACORDO DE PARCELAMENTO (EM02EX45, VALPAG =
      * SALDO DO ACORDO).
      * USO: COPY REGSOC REPLACING ==:CODPAG:==  BY ==xxx==
      *                             ==:NUMSOC:==  BY ==xxx==
      *                             ==:NOMSOC:==  BY ==xxx==
      *                             ==:ESTADO:==  BY ==xxx==
      *                             ==:CEP:==     BY ==xxx==
      *                             ==:EMAIL:==   BY ==xxx==
      *                             ==:TEL:==     BY ==xxx==
      *                             ==:CPF:==     BY ==xxx==
      *                             ==:CATEG:==   BY ==xxx==.
           02 :CODPAG:  PIC 9(02).
           02 :NUMSOC:  PIC 9(06).
           02 :NOMSOC:  PIC X(30).
           02 :CEP:    PIC 9(08).
           02 :EMAIL:  PIC X(30).
           02 :TEL:    PIC 9(10).
           02 :CPF:    PIC 9(11).
           02 :CATEG:  PIC X(01).
