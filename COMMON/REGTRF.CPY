      * COPYBOOK REGTRF - LAYOUT DO HISTORICO DE TRANSFERENCIAS DE
      * CAMPUS HISTTRF.DAT (MATRICULA + CAMPUS DE ORIGEM + CAMPUS DE
      * DESTINO + DATA DE VIGENCIA AAAAMMDD + MOTIVO + DATA DE
      * PROCESSAMENTO AAAAMMDD). UMA LINHA POR TRANSFERENCIA ACEITA,
      * SO ACRESCENTADA - NUNCA REGRAVADA - PELA TRANSACAO DE
      * TRANSFERENCIA EM01EX30; O RELATORIO MENSAL DE ENTRADAS E
      * SAIDAS POR CAMPUS EM01EX31 LE AS LINHAS DO MES PELA VIGENCIA.
      * CADA USO INFORMA SEUS PROPRIOS NOMES DE CAMPO VIA REPLACING.
      * USO: COPY REGTRF REPLACING ==:NUM:==     BY ==xxx==
      *                             ==:CAMORIG:== BY ==xxx==
      *                             ==:CAMDEST:== BY ==xxx==
      *                             ==:DTEFET:==  BY ==xxx==
      *                             ==:MOTIVO:==  BY ==xxx==
      *                             ==:DTPROC:==  BY ==xxx==.
           02 :NUM:     PIC 9(05).
           02 :CAMORIG: PIC X(02).
           02 :CAMDEST: PIC X(02).
           02 :DTEFET:  PIC 9(08).
           02 :MOTIVO:  PIC X(30).
           02 :DTPROC:  PIC 9(08).
