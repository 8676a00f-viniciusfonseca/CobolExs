      * COPYBOOK REGVIAG - LAYOUT DO HISTORICO DE RESERVAS DE VIAGEM
      * DOS CLIENTES TURISMAR, VIAGCLI.DAT, INDEXADO PELA CHAVE CPF +
      * DATA DA RESERVA (AAAAMMDD) + SEQUENCIA NO DIA, DE MODO QUE AS
      * RESERVAS DE UM CLIENTE FICAM JUNTAS E EM ORDEM DE DATA, NA
      * MESMA ORDEM DE CPF DE CADCLIC.DAT. MANTIDO POR EM02EX48 E LIDO
      * PELA SEGMENTACAO RFM EM02EX49. VG-SIT: "C" CONFIRMADA, "R"
      * REALIZADA (VIAGEM FEITA), "X" CANCELADA - A CANCELADA FICA NO
      * HISTORICO MAS NAO CONTA COMO COMPRA.
           02 VG-CHAVE.
              03 VG-CPF   PIC 9(11).
              03 VG-DATA  PIC 9(08).
              03 VG-SEQ   PIC 9(02).
           02 VG-DESTINO  PIC X(20).
           02 VG-PACOTE   PIC X(15).
           02 VG-VALOR    PIC 9(07)V99.
           02 VG-SIT      PIC X(01).
