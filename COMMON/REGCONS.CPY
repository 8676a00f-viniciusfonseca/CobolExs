      * COPYBOOK REGCONS - LAYOUT DO REGISTRO DE CONSENTIMENTO LGPD
      * PARA COMUNICACAO DE MARKETING, CONSENT.DAT, INDEXADO POR
      * TIPO DE PESSOA + IDENTIFICACAO + CANAL. CS-TIPOPES: "C"
      * CLIENTE (ID = CPF, 11 DIGITOS), "S" SOCIO (ID = NUMSOC, 6
      * DIGITOS) OU "A" ALUNO (ID = MATRICULA, 5 DIGITOS) - O ID FICA
      * ALINHADO A ESQUERDA, COMO NA CHAVE DE MAILQ.DAT. CS-CANAL:
      * "E" E-MAIL, "S" SMS/TELEFONE, "C" CARTA. CS-SIT: "C"
      * CONCEDIDO OU "R" REVOGADO; SO "C" AUTORIZA O ENVIO. A
      * AUSENCIA DO REGISTRO EQUIVALE A NAO TER CONSENTIMENTO.
      * MANTIDO POR EM02EX50, QUE TAMBEM GRAVA A TRILHA CONSHIST.DAT.
           02 CS-CHAVE.
              03 CS-TIPOPES PIC X(01).
              03 CS-ID      PIC X(11).
              03 CS-CANAL   PIC X(01).
           02 CS-SIT        PIC X(01).
           02 CS-DTCONC     PIC 9(08).
           02 CS-DTREVOG    PIC 9(08).
           02 CS-ORIGEM     PIC X(10).
           02 CS-DTATU      PIC 9(08).
