      * ECOADA COM OPERADOR, DATA E HORA NO DIARIO DE SESSAO
      * CONSLOG.DAT. CAMPO NUMERICO E DIGITADO SO COM DIGITOS
      * (DECIMAIS IMPLICITOS) E E ALINHADO A DIREITA COM ZEROS.
      * O OPERADOR DA SESSAO VAI NO FIM DAS LINHAS DE VENDREQ.DAT E
      * SOCREQ.DAT: E ELE QUE RESPONDE PELO PEDIDO DE ALTERACAO DE
      * SALARIO FIXO, DESCONTO OU VALPAG, QUE SO E APLICADO DEPOIS DE
      * APROVADO POR OUTRO OPERADOR EM EM05EX27.

        ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
               02 VENDAS-REQ PIC 9(07)V99.
               02 SALFIX-REQ PIC 9(07)V99.
               02 DESC-REQ   PIC 9(05)V99.
               02 VUSUARIO-REQ PIC X(10).

            FD SOCREQ
               LABEL RECORD IS STANDARD
               02 SCEP-REQ    PIC 9(08).
               02 SEMAIL-REQ  PIC X(30).
               02 STEL-REQ    PIC 9(10).
      * CPF E CATEGORIA NAO SAO DIGITADOS AQUI (BRANCO = NAO MEXER).
               02 FILLER      PIC X(12).
               02 SUSUARIO-REQ PIC X(10).

            FD CONSLOG
               LABEL RECORD IS STANDARD
            MOVE "IAET  " TO WS-ACOES.
            PERFORM PEDEACAO.
            MOVE WS-ACAO1 TO VACAO-REQ.
            MOVE WS-OPERADOR TO VUSUARIO-REQ.
            EVALUATE VACAO-REQ
                WHEN "I"
                    PERFORM PEDEDADOSVENDEDOR
            MOVE "IAE   " TO WS-ACOES.
            PERFORM PEDEACAO.
            MOVE WS-ACAO1 TO SACAO-REQ.
            MOVE WS-OPERADOR TO SUSUARIO-REQ.
            IF SACAO-REQ EQUAL "I" OR SACAO-REQ EQUAL "A"
                PERFORM PEDEDADOSSOCIO
            END-IF.
