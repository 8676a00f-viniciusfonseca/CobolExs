      * EVENTOS DO SOCIO - O SPOOL DO HOLERITE E SOBRESCRITO A CADA
      * RODADA E A CONTESTACAO DE MARCO CHEGAVA SEM TER O QUE
      * MOSTRAR. O REIMPRESSOR EM03EX11 RECONSTROI QUALQUER HOLERITE
      * PASSADO A PARTIR DESTE ARQUIVO. A DATA DO LANCAMENTO
      * (FR-DATA, A QUE A EXPORTACAO CONTABIL LE) PASSA PELA TRAVA
      * DE PERIODO FECHADO PERLOCK; A COMPETENCIA NAO MUDA.
      * USO: CALL "FOLHALOG" USING LK-COMPET LK-DEP LK-SEC LK-COD
      *                             LK-NOME LK-VENDAS LK-SALFIX
      *                             LK-COM LK-DESC LK-INSS LK-IRRF
      *                             LK-LIQ LK-AJUSTE LK-MOTIVO
      *                             LK-PONTO LK-EVENTO LK-FAMILIA
      *                             LK-ADIANT LK-DIFRET
      *                             LK-OVERRIDE.
      * LK-COMPET (ENTRADA) PIC 9(06)    - COMPETENCIA AAAAMM.
      * LK-DEP    (ENTRADA) PIC X(01)    - DEPARTAMENTO.
      * LK-SEC    (ENTRADA) PIC X(01)    - SECAO.
      * LK-AJUSTE (ENTRADA) PIC S9(08)V99 - AJUSTE DE COMISSAO DO
      *                                    MES (NEGATIVO = ESTORNO).
      * LK-MOTIVO (ENTRADA) PIC X(20)    - MOTIVO DO AJUSTE.
      * LK-PONTO  (ENTRADA) GRUPO X(69)  - FOLHA DE PONTO DO MES:
      *           HORAS NORMAIS 9(03)V99, HORAS EXTRAS 50% 9(03)V99
      *           E VALOR 9(07)V99, HORAS EXTRAS 100% 9(03)V99 E
      *           VALOR 9(07)V99, HORAS NOTURNAS 9(03)V99 E VALOR DO
      *           ADICIONAL 9(07)V99, DIAS DE FALTA 9(02) E VALOR
      *           DESCONTADO 9(07)V99 (ZEROS SEM FOLHA DE PONTO),
      *           DIAS DE FERIAS NO MES 9(02) E SALARIO DESSES DIAS
      *           DESCONTADO 9(07)V99 (JA PAGO NO RECIBO DE FERIAS).
      * LK-EVENTO (ENTRADA) GRUPO X(26)  - TIPO DA LINHA X(01) ("M"
      *           FOLHA MENSAL, "F" RECIBO DE FERIAS), DIAS DO
      *           EVENTO 9(03), VALOR BASE 9(09)V99 E VALOR
      *           ADICIONAL 9(09)V99 (FERIAS: VALOR DOS DIAS E TERCO
      *           CONSTITUCIONAL). LINHAS ANTIGAS FICAM EM BRANCO.
      * LK-FAMILIA (ENTRADA) GRUPO X(22) - DEPENDENTES NO IRRF 9(02),
      *           DEDUCAO DA BASE DO IRRF 9(07)V99, COTAS DE
      *           SALARIO-FAMILIA 9(02) E VALOR PAGO 9(07)V99 (SAIDA
      *           DO DEPVEND). LINHAS ANTIGAS FICAM EM BRANCO.
      * LK-ADIANT (ENTRADA) PIC 9(07)V99 - ADIANTAMENTO QUINZENAL DA
      *           COMPETENCIA (ADIANT.DAT) DESCONTADO DO CREDITO; O
      *           LIQUIDO GRAVADO E O DO MES INTEIRO, ANTES DESSE
      *           DESCONTO. LINHAS ANTIGAS FICAM EM BRANCO.
      * LK-DIFRET (ENTRADA) PIC 9(07)V99 - DIFERENCA RETROATIVA DE
      *           DISSIDIO (DISSDIF.DAT) PAGA NA COMPETENCIA, JA
      *           INCLUIDA NO BRUTO E NO LIQUIDO. LINHAS ANTIGAS FICAM
      *           EM BRANCO.
      * LK-OVERRIDE (ENTRADA) PIC S9(07)V99 - OVERRIDE DO SUPERVISOR
      *           SOBRE AS VENDAS DA EQUIPE, LIQUIDO DOS ESTORNOS
      *           (NEGATIVO = ESTORNO MAIOR QUE O OVERRIDE DO MES),
      *           FORA DE LK-COM. GRAVADO COMO SINAL + VALOR, COMO O
      *           AJUSTE. LINHAS ANTIGAS FICAM EM BRANCO.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FOLHAREG.DAT".
        01 REGFOLHAREG.
           COPY REGFOLHA.

        WORKING-STORAGE SECTION.
        77 WS-DATA     PIC 9(08) VALUE ZEROES.
        77 WS-DATAREAL PIC 9(08) VALUE ZEROES.
        77 WS-FS   PIC X(02) VALUE SPACES.
        77 WS-ORIGEM   PIC X(08) VALUE "FOLHALOG".
        77 WS-CHAVE    PIC X(15) VALUE SPACES.

        LINKAGE SECTION.
        01 LK-COMPET PIC 9(06).
        01 LK-LIQ    PIC 9(09)V99.
        01 LK-AJUSTE PIC S9(08)V99.
        01 LK-MOTIVO PIC X(20).
        01 LK-PONTO  PIC X(69).
        01 LK-EVENTO PIC X(26).
        01 LK-FAMILIA PIC X(22).
        01 LK-ADIANT PIC 9(07)V99.
        01 LK-DIFRET PIC 9(07)V99.
        01 LK-OVERRIDE PIC S9(07)V99.

        PROCEDURE DIVISION USING LK-COMPET LK-DEP LK-SEC LK-COD
                                  LK-NOME LK-VENDAS LK-SALFIX
                                  LK-COM LK-DESC LK-INSS LK-IRRF
                                  LK-LIQ LK-AJUSTE LK-MOTIVO
                                  LK-PONTO LK-EVENTO LK-FAMILIA
                                  LK-ADIANT LK-DIFRET
                                  LK-OVERRIDE.
        PGM.
            CALL "DATAPROC" USING WS-DATA WS-DATAREAL.
            MOVE SPACES TO WS-CHAVE.
            STRING LK-COD "-" LK-COMPET DELIMITED BY SIZE
                INTO WS-CHAVE
            END-STRING.
            CALL "PERLOCK" USING WS-ORIGEM WS-CHAVE WS-DATA.

            MOVE SPACES TO REGFOLHAREG.
            MOVE LK-COMPET TO FR-COMPET.
                MOVE LK-AJUSTE TO FR-AJUSTE
            END-IF.
            MOVE LK-MOTIVO TO FR-MOTIVO.
            MOVE LK-PONTO  TO FR-PONTO.
            MOVE LK-EVENTO TO FR-EVENTO.
            MOVE LK-FAMILIA TO FR-FAMILIA.
            MOVE LK-ADIANT  TO FR-ADIANT.
            MOVE LK-DIFRET  TO FR-DIFRET.
            IF LK-OVERRIDE LESS THAN ZEROES
                MOVE "-" TO FR-OVSINAL
                COMPUTE FR-OVERRIDE = ZEROES - LK-OVERRIDE
            ELSE
                MOVE "+" TO FR-OVSINAL
                MOVE LK-OVERRIDE TO FR-OVERRIDE
            END-IF.

            OPEN EXTEND FOLHAREG.
            IF WS-FS EQUAL "35"
