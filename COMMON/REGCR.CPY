      * COPYBOOK REGCR - LAYOUT DO ARQUIVO DE COEFICIENTE DE
      * RENDIMENTO CRALU.DAT, REGRAVADO INTEIRO TODA NOITE POR
      * EM01EX24 A PARTIR DAS LINHAS POR DISCIPLINA DE HISTALU.DAT.
      * CR-TIPO "P" = CR DO PERIODO CR-PERIODO; CR-TIPO "C" = CR
      * ACUMULADO DO ALUNO (CR-PERIODO = ULTIMO PERIODO CURSADO). AS
      * LINHAS SAEM EM ORDEM DE MATRICULA E PERIODO, COM A LINHA "C"
      * FECHANDO CADA ALUNO, PARA QUE OS RELATORIOS DE ALUNO (EX.:
      * EM01EX10) POSSAM LER O ARQUIVO EM PARALELO COM O SEU PROPRIO.
      * CR = SOMA(MEDIA X CARGA HORARIA) / SOMA(CARGA HORARIA).
           02 CR-NUM     PIC 9(05).
           02 FILLER     PIC X     VALUE SPACES.
           02 CR-TIPO    PIC X(01).
           02 FILLER     PIC X     VALUE SPACES.
           02 CR-PERIODO PIC X(06).
           02 FILLER     PIC X     VALUE SPACES.
           02 CR-CHTOT   PIC 9(05).
           02 FILLER     PIC X     VALUE SPACES.
           02 CR-COEF    PIC 9(02)V99.
