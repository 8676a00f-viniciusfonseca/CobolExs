      * COPYBOOK REGKIT - COMPOSICAO DOS KITS EM CADKIT.DAT: UMA
      * LINHA POR COMPONENTE, COM O CODIGO DO KIT, O CODIGO DO ITEM
      * COMPONENTE (AMBOS CODIGOS DE CADESTOQ.DAT) E A QUANTIDADE DO
      * COMPONENTE QUE ENTRA EM UMA UNIDADE DO KIT. AS LINHAS DE UM
      * MESMO KIT NAO PRECISAM ESTAR JUNTAS. LIDO POR EM02EX17, QUE
      * EXPLODE A SAIDA DO KIT NAS SAIDAS DOS COMPONENTES, E POR
      * EM02EX54 (KITS MONTAVEIS POR DEPOSITO).
           02 KT-KIT      PIC 9(05).
           02 KT-COMP     PIC 9(05).
           02 KT-QTDE     PIC 9(03).
