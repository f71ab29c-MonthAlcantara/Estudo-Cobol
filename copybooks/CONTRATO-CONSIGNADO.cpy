      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO CONTRATO DE EMPRESTIMO
      * CONSIGNADO EM FOLHA (ARQUIVO CONSIGFL), CHAVEADO POR
      * CPF, BANCO E NUMERO DO CONTRATO - INCLUIDO PELO
      * PROGCOB45 DENTRO DA MARGEM DE 35% DO LIQUIDO, A
      * PARCELA E DESCONTADA E CONTADA COMO PAGA PELO PROGCOB06
      * NA FOLHA DE CADA COMPETENCIA, REPASSADA AO BANCO PELO
      * PROGCOB46 E O SALDO DEVEDOR E APURADO NA RESCISAO
      * PELO PROGCOB14
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-CSG-REG.
           05 WRK-CSG-CHAVE.
               10 WRK-CSG-CPF            PIC X(11).
               10 WRK-CSG-BANCO          PIC X(03).
               10 WRK-CSG-CONTRATO       PIC X(12).
           05 WRK-CSG-NOME               PIC X(20).
           05 WRK-CSG-VALOR-PARCELA      PIC 9(06)V99.
           05 WRK-CSG-QTD-PARCELAS       PIC 9(03).
           05 WRK-CSG-PARCELAS-PAGAS     PIC 9(03).
      ***************COMPETENCIA (AAAAMM) DA PRIMEIRA PARCELA
           05 WRK-CSG-PRIMEIRA-COMPETENCIA PIC 9(06).
      ***************COMPETENCIA DA ULTIMA PARCELA DESCONTADA -
      ***************O RECALCULO DA MESMA FOLHA NAO CONTA DE NOVO
           05 WRK-CSG-ULTIMA-COMPETENCIA PIC 9(06).
           05 WRK-CSG-DATA-INCLUSAO      PIC 9(08).
           05 WRK-CSG-SITUACAO           PIC X(01).
               88 CSG-ATIVO              VALUE 'A'.
               88 CSG-QUITADO            VALUE 'Q'.
               88 CSG-CANCELADO          VALUE 'C'.
               88 CSG-RESCINDIDO         VALUE 'R'.
      ***************SALDO DEVEDOR APURADO NA RESCISAO E A
      ***************COMPETENCIA DO DESLIGAMENTO
           05 WRK-CSG-SALDO-RESCISAO     PIC 9(08)V99.
           05 WRK-CSG-COMPETENCIA-RESCISAO PIC 9(06).
