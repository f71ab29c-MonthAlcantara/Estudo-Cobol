      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO SALDO DE PROVISAO DE FERIAS E
      * DE 13O SALARIO POR CPF (ARQUIVO PROVFIL), COM O FGTS
      * E O INSS PATRONAL SOBRE CADA PROVISAO - O PROGCOB43
      * RECALCULA O SALDO NO FIM DE CADA COMPETENCIA E GUARDA
      * O SALDO ANTERIOR PARA LANCAR SO A VARIACAO NO
      * LANCCONT - A SUBROTINA PROGCOB44, CHAMADA NO
      * PAGAMENTO (PROGCOB12, PROGCOB16 E PROGCOB14), ZERA O
      * SALDO PAGO E O DEIXA PENDENTE DE BAIXA CONTABIL PARA
      * O PROXIMO PROGCOB43
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-PROV-REG.
           05 WRK-PROV-CPF               PIC X(11).
           05 WRK-PROV-EMPRESA           PIC X(03).
      ***************ULTIMA COMPETENCIA PROVISIONADA
           05 WRK-PROV-COMPETENCIA       PIC 9(06).
           05 WRK-PROV-MESES-FERIAS      PIC 9(02).
           05 WRK-PROV-MESES-13          PIC 9(02).
      ***************SALDO NO FIM DA ULTIMA COMPETENCIA
           05 WRK-PROV-SALDO-ATUAL.
               10 WRK-PROV-FERIAS.
                   15 WRK-PROV-FER-VALOR     PIC 9(08)V99.
                   15 WRK-PROV-FER-FGTS      PIC 9(08)V99.
                   15 WRK-PROV-FER-INSS      PIC 9(08)V99.
               10 WRK-PROV-DECIMO.
                   15 WRK-PROV-DEC-VALOR     PIC 9(08)V99.
                   15 WRK-PROV-DEC-FGTS      PIC 9(08)V99.
                   15 WRK-PROV-DEC-INSS      PIC 9(08)V99.
      ***************SALDO DA COMPETENCIA ANTERIOR A ULTIMA -
      ***************BASE DA VARIACAO QUANDO A MESMA
      ***************COMPETENCIA E PROVISIONADA DE NOVO
           05 WRK-PROV-SALDO-ANTERIOR.
               10 WRK-PROV-ANT-FERIAS.
                   15 WRK-PROV-ANT-FER-VALOR PIC 9(08)V99.
                   15 WRK-PROV-ANT-FER-FGTS  PIC 9(08)V99.
                   15 WRK-PROV-ANT-FER-INSS  PIC 9(08)V99.
               10 WRK-PROV-ANT-DECIMO.
                   15 WRK-PROV-ANT-DEC-VALOR PIC 9(08)V99.
                   15 WRK-PROV-ANT-DEC-FGTS  PIC 9(08)V99.
                   15 WRK-PROV-ANT-DEC-INSS  PIC 9(08)V99.
      ***************COMPETENCIA DO ULTIMO PAGAMENTO (BAIXA)
           05 WRK-PROV-BAIXA-FERIAS      PIC 9(06).
           05 WRK-PROV-BAIXA-13          PIC 9(06).
      ***************SALDO BAIXADO NO PAGAMENTO E AINDA NAO
      ***************LANCADO - BAIXA-LANCADA GUARDA A COMPETENCIA
      ***************DO PROGCOB43 QUE LANCOU (ZERO = PENDENTE)
           05 WRK-PROV-BAIXA-PENDENTE.
               10 WRK-PROV-BX-FER-VALOR      PIC 9(08)V99.
               10 WRK-PROV-BX-DEC-VALOR      PIC 9(08)V99.
               10 WRK-PROV-BX-FGTS           PIC 9(08)V99.
               10 WRK-PROV-BX-INSS           PIC 9(08)V99.
           05 WRK-PROV-BAIXA-LANCADA     PIC 9(06).
           05 WRK-PROV-DATA-CALCULO      PIC 9(08).
