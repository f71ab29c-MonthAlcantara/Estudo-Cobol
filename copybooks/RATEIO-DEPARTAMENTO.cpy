      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO RATEIO DE UM FUNCIONARIO ENTRE
      * DEPARTAMENTOS (ARQUIVO RATEIOFL), CHAVEADO POR CPF,
      * COM ATE 5 DEPARTAMENTOS E O PERCENTUAL DE CADA UM -
      * A SOMA DOS PERCENTUAIS E SEMPRE 100%, CONFERIDA PELO
      * PROGCOB54 NA MANUTENCAO - LIDO PELO PROGCOB27 PARA
      * DIVIDIR O DEBITO DE DESPESA DE SALARIOS E PELO
      * PROGCOB11 NA CONFERENCIA DO ORCAMENTO - O CPF SEM
      * RATEIO FICA INTEIRO NO WRK-FUNC-DEPARTAMENTO
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-RTO-REG.
           05 WRK-RTO-CPF                PIC X(11).
           05 WRK-RTO-QTD                PIC 9(01).
           05 WRK-RTO-ITEM OCCURS 5 TIMES.
               10 WRK-RTO-DEPTO          PIC X(04).
               10 WRK-RTO-PERCENTUAL     PIC 9(03)V99.
