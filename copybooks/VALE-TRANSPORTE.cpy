      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO TRAJETO DE VALE-TRANSPORTE DO
      * FUNCIONARIO (ARQUIVO VTFILE), CHAVEADO POR CPF MAIS
      * SEQUENCIA DO TRAJETO, COM A LINHA, A TARIFA E A
      * QUANTIDADE DE VIAGENS POR DIA UTIL - GRAVADO PELO
      * PROGCOB47 E LIDO PELO PROGCOB48 PARA MONTAR O PEDIDO
      * MENSAL A OPERADORA E O DESCONTO DO FUNCIONARIO
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-VT-REG.
           05 WRK-VT-CHAVE.
               10 WRK-VT-CPF             PIC X(11).
               10 WRK-VT-SEQUENCIA       PIC 9(02).
           05 WRK-VT-LINHA               PIC X(20).
           05 WRK-VT-TARIFA              PIC 9(02)V99.
           05 WRK-VT-VIAGENS-DIA         PIC 9(01).
