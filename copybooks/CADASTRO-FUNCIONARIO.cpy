      * PARA OS PROGRAMAS DE FOLHA/FGTS/REMESSA PULAREM OS
      * DESLIGADOS SEM EXCLUI-LOS DO ARQUIVO MESTRE - O
      * BRANCO E TRATADO COMO ATIVO NOS REGISTROS ANTIGOS
      * ALTERADO = 15/10/2026 - ACRESCENTADO O CODIGO DO CARGO
      * (ARQUIVO CARGOFIL) PARA CONFERIR O SALARIO CONTRA A
      * FAIXA DO CARGO - BRANCO NOS REGISTROS ANTIGOS (SEM
      * CARGO, SO VALE O LIMITE GERAL DE SALARIO)
      * ALTERADO = 15/10/2026 - ACRESCENTADO O MOTIVO DO
      * DESLIGAMENTO, GRAVADO PELO PROGCOB14 NA RESCISAO, PARA
      * O RELATORIO DE ROTATIVIDADE SEPARAR OS DESLIGAMENTOS -
      * BRANCO NOS ATIVOS E NOS DESLIGADOS ANTES DA MUDANCA
      ***************************************************
       01  WRK-FUNC-REG.
           05 WRK-FUNC-CPF            PIC X(11).
               88 FUNC-DESLIGADO          VALUE 'D'.
               88 FUNC-AFASTADO           VALUE 'F'.
           05 WRK-FUNC-DESLIGAMENTO   PIC 9(08).
           05 WRK-FUNC-CARGO          PIC X(04).
           05 WRK-FUNC-MOTIVO-DESLIG  PIC X(01).
               88 DESLIG-SEM-JUSTA-CAUSA  VALUE 'S'.
               88 DESLIG-COM-JUSTA-CAUSA  VALUE 'C'.
               88 DESLIG-PEDIDO-DEMISSAO  VALUE 'P'.
