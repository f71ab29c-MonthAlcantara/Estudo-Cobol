      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO REGISTRO DE CONTROLE DAS REMESSAS
      * BANCARIAS (ARQUIVO CTRLREM), CHAVEADO PELO NOME DO
      * ARQUIVO DA REMESSA (PAGBANCO, PAGAVREM OU PAGADIAN),
      * COM A QUANTIDADE DE FAVORECIDOS, O VALOR TOTAL E O
      * TOTAL DE CONTROLE (HASH) DOS CPFS E DAS CONTAS DA
      * ULTIMA GERACAO, A SITUACAO DA DUPLA CONFERENCIA E O
      * OPERADOR, A DATA E A HORA DA GERACAO, DA APROVACAO E
      * DO ENVIO - MANTIDO PELO PROGCOB57 E USADO TAMBEM COMO
      * AREA DE CHAMADA DELE (COPY ... REPLACING)
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-RCT-REG.
           05 WRK-RCT-ARQUIVO            PIC X(08).
           05 WRK-RCT-PROGRAMA           PIC X(09).
           05 WRK-RCT-EMPRESA            PIC X(03).
           05 WRK-RCT-COMPETENCIA        PIC 9(06).
           05 WRK-RCT-CABECALHO          PIC X(01).
               88 RCT-COM-CABECALHO           VALUE 'S'.
               88 RCT-SEM-CABECALHO           VALUE 'N'.
           05 WRK-RCT-QTD-REGISTROS      PIC 9(06).
           05 WRK-RCT-VALOR-TOTAL        PIC 9(10)V99.
           05 WRK-RCT-HASH-TOTAL         PIC 9(18).
           05 WRK-RCT-SITUACAO           PIC X(01).
               88 RCT-PENDENTE                VALUE 'P'.
               88 RCT-APROVADA                VALUE 'A'.
               88 RCT-RECUSADA                VALUE 'R'.
               88 RCT-ENVIADA                 VALUE 'E'.
               88 RCT-BLOQUEADA               VALUE 'B'.
           05 WRK-RCT-GERACAO.
               10 WRK-RCT-GER-OPERADOR   PIC X(08).
               10 WRK-RCT-GER-DATA       PIC 9(08).
               10 WRK-RCT-GER-HORA       PIC 9(08).
           05 WRK-RCT-APROVACAO.
               10 WRK-RCT-APR-OPERADOR   PIC X(08).
               10 WRK-RCT-APR-DATA       PIC 9(08).
               10 WRK-RCT-APR-HORA       PIC 9(08).
           05 WRK-RCT-ENVIO.
               10 WRK-RCT-ENV-OPERADOR   PIC X(08).
               10 WRK-RCT-ENV-DATA       PIC 9(08).
               10 WRK-RCT-ENV-HORA       PIC 9(08).
