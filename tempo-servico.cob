      * ORDENACAO PARA ACOMPANHAR A SITUACAO E A DATA DE
      * DESLIGAMENTO ACRESCENTADAS AO CADASTRO-FUNCIONARIO, E
      * MOSTRADA A SITUACAO NA LINHA DE DETALHE
      * ALTERADO = 15/10/2026 - AJUSTADO O REGISTRO DE
      * ORDENACAO PARA ACOMPANHAR O CARGO ACRESCENTADO AO
      * CADASTRO-FUNCIONARIO
      * ALTERADO = 15/10/2026 - AJUSTADO O REGISTRO DE
      * ORDENACAO PARA ACOMPANHAR O MOTIVO DO DESLIGAMENTO
      * ACRESCENTADO AO CADASTRO-FUNCIONARIO
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WRK-SORT-EMPRESA        PIC X(03).
           05 WRK-SORT-SITUACAO       PIC X(01).
           05 FILLER                  PIC X(08).
           05 FILLER                  PIC X(04).
           05 FILLER                  PIC X(01).
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(120).
