      * EXTRA DUPLICADA (PROGCOB23) OU UM SALARIO DIGITADO
      * ERRADO (PROGCOB17) ANTES DA REMESSA DO PROGCOB18
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - AJUSTADO O REGISTRO DE
      * ORDENACAO PARA ACOMPANHAR O CARGO ACRESCENTADO AO
      * CADASTRO-FUNCIONARIO
      * ALTERADO = 15/10/2026 - AJUSTADO O REGISTRO DE
      * ORDENACAO PARA ACOMPANHAR O MOTIVO DO DESLIGAMENTO
      * ACRESCENTADO AO CADASTRO-FUNCIONARIO
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 FILLER                  PIC X(20).
           05 WRK-SORT-EMPRESA        PIC X(03).
           05 FILLER                  PIC X(09).
           05 FILLER                  PIC X(04).
           05 FILLER                  PIC X(01).
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(120).
