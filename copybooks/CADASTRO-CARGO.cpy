      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO REGISTRO DE CARGO (ARQUIVO
      * CARGOFIL) - CODIGO, DESCRICAO, CODIGO CBO E A FAIXA
      * SALARIAL (MINIMO E MAXIMO) DO CARGO, MANTIDO PELO
      * PROGCOB52 - O PROGCOB04, O PROGCOB08 E O PROGCOB17
      * REJEITAM SALARIO FORA DA FAIXA, O PROGCOB21 APONTA QUEM
      * O REAJUSTE TIRA DA FAIXA E O PROGCOB53 TOTALIZA O
      * QUADRO E A MEDIA SALARIAL POR CARGO
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-CARGO-REG.
           05 WRK-CARGO-CODIGO           PIC X(04).
           05 WRK-CARGO-DESCRICAO        PIC X(30).
           05 WRK-CARGO-CBO              PIC X(06).
           05 WRK-CARGO-SALARIO-MIN      PIC 9(06)V99.
           05 WRK-CARGO-SALARIO-MAX      PIC 9(06)V99.
