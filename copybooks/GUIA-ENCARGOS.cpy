      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DA GUIA MENSAL DE ENCARGOS DA FOLHA
      * POR EMPRESA, CHAVEADA POR EMPRESA MAIS COMPETENCIA -
      * GRAVADA PELO PROGCOB42 COM O CNPJ E A RAZAO SOCIAL DO
      * EMPRFILE, A BASE BRUTA, O INSS RETIDO DOS SEGURADOS,
      * OS ENCARGOS PATRONAIS (INSS PATRONAL, RAT E
      * TERCEIROS, NAS ALIQUOTAS DO TABFISCAL) E OS TOTAIS A
      * RECOLHER NA GPS E NO DARF (IRRF RETIDO) - LIDA PELO
      * PROGCOB27 PARA CONTABILIZAR O CUSTO PATRONAL
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-ENC-REG.
           05 WRK-ENC-CHAVE.
               10 WRK-ENC-EMPRESA        PIC X(03).
               10 WRK-ENC-COMPETENCIA    PIC 9(06).
           05 WRK-ENC-CNPJ               PIC X(14).
           05 WRK-ENC-RAZAO              PIC X(30).
           05 WRK-ENC-QTD-FUNC           PIC 9(05).
           05 WRK-ENC-BRUTO              PIC 9(08)V99.
           05 WRK-ENC-INSS-SEGURADOS     PIC 9(08)V99.
           05 WRK-ENC-ALIQ-PATRONAL      PIC 9(02)V99.
           05 WRK-ENC-INSS-PATRONAL      PIC 9(08)V99.
           05 WRK-ENC-ALIQ-RAT           PIC 9(02)V99.
           05 WRK-ENC-VALOR-RAT          PIC 9(08)V99.
           05 WRK-ENC-ALIQ-TERCEIROS     PIC 9(02)V99.
           05 WRK-ENC-VALOR-TERCEIROS    PIC 9(08)V99.
           05 WRK-ENC-TOTAL-GPS          PIC 9(08)V99.
           05 WRK-ENC-TOTAL-DARF         PIC 9(08)V99.
           05 WRK-ENC-DATA-CALCULO       PIC 9(08).
