      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO PERIODO DE AFASTAMENTO DO
      * FUNCIONARIO (ARQUIVO AFASTFIL), CHAVEADO POR CPF MAIS
      * DATA DE INICIO, COM A DATA PREVISTA DE RETORNO (PRIMEIRO
      * DIA DE VOLTA AO TRABALHO - ZERO QUANDO INDEFINIDA), O
      * TIPO E O CID/OBSERVACAO - GRAVADO PELO PROGCOB50, LIDO
      * PELO PROGCOB51 PARA TROCAR A SITUACAO ENTRE 'A' E 'F'
      * E PELO PROGCOB06 PARA PAGAR SO OS DIAS TRABALHADOS
      * MAIS OS 15 PRIMEIROS DIAS DE DOENCA/ACIDENTE
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-AFT-REG.
           05 WRK-AFT-CHAVE.
               10 WRK-AFT-CPF            PIC X(11).
               10 WRK-AFT-INICIO         PIC 9(08).
           05 WRK-AFT-RETORNO            PIC 9(08).
           05 WRK-AFT-TIPO               PIC X(01).
               88 AFT-DOENCA                  VALUE 'D'.
               88 AFT-MATERNIDADE             VALUE 'M'.
               88 AFT-ACIDENTE                VALUE 'A'.
               88 AFT-TIPO-VALIDO             VALUE 'D' 'M' 'A'.
      ***************PRIMEIROS 15 DIAS PAGOS PELA EMPRESA ANTES
      ***************DO BENEFICIO DO INSS
               88 AFT-EMPRESA-PAGA-15         VALUE 'D' 'A'.
           05 WRK-AFT-CID                PIC X(06).
           05 WRK-AFT-OBSERVACAO         PIC X(30).
           05 WRK-AFT-DATA-INCLUSAO      PIC 9(08).
