      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO REGISTRO DE EVENTO DO ESOCIAL,
      * CHAVEADO POR EMPRESA, COMPETENCIA, TIPO DO EVENTO E
      * CPF - GRAVADO PELA SUBROTINA PROGCOB41 (ADMISSAO
      * S-2200 DO PROGCOB04/PROGCOB08, DESLIGAMENTO S-2299
      * DO PROGCOB14 E REMUNERACAO S-1200 DO PROGCOB40), QUE
      * ATRIBUI O IDENTIFICADOR DO EVENTO - A SITUACAO PASSA
      * DE GERADO A ENVIADO NA EXPORTACAO E A ACEITO OU
      * REJEITADO PELO RECIBO DO GOVERNO, AMBOS NO PROGCOB40
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-EVT-REG.
           05 WRK-EVT-CHAVE.
               10 WRK-EVT-EMPRESA        PIC X(03).
               10 WRK-EVT-COMPETENCIA    PIC 9(06).
               10 WRK-EVT-TIPO           PIC X(06).
                   88 EVT-ADMISSAO            VALUE 'S-2200'.
                   88 EVT-REMUNERACAO         VALUE 'S-1200'.
                   88 EVT-DESLIGAMENTO        VALUE 'S-2299'.
               10 WRK-EVT-CPF            PIC X(11).
           05 WRK-EVT-ID                 PIC X(36).
           05 WRK-EVT-NOME               PIC X(20).
      ***************ADMISSAO OU DESLIGAMENTO (ZERO NO S-1200)
           05 WRK-EVT-DATA-FATO          PIC 9(08).
      ***************SALARIO, BRUTO DA FOLHA OU TOTAL RESCISAO
           05 WRK-EVT-VALOR              PIC 9(08)V99.
           05 WRK-EVT-VALOR-INSS         PIC 9(06)V99.
           05 WRK-EVT-VALOR-IRRF         PIC 9(06)V99.
           05 WRK-EVT-MOTIVO             PIC X(01).
           05 WRK-EVT-SITUACAO           PIC X(01).
               88 EVT-GERADO                  VALUE 'G'.
               88 EVT-ENVIADO                 VALUE 'E'.
               88 EVT-ACEITO                  VALUE 'A'.
               88 EVT-REJEITADO               VALUE 'R'.
               88 EVT-PENDENTE                VALUE 'G' 'E' 'R'.
           05 WRK-EVT-DATA-GERACAO       PIC 9(08).
           05 WRK-EVT-DATA-RETORNO       PIC 9(08).
           05 WRK-EVT-RECIBO             PIC X(20).
           05 WRK-EVT-MENSAGEM           PIC X(40).
