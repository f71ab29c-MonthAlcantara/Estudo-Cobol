      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO HISTORICO DE PAGAMENTOS AVULSOS
      * JA REMETIDOS AO BANCO (13O / FER / RES), GRAVADO PELO
      * PROGCOB25 ANTES DE EXCLUIR O REGISTRO DO PAGAVULS,
      * COM A DATA DO PAGAMENTO E A EMPRESA DO FUNCIONARIO -
      * LIDO PELO PROGCOB39 PARA O INFORME DE RENDIMENTOS DO
      * ANO-CALENDARIO
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-AVPAGO-REG.
           05 WRK-AVPAGO-CPF             PIC X(11).
           05 WRK-AVPAGO-TIPO            PIC X(03).
           05 WRK-AVPAGO-NOME            PIC X(20).
           05 WRK-AVPAGO-VALOR           PIC 9(06)V99.
           05 WRK-AVPAGO-DATA            PIC 9(08).
           05 WRK-AVPAGO-DATA-R REDEFINES WRK-AVPAGO-DATA.
               10 WRK-AVPAGO-ANO         PIC 9(04).
               10 WRK-AVPAGO-MES         PIC 9(02).
               10 WRK-AVPAGO-DIA         PIC 9(02).
           05 WRK-AVPAGO-EMPRESA         PIC X(03).
