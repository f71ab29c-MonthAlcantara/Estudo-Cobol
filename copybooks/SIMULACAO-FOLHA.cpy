      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO REGISTRO DA FOLHA SIMULADA
      * (ARQUIVO SIMULFIL), GRAVADO PELO PROGCOB06 NO MODO
      * SIMULACAO - MESMA CHAVE CPF MAIS COMPETENCIA DO
      * CALCULO-FOLHA, COM A EMPRESA E O DEPARTAMENTO PARA AS
      * QUEBRAS DA COMPARACAO (PROGCOB59), OS ENCARGOS
      * PATRONAIS ESTIMADOS (INSS PATRONAL, RAT, TERCEIROS E
      * FGTS SOBRE O BRUTO) E OS PARAMETROS DA SIMULACAO
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-SIMU-REG.
           05 WRK-SIMU-CHAVE.
               10 WRK-SIMU-CPF           PIC X(11).
               10 WRK-SIMU-COMPETENCIA   PIC 9(06).
           05 WRK-SIMU-NOME              PIC X(20).
           05 WRK-SIMU-EMPRESA           PIC X(03).
           05 WRK-SIMU-DEPARTAMENTO      PIC X(04).
           05 WRK-SIMU-SALARIO-BRUTO     PIC 9(06)V99.
           05 WRK-SIMU-VALOR-INSS        PIC 9(06)V99.
           05 WRK-SIMU-VALOR-IRRF        PIC 9(06)V99.
           05 WRK-SIMU-SALARIO-LIQ       PIC 9(06)V99.
           05 WRK-SIMU-ENCARGOS          PIC 9(06)V99.
           05 WRK-SIMU-PERCENTUAL        PIC 9(03)V99.
           05 WRK-SIMU-PARAMETRO         PIC X(09).
