      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = LAYOUT DO CONTROLE DE EXECUCAO DO
      * FECHAMENTO MENSAL (ARQUIVO CTRLEXEC), CHAVEADO POR
      * EMPRESA ('***' QUANDO O PROGRAMA RODOU PARA TODAS) MAIS
      * COMPETENCIA MAIS PROGRAMA DA CADEIA, COM INICIO, FIM,
      * SITUACAO DE RETORNO, QUANTIDADES E OPERADOR DA ULTIMA
      * EXECUCAO - MANTIDO PELO PROGCOB55 E LISTADO PELO
      * PROGCOB56. USADO TAMBEM COMO AREA DE CHAMADA DO
      * PROGCOB55 (COPY ... REPLACING, COMO O EVENTO-ESOCIAL)
      * DATA = 15/10/2026
      ***************************************************
       01  WRK-CTL-REG.
           05 WRK-CTL-CHAVE.
               10 WRK-CTL-EMPRESA        PIC X(03).
               10 WRK-CTL-COMPETENCIA    PIC 9(06).
               10 WRK-CTL-PROGRAMA       PIC X(09).
           05 WRK-CTL-INICIO.
               10 WRK-CTL-INICIO-DATA    PIC 9(08).
               10 WRK-CTL-INICIO-HORA    PIC 9(08).
           05 WRK-CTL-FIM.
               10 WRK-CTL-FIM-DATA       PIC 9(08).
               10 WRK-CTL-FIM-HORA       PIC 9(08).
           05 WRK-CTL-SITUACAO           PIC X(01).
               88 CTL-EM-EXECUCAO             VALUE 'I'.
               88 CTL-CONCLUIDO               VALUE 'F'.
               88 CTL-COM-ERRO                VALUE 'E'.
           05 WRK-CTL-QTD-LIDOS          PIC 9(07).
           05 WRK-CTL-QTD-GRAVADOS       PIC 9(07).
           05 WRK-CTL-OPERADOR           PIC X(08).
