      * LIQUIDO POR NENHUM PROGRAMA DA FOLHA, ENTAO GANHA O
      * PAR PROPRIO (DEBITO SINDICAL A RECUPERAR DO
      * FUNCIONARIO CONTRA CREDITO SINDICAL A RECOLHER)
      * ALTERADO = 15/10/2026 - LE A GUIA DE ENCARGOS DO
      * PROGCOB42 (GUIAENC) E CONTABILIZA O CUSTO PATRONAL DA
      * COMPETENCIA - PARES DE DESPESA CONTRA A RECOLHER PARA
      * O INSS PATRONAL, O RAT E TERCEIROS
      * ALTERADO = 15/10/2026 - O DEBITO DE DESPESA DE
      * SALARIOS DO FUNCIONARIO COM RATEIO (ARQUIVO RATEIOFL
      * DO PROGCOB54) E DIVIDIDO ENTRE OS DEPARTAMENTOS PELOS
      * PERCENTUAIS DO RATEIO - O ULTIMO DEPARTAMENTO LEVA A
      * SOBRA DO ARREDONDAMENTO PARA O LOTE FECHAR EM ZERO
      * ALTERADO = 15/10/2026 - CONFERE NO CONTROLE DE EXECUCAO
      * DO FECHAMENTO MENSAL (CTRLEXEC, PELO PROGCOB55) SE AS
      * ETAPAS ANTERIORES TERMINARAM NORMALMENTE PARA TODAS AS
      * EMPRESAS E REGISTRA O INICIO E O FIM (COM ERRO QUANDO O
      * LOTE NAO FECHA EM ZERO)
      * ALTERADO = 15/10/2026 - A GUIA DE ENCARGOS SO E FECHADA
      * QUANDO EXISTIA NA ABERTURA, COMO O ARQUIVO DE RATEIO
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "GUIAFGTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GUIA.
           SELECT GUIA-ENCARGOS-FILE
               ASSIGN TO "GUIAENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-ENC-CHAVE
               FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT RATEIO-FILE
               ASSIGN TO "RATEIOFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RTO-CPF
               FILE STATUS IS WRK-FS-RATEIO.
           SELECT LANCAMENTO-FILE
               ASSIGN TO "LANCCONT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 WRK-GUIA-COMPETENCIA  PIC 9(06).
           05 FILLER                PIC X(01).
           05 WRK-GUIA-VALOR        PIC 9(06)V99.
       FD  GUIA-ENCARGOS-FILE.
           COPY GUIA-ENCARGOS.
       FD  RATEIO-FILE.
           COPY RATEIO-DEPARTAMENTO.
      ***************************************************
      * LAYOUT DE UMA LINHA DO ARQUIVO DE LANCAMENTOS -
      * COMPETENCIA, TIPO (D=DEBITO / C=CREDITO), CONTA
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-SINDICAL   PIC X(02) VALUE ZEROS.
       77 WRK-FS-GUIA       PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENCARGOS   PIC X(02) VALUE ZEROS.
       77 WRK-FS-LANCAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RATEIO     PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO          VALUE 'S'.
      ***************COMPETENCIA (MES/ANO) A CONTABILIZAR
       77 WRK-TOTAL-RUBR-DESC PIC 9(08)V99 VALUE ZERO.
       77 WRK-TOTAL-ADIANTO PIC 9(08)V99 VALUE ZERO.
       77 WRK-TOTAL-FGTS    PIC 9(08)V99 VALUE ZERO.
       77 WRK-TOTAL-PATRONAL PIC 9(08)V99 VALUE ZERO.
       77 WRK-TOTAL-RAT     PIC 9(08)V99 VALUE ZERO.
       77 WRK-TOTAL-TERCEIROS PIC 9(08)V99 VALUE ZERO.
       77 WRK-TOTAL-DEBITOS PIC 9(09)V99 VALUE ZERO.
       77 WRK-TOTAL-CREDITOS PIC 9(09)V99 VALUE ZERO.
      ***************************************************
       77 WRK-DEPTO-ACHADO   PIC X(01) VALUE 'N'.
           88 DEPTO-ACHADO            VALUE 'S'.
           88 DEPTO-NAO-ACHADO        VALUE 'N'.
      ***************RATEIO DO FUNCIONARIO ENTRE DEPARTAMENTOS
       77 WRK-RATEIO-ACHADO  PIC X(01) VALUE 'N'.
           88 COM-RATEIO              VALUE 'S'.
           88 SEM-RATEIO              VALUE 'N'.
       77 WRK-RTO-IDX        PIC 9(02) VALUE ZERO COMP.
      ***************PARCELA DO BRUTO DEBITADA NO DEPARTAMENTO E
      ***************SALDO AINDA NAO RATEADO
       77 WRK-VALOR-DEPTO    PIC 9(08)V99 VALUE ZERO.
       77 WRK-SALDO-RATEIO   PIC 9(08)V99 VALUE ZERO.
      ***************AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO
      ***************FECHAMENTO MENSAL (PROGCOB55)
           COPY CONTROLE-EXECUCAO REPLACING LEADING ==WRK-CTL== BY
               ==WRK-CHX== LEADING ==CTL-== BY ==CHX-==.
       77 WRK-CHX-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-CHX-RETORNO   PIC X(01) VALUE SPACE.
           88 CHX-LIBERADO           VALUE 'S'.
       77 WRK-CHX-MENSAGEM  PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 3000-ACUMULAR-SINDICAL THRU 3000-EXIT.
           PERFORM 4000-ACUMULAR-FGTS THRU 4000-EXIT.
           PERFORM 4500-ACUMULAR-ENCARGOS THRU 4500-EXIT.
           PERFORM 5000-CONFERIR-LOTE THRU 5000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
       1000-INICIALIZAR.
           DISPLAY 'COMPETENCIA A CONTABILIZAR (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           PERFORM 1050-INICIAR-CONTROLE THRU 1050-EXIT.
           IF NOT CHX-LIBERADO
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT FOLHA-CALCULO-FILE.
           IF WRK-FS-FOLHA NOT = '00'
               DISPLAY 'ERRO AO ABRIR FOLHA-CALCULO - FS='
               CLOSE SINDICAL-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT GUIA-ENCARGOS-FILE.
           IF WRK-FS-ENCARGOS NOT = '00'
               AND WRK-FS-ENCARGOS NOT = '35'
               DISPLAY 'ERRO AO ABRIR GUIAENC - FS=' WRK-FS-ENCARGOS
               CLOSE FOLHA-CALCULO-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE SINDICAL-FILE
               CLOSE GUIA-FGTS-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT RATEIO-FILE.
           IF WRK-FS-RATEIO NOT = '00' AND WRK-FS-RATEIO NOT = '35'
               DISPLAY 'ERRO AO ABRIR RATEIOFL - FS=' WRK-FS-RATEIO
               CLOSE FOLHA-CALCULO-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE SINDICAL-FILE
               CLOSE GUIA-FGTS-FILE
               IF WRK-FS-ENCARGOS NOT = '35'
                   CLOSE GUIA-ENCARGOS-FILE
               END-IF
               GO TO 9999-EXIT
           END-IF.
           PERFORM 8000-LER-FOLHA THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************
      * CONFERE NO CONTROLE DE EXECUCAO (PROGCOB55) SE AS
      * ETAPAS ANTERIORES DO FECHAMENTO DA COMPETENCIA
      * TERMINARAM NORMALMENTE E GRAVA O INICIO DESTA -
      * SE A CADEIA ESTIVER FORA DE ORDEM NAO PROCESSA
      ***************************************************
       1050-INICIAR-CONTROLE.
           MOVE SPACES TO WRK-CHX-REG.
           MOVE '***' TO WRK-CHX-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-CHX-COMPETENCIA.
           MOVE 'PROGCOB27' TO WRK-CHX-PROGRAMA.
           MOVE 'LOTE' TO WRK-CHX-OPERADOR.
           MOVE 'I' TO WRK-CHX-ACAO.
           CALL 'PROGCOB55' USING WRK-CHX-REG WRK-CHX-ACAO
               WRK-CHX-RETORNO WRK-CHX-MENSAGEM.
           IF NOT CHX-LIBERADO
               DISPLAY 'EXECUCAO RECUSADA - ' WRK-CHX-MENSAGEM
           END-IF.
       1050-EXIT.
           EXIT.

      ***************************************************
      * ACUMULA OS TOTAIS DE UM REGISTRO DE FOLHA DA
      * COMPETENCIA - BRUTO NO DEPARTAMENTO DO FUNCIONARIO,
      ***************************************************
       2000-ACUMULAR-FOLHA.
           IF WRK-FOLHA-COMPETENCIA = WRK-COMPETENCIA
               ADD 1 TO WRK-CHX-QTD-LIDOS
               PERFORM 2100-BUSCAR-DEPARTAMENTO THRU 2100-EXIT
               PERFORM 2200-ACUMULAR-DEPARTAMENTO THRU 2200-EXIT
               ADD WRK-FOLHA-VALOR-INSS TO WRK-TOTAL-INSS
           EXIT.

      ***************************************************
      * DEBITA O BRUTO DA FOLHA NO DEPARTAMENTO DO
      * FUNCIONARIO OU, QUANDO ELE TEM RATEIO NO RATEIOFL,
      * DIVIDE O BRUTO ENTRE OS DEPARTAMENTOS DO RATEIO PELOS
      * PERCENTUAIS - O ULTIMO LEVA O SALDO, PARA A SOMA DAS
      * PARCELAS BATER COM O BRUTO
      ***************************************************
       2200-ACUMULAR-DEPARTAMENTO.
           SET SEM-RATEIO TO TRUE.
           IF WRK-FS-RATEIO NOT = '35'
               MOVE WRK-FOLHA-CPF TO WRK-RTO-CPF
               READ RATEIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET COM-RATEIO TO TRUE
               END-READ
           END-IF.
           IF SEM-RATEIO
               MOVE WRK-FOLHA-SALARIO-BRUTO TO WRK-VALOR-DEPTO
               PERFORM 2230-SOMAR-DEPARTAMENTO THRU 2230-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-FOLHA-SALARIO-BRUTO TO WRK-SALDO-RATEIO.
           PERFORM 2210-RATEAR-ITEM THRU 2210-EXIT
               VARYING WRK-RTO-IDX FROM 1 BY 1
               UNTIL WRK-RTO-IDX > WRK-RTO-QTD.
       2200-EXIT.
           EXIT.

       2210-RATEAR-ITEM.
           MOVE WRK-RTO-DEPTO (WRK-RTO-IDX) TO WRK-DEPTO-ATUAL.
           IF WRK-RTO-IDX = WRK-RTO-QTD
               MOVE WRK-SALDO-RATEIO TO WRK-VALOR-DEPTO
           ELSE
               COMPUTE WRK-VALOR-DEPTO ROUNDED =
                   WRK-FOLHA-SALARIO-BRUTO *
                   WRK-RTO-PERCENTUAL (WRK-RTO-IDX) / 100
               SUBTRACT WRK-VALOR-DEPTO FROM WRK-SALDO-RATEIO
           END-IF.
           PERFORM 2230-SOMAR-DEPARTAMENTO THRU 2230-EXIT.
       2210-EXIT.
           EXIT.

      ***************************************************
      * SOMA A PARCELA NA LINHA DO DEPARTAMENTO NA TABELA EM
      * MEMORIA, ABRINDO UMA LINHA NOVA QUANDO O
      * DEPARTAMENTO AINDA NAO APARECEU
      ***************************************************
       2230-SOMAR-DEPARTAMENTO.
           SET DEPTO-NAO-ACHADO TO TRUE.
           PERFORM 2250-TESTAR-DEPARTAMENTO THRU 2250-EXIT
               VARYING WRK-IDX FROM 1 BY 1
                   ADD 1 TO WRK-DEPTO-QTD
                   MOVE WRK-DEPTO-ATUAL TO
                       WRK-DEPTO-COD (WRK-DEPTO-QTD)
                   MOVE WRK-VALOR-DEPTO TO
                       WRK-DEPTO-VALOR (WRK-DEPTO-QTD)
               ELSE
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA - '
                       'DEPTO ' WRK-DEPTO-ATUAL ' NAO CONTABILIZADO'
               END-IF
           END-IF.
       2230-EXIT.
           EXIT.

       2250-TESTAR-DEPARTAMENTO.
           IF WRK-DEPTO-COD (WRK-IDX) = WRK-DEPTO-ATUAL
               SET DEPTO-ACHADO TO TRUE
               ADD WRK-VALOR-DEPTO TO
                   WRK-DEPTO-VALOR (WRK-IDX)
           END-IF.
       2250-EXIT.
       4200-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE A GUIA DE ENCARGOS DO PROGCOB42 E ACUMULA
      * O INSS PATRONAL, O RAT E TERCEIROS DE TODAS AS
      * EMPRESAS NA COMPETENCIA - SEM GUIA CALCULADA OS
      * ENCARGOS FICAM ZERADOS E O LOTE SAI SEM OS PARES
      ***************************************************
       4500-ACUMULAR-ENCARGOS.
           IF WRK-FS-ENCARGOS = '35'
               DISPLAY 'SEM GUIA DE ENCARGOS (GUIAENC) - CUSTO '
                   'PATRONAL NAO CONTABILIZADO'
               GO TO 4500-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 4600-LER-ENCARGOS THRU 4600-EXIT.
           PERFORM 4700-SOMAR-ENCARGOS THRU 4700-EXIT
               UNTIL FIM-DO-ARQUIVO.
       4500-EXIT.
           EXIT.

       4600-LER-ENCARGOS.
           READ GUIA-ENCARGOS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       4600-EXIT.
           EXIT.

       4700-SOMAR-ENCARGOS.
           IF WRK-ENC-COMPETENCIA = WRK-COMPETENCIA
               ADD WRK-ENC-INSS-PATRONAL TO WRK-TOTAL-PATRONAL
               ADD WRK-ENC-VALOR-RAT TO WRK-TOTAL-RAT
               ADD WRK-ENC-VALOR-TERCEIROS TO WRK-TOTAL-TERCEIROS
           END-IF.
           PERFORM 4600-LER-ENCARGOS THRU 4600-EXIT.
       4700-EXIT.
           EXIT.

      ***************************************************
      * CONFERE SE DEBITOS E CREDITOS FECHAM EM ZERO E, SO
      * ENTAO, GRAVA O ARQUIVO DE LANCAMENTOS - SALARIOS A
               UNTIL WRK-IDX > WRK-DEPTO-QTD.
           ADD WRK-TOTAL-FGTS TO WRK-TOTAL-DEBITOS.
           ADD WRK-TOTAL-SINDICAL TO WRK-TOTAL-DEBITOS.
           ADD WRK-TOTAL-PATRONAL TO WRK-TOTAL-DEBITOS.
           ADD WRK-TOTAL-RAT TO WRK-TOTAL-DEBITOS.
           ADD WRK-TOTAL-TERCEIROS TO WRK-TOTAL-DEBITOS.
           COMPUTE WRK-TOTAL-CREDITOS =
               WRK-TOTAL-INSS + WRK-TOTAL-IRRF + WRK-TOTAL-SINDICAL
               + WRK-TOTAL-RUBR-DESC + WRK-TOTAL-ADIANTO
               + WRK-TOTAL-LIQUIDO + WRK-TOTAL-FGTS
               + WRK-TOTAL-PATRONAL + WRK-TOTAL-RAT
               + WRK-TOTAL-TERCEIROS.
           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               DISPLAY 'LOTE NAO FECHA EM ZERO - DEBITOS '
                   WRK-TOTAL-DEBITOS ' CREDITOS ' WRK-TOTAL-CREDITOS
               DISPLAY 'ARQUIVO DE LANCAMENTOS NAO GRAVADO'
               MOVE 'E' TO WRK-CHX-ACAO
               GO TO 5000-EXIT
           END-IF.
           PERFORM 6000-GRAVAR-LANCAMENTOS THRU 6000-EXIT.
      ***************************************************
      * GRAVA O ARQUIVO DE LANCAMENTOS CONTABEIS JA
      * CONFERIDO - UM DEBITO POR DEPARTAMENTO, OS CREDITOS
      * DAS RETENCOES E DO LIQUIDO, O PAR DE FGTS E OS
      * PARES DOS ENCARGOS PATRONAIS
      ***************************************************
       6000-GRAVAR-LANCAMENTOS.
           OPEN OUTPUT LANCAMENTO-FILE.
           IF WRK-FS-LANCAMENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR LANCCONT - FS='
                   WRK-FS-LANCAMENTO
               MOVE 'E' TO WRK-CHX-ACAO
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-GRAVAR-DEBITO-DEPTO THRU 6100-EXIT
           MOVE 'PROVISAO FGTS' TO WRK-LANC-CONTA.
           MOVE WRK-TOTAL-FGTS TO WRK-LANC-VALOR.
           PERFORM 6200-GRAVAR-LINHA THRU 6200-EXIT.
           MOVE 'D' TO WRK-LANC-TIPO.
           MOVE 'DESPESA INSS PATRONAL' TO WRK-LANC-CONTA.
           MOVE WRK-TOTAL-PATRONAL TO WRK-LANC-VALOR.
           PERFORM 6200-GRAVAR-LINHA THRU 6200-EXIT.
           MOVE 'C' TO WRK-LANC-TIPO.
           MOVE 'INSS PATRONAL A RECOLHER' TO WRK-LANC-CONTA.
           MOVE WRK-TOTAL-PATRONAL TO WRK-LANC-VALOR.
           PERFORM 6200-GRAVAR-LINHA THRU 6200-EXIT.
           MOVE 'D' TO WRK-LANC-TIPO.
           MOVE 'DESPESA RAT' TO WRK-LANC-CONTA.
           MOVE WRK-TOTAL-RAT TO WRK-LANC-VALOR.
           PERFORM 6200-GRAVAR-LINHA THRU 6200-EXIT.
           MOVE 'C' TO WRK-LANC-TIPO.
           MOVE 'RAT A RECOLHER' TO WRK-LANC-CONTA.
           MOVE WRK-TOTAL-RAT TO WRK-LANC-VALOR.
           PERFORM 6200-GRAVAR-LINHA THRU 6200-EXIT.
           MOVE 'D' TO WRK-LANC-TIPO.
           MOVE 'DESPESA TERCEIROS' TO WRK-LANC-CONTA.
           MOVE WRK-TOTAL-TERCEIROS TO WRK-LANC-VALOR.
           PERFORM 6200-GRAVAR-LINHA THRU 6200-EXIT.
           MOVE 'C' TO WRK-LANC-TIPO.
           MOVE 'TERCEIROS A RECOLHER' TO WRK-LANC-CONTA.
           MOVE WRK-TOTAL-TERCEIROS TO WRK-LANC-VALOR.
           PERFORM 6200-GRAVAR-LINHA THRU 6200-EXIT.
           CLOSE LANCAMENTO-FILE.
           DISPLAY 'LOTE CONTABIL GRAVADO - DEBITOS '
               WRK-TOTAL-DEBITOS ' CREDITOS ' WRK-TOTAL-CREDITOS.
       6200-GRAVAR-LINHA.
           MOVE WRK-COMPETENCIA TO WRK-LANC-COMPETENCIA.
           WRITE WRK-LANC-REG.
           ADD 1 TO WRK-CHX-QTD-GRAVADOS.
       6200-EXIT.
           EXIT.

       8000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA NO CONTROLE DE EXECUCAO (PROGCOB55) O FIM
      * DESTA ETAPA COM AS QUANTIDADES PROCESSADAS - COM ERRO
      * QUANDO O ARQUIVO DE LANCAMENTOS NAO FOI GRAVADO
      ***************************************************
       8900-FINALIZAR-CONTROLE.
           IF WRK-CHX-ACAO NOT = 'E'
               MOVE 'F' TO WRK-CHX-ACAO
           END-IF.
           CALL 'PROGCOB55' USING WRK-CHX-REG WRK-CHX-ACAO
               WRK-CHX-RETORNO WRK-CHX-MENSAGEM.
           IF NOT CHX-LIBERADO
               DISPLAY 'FIM NAO REGISTRADO NO CTRLEXEC - '
                   WRK-CHX-MENSAGEM
           END-IF.
       8900-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE SINDICAL-FILE.
           CLOSE GUIA-FGTS-FILE.
           IF WRK-FS-ENCARGOS NOT = '35'
               CLOSE GUIA-ENCARGOS-FILE
           END-IF.
           IF WRK-FS-RATEIO NOT = '35'
               CLOSE RATEIO-FILE
           END-IF.
           PERFORM 8900-FINALIZAR-CONTROLE THRU 8900-EXIT.
       9999-EXIT.
           EXIT.
