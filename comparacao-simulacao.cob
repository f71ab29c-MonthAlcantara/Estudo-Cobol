       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB59.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = COMPARAR A FOLHA SIMULADA PELO PROGCOB06
      * (SIMULFIL - TABELAS ALTERNATIVAS E/OU REAJUSTE) COM A
      * FOLHA REAL DA MESMA COMPETENCIA NO FOLHAFIL E IMPRIMIR,
      * POR FUNCIONARIO E SUBTOTALIZADO POR DEPARTAMENTO DENTRO
      * DA EMPRESA, COM TOTAL GERAL, O BRUTO, O INSS, O IRRF, O
      * LIQUIDO E O CUSTO ESTIMADO DO EMPREGADOR (BRUTO MAIS
      * INSS PATRONAL, RAT, TERCEIROS E FGTS) REAL, SIMULADO E
      * A DIFERENCA - OS ENCARGOS DA FOLHA REAL USAM AS
      * ALIQUOTAS DO TABFISCAL VIGENTE
      * DATA = 15/10/2026
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMULACAO-FILE
               ASSIGN TO "SIMULFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-SIMU-CHAVE
               FILE STATUS IS WRK-FS-SIMULACAO.
           SELECT FOLHA-CALCULO-FILE
               ASSIGN TO "FOLHAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FOLHA-CHAVE
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT PARAMETRO-FISCAL-FILE
               ASSIGN TO "TABFISCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT WORK-SORT-FILE
               ASSIGN TO "SORTSIMU".
           SELECT RELATORIO-FILE
               ASSIGN TO "RELSIMUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  SIMULACAO-FILE.
           COPY SIMULACAO-FOLHA.
       FD  FOLHA-CALCULO-FILE.
           COPY CALCULO-FOLHA.
      ***************MESMO LAYOUT LIDO PELO PROGCOB06 - AS
      ***************LINHAS PATR, RAT E TERC TRAZEM A ALIQUOTA
       FD  PARAMETRO-FISCAL-FILE.
       01  WRK-PARAM-REG.
           05 WRK-PARAM-TIPO       PIC X(04).
           05 WRK-PARAM-LIMITE     PIC 9(06)V99.
           05 WRK-PARAM-ALIQUOTA   PIC 9(02)V99.
           05 WRK-PARAM-PARCELA    PIC 9(06)V99.
       SD  WORK-SORT-FILE.
      ***************UMA LINHA POR FUNCIONARIO SIMULADO COM OS
      ***************VALORES REAIS E SIMULADOS - BRUTO, INSS,
      ***************IRRF, LIQUIDO E CUSTO DO EMPREGADOR
       01  WRK-SORT-REG.
           05 WRK-SORT-EMPRESA        PIC X(03).
           05 WRK-SORT-DEPARTAMENTO   PIC X(04).
           05 WRK-SORT-CPF            PIC X(11).
           05 WRK-SORT-NOME           PIC X(20).
           05 WRK-SORT-REAL-ACHADA    PIC X(01).
               88 SORT-COM-FOLHA-REAL     VALUE 'S'.
               88 SORT-SEM-FOLHA-REAL     VALUE 'N'.
           05 WRK-SORT-REAL           PIC 9(07)V99 OCCURS 5 TIMES.
           05 WRK-SORT-SIMU           PIC 9(07)V99 OCCURS 5 TIMES.
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(120).
       WORKING-STORAGE SECTION.
       77 WRK-FS-SIMULACAO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOLHA       PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARAMETRO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO   PIC X(02) VALUE ZEROS.
       77 WRK-FIM-SIMULACAO  PIC X(01) VALUE 'N'.
           88 FIM-DA-SIMULACAO         VALUE 'S'.
       77 WRK-FIM-PARAMETRO  PIC X(01) VALUE 'N'.
           88 FIM-DO-PARAMETRO         VALUE 'S'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO           VALUE 'S'.
      ***************COMPETENCIA COMPARADA
       77 WRK-COMPETENCIA    PIC 9(06) VALUE ZERO.
      ***************FOLHAFIL DISPONIVEL PARA A CONSULTA
       77 WRK-FOLHA-ABERTA   PIC X(01) VALUE 'N'.
           88 FOLHAFIL-ABERTO          VALUE 'S'.
      ***************ALIQUOTAS PATRONAIS CARREGADAS DO TABFISCAL
       77 WRK-ALIQ-PATRONAL  PIC 9(02)V99 VALUE ZERO.
       77 WRK-ALIQ-RAT       PIC 9(02)V99 VALUE ZERO.
       77 WRK-ALIQ-TERCEIROS PIC 9(02)V99 VALUE ZERO.
       77 WRK-ALIQUOTA-FGTS  PIC 9(02)V99 VALUE 08,00.
      ***************PARAMETROS DA SIMULACAO (DO PRIMEIRO REGISTRO)
       77 WRK-PARAMETRO-SIMUL PIC X(09) VALUE SPACES.
       77 WRK-PERC-SIMUL     PIC 9(03)V99 VALUE ZERO.
       77 WRK-PERC-ED        PIC ZZ9,99.
      ***************QUANTIDADES COMPARADAS
       77 WRK-QTD-LIBERADOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTD-SEM-REAL   PIC 9(06) VALUE ZERO.
      ***************CONTROLE DE QUEBRA POR EMPRESA E DEPARTAMENTO
       77 WRK-EMPRESA-ANTERIOR PIC X(03) VALUE SPACES.
       77 WRK-DEPTO-ANTERIOR PIC X(04) VALUE SPACES.
       77 WRK-1A-QUEBRA      PIC X(01) VALUE 'S'.
           88 PRIMEIRA-QUEBRA          VALUE 'S'.
           88 NAO-PRIMEIRA-QUEBRA      VALUE 'N'.
      ***************************************************
      * TOTAIS REAIS E SIMULADOS DAS CINCO COLUNAS POR NIVEL
      * DE QUEBRA - 1 = DEPARTAMENTO, 2 = EMPRESA, 3 = GERAL
      ***************************************************
       01 WRK-TAB-TOTAIS.
           05 WRK-TOT-NIVEL OCCURS 3 TIMES.
               10 WRK-TOT-QTD          PIC 9(06).
               10 WRK-TOT-REAL         PIC 9(09)V99 OCCURS 5 TIMES.
               10 WRK-TOT-SIMU         PIC 9(09)V99 OCCURS 5 TIMES.
       77 WRK-NIVEL          PIC 9(01) VALUE ZERO COMP.
       77 WRK-NIVEL-DEPTO    PIC 9(01) VALUE 1.
       77 WRK-NIVEL-EMPRESA  PIC 9(01) VALUE 2.
       77 WRK-NIVEL-GERAL    PIC 9(01) VALUE 3.
       77 WRK-COL            PIC 9(01) VALUE ZERO COMP.
      ***************************************************
      * VALORES DO BLOCO EM IMPRESSAO (FUNCIONARIO OU TOTAL)
      ***************************************************
       01 WRK-TAB-IMPRESSAO.
           05 WRK-IMP-REAL           PIC 9(09)V99 OCCURS 5 TIMES.
           05 WRK-IMP-SIMU           PIC 9(09)V99 OCCURS 5 TIMES.
      ***************LINHA DO BLOCO - R = REAL, S = SIMULADO,
      ***************D = DIFERENCA (SIMULADO MENOS REAL)
       77 WRK-TIPO-LINHA     PIC X(01) VALUE SPACE.
           88 LINHA-REAL               VALUE 'R'.
           88 LINHA-SIMULADA           VALUE 'S'.
           88 LINHA-DIFERENCA          VALUE 'D'.
       01 WRK-LINHA-VALORES.
           05 WRK-LV-ROTULO          PIC X(12).
           05 WRK-LV-COLUNA OCCURS 5 TIMES.
               10 FILLER             PIC X(02).
               10 WRK-LV-VALOR       PIC -ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           SORT WORK-SORT-FILE
               ON ASCENDING KEY WRK-SORT-EMPRESA
                                WRK-SORT-DEPARTAMENTO
                                WRK-SORT-CPF
               INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-GERAR-RELATORIO THRU 3000-EXIT.
           DISPLAY 'FUNCIONARIOS COMPARADOS: ' WRK-QTD-LIBERADOS.
           IF WRK-QTD-SEM-REAL > ZERO
               DISPLAY 'SIMULADOS SEM FOLHA REAL NA COMPETENCIA: '
                   WRK-QTD-SEM-REAL
           END-IF.
           STOP RUN.

      ***************************************************
      * PERGUNTA A COMPETENCIA E CARREGA AS ALIQUOTAS
      * PATRONAIS VIGENTES PARA O CUSTO DA FOLHA REAL
      ***************************************************
       1000-INICIALIZAR.
           DISPLAY 'COMPETENCIA A COMPARAR (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           MOVE ZEROS TO WRK-TAB-TOTAIS.
           PERFORM 1100-CARREGAR-ALIQUOTAS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************
      * LE O ARQUIVO DE PARAMETROS FISCAIS E GUARDA AS
      * ALIQUOTAS DAS LINHAS PATR, RAT E TERC
      ***************************************************
       1100-CARREGAR-ALIQUOTAS.
           OPEN INPUT PARAMETRO-FISCAL-FILE.
           IF WRK-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR TABFISCAL - FS='
                   WRK-FS-PARAMETRO ' - CUSTO REAL SO COM FGTS'
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-LER-PARAMETRO THRU 1150-EXIT
               UNTIL FIM-DO-PARAMETRO.
           CLOSE PARAMETRO-FISCAL-FILE.
           IF WRK-ALIQ-PATRONAL = ZERO
               DISPLAY 'TABFISCAL SEM A LINHA PATR - INSS PATRONAL '
                   'ZERADO'
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LER-PARAMETRO.
           READ PARAMETRO-FISCAL-FILE
               AT END
                   SET FIM-DO-PARAMETRO TO TRUE
               NOT AT END
                   IF WRK-PARAM-TIPO = 'PATR'
                       MOVE WRK-PARAM-ALIQUOTA TO WRK-ALIQ-PATRONAL
                   END-IF
                   IF WRK-PARAM-TIPO = 'RAT '
                       MOVE WRK-PARAM-ALIQUOTA TO WRK-ALIQ-RAT
                   END-IF
                   IF WRK-PARAM-TIPO = 'TERC'
                       MOVE WRK-PARAM-ALIQUOTA TO WRK-ALIQ-TERCEIROS
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      ***************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT - PERCORRE O SIMULFIL
      * E LIBERA CADA FUNCIONARIO SIMULADO NA COMPETENCIA COM
      * OS VALORES DA SUA FOLHA REAL (ZERADOS QUANDO NAO HA)
      ***************************************************
       2000-SELECIONAR.
           OPEN INPUT SIMULACAO-FILE.
           IF WRK-FS-SIMULACAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR SIMULFIL - FS='
                   WRK-FS-SIMULACAO
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT FOLHA-CALCULO-FILE.
           IF WRK-FS-FOLHA = '00'
               SET FOLHAFIL-ABERTO TO TRUE
           ELSE
               DISPLAY 'FOLHAFIL INDISPONIVEL - FS=' WRK-FS-FOLHA
                   ' - FOLHA REAL ZERADA'
           END-IF.
           PERFORM 2100-LER-SIMULACAO THRU 2100-EXIT.
           PERFORM 2200-LIBERAR-FUNCIONARIO THRU 2200-EXIT
               UNTIL FIM-DA-SIMULACAO.
           CLOSE SIMULACAO-FILE.
           IF FOLHAFIL-ABERTO
               CLOSE FOLHA-CALCULO-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-SIMULACAO.
           READ SIMULACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SIMULACAO
           END-READ.
       2100-EXIT.
           EXIT.

      ***************************************************
      * LIBERA O FUNCIONARIO SIMULADO NA COMPETENCIA PEDIDA E
      * LE O PROXIMO REGISTRO DO SIMULFIL
      ***************************************************
       2200-LIBERAR-FUNCIONARIO.
           IF WRK-SIMU-COMPETENCIA = WRK-COMPETENCIA
               PERFORM 2250-MONTAR-ORDENACAO THRU 2250-EXIT
           END-IF.
           PERFORM 2100-LER-SIMULACAO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ***************************************************
      * MONTA A LINHA DE ORDENACAO DO FUNCIONARIO SIMULADO -
      * O CUSTO DO EMPREGADOR E O BRUTO MAIS OS ENCARGOS
      ***************************************************
       2250-MONTAR-ORDENACAO.
           IF WRK-QTD-LIBERADOS = ZERO
               MOVE WRK-SIMU-PARAMETRO TO WRK-PARAMETRO-SIMUL
               MOVE WRK-SIMU-PERCENTUAL TO WRK-PERC-SIMUL
           END-IF.
           MOVE WRK-SIMU-EMPRESA TO WRK-SORT-EMPRESA.
           MOVE WRK-SIMU-DEPARTAMENTO TO WRK-SORT-DEPARTAMENTO.
           MOVE WRK-SIMU-CPF TO WRK-SORT-CPF.
           MOVE WRK-SIMU-NOME TO WRK-SORT-NOME.
           MOVE WRK-SIMU-SALARIO-BRUTO TO WRK-SORT-SIMU (1).
           MOVE WRK-SIMU-VALOR-INSS TO WRK-SORT-SIMU (2).
           MOVE WRK-SIMU-VALOR-IRRF TO WRK-SORT-SIMU (3).
           MOVE WRK-SIMU-SALARIO-LIQ TO WRK-SORT-SIMU (4).
           COMPUTE WRK-SORT-SIMU (5) =
               WRK-SIMU-SALARIO-BRUTO + WRK-SIMU-ENCARGOS.
           PERFORM 2300-BUSCAR-FOLHA-REAL THRU 2300-EXIT.
           RELEASE WRK-SORT-REG.
           ADD 1 TO WRK-QTD-LIBERADOS.
       2250-EXIT.
           EXIT.

      ***************************************************
      * BUSCA A FOLHA REAL DO CPF NA COMPETENCIA E ESTIMA O
      * CUSTO DO EMPREGADOR COM AS ALIQUOTAS VIGENTES
      ***************************************************
       2300-BUSCAR-FOLHA-REAL.
           SET SORT-SEM-FOLHA-REAL TO TRUE.
           MOVE ZERO TO WRK-SORT-REAL (1) WRK-SORT-REAL (2)
               WRK-SORT-REAL (3) WRK-SORT-REAL (4) WRK-SORT-REAL (5).
           IF NOT FOLHAFIL-ABERTO
               ADD 1 TO WRK-QTD-SEM-REAL
               GO TO 2300-EXIT
           END-IF.
           MOVE WRK-SIMU-CHAVE TO WRK-FOLHA-CHAVE.
           READ FOLHA-CALCULO-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-REAL
                   GO TO 2300-EXIT
           END-READ.
           SET SORT-COM-FOLHA-REAL TO TRUE.
           MOVE WRK-FOLHA-SALARIO-BRUTO TO WRK-SORT-REAL (1).
           MOVE WRK-FOLHA-VALOR-INSS TO WRK-SORT-REAL (2).
           MOVE WRK-FOLHA-VALOR-IRRF TO WRK-SORT-REAL (3).
           MOVE WRK-FOLHA-SALARIO-LIQ TO WRK-SORT-REAL (4).
           COMPUTE WRK-SORT-REAL (5) ROUNDED =
               WRK-FOLHA-SALARIO-BRUTO + WRK-FOLHA-SALARIO-BRUTO
               * (WRK-ALIQ-PATRONAL + WRK-ALIQ-RAT
               + WRK-ALIQ-TERCEIROS + WRK-ALIQUOTA-FGTS) / 100.
       2300-EXIT.
           EXIT.

      ***************************************************
      * PROCEDIMENTO DE SAIDA DO SORT - PERCORRE OS
      * FUNCIONARIOS ORDENADOS POR EMPRESA E DEPARTAMENTO E
      * IMPRIME A COMPARACAO COM QUEBRA NOS DOIS NIVEIS
      ***************************************************
       3000-GERAR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELSIMUL - FS='
                   WRK-FS-RELATORIO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-IMPRIMIR-TITULO THRU 3050-EXIT.
           PERFORM 3100-RETORNAR-PROXIMO THRU 3100-EXIT.
           PERFORM 3200-PROCESSAR-REGISTRO THRU 3200-EXIT
               UNTIL FIM-DO-ARQUIVO.
           IF NAO-PRIMEIRA-QUEBRA
               MOVE WRK-NIVEL-DEPTO TO WRK-NIVEL
               PERFORM 3300-IMPRIMIR-SUBTOTAL THRU 3300-EXIT
               MOVE WRK-NIVEL-EMPRESA TO WRK-NIVEL
               PERFORM 3300-IMPRIMIR-SUBTOTAL THRU 3300-EXIT
           END-IF.
           MOVE WRK-NIVEL-GERAL TO WRK-NIVEL.
           PERFORM 3300-IMPRIMIR-SUBTOTAL THRU 3300-EXIT.
           CLOSE RELATORIO-FILE.
       3000-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O TITULO COM OS PARAMETROS DA SIMULACAO E O
      * CABECALHO DAS COLUNAS
      ***************************************************
       3050-IMPRIMIR-TITULO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'COMPARACAO FOLHA REAL X SIMULADA - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING PAGE.
           MOVE WRK-PERC-SIMUL TO WRK-PERC-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SIMULACAO COM ' WRK-PARAMETRO-SIMUL
               ' E REAJUSTE DE ' WRK-PERC-ED '% - CUSTO DO '
               'EMPREGADOR = BRUTO + PATR/RAT/TERC + FGTS'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '                        BRUTO             INSS'
               '             IRRF          LIQUIDO    CUSTO EMPREG.'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
       3050-EXIT.
           EXIT.

      ***************************************************
      * DEVOLVE O PROXIMO REGISTRO ORDENADO PELO SORT
      ***************************************************
       3100-RETORNAR-PROXIMO.
           RETURN WORK-SORT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-RETURN.
       3100-EXIT.
           EXIT.

      ***************************************************
      * DETECTA A QUEBRA DE EMPRESA OU DE DEPARTAMENTO,
      * IMPRIME OS SUBTOTAIS ANTERIORES E O FUNCIONARIO
      ***************************************************
       3200-PROCESSAR-REGISTRO.
           IF PRIMEIRA-QUEBRA
               OR WRK-SORT-EMPRESA NOT = WRK-EMPRESA-ANTERIOR
               IF NAO-PRIMEIRA-QUEBRA
                   MOVE WRK-NIVEL-DEPTO TO WRK-NIVEL
                   PERFORM 3300-IMPRIMIR-SUBTOTAL THRU 3300-EXIT
                   MOVE WRK-NIVEL-EMPRESA TO WRK-NIVEL
                   PERFORM 3300-IMPRIMIR-SUBTOTAL THRU 3300-EXIT
               END-IF
               SET NAO-PRIMEIRA-QUEBRA TO TRUE
               MOVE WRK-SORT-EMPRESA TO WRK-EMPRESA-ANTERIOR
               MOVE WRK-SORT-DEPARTAMENTO TO WRK-DEPTO-ANTERIOR
               MOVE ZEROS TO WRK-TOT-NIVEL (WRK-NIVEL-EMPRESA)
               MOVE ZEROS TO WRK-TOT-NIVEL (WRK-NIVEL-DEPTO)
               PERFORM 3400-IMPRIMIR-EMPRESA THRU 3400-EXIT
               PERFORM 3450-IMPRIMIR-DEPARTAMENTO THRU 3450-EXIT
           ELSE
               IF WRK-SORT-DEPARTAMENTO NOT = WRK-DEPTO-ANTERIOR
                   MOVE WRK-NIVEL-DEPTO TO WRK-NIVEL
                   PERFORM 3300-IMPRIMIR-SUBTOTAL THRU 3300-EXIT
                   MOVE WRK-SORT-DEPARTAMENTO TO WRK-DEPTO-ANTERIOR
                   MOVE ZEROS TO WRK-TOT-NIVEL (WRK-NIVEL-DEPTO)
                   PERFORM 3450-IMPRIMIR-DEPARTAMENTO THRU 3450-EXIT
               END-IF
           END-IF.
           PERFORM 3500-IMPRIMIR-DETALHE THRU 3500-EXIT.
           PERFORM 3550-ACUMULAR-COLUNA THRU 3550-EXIT
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5.
           ADD 1 TO WRK-TOT-QTD (WRK-NIVEL-DEPTO)
               WRK-TOT-QTD (WRK-NIVEL-EMPRESA)
               WRK-TOT-QTD (WRK-NIVEL-GERAL).
           PERFORM 3100-RETORNAR-PROXIMO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O BLOCO DE TOTAIS DO NIVEL EM WRK-NIVEL
      * (DEPARTAMENTO, EMPRESA OU GERAL)
      ***************************************************
       3300-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO WRK-LINHA-REL.
           IF WRK-NIVEL = WRK-NIVEL-DEPTO
               STRING 'SUBTOTAL DEPARTAMENTO ' WRK-DEPTO-ANTERIOR
                   ' - FUNCIONARIOS ' WRK-TOT-QTD (WRK-NIVEL)
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           ELSE
               IF WRK-NIVEL = WRK-NIVEL-EMPRESA
                   STRING 'SUBTOTAL EMPRESA ' WRK-EMPRESA-ANTERIOR
                       ' - FUNCIONARIOS ' WRK-TOT-QTD (WRK-NIVEL)
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               ELSE
                   STRING 'TOTAL GERAL - FUNCIONARIOS '
                       WRK-TOT-QTD (WRK-NIVEL)
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               END-IF
           END-IF.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           PERFORM 3350-COPIAR-TOTAL THRU 3350-EXIT
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5.
           PERFORM 3700-IMPRIMIR-BLOCO THRU 3700-EXIT.
       3300-EXIT.
           EXIT.

       3350-COPIAR-TOTAL.
           MOVE WRK-TOT-REAL (WRK-NIVEL WRK-COL) TO
               WRK-IMP-REAL (WRK-COL).
           MOVE WRK-TOT-SIMU (WRK-NIVEL WRK-COL) TO
               WRK-IMP-SIMU (WRK-COL).
       3350-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O CABECALHO DE UMA NOVA EMPRESA
      ***************************************************
       3400-IMPRIMIR-EMPRESA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'EMPRESA: ' WRK-SORT-EMPRESA
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 3 LINES.
       3400-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O CABECALHO DE UM NOVO DEPARTAMENTO
      ***************************************************
       3450-IMPRIMIR-DEPARTAMENTO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'DEPARTAMENTO: ' WRK-SORT-DEPARTAMENTO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
       3450-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O BLOCO DE UM FUNCIONARIO - CPF E NOME,
      * SEGUIDOS DAS LINHAS REAL, SIMULADO E DIFERENCA
      ***************************************************
       3500-IMPRIMIR-DETALHE.
           MOVE SPACES TO WRK-LINHA-REL.
           IF SORT-SEM-FOLHA-REAL
               STRING '  ' WRK-SORT-CPF ' ' WRK-SORT-NOME
                   ' (SEM FOLHA REAL NA COMPETENCIA)'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           ELSE
               STRING '  ' WRK-SORT-CPF ' ' WRK-SORT-NOME
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-IF.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           PERFORM 3520-COPIAR-DETALHE THRU 3520-EXIT
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5.
           PERFORM 3700-IMPRIMIR-BLOCO THRU 3700-EXIT.
       3500-EXIT.
           EXIT.

       3520-COPIAR-DETALHE.
           MOVE WRK-SORT-REAL (WRK-COL) TO WRK-IMP-REAL (WRK-COL).
           MOVE WRK-SORT-SIMU (WRK-COL) TO WRK-IMP-SIMU (WRK-COL).
       3520-EXIT.
           EXIT.

      ***************************************************
      * SOMA UMA COLUNA DO FUNCIONARIO NOS TRES NIVEIS
      ***************************************************
       3550-ACUMULAR-COLUNA.
           ADD WRK-SORT-REAL (WRK-COL) TO
               WRK-TOT-REAL (WRK-NIVEL-DEPTO WRK-COL)
               WRK-TOT-REAL (WRK-NIVEL-EMPRESA WRK-COL)
               WRK-TOT-REAL (WRK-NIVEL-GERAL WRK-COL).
           ADD WRK-SORT-SIMU (WRK-COL) TO
               WRK-TOT-SIMU (WRK-NIVEL-DEPTO WRK-COL)
               WRK-TOT-SIMU (WRK-NIVEL-EMPRESA WRK-COL)
               WRK-TOT-SIMU (WRK-NIVEL-GERAL WRK-COL).
       3550-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME AS LINHAS REAL, SIMULADO E DIFERENCA DOS
      * VALORES EM WRK-TAB-IMPRESSAO
      ***************************************************
       3700-IMPRIMIR-BLOCO.
           SET LINHA-REAL TO TRUE.
           PERFORM 3750-IMPRIMIR-LINHA THRU 3750-EXIT.
           SET LINHA-SIMULADA TO TRUE.
           PERFORM 3750-IMPRIMIR-LINHA THRU 3750-EXIT.
           SET LINHA-DIFERENCA TO TRUE.
           PERFORM 3750-IMPRIMIR-LINHA THRU 3750-EXIT.
       3700-EXIT.
           EXIT.

       3750-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-LINHA-VALORES.
           IF LINHA-REAL
               MOVE '    REAL' TO WRK-LV-ROTULO
           ELSE
               IF LINHA-SIMULADA
                   MOVE '    SIMULADO' TO WRK-LV-ROTULO
               ELSE
                   MOVE '   DIFERENCA' TO WRK-LV-ROTULO
               END-IF
           END-IF.
           PERFORM 3760-MONTAR-COLUNA THRU 3760-EXIT
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 5.
           MOVE WRK-LINHA-VALORES TO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       3750-EXIT.
           EXIT.

       3760-MONTAR-COLUNA.
           IF LINHA-REAL
               MOVE WRK-IMP-REAL (WRK-COL) TO WRK-LV-VALOR (WRK-COL)
           ELSE
               IF LINHA-SIMULADA
                   MOVE WRK-IMP-SIMU (WRK-COL) TO
                       WRK-LV-VALOR (WRK-COL)
               ELSE
                   COMPUTE WRK-LV-VALOR (WRK-COL) =
                       WRK-IMP-SIMU (WRK-COL) - WRK-IMP-REAL (WRK-COL)
               END-IF
           END-IF.
       3760-EXIT.
           EXIT.
