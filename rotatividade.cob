       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB61.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = RELATORIO MENSAL DE QUADRO E ROTATIVIDADE
      * DE UMA COMPETENCIA, COM QUEBRA POR EMPRESA E POR
      * DEPARTAMENTO - QUADRO INICIAL, ADMISSOES,
      * DESLIGAMENTOS SEPARADOS PELO MOTIVO GRAVADO NA
      * RESCISAO DO PROGCOB14, AFASTADOS NO MES (AFASTFIL DO
      * PROGCOB50), QUADRO FINAL, TAXA DE ROTATIVIDADE E
      * TEMPO MEDIO DE CASA DOS DESLIGADOS, MAIS A TENDENCIA
      * DOS ULTIMOS 12 MESES DE CADA EMPRESA E DO GRUPO - OS
      * MESMOS NUMEROS VAO PARA O CSV EXPROTAT, AO LADO DA
      * EXPORTACAO DO PROGCOB09, PARA OS GRAFICOS DO BI
      * DATA = 15/10/2026
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-FUNC-CPF
               FILE STATUS IS WRK-FS-EMPLOYEE.
           SELECT AFASTAMENTO-FILE
               ASSIGN TO "AFASTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-AFT-CHAVE
               FILE STATUS IS WRK-FS-AFASTAMENTO.
           SELECT WORK-SORT-FILE
               ASSIGN TO "SORTROTA".
           SELECT RELATORIO-FILE
               ASSIGN TO "RELROTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT CSV-EXPORT-FILE
               ASSIGN TO "EXPROTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CSV.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  AFASTAMENTO-FILE.
           COPY AFASTAMENTO.
       SD  WORK-SORT-FILE.
      ***************UMA LINHA POR FUNCIONARIO QUE FEZ PARTE DO
      ***************QUADRO NA COMPETENCIA, COM A SUA SITUACAO NO
      ***************MES (1 = SIM, 0 = NAO) EM CADA CONTAGEM
       01  WRK-SORT-REG.
           05 WRK-SORT-EMPRESA        PIC X(03).
           05 WRK-SORT-DEPARTAMENTO   PIC X(04).
           05 WRK-SORT-CPF            PIC X(11).
           05 WRK-SORT-INICIAL        PIC 9(01).
           05 WRK-SORT-ADMITIDO       PIC 9(01).
           05 WRK-SORT-DESLIGADO      PIC 9(01).
           05 WRK-SORT-MOTIVO-IDX     PIC 9(01).
           05 WRK-SORT-AFASTADO       PIC 9(01).
           05 WRK-SORT-FINAL          PIC 9(01).
           05 WRK-SORT-TEM-TEMPO      PIC 9(01).
           05 WRK-SORT-MESES-CASA     PIC 9(05).
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(120).
       FD  CSV-EXPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-CSV PIC X(200).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AFASTAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CSV         PIC X(02) VALUE ZEROS.
       77 WRK-FIM-CADASTRO   PIC X(01) VALUE 'N'.
           88 FIM-DO-CADASTRO          VALUE 'S'.
       77 WRK-FIM-PERIODOS   PIC X(01) VALUE 'N'.
           88 FIM-DOS-PERIODOS         VALUE 'S'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO           VALUE 'S'.
      ***************AFASTFIL DISPONIVEL PARA A CONSULTA
       77 WRK-AFAST-ABERTA   PIC X(01) VALUE 'N'.
           88 AFASTFIL-ABERTO          VALUE 'S'.
      ***************EXPROTAT ABERTO PARA GRAVACAO
       77 WRK-CSV-ABERTA     PIC X(01) VALUE 'N'.
           88 EXPROTAT-ABERTO          VALUE 'S'.
      ***************COMPETENCIA DO RELATORIO E VALIDACAO
       01 WRK-COMPETENCIA    PIC 9(06) VALUE ZERO.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO       PIC 9(04).
           05 WRK-COMP-MES       PIC 9(02).
       77 WRK-ENTRADA-OK     PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA           VALUE 'S'.
           88 ENTRADA-INVALIDA         VALUE 'N'.
      ***************EMPRESA DO RELATORIO ('***' = TODAS)
       77 WRK-EMPRESA-FILTRO PIC X(03) VALUE SPACES.
      ***************DATA DE HOJE, PARA O AFASTADO MARCADO A MAO
       01 WRK-DATA-HOJE      PIC 9(08) VALUE ZERO.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANOMES    PIC 9(06).
           05 WRK-HOJE-DIA       PIC 9(02).
      ***************QUANTIDADES DO PROCESSAMENTO
       77 WRK-QTD-LIDOS      PIC 9(06) VALUE ZERO.
       77 WRK-QTD-LIBERADOS  PIC 9(06) VALUE ZERO.
      ***************************************************
      * OS 12 MESES DA TENDENCIA, DO MAIS ANTIGO (1) ATE A
      * COMPETENCIA DO RELATORIO (12), COM O PRIMEIRO E O
      * ULTIMO DIA PARA COMPARAR COM AS DATAS DO CADASTRO
      ***************************************************
       01 WRK-TAB-MESES.
           05 WRK-MES-ITEM OCCURS 12 TIMES.
               10 WRK-MES-ANOMES       PIC 9(06).
               10 WRK-MES-INICIO       PIC 9(08).
               10 WRK-MES-FIM          PIC 9(08).
       77 WRK-MES            PIC 9(02) VALUE ZERO COMP.
       77 WRK-MES-ATUAL      PIC 9(02) VALUE 12.
       01 WRK-ANOMES-CALC    PIC 9(06) VALUE ZERO.
       01 WRK-ANOMES-CALC-R REDEFINES WRK-ANOMES-CALC.
           05 WRK-CALC-ANO       PIC 9(04).
           05 WRK-CALC-MES       PIC 9(02).
      ***************************************************
      * SITUACAO DO FUNCIONARIO NO MES EM APURACAO
      ***************************************************
       77 WRK-CL-INICIAL     PIC 9(01) VALUE ZERO.
       77 WRK-CL-ADMITIDO    PIC 9(01) VALUE ZERO.
       77 WRK-CL-DESLIGADO   PIC 9(01) VALUE ZERO.
       77 WRK-CL-FINAL       PIC 9(01) VALUE ZERO.
      ***************MOTIVO DO DESLIGAMENTO - 1 = SEM JUSTA CAUSA,
      ***************2 = COM JUSTA CAUSA, 3 = PEDIDO DE DEMISSAO,
      ***************4 = NAO INFORMADO (DESLIGADOS ANTIGOS)
       77 WRK-MOT-IDX        PIC 9(01) VALUE ZERO.
      ***************TEMPO DE CASA DO DESLIGADO EM MESES
       01 WRK-DATA-ADM       PIC 9(08) VALUE ZERO.
       01 WRK-DATA-ADM-R REDEFINES WRK-DATA-ADM.
           05 WRK-ADM-ANO        PIC 9(04).
           05 WRK-ADM-MES        PIC 9(02).
           05 WRK-ADM-DIA        PIC 9(02).
       01 WRK-DATA-DESL      PIC 9(08) VALUE ZERO.
       01 WRK-DATA-DESL-R REDEFINES WRK-DATA-DESL.
           05 WRK-DESL-ANO       PIC 9(04).
           05 WRK-DESL-MES       PIC 9(02).
           05 WRK-DESL-DIA       PIC 9(02).
       77 WRK-MESES-CASA     PIC S9(05) VALUE ZERO.
      ***************************************************
      * TENDENCIA DOS 12 MESES - ITEM 1 = GRUPO (TODAS AS
      * EMPRESAS SELECIONADAS), DEMAIS ITENS = UMA EMPRESA
      ***************************************************
       01 WRK-TAB-TENDENCIA.
           05 WRK-TEND-ITEM OCCURS 101 TIMES.
               10 WRK-TEND-EMPRESA     PIC X(03).
               10 WRK-TEND-MES OCCURS 12 TIMES.
                   15 WRK-TEND-INICIAL     PIC 9(06).
                   15 WRK-TEND-ADMITIDOS   PIC 9(06).
                   15 WRK-TEND-DESLIGADOS  PIC 9(06) OCCURS 4 TIMES.
                   15 WRK-TEND-FINAL       PIC 9(06).
       77 WRK-TEND-QTD       PIC 9(03) VALUE 1 COMP.
       77 WRK-TEND-MAX       PIC 9(03) VALUE 101.
       77 WRK-TEND-IDX       PIC 9(03) VALUE ZERO COMP.
       77 WRK-TEND-BUSCA     PIC 9(03) VALUE ZERO COMP.
       77 WRK-TEND-AVISO     PIC X(01) VALUE 'N'.
           88 TENDENCIA-ESTOURADA      VALUE 'S'.
      ***************CONTROLE DE QUEBRA POR EMPRESA E DEPARTAMENTO
       77 WRK-EMPRESA-ANTERIOR PIC X(03) VALUE SPACES.
       77 WRK-DEPTO-ANTERIOR PIC X(04) VALUE SPACES.
       77 WRK-1A-QUEBRA      PIC X(01) VALUE 'S'.
           88 PRIMEIRA-QUEBRA          VALUE 'S'.
           88 NAO-PRIMEIRA-QUEBRA      VALUE 'N'.
      ***************************************************
      * TOTAIS POR NIVEL DE QUEBRA - 1 = DEPARTAMENTO,
      * 2 = EMPRESA, 3 = GERAL
      ***************************************************
       01 WRK-TAB-TOTAIS.
           05 WRK-TOT-NIVEL OCCURS 3 TIMES.
               10 WRK-TOT-INICIAL      PIC 9(06).
               10 WRK-TOT-ADMITIDOS    PIC 9(06).
               10 WRK-TOT-DESLIGADOS   PIC 9(06) OCCURS 4 TIMES.
               10 WRK-TOT-AFASTADOS    PIC 9(06).
               10 WRK-TOT-FINAL        PIC 9(06).
               10 WRK-TOT-SOMA-MESES   PIC 9(08).
               10 WRK-TOT-QTD-TEMPO    PIC 9(06).
       77 WRK-NIVEL          PIC 9(01) VALUE ZERO COMP.
       77 WRK-NIVEL-DEPTO    PIC 9(01) VALUE 1.
       77 WRK-NIVEL-EMPRESA  PIC 9(01) VALUE 2.
       77 WRK-NIVEL-GERAL    PIC 9(01) VALUE 3.
       77 WRK-COL            PIC 9(01) VALUE ZERO COMP.
      ***************************************************
      * VALORES DA LINHA EM IMPRESSAO - 1 INICIAL, 2
      * ADMISSOES, 3 A 6 DESLIGAMENTOS POR MOTIVO, 7 TOTAL
      * DE DESLIGAMENTOS, 8 AFASTADOS E 9 FINAL
      ***************************************************
       01 WRK-TAB-IMPRESSAO.
           05 WRK-IMP-QTD            PIC 9(06) OCCURS 9 TIMES.
       77 WRK-IMP-TAXA       PIC 9(03)V99 VALUE ZERO.
       77 WRK-IMP-TEMPO      PIC 9(04)V9 VALUE ZERO.
       77 WRK-IMP-TEM-TEMPO  PIC X(01) VALUE 'N'.
           88 IMP-COM-TEMPO            VALUE 'S'.
       77 WRK-IMP-TIPO       PIC X(01) VALUE SPACE.
       77 WRK-IMP-ANOMES     PIC 9(06) VALUE ZERO.
       77 WRK-IMP-EMPRESA    PIC X(03) VALUE SPACES.
       77 WRK-IMP-DEPTO      PIC X(04) VALUE SPACES.
       77 WRK-SOMA-QUADRO    PIC 9(07) VALUE ZERO.
       01 WRK-LINHA-QUADRO.
           05 WRK-LQ-ROTULO          PIC X(20).
           05 WRK-LQ-COLUNA OCCURS 9 TIMES.
               10 FILLER             PIC X(02).
               10 WRK-LQ-VALOR       PIC ZZZ.ZZ9.
           05 WRK-LQ-TAXA-GRP.
               10 FILLER             PIC X(02).
               10 WRK-LQ-TAXA        PIC ZZ9,99.
           05 WRK-LQ-TEMPO-GRP.
               10 FILLER             PIC X(03).
               10 WRK-LQ-TEMPO       PIC ZZZ9,9.
      ***************CAMPOS DO CSV - PONTO NO LUGAR DA VIRGULA
      ***************DECIMAL, POIS A VIRGULA SEPARA OS CAMPOS
       01 WRK-CSV-QTD-ED.
           05 WRK-CSV-QTD            PIC Z(05)9 OCCURS 9 TIMES.
       01 WRK-CSV-TAXA       PIC 9(03)V99 VALUE ZERO.
       01 WRK-CSV-TAXA-R REDEFINES WRK-CSV-TAXA.
           05 WRK-CSV-TAXA-INT   PIC 9(03).
           05 WRK-CSV-TAXA-DEC   PIC 9(02).
       01 WRK-CSV-TEMPO      PIC 9(04)V9 VALUE ZERO.
       01 WRK-CSV-TEMPO-R REDEFINES WRK-CSV-TEMPO.
           05 WRK-CSV-TEMPO-INT  PIC 9(04).
           05 WRK-CSV-TEMPO-DEC  PIC 9(01).
       77 WRK-CSV-AFASTADOS  PIC X(06) VALUE SPACES.
       77 WRK-CSV-TEMPO-TXT  PIC X(06) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           SORT WORK-SORT-FILE
               ON ASCENDING KEY WRK-SORT-EMPRESA
                                WRK-SORT-DEPARTAMENTO
                                WRK-SORT-CPF
               INPUT PROCEDURE IS 2000-SELECIONAR THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-GERAR-RELATORIO THRU 3000-EXIT.
           DISPLAY 'FUNCIONARIOS LIDOS: ' WRK-QTD-LIDOS.
           DISPLAY 'FUNCIONARIOS NO QUADRO DA COMPETENCIA: '
               WRK-QTD-LIBERADOS.
           STOP RUN.

      ***************************************************
      * PERGUNTA A COMPETENCIA E A EMPRESA E MONTA OS 12
      * MESES DA TENDENCIA
      ***************************************************
       1000-INICIALIZAR.
           PERFORM 1050-CAPTURAR-COMPETENCIA THRU 1050-EXIT
               UNTIL ENTRADA-VALIDA.
           DISPLAY 'EMPRESA DO RELATORIO (*** = TODAS): '.
           ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-TAB-TOTAIS.
           MOVE ZEROS TO WRK-TAB-TENDENCIA.
           MOVE '***' TO WRK-TEND-EMPRESA (1).
           MOVE WRK-COMPETENCIA TO WRK-ANOMES-CALC.
           PERFORM 1100-MONTAR-MES THRU 1100-EXIT
               VARYING WRK-MES FROM 12 BY -1 UNTIL WRK-MES < 1.
       1000-EXIT.
           EXIT.

      ***************************************************
      * ACEITA A COMPETENCIA, REJEITANDO MES FORA DE 01-12
      ***************************************************
       1050-CAPTURAR-COMPETENCIA.
           DISPLAY 'COMPETENCIA DO RELATORIO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
               AND WRK-COMP-ANO > ZERO
               SET ENTRADA-VALIDA TO TRUE
           ELSE
               SET ENTRADA-INVALIDA TO TRUE
               DISPLAY 'COMPETENCIA INVALIDA - REDIGITE'
           END-IF.
       1050-EXIT.
           EXIT.

      ***************************************************
      * GUARDA O MES EM WRK-ANOMES-CALC NA POSICAO WRK-MES
      * E RECUA UM MES PARA A POSICAO ANTERIOR
      ***************************************************
       1100-MONTAR-MES.
           MOVE WRK-ANOMES-CALC TO WRK-MES-ANOMES (WRK-MES).
           COMPUTE WRK-MES-INICIO (WRK-MES) = WRK-ANOMES-CALC * 100 + 1.
           COMPUTE WRK-MES-FIM (WRK-MES) = WRK-ANOMES-CALC * 100 + 31.
           IF WRK-CALC-MES = 1
               MOVE 12 TO WRK-CALC-MES
               SUBTRACT 1 FROM WRK-CALC-ANO
           ELSE
               SUBTRACT 1 FROM WRK-CALC-MES
           END-IF.
       1100-EXIT.
           EXIT.

      ***************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT - PERCORRE O EMPFILE,
      * SOMA CADA FUNCIONARIO DA EMPRESA PEDIDA NA TENDENCIA
      * DOS 12 MESES E LIBERA QUEM FEZ PARTE DO QUADRO NA
      * COMPETENCIA DO RELATORIO
      ***************************************************
       2000-SELECIONAR.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT AFASTAMENTO-FILE.
           IF WRK-FS-AFASTAMENTO = '00'
               SET AFASTFIL-ABERTO TO TRUE
           ELSE
               DISPLAY 'AFASTFIL INDISPONIVEL - FS='
                   WRK-FS-AFASTAMENTO
                   ' - AFASTADOS PELA SITUACAO DO CADASTRO'
           END-IF.
           PERFORM 2100-LER-CADASTRO THRU 2100-EXIT.
           PERFORM 2200-TRATAR-FUNCIONARIO THRU 2200-EXIT
               UNTIL FIM-DO-CADASTRO.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF AFASTFIL-ABERTO
               CLOSE AFASTAMENTO-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-CADASTRO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-CADASTRO
           END-READ.
       2100-EXIT.
           EXIT.

      ***************************************************
      * TRATA O FUNCIONARIO DA EMPRESA PEDIDA E LE O PROXIMO
      ***************************************************
       2200-TRATAR-FUNCIONARIO.
           IF WRK-EMPRESA-FILTRO = '***'
               OR WRK-EMPRESA-FILTRO = WRK-FUNC-EMPRESA
               ADD 1 TO WRK-QTD-LIDOS
               PERFORM 2250-APURAR-FUNCIONARIO THRU 2250-EXIT
           END-IF.
           PERFORM 2100-LER-CADASTRO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ***************************************************
      * SOMA O FUNCIONARIO NOS 12 MESES DA TENDENCIA E, SE
      * FEZ PARTE DO QUADRO NA COMPETENCIA, MONTA E LIBERA A
      * LINHA DE ORDENACAO - A SITUACAO DO MES 12 (A
      * COMPETENCIA) FICA NOS CAMPOS WRK-CL- AO FIM DO LACO
      ***************************************************
       2250-APURAR-FUNCIONARIO.
           IF DESLIG-SEM-JUSTA-CAUSA
               MOVE 1 TO WRK-MOT-IDX
           ELSE
               IF DESLIG-COM-JUSTA-CAUSA
                   MOVE 2 TO WRK-MOT-IDX
               ELSE
                   IF DESLIG-PEDIDO-DEMISSAO
                       MOVE 3 TO WRK-MOT-IDX
                   ELSE
                       MOVE 4 TO WRK-MOT-IDX
                   END-IF
               END-IF
           END-IF.
           PERFORM 2260-LOCALIZAR-TENDENCIA THRU 2260-EXIT.
           PERFORM 2300-APURAR-MES THRU 2300-EXIT
               VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12.
           IF WRK-CL-INICIAL = ZERO AND WRK-CL-ADMITIDO = ZERO
               GO TO 2250-EXIT
           END-IF.
           MOVE WRK-FUNC-EMPRESA TO WRK-SORT-EMPRESA.
           MOVE WRK-FUNC-DEPARTAMENTO TO WRK-SORT-DEPARTAMENTO.
           MOVE WRK-FUNC-CPF TO WRK-SORT-CPF.
           MOVE WRK-CL-INICIAL TO WRK-SORT-INICIAL.
           MOVE WRK-CL-ADMITIDO TO WRK-SORT-ADMITIDO.
           MOVE WRK-CL-DESLIGADO TO WRK-SORT-DESLIGADO.
           MOVE WRK-MOT-IDX TO WRK-SORT-MOTIVO-IDX.
           MOVE WRK-CL-FINAL TO WRK-SORT-FINAL.
           PERFORM 2400-VERIFICAR-AFASTAMENTO THRU 2400-EXIT.
           PERFORM 2500-CALCULAR-TEMPO-CASA THRU 2500-EXIT.
           RELEASE WRK-SORT-REG.
           ADD 1 TO WRK-QTD-LIBERADOS.
       2250-EXIT.
           EXIT.

      ***************************************************
      * LOCALIZA (OU ACRESCENTA) A EMPRESA DO FUNCIONARIO NA
      * TABELA DA TENDENCIA - COM A TABELA CHEIA A EMPRESA
      * FICA SO NO TOTAL DO GRUPO (WRK-TEND-IDX ZERO)
      ***************************************************
       2260-LOCALIZAR-TENDENCIA.
           PERFORM 2270-COMPARAR-EMPRESA THRU 2270-EXIT
               VARYING WRK-TEND-IDX FROM 2 BY 1
               UNTIL WRK-TEND-IDX > WRK-TEND-QTD
                   OR WRK-TEND-EMPRESA (WRK-TEND-IDX) =
                      WRK-FUNC-EMPRESA.
           IF WRK-TEND-IDX NOT > WRK-TEND-QTD
               GO TO 2260-EXIT
           END-IF.
           IF WRK-TEND-QTD < WRK-TEND-MAX
               ADD 1 TO WRK-TEND-QTD
               MOVE WRK-TEND-QTD TO WRK-TEND-IDX
               MOVE WRK-FUNC-EMPRESA TO
                   WRK-TEND-EMPRESA (WRK-TEND-IDX)
           ELSE
               MOVE ZERO TO WRK-TEND-IDX
               IF NOT TENDENCIA-ESTOURADA
                   SET TENDENCIA-ESTOURADA TO TRUE
                   DISPLAY 'TABELA DA TENDENCIA CHEIA - EMPRESAS '
                       'EXCEDENTES SO NO TOTAL DO GRUPO'
               END-IF
           END-IF.
       2260-EXIT.
           EXIT.

       2270-COMPARAR-EMPRESA.
           CONTINUE.
       2270-EXIT.
           EXIT.

      ***************************************************
      * APURA O FUNCIONARIO NO MES WRK-MES E SOMA NA
      * TENDENCIA DO GRUPO E DA EMPRESA
      ***************************************************
       2300-APURAR-MES.
           PERFORM 2350-CLASSIFICAR-MES THRU 2350-EXIT.
           ADD WRK-CL-INICIAL TO WRK-TEND-INICIAL (1 WRK-MES).
           ADD WRK-CL-ADMITIDO TO WRK-TEND-ADMITIDOS (1 WRK-MES).
           ADD WRK-CL-DESLIGADO TO
               WRK-TEND-DESLIGADOS (1 WRK-MES WRK-MOT-IDX).
           ADD WRK-CL-FINAL TO WRK-TEND-FINAL (1 WRK-MES).
           IF WRK-TEND-IDX > ZERO
               ADD WRK-CL-INICIAL TO
                   WRK-TEND-INICIAL (WRK-TEND-IDX WRK-MES)
               ADD WRK-CL-ADMITIDO TO
                   WRK-TEND-ADMITIDOS (WRK-TEND-IDX WRK-MES)
               ADD WRK-CL-DESLIGADO TO
                   WRK-TEND-DESLIGADOS (WRK-TEND-IDX WRK-MES
                   WRK-MOT-IDX)
               ADD WRK-CL-FINAL TO
                   WRK-TEND-FINAL (WRK-TEND-IDX WRK-MES)
           END-IF.
       2300-EXIT.
           EXIT.

      ***************************************************
      * SITUACAO DO FUNCIONARIO NO MES WRK-MES - NO QUADRO
      * INICIAL SE ADMITIDO ANTES DO DIA 1 E NAO DESLIGADO
      * ANTES DELE, ADMITIDO OU DESLIGADO SE A DATA CAI NO
      * MES, NO QUADRO FINAL SE ADMITIDO ATE O FIM DO MES E
      * NAO DESLIGADO ATE ELE (INICIAL + ADMITIDOS -
      * DESLIGADOS = FINAL) - O DESLIGADO SEM DATA FICA FORA
      ***************************************************
       2350-CLASSIFICAR-MES.
           MOVE ZERO TO WRK-CL-INICIAL WRK-CL-ADMITIDO
               WRK-CL-DESLIGADO WRK-CL-FINAL.
           IF FUNC-DESLIGADO AND WRK-FUNC-DESLIGAMENTO = ZERO
               GO TO 2350-EXIT
           END-IF.
           IF WRK-FUNC-ADMISSAO < WRK-MES-INICIO (WRK-MES)
               IF NOT FUNC-DESLIGADO
                   OR WRK-FUNC-DESLIGAMENTO NOT <
                      WRK-MES-INICIO (WRK-MES)
                   MOVE 1 TO WRK-CL-INICIAL
               END-IF
           END-IF.
           IF WRK-FUNC-ADMISSAO NOT < WRK-MES-INICIO (WRK-MES)
               AND WRK-FUNC-ADMISSAO NOT > WRK-MES-FIM (WRK-MES)
               MOVE 1 TO WRK-CL-ADMITIDO
           END-IF.
           IF WRK-FUNC-ADMISSAO > WRK-MES-FIM (WRK-MES)
               GO TO 2350-EXIT
           END-IF.
           IF FUNC-DESLIGADO
               IF WRK-FUNC-DESLIGAMENTO NOT <
                  WRK-MES-INICIO (WRK-MES)
                   AND WRK-FUNC-DESLIGAMENTO NOT >
                       WRK-MES-FIM (WRK-MES)
                   MOVE 1 TO WRK-CL-DESLIGADO
               END-IF
               IF WRK-FUNC-DESLIGAMENTO > WRK-MES-FIM (WRK-MES)
                   MOVE 1 TO WRK-CL-FINAL
               END-IF
           ELSE
               MOVE 1 TO WRK-CL-FINAL
           END-IF.
       2350-EXIT.
           EXIT.

      ***************************************************
      * AFASTADO NA COMPETENCIA - PERIODO DO AFASTFIL QUE
      * ALCANCA O MES; SEM O AFASTFIL, OU PARA O AFASTADO
      * MARCADO A MAO SEM PERIODO NA COMPETENCIA CORRENTE,
      * VALE A SITUACAO DO CADASTRO
      ***************************************************
       2400-VERIFICAR-AFASTAMENTO.
           MOVE ZERO TO WRK-SORT-AFASTADO.
           IF NOT AFASTFIL-ABERTO
               IF FUNC-AFASTADO
                   MOVE 1 TO WRK-SORT-AFASTADO
               END-IF
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-PERIODOS.
           MOVE WRK-FUNC-CPF TO WRK-AFT-CPF.
           MOVE ZERO TO WRK-AFT-INICIO.
           START AFASTAMENTO-FILE KEY NOT < WRK-AFT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PERIODOS
           END-START.
           PERFORM 2450-LER-PERIODO THRU 2450-EXIT
               UNTIL FIM-DOS-PERIODOS.
           IF WRK-SORT-AFASTADO = ZERO AND FUNC-AFASTADO
               AND WRK-COMPETENCIA = WRK-HOJE-ANOMES
               MOVE 1 TO WRK-SORT-AFASTADO
           END-IF.
       2400-EXIT.
           EXIT.

       2450-LER-PERIODO.
           READ AFASTAMENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PERIODOS
                   GO TO 2450-EXIT
           END-READ.
           IF WRK-AFT-CPF NOT = WRK-FUNC-CPF
               MOVE 'S' TO WRK-FIM-PERIODOS
               GO TO 2450-EXIT
           END-IF.
           IF WRK-AFT-INICIO NOT > WRK-MES-FIM (WRK-MES-ATUAL)
               AND (WRK-AFT-RETORNO = ZERO
               OR WRK-AFT-RETORNO > WRK-MES-INICIO (WRK-MES-ATUAL))
               MOVE 1 TO WRK-SORT-AFASTADO
               MOVE 'S' TO WRK-FIM-PERIODOS
           END-IF.
       2450-EXIT.
           EXIT.

      ***************************************************
      * TEMPO DE CASA EM MESES COMPLETOS DO DESLIGADO NA
      * COMPETENCIA - SEM DATA DE ADMISSAO NAO ENTRA NA MEDIA
      ***************************************************
       2500-CALCULAR-TEMPO-CASA.
           MOVE ZERO TO WRK-SORT-TEM-TEMPO.
           MOVE ZERO TO WRK-SORT-MESES-CASA.
           IF WRK-CL-DESLIGADO = ZERO
               OR WRK-FUNC-ADMISSAO = ZERO
               GO TO 2500-EXIT
           END-IF.
           MOVE WRK-FUNC-ADMISSAO TO WRK-DATA-ADM.
           MOVE WRK-FUNC-DESLIGAMENTO TO WRK-DATA-DESL.
           COMPUTE WRK-MESES-CASA =
               (WRK-DESL-ANO * 12 + WRK-DESL-MES)
               - (WRK-ADM-ANO * 12 + WRK-ADM-MES).
           IF WRK-DESL-DIA < WRK-ADM-DIA
               SUBTRACT 1 FROM WRK-MESES-CASA
           END-IF.
           IF WRK-MESES-CASA < ZERO
               MOVE ZERO TO WRK-MESES-CASA
           END-IF.
           MOVE 1 TO WRK-SORT-TEM-TEMPO.
           MOVE WRK-MESES-CASA TO WRK-SORT-MESES-CASA.
       2500-EXIT.
           EXIT.

      ***************************************************
      * PROCEDIMENTO DE SAIDA DO SORT - PERCORRE O QUADRO
      * ORDENADO POR EMPRESA E DEPARTAMENTO E IMPRIME UMA
      * LINHA POR DEPARTAMENTO, O TOTAL E A TENDENCIA DE
      * CADA EMPRESA E O TOTAL E A TENDENCIA DO GRUPO
      ***************************************************
       3000-GERAR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELROTAT - FS='
                   WRK-FS-RELATORIO
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT CSV-EXPORT-FILE.
           IF WRK-FS-CSV = '00'
               SET EXPROTAT-ABERTO TO TRUE
               MOVE SPACES TO WRK-LINHA-CSV
               STRING 'TIPO,COMPETENCIA,EMPRESA,DEPARTAMENTO,'
                   'INICIAL,ADMISSOES,DESLIG_SEM_JUSTA_CAUSA,'
                   'DESLIG_COM_JUSTA_CAUSA,DESLIG_PEDIDO,'
                   'DESLIG_NAO_INFORMADO,DESLIGAMENTOS,AFASTADOS,'
                   'FINAL,ROTATIVIDADE,TEMPO_MEDIO_MESES'
                   DELIMITED BY SIZE INTO WRK-LINHA-CSV
               WRITE WRK-LINHA-CSV
           ELSE
               DISPLAY 'ERRO AO ABRIR EXPROTAT - FS=' WRK-FS-CSV
                   ' - RELATORIO SEM O CSV'
           END-IF.
           PERFORM 3050-IMPRIMIR-TITULO THRU 3050-EXIT.
           PERFORM 3100-RETORNAR-PROXIMO THRU 3100-EXIT.
           PERFORM 3200-PROCESSAR-REGISTRO THRU 3200-EXIT
               UNTIL FIM-DO-ARQUIVO.
           IF NAO-PRIMEIRA-QUEBRA
               MOVE WRK-NIVEL-DEPTO TO WRK-NIVEL
               PERFORM 3300-IMPRIMIR-TOTAL THRU 3300-EXIT
               MOVE WRK-NIVEL-EMPRESA TO WRK-NIVEL
               PERFORM 3300-IMPRIMIR-TOTAL THRU 3300-EXIT
           END-IF.
           MOVE WRK-NIVEL-GERAL TO WRK-NIVEL.
           PERFORM 3300-IMPRIMIR-TOTAL THRU 3300-EXIT.
           CLOSE RELATORIO-FILE.
           IF EXPROTAT-ABERTO
               CLOSE CSV-EXPORT-FILE
           END-IF.
       3000-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O TITULO E A LEGENDA DAS COLUNAS
      ***************************************************
       3050-IMPRIMIR-TITULO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'QUADRO DE PESSOAL E ROTATIVIDADE - COMPETENCIA '
               WRK-COMPETENCIA ' - EMPRESA ' WRK-EMPRESA-FILTRO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING PAGE.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ROTAT% = ((ADMISSOES + DESLIGAMENTOS) / 2) / '
               '((INICIAL + FINAL) / 2) X 100'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'T.MEDIO = TEMPO MEDIO DE CASA DOS DESLIGADOS NO '
               'MES, EM MESES'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       3050-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O CABECALHO DAS COLUNAS
      ***************************************************
       3060-IMPRIMIR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '                      INICIAL   ADMIS.  S/JUSTA'
               '  C/JUSTA   PEDIDO  N/INFO.  DESLIG.   AFAST.'
               '    FINAL   ROTAT%  T.MEDIO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
       3060-EXIT.
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
      * IMPRIME OS TOTAIS ANTERIORES E ACUMULA O FUNCIONARIO
      ***************************************************
       3200-PROCESSAR-REGISTRO.
           IF PRIMEIRA-QUEBRA
               OR WRK-SORT-EMPRESA NOT = WRK-EMPRESA-ANTERIOR
               IF NAO-PRIMEIRA-QUEBRA
                   MOVE WRK-NIVEL-DEPTO TO WRK-NIVEL
                   PERFORM 3300-IMPRIMIR-TOTAL THRU 3300-EXIT
                   MOVE WRK-NIVEL-EMPRESA TO WRK-NIVEL
                   PERFORM 3300-IMPRIMIR-TOTAL THRU 3300-EXIT
               END-IF
               SET NAO-PRIMEIRA-QUEBRA TO TRUE
               MOVE WRK-SORT-EMPRESA TO WRK-EMPRESA-ANTERIOR
               MOVE WRK-SORT-DEPARTAMENTO TO WRK-DEPTO-ANTERIOR
               MOVE ZEROS TO WRK-TOT-NIVEL (WRK-NIVEL-EMPRESA)
               MOVE ZEROS TO WRK-TOT-NIVEL (WRK-NIVEL-DEPTO)
               PERFORM 3400-IMPRIMIR-EMPRESA THRU 3400-EXIT
           ELSE
               IF WRK-SORT-DEPARTAMENTO NOT = WRK-DEPTO-ANTERIOR
                   MOVE WRK-NIVEL-DEPTO TO WRK-NIVEL
                   PERFORM 3300-IMPRIMIR-TOTAL THRU 3300-EXIT
                   MOVE WRK-SORT-DEPARTAMENTO TO WRK-DEPTO-ANTERIOR
                   MOVE ZEROS TO WRK-TOT-NIVEL (WRK-NIVEL-DEPTO)
               END-IF
           END-IF.
           PERFORM 3550-ACUMULAR-NIVEL THRU 3550-EXIT
               VARYING WRK-NIVEL FROM 1 BY 1 UNTIL WRK-NIVEL > 3.
           PERFORM 3100-RETORNAR-PROXIMO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME E EXPORTA A LINHA DO NIVEL EM WRK-NIVEL
      * (DEPARTAMENTO, EMPRESA OU GERAL) - A EMPRESA E O
      * GERAL VEM SEGUIDOS DA SUA TENDENCIA DE 12 MESES
      ***************************************************
       3300-IMPRIMIR-TOTAL.
           MOVE WRK-TOT-INICIAL (WRK-NIVEL) TO WRK-IMP-QTD (1).
           MOVE WRK-TOT-ADMITIDOS (WRK-NIVEL) TO WRK-IMP-QTD (2).
           MOVE ZERO TO WRK-IMP-QTD (7).
           PERFORM 3350-COPIAR-MOTIVO THRU 3350-EXIT
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 4.
           MOVE WRK-TOT-AFASTADOS (WRK-NIVEL) TO WRK-IMP-QTD (8).
           MOVE WRK-TOT-FINAL (WRK-NIVEL) TO WRK-IMP-QTD (9).
           PERFORM 3800-CALCULAR-TAXA THRU 3800-EXIT.
           MOVE 'N' TO WRK-IMP-TEM-TEMPO.
           MOVE ZERO TO WRK-IMP-TEMPO.
           IF WRK-TOT-QTD-TEMPO (WRK-NIVEL) > ZERO
               SET IMP-COM-TEMPO TO TRUE
               COMPUTE WRK-IMP-TEMPO ROUNDED =
                   WRK-TOT-SOMA-MESES (WRK-NIVEL)
                   / WRK-TOT-QTD-TEMPO (WRK-NIVEL)
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-IMP-ANOMES.
           MOVE SPACES TO WRK-LINHA-QUADRO.
           IF WRK-NIVEL = WRK-NIVEL-DEPTO
               STRING '  DEPTO ' WRK-DEPTO-ANTERIOR
                   DELIMITED BY SIZE INTO WRK-LQ-ROTULO
               MOVE 'D' TO WRK-IMP-TIPO
               MOVE WRK-EMPRESA-ANTERIOR TO WRK-IMP-EMPRESA
               MOVE WRK-DEPTO-ANTERIOR TO WRK-IMP-DEPTO
           ELSE
               IF WRK-NIVEL = WRK-NIVEL-EMPRESA
                   STRING 'TOTAL EMPRESA ' WRK-EMPRESA-ANTERIOR
                       DELIMITED BY SIZE INTO WRK-LQ-ROTULO
                   MOVE 'E' TO WRK-IMP-TIPO
                   MOVE WRK-EMPRESA-ANTERIOR TO WRK-IMP-EMPRESA
                   MOVE SPACES TO WRK-IMP-DEPTO
               ELSE
                   MOVE 'TOTAL GERAL' TO WRK-LQ-ROTULO
                   MOVE 'G' TO WRK-IMP-TIPO
                   MOVE '***' TO WRK-IMP-EMPRESA
                   MOVE SPACES TO WRK-IMP-DEPTO
               END-IF
           END-IF.
           PERFORM 3700-IMPRIMIR-LINHA THRU 3700-EXIT.
           PERFORM 3900-GRAVAR-CSV THRU 3900-EXIT.
           IF WRK-NIVEL = WRK-NIVEL-EMPRESA
               PERFORM 3650-LOCALIZAR-EMPRESA THRU 3650-EXIT
               IF WRK-TEND-IDX > ZERO
                   PERFORM 3600-IMPRIMIR-TENDENCIA THRU 3600-EXIT
               END-IF
           END-IF.
           IF WRK-NIVEL = WRK-NIVEL-GERAL
               MOVE 1 TO WRK-TEND-IDX
               PERFORM 3600-IMPRIMIR-TENDENCIA THRU 3600-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3350-COPIAR-MOTIVO.
           MOVE WRK-TOT-DESLIGADOS (WRK-NIVEL WRK-COL) TO
               WRK-IMP-QTD (WRK-COL + 2).
           ADD WRK-TOT-DESLIGADOS (WRK-NIVEL WRK-COL) TO
               WRK-IMP-QTD (7).
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
           PERFORM 3060-IMPRIMIR-CABECALHO THRU 3060-EXIT.
       3400-EXIT.
           EXIT.

      ***************************************************
      * SOMA O FUNCIONARIO NO NIVEL EM WRK-NIVEL
      ***************************************************
       3550-ACUMULAR-NIVEL.
           ADD WRK-SORT-INICIAL TO WRK-TOT-INICIAL (WRK-NIVEL).
           ADD WRK-SORT-ADMITIDO TO WRK-TOT-ADMITIDOS (WRK-NIVEL).
           ADD WRK-SORT-DESLIGADO TO
               WRK-TOT-DESLIGADOS (WRK-NIVEL WRK-SORT-MOTIVO-IDX).
           ADD WRK-SORT-AFASTADO TO WRK-TOT-AFASTADOS (WRK-NIVEL).
           ADD WRK-SORT-FINAL TO WRK-TOT-FINAL (WRK-NIVEL).
           ADD WRK-SORT-TEM-TEMPO TO WRK-TOT-QTD-TEMPO (WRK-NIVEL).
           ADD WRK-SORT-MESES-CASA TO WRK-TOT-SOMA-MESES (WRK-NIVEL).
       3550-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME E EXPORTA OS 12 MESES DA TENDENCIA DO ITEM
      * WRK-TEND-IDX (1 = GRUPO) - SEM AFASTADOS E SEM TEMPO
      * MEDIO, APURADOS SO NA COMPETENCIA DO RELATORIO
      ***************************************************
       3600-IMPRIMIR-TENDENCIA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '  TENDENCIA DOS ULTIMOS 12 MESES'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE WRK-TEND-EMPRESA (WRK-TEND-IDX) TO WRK-IMP-EMPRESA.
           MOVE SPACES TO WRK-IMP-DEPTO.
           MOVE 'T' TO WRK-IMP-TIPO.
           PERFORM 3620-IMPRIMIR-MES THRU 3620-EXIT
               VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12.
       3600-EXIT.
           EXIT.

       3620-IMPRIMIR-MES.
           MOVE WRK-TEND-INICIAL (WRK-TEND-IDX WRK-MES) TO
               WRK-IMP-QTD (1).
           MOVE WRK-TEND-ADMITIDOS (WRK-TEND-IDX WRK-MES) TO
               WRK-IMP-QTD (2).
           MOVE ZERO TO WRK-IMP-QTD (7).
           PERFORM 3630-COPIAR-MOTIVO-MES THRU 3630-EXIT
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 4.
           MOVE ZERO TO WRK-IMP-QTD (8).
           MOVE WRK-TEND-FINAL (WRK-TEND-IDX WRK-MES) TO
               WRK-IMP-QTD (9).
           PERFORM 3800-CALCULAR-TAXA THRU 3800-EXIT.
           MOVE 'N' TO WRK-IMP-TEM-TEMPO.
           MOVE ZERO TO WRK-IMP-TEMPO.
           MOVE WRK-MES-ANOMES (WRK-MES) TO WRK-IMP-ANOMES.
           MOVE SPACES TO WRK-LINHA-QUADRO.
           STRING '    MES ' WRK-IMP-ANOMES
               DELIMITED BY SIZE INTO WRK-LQ-ROTULO.
           PERFORM 3700-IMPRIMIR-LINHA THRU 3700-EXIT.
           PERFORM 3900-GRAVAR-CSV THRU 3900-EXIT.
       3620-EXIT.
           EXIT.

       3630-COPIAR-MOTIVO-MES.
           MOVE WRK-TEND-DESLIGADOS (WRK-TEND-IDX WRK-MES WRK-COL)
               TO WRK-IMP-QTD (WRK-COL + 2).
           ADD WRK-TEND-DESLIGADOS (WRK-TEND-IDX WRK-MES WRK-COL)
               TO WRK-IMP-QTD (7).
       3630-EXIT.
           EXIT.

      ***************************************************
      * LOCALIZA NA TABELA DA TENDENCIA A EMPRESA QUE ACABOU
      * DE SER TOTALIZADA (WRK-TEND-IDX ZERO SE NAO COUBE)
      ***************************************************
       3650-LOCALIZAR-EMPRESA.
           MOVE ZERO TO WRK-TEND-IDX.
           PERFORM 3660-COMPARAR-EMPRESA THRU 3660-EXIT
               VARYING WRK-TEND-BUSCA FROM 2 BY 1
               UNTIL WRK-TEND-BUSCA > WRK-TEND-QTD
                   OR WRK-TEND-IDX > ZERO.
       3650-EXIT.
           EXIT.

       3660-COMPARAR-EMPRESA.
           IF WRK-TEND-EMPRESA (WRK-TEND-BUSCA) =
              WRK-EMPRESA-ANTERIOR
               MOVE WRK-TEND-BUSCA TO WRK-TEND-IDX
           END-IF.
       3660-EXIT.
           EXIT.

      ***************************************************
      * MONTA AS COLUNAS DE WRK-TAB-IMPRESSAO NA LINHA DO
      * QUADRO (ROTULO JA PREENCHIDO) E IMPRIME - NA
      * TENDENCIA A COLUNA DE AFASTADOS FICA EM BRANCO
      ***************************************************
       3700-IMPRIMIR-LINHA.
           PERFORM 3750-MONTAR-COLUNA THRU 3750-EXIT
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 9.
           IF WRK-IMP-TIPO = 'T'
               MOVE SPACES TO WRK-LQ-COLUNA (8)
           END-IF.
           MOVE WRK-IMP-TAXA TO WRK-LQ-TAXA.
           IF IMP-COM-TEMPO
               MOVE WRK-IMP-TEMPO TO WRK-LQ-TEMPO
           ELSE
               MOVE SPACES TO WRK-LQ-TEMPO-GRP
           END-IF.
           MOVE WRK-LINHA-QUADRO TO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       3700-EXIT.
           EXIT.

       3750-MONTAR-COLUNA.
           MOVE WRK-IMP-QTD (WRK-COL) TO WRK-LQ-VALOR (WRK-COL).
       3750-EXIT.
           EXIT.

      ***************************************************
      * TAXA DE ROTATIVIDADE DA LINHA - A MEDIA DE ENTRADAS
      * E SAIDAS SOBRE O QUADRO MEDIO DO MES, QUE SE REDUZ A
      * (ADMISSOES + DESLIGAMENTOS) / (INICIAL + FINAL)
      ***************************************************
       3800-CALCULAR-TAXA.
           MOVE ZERO TO WRK-IMP-TAXA.
           COMPUTE WRK-SOMA-QUADRO = WRK-IMP-QTD (1) + WRK-IMP-QTD (9).
           IF WRK-SOMA-QUADRO > ZERO
               COMPUTE WRK-IMP-TAXA ROUNDED =
                   (WRK-IMP-QTD (2) + WRK-IMP-QTD (7)) * 100
                   / WRK-SOMA-QUADRO
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-IMP-TAXA
               END-COMPUTE
           END-IF.
       3800-EXIT.
           EXIT.

      ***************************************************
      * GRAVA A LINHA DO CSV - TIPO D = DEPARTAMENTO, E =
      * EMPRESA, G = GERAL, T = MES DA TENDENCIA (EMPRESA
      * '***' = GRUPO), SEM AFASTADOS E TEMPO MEDIO NA T
      ***************************************************
       3900-GRAVAR-CSV.
           IF NOT EXPROTAT-ABERTO
               GO TO 3900-EXIT
           END-IF.
           PERFORM 3950-EDITAR-QTD THRU 3950-EXIT
               VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 9.
           MOVE WRK-IMP-TAXA TO WRK-CSV-TAXA.
           MOVE SPACES TO WRK-CSV-AFASTADOS.
           IF WRK-IMP-TIPO NOT = 'T'
               MOVE WRK-CSV-QTD (8) TO WRK-CSV-AFASTADOS
           END-IF.
           MOVE SPACES TO WRK-CSV-TEMPO-TXT.
           IF IMP-COM-TEMPO
               MOVE WRK-IMP-TEMPO TO WRK-CSV-TEMPO
               STRING WRK-CSV-TEMPO-INT '.' WRK-CSV-TEMPO-DEC
                   DELIMITED BY SIZE INTO WRK-CSV-TEMPO-TXT
           END-IF.
           MOVE SPACES TO WRK-LINHA-CSV.
           STRING WRK-IMP-TIPO          DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-IMP-ANOMES           DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-IMP-EMPRESA          DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-IMP-DEPTO            DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-QTD (1)          DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-QTD (2)          DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-QTD (3)          DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-QTD (4)          DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-QTD (5)          DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-QTD (6)          DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-QTD (7)          DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-AFASTADOS        DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-QTD (9)          DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-TAXA-INT         DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WRK-CSV-TAXA-DEC         DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WRK-CSV-TEMPO-TXT        DELIMITED BY SIZE
               INTO WRK-LINHA-CSV.
           WRITE WRK-LINHA-CSV.
       3900-EXIT.
           EXIT.

       3950-EDITAR-QTD.
           MOVE WRK-IMP-QTD (WRK-COL) TO WRK-CSV-QTD (WRK-COL).
       3950-EXIT.
           EXIT.
