       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB43.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = PROVISAO MENSAL DE FERIAS E DE 13O SALARIO
      * POR EMPRESA - PARA CADA FUNCIONARIO DO EMPFILE
      * CALCULA, PELA DATA DE ADMISSAO E PELO SALARIO, O
      * SALDO ADQUIRIDO NO FIM DA COMPETENCIA (MESMAS REGRAS
      * DE MESES DO PROGCOB12 E DO PROGCOB16), MAIS O FGTS E
      * O INSS PATRONAL (ALIQUOTAS PATR, RAT E TERC DO
      * TABFISCAL) SOBRE A PROVISAO, GUARDA O SALDO NO
      * PROVFIL E ACRESCENTA AO LANCCONT SO A VARIACAO DO
      * MES - O SALDO BAIXADO NO PAGAMENTO PELA SUBROTINA
      * PROGCOB44 E ESTORNADO DA PROVISAO CONTRA A CONTA A
      * PAGAR/RECOLHER - RODA DEPOIS DO PROGCOB27, QUE
      * RECRIA O LANCCONT DA COMPETENCIA
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
           SELECT PROVISAO-FILE
               ASSIGN TO "PROVFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-PROV-CPF
               FILE STATUS IS WRK-FS-PROVISAO.
           SELECT PARAMETRO-FISCAL-FILE
               ASSIGN TO "TABFISCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT LANCAMENTO-FILE
               ASSIGN TO "LANCCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTO.
           SELECT RELATORIO-FILE
               ASSIGN TO "RELPROV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  PROVISAO-FILE.
           COPY SALDO-PROVISAO.
      ***************MESMO LAYOUT LIDO PELO PROGCOB06
       FD  PARAMETRO-FISCAL-FILE.
       01  WRK-PARAM-REG.
           05 WRK-PARAM-TIPO       PIC X(04).
           05 WRK-PARAM-LIMITE     PIC 9(06)V99.
           05 WRK-PARAM-ALIQUOTA   PIC 9(02)V99.
           05 WRK-PARAM-PARCELA    PIC 9(06)V99.
      ***************MESMO LAYOUT GRAVADO PELO PROGCOB27
       FD  LANCAMENTO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LANC-REG.
           05 WRK-LANC-COMPETENCIA  PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WRK-LANC-TIPO         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WRK-LANC-CONTA        PIC X(25).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WRK-LANC-VALOR        PIC 9(08)V99.
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(080).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROVISAO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARAMETRO  PIC X(02) VALUE ZEROS.
       77 WRK-FS-LANCAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO          VALUE 'S'.
       77 WRK-FIM-PARAMETRO PIC X(01) VALUE 'N'.
           88 FIM-DO-PARAMETRO        VALUE 'S'.
      ***************COMPETENCIA (MES/ANO) DA PROVISAO
       01 WRK-COMPETENCIA   PIC 9(06) VALUE ZERO.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO      PIC 9(04).
           05 WRK-COMP-MES      PIC 9(02).
      ***************EMPRESA A PROCESSAR ('***' = TODAS)
       77 WRK-EMPRESA-FILTRO PIC X(03) VALUE SPACES.
      ***************INDICADOR DE FUNCIONARIO SELECIONADO
       77 WRK-SELECIONADO    PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-SELECIONADO VALUE 'S'.
           88 FUNCIONARIO-FORA-EMPRESA VALUE 'N'.
      ***************REPROCESSAMENTO DE COMPETENCIA JA LANCADA
      ***************(DEPOIS DE O PROGCOB27 RECRIAR O LANCCONT)
       77 WRK-REPROCESSAR    PIC X(01) VALUE 'N'.
           88 REPROCESSAMENTO         VALUE 'S'.
      ***************SALDO DO CPF JA EXISTENTE NO PROVFIL
       77 WRK-PROV-ACHADA    PIC X(01) VALUE 'N'.
           88 PROVISAO-EXISTENTE      VALUE 'S'.
           88 PROVISAO-NOVA           VALUE 'N'.
      ***************ALIQUOTAS DOS ENCARGOS SOBRE A PROVISAO
       77 WRK-ALIQUOTA-FGTS PIC 9(02)V99 VALUE 08,00.
       77 WRK-ALIQUOTA-INSS PIC 9(02)V99 VALUE ZERO.
      ***************DATA DE ADMISSAO DECOMPOSTA PARA DERIVAR
      ***************OS MESES ADQUIRIDOS NO FIM DA COMPETENCIA
       01 WRK-ADMISSAO      PIC 9(08) VALUE ZERO.
       01 WRK-ADMISSAO-R REDEFINES WRK-ADMISSAO.
           05 WRK-ADM-ANO       PIC 9(04).
           05 WRK-ADM-MES       PIC 9(02).
           05 WRK-ADM-DIA       PIC 9(02).
       77 WRK-MESES-13      PIC 9(02) VALUE ZERO.
       77 WRK-MESES-FERIAS  PIC 9(02) VALUE ZERO.
       77 WRK-MESES-TOTAIS  PIC S9(04) VALUE ZERO COMP.
       77 WRK-QUOCIENTE     PIC 9(04) VALUE ZERO COMP.
       77 WRK-RESTO         PIC 9(02) VALUE ZERO COMP.
       77 WRK-BAIXA-ANO     PIC 9(04) VALUE ZERO.
       77 WRK-VALOR-1-3     PIC 9(08)V99 VALUE ZERO.
      ***************VARIACAO DO MES (NOVO SALDO - SALDO BASE)
       77 WRK-VAR-FERIAS    PIC S9(08)V99 VALUE ZERO.
       77 WRK-VAR-13        PIC S9(08)V99 VALUE ZERO.
       77 WRK-VAR-FGTS      PIC S9(08)V99 VALUE ZERO.
       77 WRK-VAR-INSS      PIC S9(08)V99 VALUE ZERO.
      ***************TOTAIS DA EXECUCAO PARA O LANCCONT
       77 WRK-TOT-VAR-FERIAS PIC S9(09)V99 VALUE ZERO.
       77 WRK-TOT-VAR-13    PIC S9(09)V99 VALUE ZERO.
       77 WRK-TOT-VAR-FGTS  PIC S9(09)V99 VALUE ZERO.
       77 WRK-TOT-VAR-INSS  PIC S9(09)V99 VALUE ZERO.
       77 WRK-TOT-BX-FERIAS PIC 9(09)V99 VALUE ZERO.
       77 WRK-TOT-BX-13     PIC 9(09)V99 VALUE ZERO.
       77 WRK-TOT-BX-FGTS   PIC 9(09)V99 VALUE ZERO.
       77 WRK-TOT-BX-INSS   PIC 9(09)V99 VALUE ZERO.
       77 WRK-QTD-PROVISAO  PIC 9(06) VALUE ZERO COMP.
      ***************PAR DE LANCAMENTOS DA VARIACAO - VALOR
      ***************POSITIVO DEBITA A DESPESA, NEGATIVO ESTORNA
       77 WRK-PAR-VALOR     PIC S9(09)V99 VALUE ZERO.
       77 WRK-PAR-DESPESA   PIC X(25) VALUE SPACES.
       77 WRK-PAR-PROVISAO  PIC X(25) VALUE SPACES.
      ***************CAMPOS EDITADOS PARA IMPRESSAO
       77 WRK-FER-ED        PIC ZZZ.ZZ9,99.
       77 WRK-DEC-ED        PIC ZZZ.ZZ9,99.
       77 WRK-ENC-ED        PIC ZZZ.ZZ9,99.
       77 WRK-TOT-ED        PIC +ZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 5000-LANCAR-PROVISAO THRU 5000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * PERGUNTA A COMPETENCIA, A EMPRESA E SE E UM
      * REPROCESSAMENTO, CARREGA A ALIQUOTA PATRONAL E ABRE
      * OS ARQUIVOS
      ***************************************************
       1000-INICIALIZAR.
           DISPLAY 'COMPETENCIA DA PROVISAO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           DISPLAY 'EMPRESA A PROCESSAR (*** = TODAS): '.
           ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE.
           DISPLAY 'REPROCESSAR CPF JA PROVISIONADO NA '
               'COMPETENCIA (S/N): '.
           ACCEPT WRK-REPROCESSAR FROM CONSOLE.
           PERFORM 1100-CARREGAR-ALIQUOTAS THRU 1100-EXIT.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O PROVISAO-FILE.
           IF WRK-FS-PROVISAO = '35'
               OPEN OUTPUT PROVISAO-FILE
               CLOSE PROVISAO-FILE
               OPEN I-O PROVISAO-FILE
           END-IF.
           IF WRK-FS-PROVISAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PROVFIL - FS=' WRK-FS-PROVISAO
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELPROV - FS=' WRK-FS-RELATORIO
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE PROVISAO-FILE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PROVISAO DE FERIAS E 13O - COMPETENCIA '
               WRK-COMPETENCIA ' - EMPRESA ' WRK-EMPRESA-FILTRO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING PAGE.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CPF         NOME                 M13 MFE'
               '  FERIAS+1/3   13O SALAR   ENCARGOS'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************
      * SOMA AS ALIQUOTAS PATR, RAT E TERC DO TABFISCAL NA
      * ALIQUOTA DO INSS PATRONAL SOBRE A PROVISAO
      ***************************************************
       1100-CARREGAR-ALIQUOTAS.
           OPEN INPUT PARAMETRO-FISCAL-FILE.
           IF WRK-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR TABFISCAL - FS='
                   WRK-FS-PARAMETRO ' - INSS S/ PROVISAO ZERADO'
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-LER-PARAMETRO THRU 1150-EXIT
               UNTIL FIM-DO-PARAMETRO.
           CLOSE PARAMETRO-FISCAL-FILE.
       1100-EXIT.
           EXIT.

       1150-LER-PARAMETRO.
           READ PARAMETRO-FISCAL-FILE
               AT END
                   SET FIM-DO-PARAMETRO TO TRUE
               NOT AT END
                   IF WRK-PARAM-TIPO = 'PATR'
                       OR WRK-PARAM-TIPO = 'RAT '
                       OR WRK-PARAM-TIPO = 'TERC'
                       ADD WRK-PARAM-ALIQUOTA TO WRK-ALIQUOTA-INSS
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      ***************************************************
      * PROVISIONA UM FUNCIONARIO DA EMPRESA - RECOLHE A
      * BAIXA PENDENTE, RECALCULA O SALDO NO FIM DA
      * COMPETENCIA, ACUMULA A VARIACAO E REGRAVA O PROVFIL
      * - DESLIGADO SO TEM A BAIXA DA RESCISAO RECOLHIDA - CPF
      * JA PROVISIONADO NA COMPETENCIA SO E REFEITO NO
      * REPROCESSAMENTO, CONTRA O SALDO ANTERIOR GUARDADO,
      * PARA NAO DUPLICAR A VARIACAO NO LANCCONT
      ***************************************************
       2000-PROCESSAR.
           PERFORM 2050-TESTAR-EMPRESA THRU 2050-EXIT.
           IF FUNCIONARIO-FORA-EMPRESA
               GO TO 2000-LER
           END-IF.
           PERFORM 2100-LER-PROVISAO THRU 2100-EXIT.
           IF PROVISAO-EXISTENTE
               AND WRK-PROV-COMPETENCIA > WRK-COMPETENCIA
               DISPLAY 'CPF ' WRK-FUNC-CPF ' JA PROVISIONADO EM '
                   WRK-PROV-COMPETENCIA ' - COMPETENCIA IGNORADA'
               GO TO 2000-LER
           END-IF.
           IF PROVISAO-EXISTENTE
               AND WRK-PROV-COMPETENCIA = WRK-COMPETENCIA
               AND NOT REPROCESSAMENTO
               GO TO 2000-LER
           END-IF.
           PERFORM 2200-RECOLHER-BAIXA THRU 2200-EXIT.
           IF FUNC-DESLIGADO
               IF PROVISAO-EXISTENTE
                   PERFORM 2700-GRAVAR-PROVISAO THRU 2700-EXIT
               END-IF
               GO TO 2000-LER
           END-IF.
           IF WRK-PROV-COMPETENCIA NOT = WRK-COMPETENCIA
               MOVE WRK-PROV-SALDO-ATUAL TO WRK-PROV-SALDO-ANTERIOR
           END-IF.
           PERFORM 2300-DERIVAR-MESES-13 THRU 2300-EXIT.
           PERFORM 2400-DERIVAR-MESES-FERIAS THRU 2400-EXIT.
           PERFORM 2500-CALCULAR-SALDO THRU 2500-EXIT.
           PERFORM 2600-ACUMULAR-VARIACAO THRU 2600-EXIT.
           MOVE WRK-COMPETENCIA TO WRK-PROV-COMPETENCIA.
           PERFORM 2700-GRAVAR-PROVISAO THRU 2700-EXIT.
           PERFORM 4000-IMPRIMIR-LINHA THRU 4000-EXIT.
       2000-LER.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************
      * TESTA SE O FUNCIONARIO PERTENCE A EMPRESA FILTRADA
      ***************************************************
       2050-TESTAR-EMPRESA.
           IF WRK-EMPRESA-FILTRO = '***'
               OR WRK-EMPRESA-FILTRO = WRK-FUNC-EMPRESA
               SET FUNCIONARIO-SELECIONADO TO TRUE
           ELSE
               SET FUNCIONARIO-FORA-EMPRESA TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

      ***************************************************
      * LE O SALDO DO CPF NO PROVFIL - CPF SEM SALDO COMECA
      * COM TUDO ZERADO
      ***************************************************
       2100-LER-PROVISAO.
           MOVE WRK-FUNC-CPF TO WRK-PROV-CPF.
           READ PROVISAO-FILE
               INVALID KEY
                   SET PROVISAO-NOVA TO TRUE
                   MOVE ZEROS TO WRK-PROV-REG
                   MOVE WRK-FUNC-CPF TO WRK-PROV-CPF
               NOT INVALID KEY
                   SET PROVISAO-EXISTENTE TO TRUE
           END-READ.
           MOVE WRK-FUNC-EMPRESA TO WRK-PROV-EMPRESA.
       2100-EXIT.
           EXIT.

      ***************************************************
      * SOMA NOS TOTAIS DE ESTORNO O SALDO BAIXADO PELO
      * PAGAMENTO AINDA NAO LANCADO (OU LANCADO NESTA MESMA
      * COMPETENCIA, NO REPROCESSAMENTO) E DESCARTA A
      * PENDENCIA JA LANCADA EM COMPETENCIA ANTERIOR
      ***************************************************
       2200-RECOLHER-BAIXA.
           IF WRK-PROV-BAIXA-LANCADA NOT = ZERO
               AND WRK-PROV-BAIXA-LANCADA NOT = WRK-COMPETENCIA
               MOVE ZEROS TO WRK-PROV-BAIXA-PENDENTE
               MOVE ZERO TO WRK-PROV-BAIXA-LANCADA
               GO TO 2200-EXIT
           END-IF.
           IF WRK-PROV-BAIXA-PENDENTE = ZEROS
               GO TO 2200-EXIT
           END-IF.
           ADD WRK-PROV-BX-FER-VALOR TO WRK-TOT-BX-FERIAS.
           ADD WRK-PROV-BX-DEC-VALOR TO WRK-TOT-BX-13.
           ADD WRK-PROV-BX-FGTS TO WRK-TOT-BX-FGTS.
           ADD WRK-PROV-BX-INSS TO WRK-TOT-BX-INSS.
           MOVE WRK-COMPETENCIA TO WRK-PROV-BAIXA-LANCADA.
       2200-EXIT.
           EXIT.

      ***************************************************
      * DERIVA OS MESES DE 13O ADQUIRIDOS NO ANO ATE O FIM
      * DA COMPETENCIA, PELA MESMA REGRA DO PROGCOB12 (O MES
      * DE ADMISSAO SO CONTA ATE O DIA 15) - 13O JA PAGO NO
      * ANO DA COMPETENCIA NAO VOLTA A SER PROVISIONADO
      ***************************************************
       2300-DERIVAR-MESES-13.
           MOVE ZERO TO WRK-MESES-13.
           DIVIDE WRK-PROV-BAIXA-13 BY 100 GIVING WRK-BAIXA-ANO.
           IF WRK-BAIXA-ANO = WRK-COMP-ANO
               GO TO 2300-EXIT
           END-IF.
           MOVE WRK-FUNC-ADMISSAO TO WRK-ADMISSAO.
           IF WRK-ADM-ANO > WRK-COMP-ANO
               GO TO 2300-EXIT
           END-IF.
           IF WRK-ADM-ANO < WRK-COMP-ANO
               MOVE WRK-COMP-MES TO WRK-MESES-13
               GO TO 2300-EXIT
           END-IF.
           IF WRK-ADM-MES > WRK-COMP-MES
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WRK-MESES-13 = WRK-COMP-MES - WRK-ADM-MES + 1.
           IF WRK-ADM-DIA > 15 AND WRK-MESES-13 > ZERO
               SUBTRACT 1 FROM WRK-MESES-13
           END-IF.
       2300-EXIT.
           EXIT.

      ***************************************************
      * DERIVA OS MESES DO PERIODO AQUISITIVO CORRENTE NO
      * FIM DA COMPETENCIA, PELA MESMA REGRA DO PROGCOB16
      * (RESTO ZERO COM PERIODO COMPLETO CONTA DOZE) - COMO
      * A DATA-BASE E O ULTIMO DIA DO MES, O MES CORRENTE
      * CONTA SEMPRE - FERIAS PAGAS NA PROPRIA COMPETENCIA
      * NAO VOLTAM A SER PROVISIONADAS
      ***************************************************
       2400-DERIVAR-MESES-FERIAS.
           MOVE ZERO TO WRK-MESES-FERIAS.
           IF WRK-PROV-BAIXA-FERIAS = WRK-COMPETENCIA
               GO TO 2400-EXIT
           END-IF.
           MOVE WRK-FUNC-ADMISSAO TO WRK-ADMISSAO.
           COMPUTE WRK-MESES-TOTAIS =
               ((WRK-COMP-ANO - WRK-ADM-ANO) * 12)
               + WRK-COMP-MES - WRK-ADM-MES.
           IF WRK-MESES-TOTAIS <= ZERO
               GO TO 2400-EXIT
           END-IF.
           DIVIDE WRK-MESES-TOTAIS BY 12
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.
           IF WRK-RESTO = ZERO
               MOVE 12 TO WRK-MESES-FERIAS
           ELSE
               MOVE WRK-RESTO TO WRK-MESES-FERIAS
           END-IF.
       2400-EXIT.
           EXIT.

      ***************************************************
      * CALCULA O NOVO SALDO - FERIAS PROPORCIONAIS MAIS O
      * TERCO CONSTITUCIONAL, 13O PROPORCIONAL, E O FGTS E O
      * INSS PATRONAL SOBRE CADA UM
      ***************************************************
       2500-CALCULAR-SALDO.
           MOVE WRK-MESES-13 TO WRK-PROV-MESES-13.
           MOVE WRK-MESES-FERIAS TO WRK-PROV-MESES-FERIAS.
           COMPUTE WRK-PROV-FER-VALOR ROUNDED =
               WRK-FUNC-SALARIO * WRK-MESES-FERIAS / 12.
           COMPUTE WRK-VALOR-1-3 ROUNDED =
               WRK-PROV-FER-VALOR / 3.
           ADD WRK-VALOR-1-3 TO WRK-PROV-FER-VALOR.
           COMPUTE WRK-PROV-FER-FGTS ROUNDED =
               WRK-PROV-FER-VALOR * WRK-ALIQUOTA-FGTS / 100.
           COMPUTE WRK-PROV-FER-INSS ROUNDED =
               WRK-PROV-FER-VALOR * WRK-ALIQUOTA-INSS / 100.
           COMPUTE WRK-PROV-DEC-VALOR ROUNDED =
               WRK-FUNC-SALARIO * WRK-MESES-13 / 12.
           COMPUTE WRK-PROV-DEC-FGTS ROUNDED =
               WRK-PROV-DEC-VALOR * WRK-ALIQUOTA-FGTS / 100.
           COMPUTE WRK-PROV-DEC-INSS ROUNDED =
               WRK-PROV-DEC-VALOR * WRK-ALIQUOTA-INSS / 100.
       2500-EXIT.
           EXIT.

      ***************************************************
      * VARIACAO DO MES = NOVO SALDO MENOS O SALDO BASE (O
      * DA COMPETENCIA ANTERIOR), SOMADA NOS TOTAIS DA
      * EXECUCAO POR CONTA
      ***************************************************
       2600-ACUMULAR-VARIACAO.
           COMPUTE WRK-VAR-FERIAS =
               WRK-PROV-FER-VALOR - WRK-PROV-ANT-FER-VALOR.
           COMPUTE WRK-VAR-13 =
               WRK-PROV-DEC-VALOR - WRK-PROV-ANT-DEC-VALOR.
           COMPUTE WRK-VAR-FGTS =
               WRK-PROV-FER-FGTS + WRK-PROV-DEC-FGTS
               - WRK-PROV-ANT-FER-FGTS - WRK-PROV-ANT-DEC-FGTS.
           COMPUTE WRK-VAR-INSS =
               WRK-PROV-FER-INSS + WRK-PROV-DEC-INSS
               - WRK-PROV-ANT-FER-INSS - WRK-PROV-ANT-DEC-INSS.
           ADD WRK-VAR-FERIAS TO WRK-TOT-VAR-FERIAS.
           ADD WRK-VAR-13 TO WRK-TOT-VAR-13.
           ADD WRK-VAR-FGTS TO WRK-TOT-VAR-FGTS.
           ADD WRK-VAR-INSS TO WRK-TOT-VAR-INSS.
           ADD 1 TO WRK-QTD-PROVISAO.
       2600-EXIT.
           EXIT.

      ***************************************************
      * GRAVA (OU REGRAVA) O SALDO DO CPF NO PROVFIL
      ***************************************************
       2700-GRAVAR-PROVISAO.
           ACCEPT WRK-PROV-DATA-CALCULO FROM DATE YYYYMMDD.
           IF PROVISAO-NOVA
               WRITE WRK-PROV-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR PROVFIL - CPF '
                           WRK-PROV-CPF
               END-WRITE
           ELSE
               REWRITE WRK-PROV-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR PROVFIL - CPF '
                           WRK-PROV-CPF
               END-REWRITE
           END-IF.
       2700-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME A LINHA DO FUNCIONARIO COM O SALDO NO FIM
      * DA COMPETENCIA
      ***************************************************
       4000-IMPRIMIR-LINHA.
           MOVE WRK-PROV-FER-VALOR TO WRK-FER-ED.
           MOVE WRK-PROV-DEC-VALOR TO WRK-DEC-ED.
           COMPUTE WRK-ENC-ED =
               WRK-PROV-FER-FGTS + WRK-PROV-FER-INSS
               + WRK-PROV-DEC-FGTS + WRK-PROV-DEC-INSS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING WRK-FUNC-CPF ' ' WRK-FUNC-NOME ' '
               WRK-MESES-13 '  ' WRK-MESES-FERIAS '  '
               WRK-FER-ED '  ' WRK-DEC-ED '  ' WRK-ENC-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       4000-EXIT.
           EXIT.

      ***************************************************
      * ACRESCENTA AO LANCCONT A VARIACAO DA PROVISAO
      * (DESPESA CONTRA PROVISAO, INVERTIDO QUANDO O SALDO
      * DIMINUI) E O ESTORNO DO SALDO BAIXADO NOS PAGAMENTOS
      * (PROVISAO CONTRA A CONTA A PAGAR/RECOLHER), E
      * IMPRIME OS TOTAIS
      ***************************************************
       5000-LANCAR-PROVISAO.
           OPEN EXTEND LANCAMENTO-FILE.
           IF WRK-FS-LANCAMENTO = '35'
               OPEN OUTPUT LANCAMENTO-FILE
           END-IF.
           IF WRK-FS-LANCAMENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR LANCCONT - FS='
                   WRK-FS-LANCAMENTO ' - PROVISAO NAO LANCADA'
               GO TO 5000-EXIT
           END-IF.
           MOVE WRK-TOT-VAR-FERIAS TO WRK-PAR-VALOR.
           MOVE 'DESPESA FERIAS' TO WRK-PAR-DESPESA.
           MOVE 'PROVISAO FERIAS' TO WRK-PAR-PROVISAO.
           PERFORM 5100-LANCAR-PAR THRU 5100-EXIT.
           MOVE WRK-TOT-VAR-13 TO WRK-PAR-VALOR.
           MOVE 'DESPESA 13O SALARIO' TO WRK-PAR-DESPESA.
           MOVE 'PROVISAO 13O SALARIO' TO WRK-PAR-PROVISAO.
           PERFORM 5100-LANCAR-PAR THRU 5100-EXIT.
           MOVE WRK-TOT-VAR-FGTS TO WRK-PAR-VALOR.
           MOVE 'DESPESA FGTS S/ PROVISAO' TO WRK-PAR-DESPESA.
           MOVE 'PROVISAO FGTS FER/13O' TO WRK-PAR-PROVISAO.
           PERFORM 5100-LANCAR-PAR THRU 5100-EXIT.
           MOVE WRK-TOT-VAR-INSS TO WRK-PAR-VALOR.
           MOVE 'DESPESA INSS S/ PROVISAO' TO WRK-PAR-DESPESA.
           MOVE 'PROVISAO INSS FER/13O' TO WRK-PAR-PROVISAO.
           PERFORM 5100-LANCAR-PAR THRU 5100-EXIT.
           MOVE 'D' TO WRK-LANC-TIPO.
           MOVE 'PROVISAO FERIAS' TO WRK-LANC-CONTA.
           MOVE WRK-TOT-BX-FERIAS TO WRK-LANC-VALOR.
           PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT.
           MOVE 'C' TO WRK-LANC-TIPO.
           MOVE 'FERIAS A PAGAR' TO WRK-LANC-CONTA.
           MOVE WRK-TOT-BX-FERIAS TO WRK-LANC-VALOR.
           PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT.
           MOVE 'D' TO WRK-LANC-TIPO.
           MOVE 'PROVISAO 13O SALARIO' TO WRK-LANC-CONTA.
           MOVE WRK-TOT-BX-13 TO WRK-LANC-VALOR.
           PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT.
           MOVE 'C' TO WRK-LANC-TIPO.
           MOVE '13O SALARIO A PAGAR' TO WRK-LANC-CONTA.
           MOVE WRK-TOT-BX-13 TO WRK-LANC-VALOR.
           PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT.
           MOVE 'D' TO WRK-LANC-TIPO.
           MOVE 'PROVISAO FGTS FER/13O' TO WRK-LANC-CONTA.
           MOVE WRK-TOT-BX-FGTS TO WRK-LANC-VALOR.
           PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT.
           MOVE 'C' TO WRK-LANC-TIPO.
           MOVE 'FGTS A RECOLHER' TO WRK-LANC-CONTA.
           MOVE WRK-TOT-BX-FGTS TO WRK-LANC-VALOR.
           PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT.
           MOVE 'D' TO WRK-LANC-TIPO.
           MOVE 'PROVISAO INSS FER/13O' TO WRK-LANC-CONTA.
           MOVE WRK-TOT-BX-INSS TO WRK-LANC-VALOR.
           PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT.
           MOVE 'C' TO WRK-LANC-TIPO.
           MOVE 'INSS A RECOLHER' TO WRK-LANC-CONTA.
           MOVE WRK-TOT-BX-INSS TO WRK-LANC-VALOR.
           PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT.
           CLOSE LANCAMENTO-FILE.
           PERFORM 5300-IMPRIMIR-TOTAIS THRU 5300-EXIT.
       5000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA O PAR DE UMA VARIACAO - POSITIVA DEBITA A
      * DESPESA E CREDITA A PROVISAO, NEGATIVA (REVERSAO)
      * DEBITA A PROVISAO E CREDITA A DESPESA
      ***************************************************
       5100-LANCAR-PAR.
           IF WRK-PAR-VALOR < ZERO
               COMPUTE WRK-PAR-VALOR = ZERO - WRK-PAR-VALOR
               MOVE 'D' TO WRK-LANC-TIPO
               MOVE WRK-PAR-PROVISAO TO WRK-LANC-CONTA
               MOVE WRK-PAR-VALOR TO WRK-LANC-VALOR
               PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT
               MOVE 'C' TO WRK-LANC-TIPO
               MOVE WRK-PAR-DESPESA TO WRK-LANC-CONTA
               MOVE WRK-PAR-VALOR TO WRK-LANC-VALOR
               PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE 'D' TO WRK-LANC-TIPO.
           MOVE WRK-PAR-DESPESA TO WRK-LANC-CONTA.
           MOVE WRK-PAR-VALOR TO WRK-LANC-VALOR.
           PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT.
           MOVE 'C' TO WRK-LANC-TIPO.
           MOVE WRK-PAR-PROVISAO TO WRK-LANC-CONTA.
           MOVE WRK-PAR-VALOR TO WRK-LANC-VALOR.
           PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

       5200-GRAVAR-LINHA.
           MOVE WRK-COMPETENCIA TO WRK-LANC-COMPETENCIA.
           WRITE WRK-LANC-REG.
       5200-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME A VARIACAO E O ESTORNO LANCADOS NO MES
      ***************************************************
       5300-IMPRIMIR-TOTAIS.
           MOVE WRK-TOT-VAR-FERIAS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VARIACAO PROVISAO FERIAS    : ' WRK-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE WRK-TOT-VAR-13 TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VARIACAO PROVISAO 13O       : ' WRK-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-TOT-VAR-FGTS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VARIACAO FGTS S/ PROVISAO   : ' WRK-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-TOT-VAR-INSS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'VARIACAO INSS S/ PROVISAO   : ' WRK-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           COMPUTE WRK-TOT-ED = WRK-TOT-BX-FERIAS + WRK-TOT-BX-13
               + WRK-TOT-BX-FGTS + WRK-TOT-BX-INSS.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ESTORNO POR PAGAMENTO       : ' WRK-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
       5300-EXIT.
           EXIT.

      ***************************************************
      * LE O PROXIMO FUNCIONARIO DO ARQUIVO MESTRE
      ***************************************************
       8000-LER-PROXIMO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       8000-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
       9999-FINALIZAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PROVISAO-FILE.
           CLOSE RELATORIO-FILE.
           DISPLAY 'FUNCIONARIOS PROVISIONADOS: ' WRK-QTD-PROVISAO.
       9999-EXIT.
           EXIT.
