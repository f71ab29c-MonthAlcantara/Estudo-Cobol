       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB42.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = CALCULAR OS ENCARGOS PATRONAIS DA FOLHA DE
      * UMA COMPETENCIA POR EMPRESA - LE O CALCULO DE FOLHA
      * (FOLHAFIL), SOMA POR EMPRESA (BUSCADA NO EMPFILE) A
      * BASE BRUTA, O INSS E O IRRF RETIDOS, E APLICA SOBRE A
      * BASE AS ALIQUOTAS DO INSS PATRONAL, DO RAT E DE
      * TERCEIROS, MANTIDAS NO TABFISCAL (LINHAS PATR, RAT E
      * TERC) COMO AS FAIXAS DE INSS E IRRF - GRAVA A GUIA
      * DA EMPRESA NO GUIAENC COM O CNPJ E A RAZAO SOCIAL DO
      * EMPRFILE E OS TOTAIS A RECOLHER NA GPS (INSS DOS
      * SEGURADOS MAIS ENCARGOS) E NO DARF (IRRF), E IMPRIME
      * O DEMONSTRATIVO DA GUIA - O PROGCOB27 LE O GUIAENC
      * PARA CONTABILIZAR O CUSTO PATRONAL DA FOLHA
      * DATA = 15/10/2026
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-CALCULO-FILE
               ASSIGN TO "FOLHAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FOLHA-CHAVE
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FUNC-CPF
               FILE STATUS IS WRK-FS-EMPLOYEE.
           SELECT EMPRESA-FILE
               ASSIGN TO "EMPRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMPR-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT PARAMETRO-FISCAL-FILE
               ASSIGN TO "TABFISCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT GUIA-ENCARGOS-FILE
               ASSIGN TO "GUIAENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-ENC-CHAVE
               FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT RELATORIO-FILE
               ASSIGN TO "RELENCAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-CALCULO-FILE.
           COPY CALCULO-FOLHA.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  EMPRESA-FILE.
           COPY CADASTRO-EMPRESA.
      ***************MESMO LAYOUT LIDO PELO PROGCOB06 - AS
      ***************LINHAS PATR, RAT E TERC TRAZEM A ALIQUOTA
       FD  PARAMETRO-FISCAL-FILE.
       01  WRK-PARAM-REG.
           05 WRK-PARAM-TIPO       PIC X(04).
           05 WRK-PARAM-LIMITE     PIC 9(06)V99.
           05 WRK-PARAM-ALIQUOTA   PIC 9(02)V99.
           05 WRK-PARAM-PARCELA    PIC 9(06)V99.
       FD  GUIA-ENCARGOS-FILE.
           COPY GUIA-ENCARGOS.
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(080).
       WORKING-STORAGE SECTION.
       77 WRK-FS-FOLHA      PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARAMETRO  PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENCARGOS   PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO          VALUE 'S'.
       77 WRK-FIM-PARAMETRO PIC X(01) VALUE 'N'.
           88 FIM-DO-PARAMETRO        VALUE 'S'.
      ***************COMPETENCIA (MES/ANO) DOS ENCARGOS
       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZERO.
      ***************EMPRESA A PROCESSAR ('***' = TODAS)
       77 WRK-EMPRESA-FILTRO PIC X(03) VALUE SPACES.
      ***************ALIQUOTAS PATRONAIS CARREGADAS DO TABFISCAL
       77 WRK-ALIQ-PATRONAL PIC 9(02)V99 VALUE ZERO.
       77 WRK-ALIQ-RAT      PIC 9(02)V99 VALUE ZERO.
       77 WRK-ALIQ-TERCEIROS PIC 9(02)V99 VALUE ZERO.
      ***************EMPRESA DO CPF DA FOLHA LIDA
       77 WRK-EMPRESA-ATUAL PIC X(03) VALUE SPACES.
       77 WRK-QTD-SEM-CADASTRO PIC 9(06) VALUE ZERO COMP.
      ***************************************************
      * TABELA DOS TOTAIS DA FOLHA POR EMPRESA, MONTADA EM
      * TEMPO DE EXECUCAO - UMA GUIA POR LINHA
      ***************************************************
       01 WRK-TAB-EMPRESA.
           05 WRK-TEMP-ITEM OCCURS 20 TIMES.
               10 WRK-TEMP-CODIGO      PIC X(03).
               10 WRK-TEMP-QTD         PIC 9(05).
               10 WRK-TEMP-BRUTO       PIC 9(08)V99.
               10 WRK-TEMP-INSS        PIC 9(08)V99.
               10 WRK-TEMP-IRRF        PIC 9(08)V99.
       77 WRK-TEMP-QTD-EMPR PIC 9(02) VALUE ZERO COMP.
       77 WRK-TEMP-MAX      PIC 9(02) VALUE 20.
       77 WRK-IDX           PIC 9(02) VALUE ZERO COMP.
       77 WRK-EMPR-ACHADA   PIC X(01) VALUE 'N'.
           88 EMPRESA-ACHADA          VALUE 'S'.
           88 EMPRESA-NAO-ACHADA      VALUE 'N'.
      ***************CAMPOS EDITADOS PARA IMPRESSAO
       77 WRK-VALOR-ED      PIC $ZZ.ZZZ.ZZ9,99.
       77 WRK-ALIQ-ED       PIC Z9,99.
       77 WRK-QTD-ED        PIC ZZ.ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-ACUMULAR-FOLHA THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 3000-GERAR-GUIA THRU 3000-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TEMP-QTD-EMPR.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * PERGUNTA A COMPETENCIA E A EMPRESA, CARREGA AS
      * ALIQUOTAS, ABRE OS ARQUIVOS E LE A PRIMEIRA FOLHA
      ***************************************************
       1000-INICIALIZAR.
           DISPLAY 'COMPETENCIA DOS ENCARGOS (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           DISPLAY 'EMPRESA A PROCESSAR (*** = TODAS): '.
           ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE.
           PERFORM 1100-CARREGAR-ALIQUOTAS THRU 1100-EXIT.
           IF WRK-ALIQ-PATRONAL = ZERO
               DISPLAY 'TABFISCAL SEM A LINHA PATR - ENCARGOS NAO '
                   'SERAO CALCULADOS'
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT FOLHA-CALCULO-FILE.
           IF WRK-FS-FOLHA NOT = '00'
               DISPLAY 'ERRO AO ABRIR FOLHA-CALCULO - FS='
                   WRK-FS-FOLHA
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               CLOSE FOLHA-CALCULO-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPRESA-FILE.
           IF WRK-FS-EMPRESA NOT = '00'
               DISPLAY 'SEM ARQUIVO DE EMPRESAS (FS=' WRK-FS-EMPRESA
                   ') - A GUIA EXIGE O CNPJ - CADASTRE PELO '
                   'PROGCOB34'
               CLOSE FOLHA-CALCULO-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O GUIA-ENCARGOS-FILE.
           IF WRK-FS-ENCARGOS = '35'
               OPEN OUTPUT GUIA-ENCARGOS-FILE
               CLOSE GUIA-ENCARGOS-FILE
               OPEN I-O GUIA-ENCARGOS-FILE
           END-IF.
           IF WRK-FS-ENCARGOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR GUIAENC - FS=' WRK-FS-ENCARGOS
               CLOSE FOLHA-CALCULO-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE EMPRESA-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELENCAR - FS='
                   WRK-FS-RELATORIO
               CLOSE FOLHA-CALCULO-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE EMPRESA-FILE
               CLOSE GUIA-ENCARGOS-FILE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 8000-LER-FOLHA THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************
      * LE O ARQUIVO DE PARAMETROS FISCAIS E GUARDA AS
      * ALIQUOTAS DAS LINHAS PATR, RAT E TERC, IGNORANDO AS
      * FAIXAS DE INSS/IRRF USADAS SO PELO PROGCOB06
      ***************************************************
       1100-CARREGAR-ALIQUOTAS.
           OPEN INPUT PARAMETRO-FISCAL-FILE.
           IF WRK-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR TABFISCAL - FS='
                   WRK-FS-PARAMETRO
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-LER-PARAMETRO THRU 1150-EXIT
               UNTIL FIM-DO-PARAMETRO.
           CLOSE PARAMETRO-FISCAL-FILE.
           IF WRK-ALIQ-RAT = ZERO
               DISPLAY 'TABFISCAL SEM A LINHA RAT - RAT ZERADO'
           END-IF.
           IF WRK-ALIQ-TERCEIROS = ZERO
               DISPLAY 'TABFISCAL SEM A LINHA TERC - TERCEIROS '
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
      * ACUMULA NA LINHA DA EMPRESA O BRUTO, O INSS E O IRRF
      * DE UM REGISTRO DE FOLHA DA COMPETENCIA
      ***************************************************
       2000-ACUMULAR-FOLHA.
           IF WRK-FOLHA-COMPETENCIA NOT = WRK-COMPETENCIA
               GO TO 2000-LER
           END-IF.
           PERFORM 2100-BUSCAR-EMPRESA THRU 2100-EXIT.
           IF WRK-EMPRESA-ATUAL = SPACES
               GO TO 2000-LER
           END-IF.
           IF WRK-EMPRESA-FILTRO NOT = '***'
               AND WRK-EMPRESA-FILTRO NOT = WRK-EMPRESA-ATUAL
               GO TO 2000-LER
           END-IF.
           PERFORM 2200-ACUMULAR-EMPRESA THRU 2200-EXIT.
       2000-LER.
           PERFORM 8000-LER-FOLHA THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************
      * BUSCA A EMPRESA DO CPF DA FOLHA NO EMPFILE - CPF SEM
      * CADASTRO FICA FORA DA GUIA, COM AVISO AO OPERADOR
      ***************************************************
       2100-BUSCAR-EMPRESA.
           MOVE WRK-FOLHA-CPF TO WRK-FUNC-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-EMPRESA-ATUAL
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   DISPLAY 'CPF ' WRK-FOLHA-CPF ' SEM CADASTRO NO '
                       'EMPFILE - FORA DA GUIA'
               NOT INVALID KEY
                   MOVE WRK-FUNC-EMPRESA TO WRK-EMPRESA-ATUAL
           END-READ.
       2100-EXIT.
           EXIT.

      ***************************************************
      * SOMA A FOLHA NA LINHA DA EMPRESA NA TABELA EM
      * MEMORIA, ABRINDO UMA LINHA NOVA QUANDO A EMPRESA
      * AINDA NAO APARECEU
      ***************************************************
       2200-ACUMULAR-EMPRESA.
           SET EMPRESA-NAO-ACHADA TO TRUE.
           PERFORM 2250-TESTAR-EMPRESA THRU 2250-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TEMP-QTD-EMPR
                   OR EMPRESA-ACHADA.
           IF EMPRESA-NAO-ACHADA
               IF WRK-TEMP-QTD-EMPR < WRK-TEMP-MAX
                   ADD 1 TO WRK-TEMP-QTD-EMPR
                   MOVE WRK-EMPRESA-ATUAL TO
                       WRK-TEMP-CODIGO (WRK-TEMP-QTD-EMPR)
                   MOVE 1 TO WRK-TEMP-QTD (WRK-TEMP-QTD-EMPR)
                   MOVE WRK-FOLHA-SALARIO-BRUTO TO
                       WRK-TEMP-BRUTO (WRK-TEMP-QTD-EMPR)
                   MOVE WRK-FOLHA-VALOR-INSS TO
                       WRK-TEMP-INSS (WRK-TEMP-QTD-EMPR)
                   MOVE WRK-FOLHA-VALOR-IRRF TO
                       WRK-TEMP-IRRF (WRK-TEMP-QTD-EMPR)
               ELSE
                   DISPLAY 'TABELA DE EMPRESAS CHEIA - EMPRESA '
                       WRK-EMPRESA-ATUAL ' SEM GUIA'
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2250-TESTAR-EMPRESA.
           IF WRK-TEMP-CODIGO (WRK-IDX) = WRK-EMPRESA-ATUAL
               SET EMPRESA-ACHADA TO TRUE
               ADD 1 TO WRK-TEMP-QTD (WRK-IDX)
               ADD WRK-FOLHA-SALARIO-BRUTO TO WRK-TEMP-BRUTO (WRK-IDX)
               ADD WRK-FOLHA-VALOR-INSS TO WRK-TEMP-INSS (WRK-IDX)
               ADD WRK-FOLHA-VALOR-IRRF TO WRK-TEMP-IRRF (WRK-IDX)
           END-IF.
       2250-EXIT.
           EXIT.

      ***************************************************
      * CALCULA OS ENCARGOS DE UMA EMPRESA DA TABELA, GRAVA
      * (OU REGRAVA) A GUIA NO GUIAENC E IMPRIME O
      * DEMONSTRATIVO
      ***************************************************
       3000-GERAR-GUIA.
           MOVE SPACES TO WRK-ENC-REG.
           MOVE WRK-TEMP-CODIGO (WRK-IDX) TO WRK-ENC-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-ENC-COMPETENCIA.
           MOVE WRK-TEMP-CODIGO (WRK-IDX) TO WRK-EMPR-CODIGO.
           READ EMPRESA-FILE
               INVALID KEY
                   DISPLAY 'EMPRESA ' WRK-EMPR-CODIGO
                       ' NAO CADASTRADA - GUIA SEM CNPJ'
                   MOVE SPACES TO WRK-EMPR-CNPJ
                   MOVE SPACES TO WRK-EMPR-RAZAO-SOCIAL
           END-READ.
           MOVE WRK-EMPR-CNPJ TO WRK-ENC-CNPJ.
           MOVE WRK-EMPR-RAZAO-SOCIAL TO WRK-ENC-RAZAO.
           MOVE WRK-TEMP-QTD (WRK-IDX) TO WRK-ENC-QTD-FUNC.
           MOVE WRK-TEMP-BRUTO (WRK-IDX) TO WRK-ENC-BRUTO.
           MOVE WRK-TEMP-INSS (WRK-IDX) TO WRK-ENC-INSS-SEGURADOS.
           MOVE WRK-ALIQ-PATRONAL TO WRK-ENC-ALIQ-PATRONAL.
           MOVE WRK-ALIQ-RAT TO WRK-ENC-ALIQ-RAT.
           MOVE WRK-ALIQ-TERCEIROS TO WRK-ENC-ALIQ-TERCEIROS.
           COMPUTE WRK-ENC-INSS-PATRONAL ROUNDED =
               WRK-ENC-BRUTO * WRK-ALIQ-PATRONAL / 100.
           COMPUTE WRK-ENC-VALOR-RAT ROUNDED =
               WRK-ENC-BRUTO * WRK-ALIQ-RAT / 100.
           COMPUTE WRK-ENC-VALOR-TERCEIROS ROUNDED =
               WRK-ENC-BRUTO * WRK-ALIQ-TERCEIROS / 100.
           COMPUTE WRK-ENC-TOTAL-GPS =
               WRK-ENC-INSS-SEGURADOS + WRK-ENC-INSS-PATRONAL
               + WRK-ENC-VALOR-RAT + WRK-ENC-VALOR-TERCEIROS.
           MOVE WRK-TEMP-IRRF (WRK-IDX) TO WRK-ENC-TOTAL-DARF.
           ACCEPT WRK-ENC-DATA-CALCULO FROM DATE YYYYMMDD.
           WRITE WRK-ENC-REG
               INVALID KEY
                   REWRITE WRK-ENC-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR GUIAENC - '
                               WRK-ENC-CHAVE
           END-WRITE.
           PERFORM 3500-IMPRIMIR-GUIA THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O DEMONSTRATIVO DA GUIA DE UMA EMPRESA
      ***************************************************
       3500-IMPRIMIR-GUIA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'GUIA DE ENCARGOS DA FOLHA - COMPETENCIA '
               WRK-ENC-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING PAGE.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'EMPRESA ' WRK-ENC-EMPRESA ' - ' WRK-ENC-RAZAO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CNPJ: ' WRK-ENC-CNPJ
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-ENC-QTD-FUNC TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'FUNCIONARIOS NA FOLHA      : ' WRK-QTD-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-ENC-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'BASE BRUTA DA FOLHA        : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE WRK-ENC-INSS-SEGURADOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'INSS RETIDO DOS SEGURADOS  : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-ENC-INSS-PATRONAL TO WRK-VALOR-ED.
           MOVE WRK-ENC-ALIQ-PATRONAL TO WRK-ALIQ-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'INSS PATRONAL      ' WRK-ALIQ-ED ' %  : '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-ENC-VALOR-RAT TO WRK-VALOR-ED.
           MOVE WRK-ENC-ALIQ-RAT TO WRK-ALIQ-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'RAT                ' WRK-ALIQ-ED ' %  : '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-ENC-VALOR-TERCEIROS TO WRK-VALOR-ED.
           MOVE WRK-ENC-ALIQ-TERCEIROS TO WRK-ALIQ-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TERCEIROS          ' WRK-ALIQ-ED ' %  : '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-ENC-TOTAL-GPS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL A RECOLHER NA GPS    : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE WRK-ENC-TOTAL-DARF TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL A RECOLHER NO DARF   : ' WRK-VALOR-ED
               '  (IRRF RETIDO)'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           DISPLAY 'GUIA DA EMPRESA ' WRK-ENC-EMPRESA ' - GPS '
               WRK-ENC-TOTAL-GPS ' DARF ' WRK-ENC-TOTAL-DARF.
       3500-EXIT.
           EXIT.

      ***************************************************
      * LE O PROXIMO REGISTRO DO CALCULO DE FOLHA
      ***************************************************
       8000-LER-FOLHA.
           READ FOLHA-CALCULO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       8000-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS E MOSTRA O RESUMO
      ***************************************************
       9999-FINALIZAR.
           CLOSE FOLHA-CALCULO-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE EMPRESA-FILE.
           CLOSE GUIA-ENCARGOS-FILE.
           CLOSE RELATORIO-FILE.
           DISPLAY 'GUIAS DE ENCARGOS GRAVADAS: ' WRK-TEMP-QTD-EMPR.
           IF WRK-QTD-SEM-CADASTRO > ZERO
               DISPLAY 'FOLHAS SEM CADASTRO NO EMPFILE: '
                   WRK-QTD-SEM-CADASTRO
           END-IF.
       9999-EXIT.
           EXIT.
