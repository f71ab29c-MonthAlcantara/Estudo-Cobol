      * OPERADOR - O CAMPO E SEM SINAL E UM RESULTADO
      * NEGATIVO SERIA GRAVADO COMO VALOR POSITIVO E
      * REMETIDO AO BANCO PELO PROGCOB18
      * ALTERADO = 15/10/2026 - DESCONTA A PARCELA DE CADA
      * CONTRATO DE EMPRESTIMO CONSIGNADO DO CPF (CONSIGFL,
      * PROGCOB45), GRAVANDO-A COMO RUBRICA DE DESCONTO CS1 A
      * CS9 PARA SAIR NO CONTRACHEQUE, E CONTA A PARCELA COMO
      * PAGA UMA SO VEZ POR COMPETENCIA, QUITANDO O CONTRATO
      * NA ULTIMA PARCELA
      * ALTERADO = 15/10/2026 - O AFASTADO DEIXA DE SER PULADO
      * POR INTEIRO - PELOS PERIODOS DO AFASTFIL (PROGCOB50)
      * PAGA O SALARIO PROPORCIONAL AOS DIAS TRABALHADOS NO MES
      * MAIS OS 15 PRIMEIROS DIAS DE AFASTAMENTO POR DOENCA OU
      * ACIDENTE, PAGOS PELA EMPRESA ANTES DO INSS - SO O
      * AFASTADO SEM PERIODO CADASTRADO OU AFASTADO O MES
      * INTEIRO CONTINUA SEM FOLHA
      * ALTERADO = 15/10/2026 - CONFERE NO CONTROLE DE EXECUCAO
      * DO FECHAMENTO MENSAL (CTRLEXEC, PELO PROGCOB55) SE AS
      * ETAPAS ANTERIORES (LANCAMENTOS) TERMINARAM NORMALMENTE E
      * REGISTRA O INICIO, O FIM E AS QUANTIDADES DO CALCULO
      * ALTERADO = 15/10/2026 - MODO SIMULACAO: RODA O MESMO
      * CALCULO COM O TABFISCAL VIGENTE OU COM UM ARQUIVO DE
      * PARAMETROS ALTERNATIVO (TABSIMUL) E/OU UM PERCENTUAL DE
      * REAJUSTE SOBRE OS SALARIOS, GRAVANDO SO NO SIMULFIL COM
      * OS ENCARGOS PATRONAIS ESTIMADOS - NAO GRAVA FOLHAFIL,
      * RUBRFIL NEM CONSIGFL, IGNORA O FECHAMENTO DA COMPETENCIA
      * E NAO PASSA PELO CONTROLE DE EXECUCAO; A COMPARACAO COM
      * A FOLHA REAL SAI PELO PROGCOB59
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-ADTO-CHAVE
               FILE STATUS IS WRK-FS-ADIANTAMENTO.
           SELECT CONSIGNADO-FILE
               ASSIGN TO "CONSIGFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CSG-CHAVE
               FILE STATUS IS WRK-FS-CONSIGNADO.
           SELECT AFASTAMENTO-FILE
               ASSIGN TO "AFASTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-AFT-CHAVE
               FILE STATUS IS WRK-FS-AFASTAMENTO.
           SELECT PARAMETRO-SIMULACAO-FILE
               ASSIGN TO "TABSIMUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETRO.
           SELECT SIMULACAO-FILE
               ASSIGN TO "SIMULFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-SIMU-CHAVE
               FILE STATUS IS WRK-FS-SIMULACAO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY LANCAMENTO-RUBRICA.
       FD  ADIANTAMENTO-FILE.
           COPY ADIANTAMENTO-QUINZENAL.
       FD  CONSIGNADO-FILE.
           COPY CONTRATO-CONSIGNADO.
       FD  AFASTAMENTO-FILE.
           COPY AFASTAMENTO.
       FD  PARAMETRO-FISCAL-FILE.
       01  REG-PARAMETRO-FISCAL    PIC X(24).
       FD  PARAMETRO-SIMULACAO-FILE.
       01  REG-PARAMETRO-SIMULACAO PIC X(24).
       FD  SIMULACAO-FILE.
           COPY SIMULACAO-FOLHA.
       WORKING-STORAGE SECTION.
      ***************************************************
      * LAYOUT DE UMA LINHA DO ARQUIVO DE PARAMETROS FISCAIS -
      * TIPO DA LINHA (INSS/IRRF/TETO), LIMITE, ALIQUOTA E
      * PARCELA A DEDUZIR, NA MESMA CODIFICACAO NUMERICA DAS
      * ANTIGAS TABELAS COMPILADAS. A LINHA TETO TRAZ O VALOR
      * MAXIMO DA CONTRIBUICAO DO INSS NA COLUNA DO LIMITE.
      * LIDA DO TABFISCAL OU, NA SIMULACAO, DO TABSIMUL
      ***************************************************
       01  WRK-PARAM-REG.
           05 WRK-PARAM-TIPO       PIC X(04).
           05 WRK-PARAM-LIMITE     PIC 9(06)V99.
           05 WRK-PARAM-ALIQUOTA   PIC 9(02)V99.
           05 WRK-PARAM-PARCELA    PIC 9(06)V99.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOLHA      PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARAMETRO  PIC X(02) VALUE ZEROS.
       77 WRK-FS-ADIANTAMENTO PIC X(02) VALUE ZEROS.
      ***************ADIANTAMENTO QUINZENAL JA PAGO NO MES
       77 WRK-VALOR-ADIANTO PIC 9(06)V99 VALUE ZERO.
       77 WRK-FS-CONSIGNADO PIC X(02) VALUE ZEROS.
       77 WRK-FIM-CONSIGNADO PIC X(01) VALUE 'N'.
           88 FIM-DO-CONSIGNADO       VALUE 'S'.
      ***************INDICADOR DE PARCELA DESCONTADA NA FOLHA
       77 WRK-DESCONTAR     PIC X(01) VALUE 'N'.
           88 PARCELA-DESCONTADA      VALUE 'S'.
           88 PARCELA-NAO-DESCONTADA  VALUE 'N'.
      ***************CONTRATOS DESCONTADOS DO CPF NA COMPETENCIA
       77 WRK-QTD-CONSIG    PIC 9(01) VALUE ZERO.
       77 WRK-MAX-CONSIG    PIC 9(01) VALUE 9.
      ***************CODIGO DE RUBRICA RESERVADO AO CONSIGNADO
      ***************(CS1 A CS9, UM POR CONTRATO DESCONTADO)
       01 WRK-COD-CONSIG.
           05 WRK-COD-CONSIG-PREFIXO PIC X(02) VALUE 'CS'.
           05 WRK-COD-CONSIG-SEQ     PIC 9(01) VALUE ZERO.
       77 WRK-FS-AFASTAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
           88 FIM-DO-AFASTAMENTO      VALUE 'S'.
      ***************INDICADOR DE PERIODO DE AFASTAMENTO NO MES
       77 WRK-AFASTADO-MES  PIC X(01) VALUE 'N'.
           88 AFASTADO-NO-MES         VALUE 'S'.
           88 SEM-AFASTAMENTO-MES     VALUE 'N'.
      ***************DIAS DO MES COMERCIAL, DIAS DE AFASTAMENTO
      ***************NAO PAGOS PELA EMPRESA E DIAS A PAGAR
       77 WRK-DIAS-COMERCIAL PIC 9(02) VALUE 30.
       77 WRK-DIAS-NAO-PAGOS PIC 9(03) VALUE ZERO COMP.
       77 WRK-DIAS-PERIODO  PIC 9(03) VALUE ZERO COMP.
       77 WRK-DIAS-PAGOS    PIC 9(02) VALUE ZERO.
      ***************SALARIO DO MES PROPORCIONAL AOS DIAS PAGOS
       77 WRK-SALARIO-MES   PIC 9(06)V99 VALUE ZERO.
      ***************************************************
      * CONVERSAO DE DATA AAAAMMDD EM NUMERO SERIAL DE DIAS,
      * PARA CONTAR OS DIAS DE AFASTAMENTO DENTRO DO MES
      ***************************************************
       01 WRK-SER-DATA               PIC 9(08) VALUE ZERO.
       01 WRK-SER-DATA-R REDEFINES WRK-SER-DATA.
           05 WRK-SER-DATA-ANO       PIC 9(04).
           05 WRK-SER-DATA-MES       PIC 9(02).
           05 WRK-SER-DATA-DIA       PIC 9(02).
       77 WRK-SER-ANO       PIC 9(05) VALUE ZERO COMP.
       77 WRK-SER-MES       PIC 9(02) VALUE ZERO COMP.
       77 WRK-SER-PARTE     PIC 9(08) VALUE ZERO COMP.
       77 WRK-SER-NUMERO    PIC 9(08) VALUE ZERO COMP.
      ***************SERIAIS DO PRIMEIRO E DO ULTIMO DIA DO MES,
      ***************DO PERIODO E DO TRECHO QUE CAI NO MES
       77 WRK-SER-INI-MES   PIC 9(08) VALUE ZERO COMP.
       77 WRK-SER-FIM-MES   PIC 9(08) VALUE ZERO COMP.
       77 WRK-SER-INI-AFT   PIC 9(08) VALUE ZERO COMP.
       77 WRK-SER-FIM-AFT   PIC 9(08) VALUE ZERO COMP.
       77 WRK-SER-FIM-15    PIC 9(08) VALUE ZERO COMP.
       77 WRK-SER-DE        PIC 9(08) VALUE ZERO COMP.
       77 WRK-SER-ATE       PIC 9(08) VALUE ZERO COMP.
      ***************INDICADOR DE COMPETENCIA FECHADA (PROGCOB26)
       77 WRK-FECHADA       PIC X(01) VALUE 'N'.
           88 EMPRESA-FECHADA         VALUE 'S'.
               10 WRK-IRRF-PARCELA     PIC 9(06)V99.
       77 WRK-IRRF-QTD       PIC 9(02) VALUE ZERO COMP.
       77 WRK-IRRF-MAX       PIC 9(02) VALUE 5.
      ***************AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO
      ***************FECHAMENTO MENSAL (PROGCOB55)
           COPY CONTROLE-EXECUCAO REPLACING LEADING ==WRK-CTL== BY
               ==WRK-CHX== LEADING ==CTL-== BY ==CHX-==.
       77 WRK-CHX-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-CHX-RETORNO   PIC X(01) VALUE SPACE.
           88 CHX-LIBERADO           VALUE 'S'.
       77 WRK-CHX-MENSAGEM  PIC X(60) VALUE SPACES.
       77 WRK-FS-SIMULACAO  PIC X(02) VALUE ZEROS.
      ***************MODO DE EXECUCAO - NORMAL GRAVA O FOLHAFIL,
      ***************SIMULACAO GRAVA SO O SIMULFIL
       77 WRK-MODO-SIMULACAO PIC X(01) VALUE 'N'.
           88 MODO-SIMULACAO          VALUE 'S'.
           88 MODO-NORMAL             VALUE 'N'.
      ***************ARQUIVO DE PARAMETROS DA SIMULACAO
      ***************(T = TABFISCAL VIGENTE, A = TABSIMUL)
       77 WRK-TABELA-SIMUL  PIC X(01) VALUE 'T'.
           88 TABELA-VIGENTE          VALUE 'T'.
           88 TABELA-ALTERNATIVA      VALUE 'A'.
       77 WRK-NOME-PARAMETRO PIC X(09) VALUE 'TABFISCAL'.
      ***************PERCENTUAL DE REAJUSTE SIMULADO SOBRE O
      ***************SALARIO (ZERO = SALARIO ATUAL)
       77 WRK-PERC-SIMUL    PIC 9(03)V99 VALUE ZERO.
      ***************PARCELAS DE CONSIGNADO DA SIMULACAO, SOMADAS
      ***************SEM GRAVAR RUBRICA NEM CONTAR A PARCELA
       77 WRK-CONSIG-SIMUL  PIC 9(06)V99 VALUE ZERO.
      ***************ALIQUOTAS DOS ENCARGOS PATRONAIS (LINHAS
      ***************PATR, RAT E TERC DO ARQUIVO DE PARAMETROS)
       77 WRK-ALIQ-PATRONAL PIC 9(02)V99 VALUE ZERO.
       77 WRK-ALIQ-RAT      PIC 9(02)V99 VALUE ZERO.
       77 WRK-ALIQ-TERCEIROS PIC 9(02)V99 VALUE ZERO.
       77 WRK-ALIQUOTA-FGTS PIC 9(02)V99 VALUE 08,00.
      ***************TOTAIS DA SIMULACAO
       77 WRK-SIMU-QTD      PIC 9(06) VALUE ZERO.
       77 WRK-SIMU-TOT-BRUTO PIC 9(10)V99 VALUE ZERO.
       77 WRK-SIMU-TOT-LIQ  PIC 9(10)V99 VALUE ZERO.
       77 WRK-SIMU-TOT-ENCARGOS PIC 9(10)V99 VALUE ZERO.
       77 WRK-SIMU-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           DISPLAY 'EMPRESA A PROCESSAR (*** = TODAS): '.
           ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE.
           DISPLAY 'SIMULACAO, SEM GRAVAR A FOLHA (S/N): '.
           ACCEPT WRK-MODO-SIMULACAO FROM CONSOLE.
           IF MODO-SIMULACAO
               PERFORM 1020-CAPTURAR-SIMULACAO THRU 1020-EXIT
           ELSE
               SET MODO-NORMAL TO TRUE
               PERFORM 1050-INICIAR-CONTROLE THRU 1050-EXIT
               IF NOT CHX-LIBERADO
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               GO TO 9999-EXIT
           END-IF.
           IF MODO-SIMULACAO
               OPEN INPUT FOLHA-CALCULO-FILE
               IF WRK-FS-FOLHA = '35'
                   OPEN OUTPUT FOLHA-CALCULO-FILE
                   CLOSE FOLHA-CALCULO-FILE
                   OPEN INPUT FOLHA-CALCULO-FILE
               END-IF
           ELSE
               OPEN I-O FOLHA-CALCULO-FILE
               IF WRK-FS-FOLHA = '35'
                   OPEN OUTPUT FOLHA-CALCULO-FILE
                   CLOSE FOLHA-CALCULO-FILE
                   OPEN I-O FOLHA-CALCULO-FILE
               END-IF
           END-IF.
           IF WRK-FS-FOLHA NOT = '00'
               DISPLAY 'ERRO AO ABRIR FOLHA-CALCULO - FS='
               CLOSE FECHAMENTO-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O RUBRICA-FILE.
           IF WRK-FS-RUBRICA = '35'
               OPEN OUTPUT RUBRICA-FILE
               CLOSE RUBRICA-FILE
               OPEN I-O RUBRICA-FILE
           END-IF.
           IF WRK-FS-RUBRICA NOT = '00'
               DISPLAY 'ERRO AO ABRIR RUBRFIL - FS=' WRK-FS-RUBRICA
               CLOSE RUBRICA-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O CONSIGNADO-FILE.
           IF WRK-FS-CONSIGNADO = '35'
               OPEN OUTPUT CONSIGNADO-FILE
               CLOSE CONSIGNADO-FILE
               OPEN I-O CONSIGNADO-FILE
           END-IF.
           IF WRK-FS-CONSIGNADO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONSIGFL - FS='
                   WRK-FS-CONSIGNADO
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE FOLHA-CALCULO-FILE
               CLOSE HORAS-EXTRAS-FILE
               CLOSE FECHAMENTO-FILE
               CLOSE DEPENDENTE-FILE
               CLOSE RUBRICA-FILE
               CLOSE ADIANTAMENTO-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT AFASTAMENTO-FILE.
           IF WRK-FS-AFASTAMENTO = '35'
               OPEN OUTPUT AFASTAMENTO-FILE
               CLOSE AFASTAMENTO-FILE
               OPEN INPUT AFASTAMENTO-FILE
           END-IF.
           IF WRK-FS-AFASTAMENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR AFASTFIL - FS='
                   WRK-FS-AFASTAMENTO
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE FOLHA-CALCULO-FILE
               CLOSE HORAS-EXTRAS-FILE
               CLOSE FECHAMENTO-FILE
               CLOSE DEPENDENTE-FILE
               CLOSE RUBRICA-FILE
               CLOSE ADIANTAMENTO-FILE
               CLOSE CONSIGNADO-FILE
               GO TO 9999-EXIT
           END-IF.
           IF MODO-SIMULACAO
               OPEN OUTPUT SIMULACAO-FILE
               IF WRK-FS-SIMULACAO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR SIMULFIL - FS='
                       WRK-FS-SIMULACAO
                   CLOSE EMPLOYEE-MASTER-FILE
                   CLOSE FOLHA-CALCULO-FILE
                   CLOSE HORAS-EXTRAS-FILE
                   CLOSE FECHAMENTO-FILE
                   CLOSE DEPENDENTE-FILE
                   CLOSE RUBRICA-FILE
                   CLOSE ADIANTAMENTO-FILE
                   CLOSE CONSIGNADO-FILE
                   CLOSE AFASTAMENTO-FILE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           PERFORM 1100-CARREGAR-TABELAS THRU 1100-EXIT.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************
      * PERGUNTA OS PARAMETROS DA SIMULACAO - ARQUIVO DE
      * PARAMETROS FISCAIS (VIGENTE OU ALTERNATIVO) E O
      * PERCENTUAL DE REAJUSTE APLICADO AOS SALARIOS
      ***************************************************
       1020-CAPTURAR-SIMULACAO.
           DISPLAY 'PARAMETROS (T = TABFISCAL / A = TABSIMUL): '.
           ACCEPT WRK-TABELA-SIMUL FROM CONSOLE.
           IF TABELA-ALTERNATIVA
               MOVE 'TABSIMUL' TO WRK-NOME-PARAMETRO
           ELSE
               SET TABELA-VIGENTE TO TRUE
           END-IF.
           DISPLAY 'PERCENTUAL DE REAJUSTE DOS SALARIOS '
               '(0 = SEM REAJUSTE): '.
           ACCEPT WRK-PERC-SIMUL FROM CONSOLE.
           DISPLAY 'SIMULACAO COM ' WRK-NOME-PARAMETRO
               ' E REAJUSTE DE ' WRK-PERC-SIMUL
               '% - FOLHAFIL NAO SERA GRAVADO'.
       1020-EXIT.
           EXIT.

      ***************************************************
      * CONFERE NO CONTROLE DE EXECUCAO (PROGCOB55) SE AS
      * ETAPAS ANTERIORES DO FECHAMENTO DA COMPETENCIA
      * TERMINARAM NORMALMENTE E GRAVA O INICIO DESTA -
      * SE A CADEIA ESTIVER FORA DE ORDEM NAO PROCESSA
      ***************************************************
       1050-INICIAR-CONTROLE.
           MOVE SPACES TO WRK-CHX-REG.
           MOVE WRK-EMPRESA-FILTRO TO WRK-CHX-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-CHX-COMPETENCIA.
           MOVE 'PROGCOB06' TO WRK-CHX-PROGRAMA.
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
      * ABRE O ARQUIVO DE PARAMETROS FISCAIS E CARREGA AS
      * FAIXAS DE INSS E IRRF NAS TABELAS EM MEMORIA
      ***************************************************
       1100-CARREGAR-TABELAS.
           IF TABELA-ALTERNATIVA
               OPEN INPUT PARAMETRO-SIMULACAO-FILE
           ELSE
               OPEN INPUT PARAMETRO-FISCAL-FILE
           END-IF.
           IF WRK-FS-PARAMETRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-PARAMETRO ' - FS='
                   WRK-FS-PARAMETRO
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE FOLHA-CALCULO-FILE
           END-IF.
           PERFORM 1150-LER-PARAMETRO THRU 1150-EXIT
               UNTIL FIM-DO-PARAMETRO.
           IF TABELA-ALTERNATIVA
               CLOSE PARAMETRO-SIMULACAO-FILE
           ELSE
               CLOSE PARAMETRO-FISCAL-FILE
           END-IF.
           IF WRK-INSS-QTD = ZERO OR WRK-IRRF-QTD = ZERO
               OR WRK-INSS-TETO-VALOR = ZERO
               DISPLAY WRK-NOME-PARAMETRO ' SEM FAIXAS DE INSS OU '
                   'IRRF OU SEM TETO - FOLHA NAO SERA CALCULADA'
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE FOLHA-CALCULO-FILE
               CLOSE HORAS-EXTRAS-FILE
           EXIT.

      ***************************************************
      * LE UMA LINHA DO ARQUIVO DE PARAMETROS ESCOLHIDO
      * (TABFISCAL OU, NA SIMULACAO, TABSIMUL) E A EMPILHA
      ***************************************************
       1150-LER-PARAMETRO.
           IF TABELA-ALTERNATIVA
               READ PARAMETRO-SIMULACAO-FILE INTO WRK-PARAM-REG
                   AT END
                       SET FIM-DO-PARAMETRO TO TRUE
               END-READ
           ELSE
               READ PARAMETRO-FISCAL-FILE INTO WRK-PARAM-REG
                   AT END
                       SET FIM-DO-PARAMETRO TO TRUE
               END-READ
           END-IF.
           IF NOT FIM-DO-PARAMETRO
               PERFORM 1160-EMPILHAR-PARAMETRO THRU 1160-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

      ***************************************************
      * EMPILHA A LINHA NA TABELA DE INSS OU DE IRRF, OU
      * GUARDA O TETO DO INSS, A DEDUCAO POR DEPENDENTE OU A
      * ALIQUOTA DE ENCARGO PATRONAL (PATR/RAT/TERC), CONFORME
      * O TIPO DA LINHA, DESPREZANDO (E AVISANDO) AS LINHAS
      * QUE EXCEDAM A CAPACIDADE DAS TABELAS EM MEMORIA
      ***************************************************
       1160-EMPILHAR-PARAMETRO.
           IF WRK-PARAM-TIPO = 'INSS'
               IF WRK-INSS-QTD < WRK-INSS-MAX
                   ADD 1 TO WRK-INSS-QTD
                   MOVE WRK-PARAM-LIMITE TO
                       WRK-INSS-LIMITE (WRK-INSS-QTD)
                   MOVE WRK-PARAM-ALIQUOTA TO
                       WRK-INSS-ALIQUOTA (WRK-INSS-QTD)
                   MOVE WRK-PARAM-PARCELA TO
                       WRK-INSS-PARCELA (WRK-INSS-QTD)
               ELSE
                   DISPLAY WRK-NOME-PARAMETRO ' COM FAIXAS INSS ALEM '
                       'DE ' WRK-INSS-MAX ' - LINHA DESPREZADA'
               END-IF
               GO TO 1160-EXIT
           END-IF.
           IF WRK-PARAM-TIPO = 'IRRF'
               IF WRK-IRRF-QTD < WRK-IRRF-MAX
                   ADD 1 TO WRK-IRRF-QTD
                   MOVE WRK-PARAM-LIMITE TO
                       WRK-IRRF-LIMITE (WRK-IRRF-QTD)
                   MOVE WRK-PARAM-ALIQUOTA TO
                       WRK-IRRF-ALIQUOTA (WRK-IRRF-QTD)
                   MOVE WRK-PARAM-PARCELA TO
                       WRK-IRRF-PARCELA (WRK-IRRF-QTD)
               ELSE
                   DISPLAY WRK-NOME-PARAMETRO ' COM FAIXAS IRRF ALEM '
                       'DE ' WRK-IRRF-MAX ' - LINHA DESPREZADA'
               END-IF
               GO TO 1160-EXIT
           END-IF.
           IF WRK-PARAM-TIPO = 'TETO'
               MOVE WRK-PARAM-LIMITE TO WRK-INSS-TETO-VALOR
           END-IF.
           IF WRK-PARAM-TIPO = 'DEPE'
               MOVE WRK-PARAM-LIMITE TO WRK-DEDUCAO-DEP
           END-IF.
           IF WRK-PARAM-TIPO = 'PATR'
               MOVE WRK-PARAM-ALIQUOTA TO WRK-ALIQ-PATRONAL
           END-IF.
           IF WRK-PARAM-TIPO = 'RAT '
               MOVE WRK-PARAM-ALIQUOTA TO WRK-ALIQ-RAT
           END-IF.
           IF WRK-PARAM-TIPO = 'TERC'
               MOVE WRK-PARAM-ALIQUOTA TO WRK-ALIQ-TERCEIROS
           END-IF.
       1160-EXIT.
           EXIT.

      ***************************************************
      * CALCULA OS DESCONTOS E GRAVA A FOLHA DE UM
      * FUNCIONARIO, DEPOIS LE O PROXIMO REGISTRO
      ***************************************************
       2000-PROCESSAR.
           ADD 1 TO WRK-CHX-QTD-LIDOS.
           PERFORM 2050-TESTAR-EMPRESA THRU 2050-EXIT.
           IF FUNCIONARIO-SELECIONADO
               PERFORM 2055-TESTAR-SITUACAO THRU 2055-EXIT
           END-IF.
           IF FUNCIONARIO-SELECIONADO AND MODO-NORMAL
               PERFORM 2060-TESTAR-FECHAMENTO THRU 2060-EXIT
           END-IF.
           IF FUNCIONARIO-SELECIONADO AND MODO-SIMULACAO
               PERFORM 2065-REAJUSTAR-SALARIO THRU 2065-EXIT
           END-IF.
           IF FUNCIONARIO-SELECIONADO
               PERFORM 2070-APURAR-DIAS THRU 2070-EXIT
           END-IF.
           IF FUNCIONARIO-SELECIONADO
               PERFORM 2100-BUSCAR-HORAS-EXTRAS THRU 2100-EXIT
               PERFORM 2150-LANCAR-CONSIGNADO THRU 2150-EXIT
               PERFORM 2200-BUSCAR-RUBRICAS THRU 2200-EXIT
               PERFORM 3000-CALCULAR-INSS THRU 3000-EXIT
               PERFORM 4000-CALCULAR-IRRF THRU 4000-EXIT
               PERFORM 5000-GRAVAR-FOLHA THRU 5000-EXIT
               ADD 1 TO WRK-CHX-QTD-GRAVADOS
               DISPLAY 'FUNCIONARIO ' WRK-FUNC-NOME
               DISPLAY '  BRUTO    ' WRK-FOLHA-SALARIO-BRUTO
               DISPLAY '  INSS     ' WRK-FOLHA-VALOR-INSS
           EXIT.

      ***************************************************
      * DESSELECIONA O FUNCIONARIO DESLIGADO, QUE NAO DEVE
      * MAIS RECEBER FOLHA - O AFASTADO SEGUE PARA A
      * APURACAO DOS DIAS PAGOS NO MES
      ***************************************************
       2055-TESTAR-SITUACAO.
           IF FUNC-DESLIGADO
               SET FUNCIONARIO-FORA-EMPRESA TO TRUE
               DISPLAY 'FUNCIONARIO NAO ATIVO (SITUACAO '
                   WRK-FUNC-SITUACAO ') - CPF ' WRK-FUNC-CPF
       2060-EXIT.
           EXIT.

      ***************************************************
      * NA SIMULACAO, APLICA O PERCENTUAL DE REAJUSTE AO
      * SALARIO LIDO DO CADASTRO (SO EM MEMORIA - O EMPFILE
      * ESTA ABERTO SO PARA LEITURA)
      ***************************************************
       2065-REAJUSTAR-SALARIO.
           IF WRK-PERC-SIMUL > ZERO
               COMPUTE WRK-FUNC-SALARIO ROUNDED =
                   WRK-FUNC-SALARIO * (100 + WRK-PERC-SIMUL) / 100
                   ON SIZE ERROR
                       DISPLAY 'SALARIO REAJUSTADO EXCEDE O CAMPO - '
                           'CPF ' WRK-FUNC-CPF ' SEM REAJUSTE'
               END-COMPUTE
           END-IF.
       2065-EXIT.
           EXIT.

      ***************************************************
      * APURA OS DIAS A PAGAR NO MES PELOS PERIODOS DE
      * AFASTAMENTO DO CPF QUE CAEM NA COMPETENCIA - CADA DIA
      * AFASTADO REDUZ O MES COMERCIAL DE 30 DIAS, MENOS OS 15
      * PRIMEIROS DIAS DE DOENCA/ACIDENTE QUE A EMPRESA PAGA -
      * E CALCULA O SALARIO PROPORCIONAL; DESSELECIONA O
      * AFASTADO SEM PERIODO CADASTRADO (SITUACAO MARCADA A
      * MAO) E O QUE NAO TEM DIA A RECEBER NO MES
      ***************************************************
       2070-APURAR-DIAS.
           SET SEM-AFASTAMENTO-MES TO TRUE.
           MOVE ZERO TO WRK-DIAS-NAO-PAGOS.
           COMPUTE WRK-SER-DATA = WRK-COMPETENCIA * 100 + 1.
           PERFORM 2090-CALCULAR-SERIAL THRU 2090-EXIT.
           MOVE WRK-SER-NUMERO TO WRK-SER-INI-MES.
           IF WRK-SER-DATA-MES = 12
               ADD 1 TO WRK-SER-DATA-ANO
               MOVE 1 TO WRK-SER-DATA-MES
           ELSE
               ADD 1 TO WRK-SER-DATA-MES
           END-IF.
           PERFORM 2090-CALCULAR-SERIAL THRU 2090-EXIT.
           COMPUTE WRK-SER-FIM-MES = WRK-SER-NUMERO - 1.
           MOVE 'N' TO WRK-FIM-AFASTAMENTO.
           MOVE WRK-FUNC-CPF TO WRK-AFT-CPF.
           MOVE ZERO TO WRK-AFT-INICIO.
           START AFASTAMENTO-FILE KEY NOT < WRK-AFT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
           END-START.
           PERFORM 2075-LER-AFASTAMENTO THRU 2075-EXIT
               UNTIL FIM-DO-AFASTAMENTO.
           IF FUNC-AFASTADO AND SEM-AFASTAMENTO-MES
               SET FUNCIONARIO-FORA-EMPRESA TO TRUE
               DISPLAY 'FUNCIONARIO AFASTADO SEM PERIODO NO MES - '
                   'CPF ' WRK-FUNC-CPF ' NAO CALCULADO'
               GO TO 2070-EXIT
           END-IF.
           IF WRK-DIAS-NAO-PAGOS > WRK-SER-FIM-MES - WRK-SER-INI-MES
               OR WRK-DIAS-NAO-PAGOS NOT < WRK-DIAS-COMERCIAL
               MOVE ZERO TO WRK-DIAS-PAGOS
           ELSE
               COMPUTE WRK-DIAS-PAGOS =
                   WRK-DIAS-COMERCIAL - WRK-DIAS-NAO-PAGOS
           END-IF.
           IF WRK-DIAS-PAGOS = ZERO
               SET FUNCIONARIO-FORA-EMPRESA TO TRUE
               DISPLAY 'FUNCIONARIO AFASTADO O MES INTEIRO - CPF '
                   WRK-FUNC-CPF ' NAO CALCULADO'
               GO TO 2070-EXIT
           END-IF.
           IF AFASTADO-NO-MES
               COMPUTE WRK-SALARIO-MES ROUNDED =
                   WRK-FUNC-SALARIO * WRK-DIAS-PAGOS
                   / WRK-DIAS-COMERCIAL
               DISPLAY 'AFASTAMENTO NO MES - CPF ' WRK-FUNC-CPF
                   ' - DIAS PAGOS ' WRK-DIAS-PAGOS
           ELSE
               MOVE WRK-FUNC-SALARIO TO WRK-SALARIO-MES
           END-IF.
       2070-EXIT.
           EXIT.

      ***************************************************
      * LE O PROXIMO PERIODO DO CPF E SOMA OS DIAS DELE QUE
      * CAEM NO MES E NAO SAO PAGOS PELA EMPRESA (O PERIODO
      * VAI DO INICIO ATE A VESPERA DO RETORNO, SEM FIM
      * QUANDO O RETORNO E INDEFINIDO)
      ***************************************************
       2075-LER-AFASTAMENTO.
           READ AFASTAMENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
                   GO TO 2075-EXIT
           END-READ.
           IF WRK-AFT-CPF NOT = WRK-FUNC-CPF
               MOVE 'S' TO WRK-FIM-AFASTAMENTO
               GO TO 2075-EXIT
           END-IF.
           MOVE WRK-AFT-INICIO TO WRK-SER-DATA.
           PERFORM 2090-CALCULAR-SERIAL THRU 2090-EXIT.
           MOVE WRK-SER-NUMERO TO WRK-SER-INI-AFT.
           IF WRK-AFT-RETORNO = ZERO
               MOVE 99999999 TO WRK-SER-FIM-AFT
           ELSE
               MOVE WRK-AFT-RETORNO TO WRK-SER-DATA
               PERFORM 2090-CALCULAR-SERIAL THRU 2090-EXIT
               COMPUTE WRK-SER-FIM-AFT = WRK-SER-NUMERO - 1
           END-IF.
           IF WRK-SER-INI-AFT > WRK-SER-INI-MES
               MOVE WRK-SER-INI-AFT TO WRK-SER-DE
           ELSE
               MOVE WRK-SER-INI-MES TO WRK-SER-DE
           END-IF.
           IF WRK-SER-FIM-AFT < WRK-SER-FIM-MES
               MOVE WRK-SER-FIM-AFT TO WRK-SER-ATE
           ELSE
               MOVE WRK-SER-FIM-MES TO WRK-SER-ATE
           END-IF.
           IF WRK-SER-DE > WRK-SER-ATE
               GO TO 2075-EXIT
           END-IF.
           SET AFASTADO-NO-MES TO TRUE.
           COMPUTE WRK-DIAS-PERIODO = WRK-SER-ATE - WRK-SER-DE + 1.
           IF AFT-EMPRESA-PAGA-15
               COMPUTE WRK-SER-FIM-15 = WRK-SER-INI-AFT + 14
               IF WRK-SER-FIM-15 < WRK-SER-ATE
                   MOVE WRK-SER-FIM-15 TO WRK-SER-ATE
               END-IF
               IF WRK-SER-DE NOT > WRK-SER-ATE
                   COMPUTE WRK-DIAS-PERIODO = WRK-DIAS-PERIODO
                       - (WRK-SER-ATE - WRK-SER-DE + 1)
               END-IF
           END-IF.
           ADD WRK-DIAS-PERIODO TO WRK-DIAS-NAO-PAGOS.
       2075-EXIT.
           EXIT.

      ***************************************************
      * CONVERTE A DATA EM WRK-SER-DATA NO NUMERO SERIAL DE
      * DIAS EM WRK-SER-NUMERO (CALENDARIO GREGORIANO, ANO
      * COMECANDO EM MARCO PARA O DIA BISSEXTO FICAR NO FIM)
      ***************************************************
       2090-CALCULAR-SERIAL.
           MOVE WRK-SER-DATA-ANO TO WRK-SER-ANO.
           MOVE WRK-SER-DATA-MES TO WRK-SER-MES.
           IF WRK-SER-MES < 3
               SUBTRACT 1 FROM WRK-SER-ANO
               ADD 12 TO WRK-SER-MES
           END-IF.
           COMPUTE WRK-SER-NUMERO = WRK-SER-ANO * 365
               + WRK-SER-DATA-DIA.
           DIVIDE WRK-SER-ANO BY 4 GIVING WRK-SER-PARTE.
           ADD WRK-SER-PARTE TO WRK-SER-NUMERO.
           DIVIDE WRK-SER-ANO BY 100 GIVING WRK-SER-PARTE.
           SUBTRACT WRK-SER-PARTE FROM WRK-SER-NUMERO.
           DIVIDE WRK-SER-ANO BY 400 GIVING WRK-SER-PARTE.
           ADD WRK-SER-PARTE TO WRK-SER-NUMERO.
           COMPUTE WRK-SER-PARTE = 153 * (WRK-SER-MES - 3) + 2.
           DIVIDE WRK-SER-PARTE BY 5 GIVING WRK-SER-PARTE.
           ADD WRK-SER-PARTE TO WRK-SER-NUMERO.
       2090-EXIT.
           EXIT.

      ***************************************************
      * PROCURA HORAS EXTRAS DO FUNCIONARIO NA COMPETENCIA
      * E SOMA O VALOR JA CALCULADO AO SALARIO DO MES,
      * FORMANDO O BRUTO QUE SERA USADO NAS FAIXAS DE INSS E
      * IRRF - NA SIMULACAO O VALOR DAS HORAS ACOMPANHA O
      * PERCENTUAL DE REAJUSTE DO SALARIO
      ***************************************************
       2100-BUSCAR-HORAS-EXTRAS.
           MOVE WRK-FUNC-CPF TO WRK-HORAS-CPF.
               INVALID KEY
                   MOVE ZERO TO WRK-HORAS-VALOR
           END-READ.
           IF MODO-SIMULACAO AND WRK-PERC-SIMUL > ZERO
               COMPUTE WRK-HORAS-VALOR ROUNDED =
                   WRK-HORAS-VALOR * (100 + WRK-PERC-SIMUL) / 100
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.
           COMPUTE WRK-BRUTO-TOTAL =
               WRK-SALARIO-MES + WRK-HORAS-VALOR.
       2100-EXIT.
           EXIT.

      ***************************************************
      * LANCA COMO RUBRICA DE DESCONTO (CS1 A CS9) A PARCELA
      * DE CADA CONTRATO CONSIGNADO DO CPF DEVIDA NA
      * COMPETENCIA E APAGA AS RUBRICAS CS QUE SOBRARAM DE UM
      * CALCULO ANTERIOR DA MESMA FOLHA (CONTRATO ENCERRADO
      * NESSE INTERVALO) - O 2200 AS SOMA COM AS DEMAIS. NA
      * SIMULACAO SO SOMA AS PARCELAS, SEM GRAVAR NADA
      ***************************************************
       2150-LANCAR-CONSIGNADO.
           MOVE ZERO TO WRK-QTD-CONSIG.
           MOVE ZERO TO WRK-CONSIG-SIMUL.
           MOVE 'N' TO WRK-FIM-CONSIGNADO.
           MOVE WRK-FUNC-CPF TO WRK-CSG-CPF.
           MOVE LOW-VALUES TO WRK-CSG-BANCO.
           MOVE LOW-VALUES TO WRK-CSG-CONTRATO.
           START CONSIGNADO-FILE KEY NOT < WRK-CSG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
           END-START.
           PERFORM 2160-LER-CONSIGNADO THRU 2160-EXIT
               UNTIL FIM-DO-CONSIGNADO.
           IF MODO-NORMAL
               MOVE WRK-QTD-CONSIG TO WRK-COD-CONSIG-SEQ
               PERFORM 2180-APAGAR-SOBRA THRU 2180-EXIT
                   UNTIL WRK-COD-CONSIG-SEQ >= WRK-MAX-CONSIG
           END-IF.
       2150-EXIT.
           EXIT.

      ***************************************************
      * LE UM CONTRATO DO CPF E DECIDE O DESCONTO - O
      * CONTRATO ATIVO, JA NA COMPETENCIA DA PRIMEIRA
      * PARCELA, TEM A PARCELA CONTADA COMO PAGA (UMA SO VEZ
      * POR COMPETENCIA) E E QUITADO NA ULTIMA; O RECALCULO
      * DE UMA COMPETENCIA JA DESCONTADA DESCONTA DE NOVO
      * SEM CONTAR. A SIMULACAO DESCONTA SEM CONTAR A PARCELA
      * NEM GRAVAR A RUBRICA
      ***************************************************
       2160-LER-CONSIGNADO.
           READ CONSIGNADO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
                   GO TO 2160-EXIT
           END-READ.
           IF WRK-CSG-CPF NOT = WRK-FUNC-CPF
               MOVE 'S' TO WRK-FIM-CONSIGNADO
               GO TO 2160-EXIT
           END-IF.
           SET PARCELA-NAO-DESCONTADA TO TRUE.
           IF WRK-CSG-PRIMEIRA-COMPETENCIA <= WRK-COMPETENCIA
               AND WRK-CSG-ULTIMA-COMPETENCIA >= WRK-COMPETENCIA
               SET PARCELA-DESCONTADA TO TRUE
           ELSE
               IF CSG-ATIVO
                   AND WRK-CSG-PRIMEIRA-COMPETENCIA <= WRK-COMPETENCIA
                   AND WRK-CSG-ULTIMA-COMPETENCIA < WRK-COMPETENCIA
                   SET PARCELA-DESCONTADA TO TRUE
                   IF MODO-NORMAL
                       PERFORM 2165-CONTAR-PARCELA THRU 2165-EXIT
                   END-IF
               END-IF
           END-IF.
           IF PARCELA-DESCONTADA
               IF MODO-SIMULACAO
                   ADD WRK-CSG-VALOR-PARCELA TO WRK-CONSIG-SIMUL
               ELSE
                   PERFORM 2170-GRAVAR-RUBRICA-CONSIG THRU 2170-EXIT
               END-IF
           END-IF.
       2160-EXIT.
           EXIT.

      ***************************************************
      * CONTA A PARCELA DA COMPETENCIA COMO PAGA E QUITA O
      * CONTRATO NA ULTIMA
      ***************************************************
       2165-CONTAR-PARCELA.
           ADD 1 TO WRK-CSG-PARCELAS-PAGAS.
           MOVE WRK-COMPETENCIA TO WRK-CSG-ULTIMA-COMPETENCIA.
           IF WRK-CSG-PARCELAS-PAGAS >= WRK-CSG-QTD-PARCELAS
               SET CSG-QUITADO TO TRUE
               DISPLAY 'CONSIGNADO QUITADO - CPF '
                   WRK-CSG-CPF ' CONTRATO ' WRK-CSG-CONTRATO
           END-IF.
           REWRITE WRK-CSG-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR CONSIGFL - CPF '
                       WRK-CSG-CPF
           END-REWRITE.
       2165-EXIT.
           EXIT.

      ***************************************************
      * GRAVA (OU REGRAVA NO RECALCULO) A RUBRICA DE
      * DESCONTO DA PARCELA DO CONTRATO
      ***************************************************
       2170-GRAVAR-RUBRICA-CONSIG.
           IF WRK-QTD-CONSIG >= WRK-MAX-CONSIG
               DISPLAY 'CPF ' WRK-FUNC-CPF ' COM MAIS DE '
                   WRK-MAX-CONSIG ' CONSIGNADOS - CONTRATO '
                   WRK-CSG-CONTRATO ' NAO DESCONTADO'
               GO TO 2170-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CONSIG.
           MOVE WRK-QTD-CONSIG TO WRK-COD-CONSIG-SEQ.
           MOVE WRK-FUNC-CPF TO WRK-RUBR-CPF.
           MOVE WRK-COMPETENCIA TO WRK-RUBR-COMPETENCIA.
           MOVE WRK-COD-CONSIG TO WRK-RUBR-CODIGO.
           MOVE SPACES TO WRK-RUBR-DESCRICAO.
           STRING 'CONSIG ' WRK-CSG-BANCO ' ' WRK-CSG-CONTRATO
               DELIMITED BY SIZE INTO WRK-RUBR-DESCRICAO.
           SET RUBRICA-DESCONTO TO TRUE.
           MOVE WRK-CSG-VALOR-PARCELA TO WRK-RUBR-VALOR.
           WRITE WRK-RUBR-REG
               INVALID KEY
                   REWRITE WRK-RUBR-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR RUBRFIL - CPF '
                               WRK-FUNC-CPF
           END-WRITE.
       2170-EXIT.
           EXIT.

      ***************************************************
      * APAGA A RUBRICA CS SEGUINTE A ULTIMA GRAVADA, SE
      * EXISTIR DE UM CALCULO ANTERIOR
      ***************************************************
       2180-APAGAR-SOBRA.
           ADD 1 TO WRK-COD-CONSIG-SEQ.
           MOVE WRK-FUNC-CPF TO WRK-RUBR-CPF.
           MOVE WRK-COMPETENCIA TO WRK-RUBR-COMPETENCIA.
           MOVE WRK-COD-CONSIG TO WRK-RUBR-CODIGO.
           DELETE RUBRICA-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       2180-EXIT.
           EXIT.

      ***************************************************
      * BUSCA OS LANCAMENTOS DE RUBRICA DO CPF NA
      * COMPETENCIA, SOMA OS PROVENTOS AO BRUTO E ACUMULA OS
      * DESCONTOS DE RUBRICA PARA ABATER DO LIQUIDO - NA
      * SIMULACAO AS RUBRICAS CS GRAVADAS POR UM CALCULO REAL
      * DAO LUGAR AS PARCELAS SOMADAS PELO 2150
      ***************************************************
       2200-BUSCAR-RUBRICAS.
           MOVE ZERO TO WRK-RUBR-PROV-TOT.
           END-START.
           PERFORM 2250-LER-RUBRICA THRU 2250-EXIT
               UNTIL FIM-DA-RUBRICA.
           ADD WRK-CONSIG-SIMUL TO WRK-RUBR-DESC-TOT.
           ADD WRK-RUBR-PROV-TOT TO WRK-BRUTO-TOTAL.
       2200-EXIT.
           EXIT.
               NOT AT END
                   IF WRK-RUBR-CPF = WRK-FUNC-CPF
                       AND WRK-RUBR-COMPETENCIA = WRK-COMPETENCIA
                       IF MODO-SIMULACAO
                           AND WRK-RUBR-CODIGO (1:2) =
                               WRK-COD-CONSIG-PREFIXO
                           AND WRK-RUBR-CODIGO (3:1) IS NUMERIC
                           CONTINUE
                       ELSE
                           IF RUBRICA-PROVENTO
                               ADD WRK-RUBR-VALOR TO WRK-RUBR-PROV-TOT
                           ELSE
                               ADD WRK-RUBR-VALOR TO WRK-RUBR-DESC-TOT
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-FIM-RUBRICA
           EXIT.

      ***************************************************
      * MONTA E GRAVA O REGISTRO DE FOLHA CALCULADA - NA
      * SIMULACAO O REGISTRO MONTADO VAI SO PARA O SIMULFIL
      ***************************************************
       5000-GRAVAR-FOLHA.
           PERFORM 4500-BUSCAR-ADIANTAMENTO THRU 4500-EXIT.
                   - WRK-FOLHA-RUBR-DESCONTOS
                   - WRK-FOLHA-ADIANTAMENTO
           END-IF.
           IF MODO-SIMULACAO
               PERFORM 5100-GRAVAR-SIMULACAO THRU 5100-EXIT
               GO TO 5000-EXIT
           END-IF.
           WRITE WRK-FOLHA-REG
               INVALID KEY
                   REWRITE WRK-FOLHA-REG
       5000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA A FOLHA SIMULADA NO SIMULFIL, COM A EMPRESA E O
      * DEPARTAMENTO DO CADASTRO E OS ENCARGOS PATRONAIS
      * ESTIMADOS SOBRE O BRUTO (INSS PATRONAL, RAT E
      * TERCEIROS DO ARQUIVO DE PARAMETROS, MAIS O FGTS), E
      * ACUMULA OS TOTAIS DA SIMULACAO
      ***************************************************
       5100-GRAVAR-SIMULACAO.
           MOVE WRK-FOLHA-CHAVE TO WRK-SIMU-CHAVE.
           MOVE WRK-FOLHA-NOME TO WRK-SIMU-NOME.
           MOVE WRK-FUNC-EMPRESA TO WRK-SIMU-EMPRESA.
           MOVE WRK-FUNC-DEPARTAMENTO TO WRK-SIMU-DEPARTAMENTO.
           MOVE WRK-FOLHA-SALARIO-BRUTO TO WRK-SIMU-SALARIO-BRUTO.
           MOVE WRK-FOLHA-VALOR-INSS TO WRK-SIMU-VALOR-INSS.
           MOVE WRK-FOLHA-VALOR-IRRF TO WRK-SIMU-VALOR-IRRF.
           MOVE WRK-FOLHA-SALARIO-LIQ TO WRK-SIMU-SALARIO-LIQ.
           COMPUTE WRK-SIMU-ENCARGOS ROUNDED =
               WRK-FOLHA-SALARIO-BRUTO * (WRK-ALIQ-PATRONAL
               + WRK-ALIQ-RAT + WRK-ALIQ-TERCEIROS
               + WRK-ALIQUOTA-FGTS) / 100.
           MOVE WRK-PERC-SIMUL TO WRK-SIMU-PERCENTUAL.
           MOVE WRK-NOME-PARAMETRO TO WRK-SIMU-PARAMETRO.
           WRITE WRK-SIMU-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR SIMULFIL - CPF '
                       WRK-SIMU-CPF
                   GO TO 5100-EXIT
           END-WRITE.
           ADD 1 TO WRK-SIMU-QTD.
           ADD WRK-SIMU-SALARIO-BRUTO TO WRK-SIMU-TOT-BRUTO.
           ADD WRK-SIMU-SALARIO-LIQ TO WRK-SIMU-TOT-LIQ.
           ADD WRK-SIMU-ENCARGOS TO WRK-SIMU-TOT-ENCARGOS.
       5100-EXIT.
           EXIT.

      ***************************************************
      * LE O PROXIMO FUNCIONARIO DO ARQUIVO MESTRE
      ***************************************************
       8000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA NO CONTROLE DE EXECUCAO (PROGCOB55) O FIM
      * NORMAL DESTA ETAPA COM AS QUANTIDADES PROCESSADAS
      ***************************************************
       8900-FINALIZAR-CONTROLE.
           MOVE 'F' TO WRK-CHX-ACAO.
           CALL 'PROGCOB55' USING WRK-CHX-REG WRK-CHX-ACAO
               WRK-CHX-RETORNO WRK-CHX-MENSAGEM.
           IF NOT CHX-LIBERADO
               DISPLAY 'FIM NAO REGISTRADO NO CTRLEXEC - '
                   WRK-CHX-MENSAGEM
           END-IF.
       8900-EXIT.
           EXIT.

      ***************************************************
      * MOSTRA OS TOTAIS DA SIMULACAO GRAVADA NO SIMULFIL
      ***************************************************
       9100-RESUMIR-SIMULACAO.
           DISPLAY 'SIMULACAO DA COMPETENCIA ' WRK-COMPETENCIA
               ' COM ' WRK-NOME-PARAMETRO ' E REAJUSTE DE '
               WRK-PERC-SIMUL '%'.
           DISPLAY '  FUNCIONARIOS SIMULADOS ' WRK-SIMU-QTD.
           MOVE WRK-SIMU-TOT-BRUTO TO WRK-SIMU-TOTAL-ED.
           DISPLAY '  BRUTO    ' WRK-SIMU-TOTAL-ED.
           MOVE WRK-SIMU-TOT-LIQ TO WRK-SIMU-TOTAL-ED.
           DISPLAY '  LIQUIDO  ' WRK-SIMU-TOTAL-ED.
           MOVE WRK-SIMU-TOT-ENCARGOS TO WRK-SIMU-TOTAL-ED.
           DISPLAY '  ENCARGOS ' WRK-SIMU-TOTAL-ED.
           DISPLAY 'COMPARACAO COM A FOLHA REAL PELO PROGCOB59'.
       9100-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
           CLOSE DEPENDENTE-FILE.
           CLOSE RUBRICA-FILE.
           CLOSE ADIANTAMENTO-FILE.
           CLOSE CONSIGNADO-FILE.
           CLOSE AFASTAMENTO-FILE.
           IF MODO-SIMULACAO
               CLOSE SIMULACAO-FILE
               PERFORM 9100-RESUMIR-SIMULACAO THRU 9100-EXIT
           ELSE
               PERFORM 8900-FINALIZAR-CONTROLE THRU 8900-EXIT
           END-IF.
       9999-EXIT.
           EXIT.
