       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB39.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = EMITIR O INFORME DE RENDIMENTOS DO
      * ANO-CALENDARIO (COMPROVANTE DE RENDIMENTOS PAGOS E DE
      * IMPOSTO RETIDO NA FONTE) DE CADA FUNCIONARIO - SOMA AS
      * DOZE COMPETENCIAS DO ANO NO CALCULO DE FOLHA, TANTO AS
      * QUE ESTAO NO FOLHAFIL QUANTO AS JA ARQUIVADAS NO
      * FOLHAHIS PELO PROGCOB35, MAIS OS AVULSOS PAGOS NO ANO
      * (FERIAS E RESCISAO NOS TRIBUTAVEIS, 13O EM TRIBUTACAO
      * EXCLUSIVA) GUARDADOS PELO PROGCOB25 NO AVULHIST, LISTA
      * OS DEPENDENTES DO DEPENFIL E IMPRIME UM INFORME POR
      * FUNCIONARIO COM O CNPJ E A RAZAO SOCIAL DA FONTE
      * PAGADORA (EMPRFILE) - GRAVA TAMBEM UM RESUMO POR
      * EMPRESA COM OS TOTAIS DO ANO - APOSENTA A MONTAGEM
      * MANUAL DO INFORME A PARTIR DOS DOZE CONTRACHEQUES
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
           SELECT FOLHA-CALCULO-FILE
               ASSIGN TO "FOLHAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FOLHA-CHAVE
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT HISTORICO-FILE
               ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT AVULSO-PAGO-FILE
               ASSIGN TO "AVULHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AVPAGO.
           SELECT DEPENDENTE-FILE
               ASSIGN TO "DEPENFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPENDENTE.
           SELECT EMPRESA-FILE
               ASSIGN TO "EMPRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMPR-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT INFORME-FILE
               ASSIGN TO "RELINFOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INFORME.
           SELECT RESUMO-FILE
               ASSIGN TO "RESINFOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESUMO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  FOLHA-CALCULO-FILE.
           COPY CALCULO-FOLHA.
      ***************MESMO LAYOUT DO CALCULO-FOLHA, COM OUTRO
      ***************PREFIXO PARA O REGISTRO DO HISTORICO
       FD  HISTORICO-FILE.
           COPY CALCULO-FOLHA REPLACING LEADING ==WRK-FOLHA==
               BY ==WRK-HIST==.
       FD  AVULSO-PAGO-FILE.
           COPY AVULSO-PAGO.
       FD  DEPENDENTE-FILE.
           COPY CADASTRO-DEPENDENTE.
       FD  EMPRESA-FILE.
           COPY CADASTRO-EMPRESA.
       FD  INFORME-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(080).
      ***************************************************
      * LAYOUT DO RESUMO ANUAL POR EMPRESA - EMPRESA, CNPJ,
      * RAZAO SOCIAL, ANO, QUANTIDADE DE BENEFICIARIOS E OS
      * TOTAIS DE RENDIMENTOS, INSS, IRRF E 13O SALARIO
      ***************************************************
       FD  RESUMO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-RESUMO-REG.
           05 WRK-RESUMO-EMPRESA    PIC X(03).
           05 FILLER                PIC X(01).
           05 WRK-RESUMO-CNPJ       PIC X(14).
           05 FILLER                PIC X(01).
           05 WRK-RESUMO-RAZAO      PIC X(30).
           05 FILLER                PIC X(01).
           05 WRK-RESUMO-ANO        PIC 9(04).
           05 FILLER                PIC X(01).
           05 WRK-RESUMO-QTD        PIC 9(06).
           05 FILLER                PIC X(01).
           05 WRK-RESUMO-RENDIMENTOS PIC 9(10)V99.
           05 FILLER                PIC X(01).
           05 WRK-RESUMO-INSS       PIC 9(10)V99.
           05 FILLER                PIC X(01).
           05 WRK-RESUMO-IRRF       PIC 9(10)V99.
           05 FILLER                PIC X(01).
           05 WRK-RESUMO-DECIMO     PIC 9(10)V99.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOLHA      PIC X(02) VALUE ZEROS.
       77 WRK-FS-HISTORICO  PIC X(02) VALUE ZEROS.
       77 WRK-FS-AVPAGO     PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEPENDENTE PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-INFORME    PIC X(02) VALUE ZEROS.
       77 WRK-FS-RESUMO     PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO          VALUE 'S'.
      ***************CONTROLE DAS LEITURAS AUXILIARES
       77 WRK-FIM-AUXILIAR  PIC X(01) VALUE 'N'.
           88 FIM-DO-AUXILIAR         VALUE 'S'.
      ***************ANO-CALENDARIO DO INFORME E A FAIXA DE
      ***************COMPETENCIAS (AAAA01 A AAAA12) DO ANO
       77 WRK-ANO-CALENDARIO PIC 9(04) VALUE ZERO.
       77 WRK-COMP-INICIAL  PIC 9(06) VALUE ZERO.
       77 WRK-COMP-FINAL    PIC 9(06) VALUE ZERO.
      ***************EMPRESA A PROCESSAR ('***' = TODAS)
       77 WRK-EMPRESA-FILTRO PIC X(03) VALUE SPACES.
      ***************INDICADOR DE FUNCIONARIO SELECIONADO
       77 WRK-SELECIONADO    PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-SELECIONADO VALUE 'S'.
           88 FUNCIONARIO-FORA-EMPRESA VALUE 'N'.
      ***************************************************
      * TABELA DOS VALORES DO ANO QUE NAO ESTAO NO FOLHAFIL
      * (COMPETENCIAS ARQUIVADAS NO FOLHAHIS E AVULSOS PAGOS
      * NO AVULHIST), ACUMULADOS POR CPF NA CARGA INICIAL -
      * O INDICADOR MARCA O CPF JA IMPRESSO EM UM INFORME
      ***************************************************
       01 WRK-TAB-ANUAL.
           05 WRK-ANUAL-ITEM OCCURS 1000 TIMES.
               10 WRK-ANUAL-CPF        PIC X(11).
               10 WRK-ANUAL-TRIBUTAVEL PIC 9(08)V99.
               10 WRK-ANUAL-INSS       PIC 9(08)V99.
               10 WRK-ANUAL-IRRF       PIC 9(08)V99.
               10 WRK-ANUAL-FERIAS     PIC 9(08)V99.
               10 WRK-ANUAL-RESCISAO   PIC 9(08)V99.
               10 WRK-ANUAL-DECIMO     PIC 9(08)V99.
               10 WRK-ANUAL-IMPRESSO   PIC X(01).
       77 WRK-ANUAL-QTD     PIC 9(04) VALUE ZERO COMP.
       77 WRK-ANUAL-MAX     PIC 9(04) VALUE 1000 COMP.
       77 WRK-IDX           PIC 9(04) VALUE ZERO COMP.
       77 WRK-POS           PIC 9(04) VALUE ZERO COMP.
      ***************CPF PROCURADO NA TABELA ANUAL
       77 WRK-CPF-BUSCA     PIC X(11) VALUE SPACES.
       77 WRK-CPF-ACHADO    PIC X(01) VALUE 'N'.
           88 CPF-ENCONTRADO         VALUE 'S'.
           88 CPF-NAO-ENCONTRADO     VALUE 'N'.
      ***************INDICADOR DE COMPETENCIA JA NO FOLHAFIL
      ***************(RESTAURADA PELO PROGCOB36 - NAO SOMA DUAS
      ***************VEZES O MESMO MES)
       77 WRK-NO-FOLHAFIL   PIC X(01) VALUE 'N'.
           88 COMPETENCIA-NO-FOLHAFIL VALUE 'S'.
           88 COMPETENCIA-SO-HISTORICO VALUE 'N'.
      ***************TOTAIS DO ANO DO FUNCIONARIO DO INFORME
       77 WRK-INF-TRIBUTAVEL PIC 9(08)V99 VALUE ZERO.
       77 WRK-INF-FOLHA     PIC 9(08)V99 VALUE ZERO.
       77 WRK-INF-FERIAS    PIC 9(08)V99 VALUE ZERO.
       77 WRK-INF-RESCISAO  PIC 9(08)V99 VALUE ZERO.
       77 WRK-INF-INSS      PIC 9(08)V99 VALUE ZERO.
       77 WRK-INF-IRRF      PIC 9(08)V99 VALUE ZERO.
       77 WRK-INF-DECIMO    PIC 9(08)V99 VALUE ZERO.
       77 WRK-QTD-DEPENDENTES PIC 9(02) VALUE ZERO.
      ***************EMPRESA (FONTE PAGADORA) DO ULTIMO INFORME
       77 WRK-EMPR-ATUAL    PIC X(03) VALUE SPACES.
      ***************************************************
      * TABELA DO RESUMO ANUAL POR EMPRESA, MONTADA EM TEMPO
      * DE EXECUCAO E GRAVADA NO RESINFOR AO FINAL
      ***************************************************
       01 WRK-TAB-RESUMO.
           05 WRK-RES-ITEM OCCURS 20 TIMES.
               10 WRK-RES-EMPRESA     PIC X(03).
               10 WRK-RES-CNPJ        PIC X(14).
               10 WRK-RES-RAZAO       PIC X(30).
               10 WRK-RES-QTD         PIC 9(06).
               10 WRK-RES-RENDIMENTOS PIC 9(10)V99.
               10 WRK-RES-INSS        PIC 9(10)V99.
               10 WRK-RES-IRRF        PIC 9(10)V99.
               10 WRK-RES-DECIMO      PIC 9(10)V99.
       77 WRK-RES-QTD-EMPR  PIC 9(02) VALUE ZERO COMP.
       77 WRK-RES-MAX       PIC 9(02) VALUE 20.
       77 WRK-RES-IDX       PIC 9(02) VALUE ZERO COMP.
       77 WRK-RES-ACHADA    PIC X(01) VALUE 'N'.
           88 RESUMO-ACHADO           VALUE 'S'.
           88 RESUMO-NAO-ACHADO       VALUE 'N'.
      ***************CONTADORES DA EMISSAO
       77 WRK-QTD-INFORMES  PIC 9(06) VALUE ZERO.
       77 WRK-QTD-SEM-CADASTRO PIC 9(06) VALUE ZERO.
      ***************CAMPOS EDITADOS PARA O INFORME
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-NASC-DATA     PIC 9(08) VALUE ZERO.
       01 WRK-NASC-DATA-R REDEFINES WRK-NASC-DATA.
           05 WRK-NASC-ANO      PIC 9(04).
           05 WRK-NASC-MES      PIC 9(02).
           05 WRK-NASC-DIA      PIC 9(02).
       77 WRK-TIPO-DEP-TXT  PIC X(07) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 6000-GRAVAR-RESUMO THRU 6000-EXIT.
           PERFORM 6500-LISTAR-SEM-CADASTRO THRU 6500-EXIT.
           PERFORM 7000-IMPRIMIR-TOTAIS THRU 7000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * PERGUNTA O ANO-CALENDARIO E A EMPRESA, ABRE OS
      * ARQUIVOS, CARREGA O HISTORICO E OS AVULSOS PAGOS DO
      * ANO E LE O PRIMEIRO FUNCIONARIO
      ***************************************************
       1000-INICIALIZAR.
           DISPLAY 'ANO-CALENDARIO DO INFORME (AAAA): '.
           ACCEPT WRK-ANO-CALENDARIO FROM CONSOLE.
           DISPLAY 'EMPRESA A PROCESSAR (*** = TODAS): '.
           ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE.
           IF WRK-ANO-CALENDARIO = ZERO
               DISPLAY 'ANO-CALENDARIO INVALIDO'
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WRK-COMP-INICIAL = WRK-ANO-CALENDARIO * 100 + 1.
           COMPUTE WRK-COMP-FINAL = WRK-ANO-CALENDARIO * 100 + 12.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT FOLHA-CALCULO-FILE.
           IF WRK-FS-FOLHA NOT = '00'
               DISPLAY 'ERRO AO ABRIR FOLHA-CALCULO - FS='
                   WRK-FS-FOLHA
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT DEPENDENTE-FILE.
           IF WRK-FS-DEPENDENTE = '35'
               OPEN OUTPUT DEPENDENTE-FILE
               CLOSE DEPENDENTE-FILE
               OPEN INPUT DEPENDENTE-FILE
           END-IF.
           IF WRK-FS-DEPENDENTE NOT = '00'
               DISPLAY 'ERRO AO ABRIR DEPENFIL - FS='
                   WRK-FS-DEPENDENTE
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE FOLHA-CALCULO-FILE
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPRESA-FILE.
           IF WRK-FS-EMPRESA NOT = '00'
               DISPLAY 'SEM ARQUIVO DE EMPRESAS (FS=' WRK-FS-EMPRESA
                   ') - INFORME SEM CNPJ - CADASTRE PELO PROGCOB34'
           END-IF.
           OPEN OUTPUT INFORME-FILE.
           IF WRK-FS-INFORME NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELINFOR - FS=' WRK-FS-INFORME
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE FOLHA-CALCULO-FILE
               CLOSE DEPENDENTE-FILE
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT RESUMO-FILE.
           IF WRK-FS-RESUMO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RESINFOR - FS=' WRK-FS-RESUMO
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE FOLHA-CALCULO-FILE
               CLOSE DEPENDENTE-FILE
               CLOSE INFORME-FILE
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1500-CARREGAR-HISTORICO THRU 1500-EXIT.
           PERFORM 1700-CARREGAR-AVULSOS THRU 1700-EXIT.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O HISTORICO ARQUIVADO PELO PROGCOB35 E
      * ACUMULA NA TABELA ANUAL AS COMPETENCIAS DO ANO QUE
      * NAO ESTAO MAIS NO FOLHAFIL - SEM HISTORICO (FS=35)
      * NADA E CARREGADO
      ***************************************************
       1500-CARREGAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WRK-FS-HISTORICO = '35'
               GO TO 1500-EXIT
           END-IF.
           IF WRK-FS-HISTORICO NOT = '00'
               DISPLAY 'ERRO AO ABRIR FOLHAHIS - FS='
                   WRK-FS-HISTORICO ' - HISTORICO NAO CONSIDERADO'
               GO TO 1500-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-AUXILIAR.
           PERFORM 1550-SOMAR-HISTORICO THRU 1550-EXIT
               UNTIL FIM-DO-AUXILIAR.
           CLOSE HISTORICO-FILE.
       1500-EXIT.
           EXIT.

       1550-SOMAR-HISTORICO.
           READ HISTORICO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AUXILIAR
                   GO TO 1550-EXIT
           END-READ.
           IF WRK-HIST-COMPETENCIA < WRK-COMP-INICIAL
               OR WRK-HIST-COMPETENCIA > WRK-COMP-FINAL
               GO TO 1550-EXIT
           END-IF.
           SET COMPETENCIA-SO-HISTORICO TO TRUE.
           MOVE WRK-HIST-CHAVE TO WRK-FOLHA-CHAVE.
           READ FOLHA-CALCULO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COMPETENCIA-NO-FOLHAFIL TO TRUE
           END-READ.
           IF COMPETENCIA-NO-FOLHAFIL
               GO TO 1550-EXIT
           END-IF.
           MOVE WRK-HIST-CPF TO WRK-CPF-BUSCA.
           PERFORM 1800-INCLUIR-CPF THRU 1800-EXIT.
           IF WRK-POS = ZERO
               GO TO 1550-EXIT
           END-IF.
           ADD WRK-HIST-SALARIO-BRUTO TO WRK-ANUAL-TRIBUTAVEL (WRK-POS).
           ADD WRK-HIST-VALOR-INSS TO WRK-ANUAL-INSS (WRK-POS).
           ADD WRK-HIST-VALOR-IRRF TO WRK-ANUAL-IRRF (WRK-POS).
       1550-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O HISTORICO DE AVULSOS PAGOS (AVULHIST) E
      * ACUMULA NA TABELA ANUAL OS PAGAMENTOS FEITOS NO ANO -
      * FERIAS E RESCISAO SAO RENDIMENTOS TRIBUTAVEIS, O 13O
      * E DE TRIBUTACAO EXCLUSIVA NA FONTE
      ***************************************************
       1700-CARREGAR-AVULSOS.
           OPEN INPUT AVULSO-PAGO-FILE.
           IF WRK-FS-AVPAGO = '35'
               GO TO 1700-EXIT
           END-IF.
           IF WRK-FS-AVPAGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR AVULHIST - FS='
                   WRK-FS-AVPAGO ' - AVULSOS NAO CONSIDERADOS'
               GO TO 1700-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-AUXILIAR.
           PERFORM 1750-SOMAR-AVULSO THRU 1750-EXIT
               UNTIL FIM-DO-AUXILIAR.
           CLOSE AVULSO-PAGO-FILE.
       1700-EXIT.
           EXIT.

       1750-SOMAR-AVULSO.
           READ AVULSO-PAGO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-AUXILIAR
                   GO TO 1750-EXIT
           END-READ.
           IF WRK-AVPAGO-ANO NOT = WRK-ANO-CALENDARIO
               GO TO 1750-EXIT
           END-IF.
           MOVE WRK-AVPAGO-CPF TO WRK-CPF-BUSCA.
           PERFORM 1800-INCLUIR-CPF THRU 1800-EXIT.
           IF WRK-POS = ZERO
               GO TO 1750-EXIT
           END-IF.
           IF WRK-AVPAGO-TIPO = '13O'
               ADD WRK-AVPAGO-VALOR TO WRK-ANUAL-DECIMO (WRK-POS)
           ELSE
               IF WRK-AVPAGO-TIPO = 'FER'
                   ADD WRK-AVPAGO-VALOR TO
                       WRK-ANUAL-FERIAS (WRK-POS)
               ELSE
                   ADD WRK-AVPAGO-VALOR TO
                       WRK-ANUAL-RESCISAO (WRK-POS)
               END-IF
           END-IF.
       1750-EXIT.
           EXIT.

      ***************************************************
      * LOCALIZA O CPF NA TABELA ANUAL, ABRINDO UMA LINHA
      * ZERADA QUANDO ELE AINDA NAO APARECEU - DEVOLVE A
      * POSICAO EM WRK-POS (ZERO SE A TABELA ESTIVER CHEIA)
      ***************************************************
       1800-INCLUIR-CPF.
           PERFORM 1900-LOCALIZAR-CPF THRU 1900-EXIT.
           IF CPF-ENCONTRADO
               GO TO 1800-EXIT
           END-IF.
           IF WRK-ANUAL-QTD < WRK-ANUAL-MAX
               ADD 1 TO WRK-ANUAL-QTD
               MOVE WRK-ANUAL-QTD TO WRK-POS
               MOVE WRK-CPF-BUSCA TO WRK-ANUAL-CPF (WRK-POS)
               MOVE ZERO TO WRK-ANUAL-TRIBUTAVEL (WRK-POS)
               MOVE ZERO TO WRK-ANUAL-INSS (WRK-POS)
               MOVE ZERO TO WRK-ANUAL-IRRF (WRK-POS)
               MOVE ZERO TO WRK-ANUAL-FERIAS (WRK-POS)
               MOVE ZERO TO WRK-ANUAL-RESCISAO (WRK-POS)
               MOVE ZERO TO WRK-ANUAL-DECIMO (WRK-POS)
               MOVE 'N' TO WRK-ANUAL-IMPRESSO (WRK-POS)
           ELSE
               MOVE ZERO TO WRK-POS
               DISPLAY 'TABELA ANUAL CHEIA - VALORES DO CPF '
                   WRK-CPF-BUSCA ' NAO CONSIDERADOS'
           END-IF.
       1800-EXIT.
           EXIT.

      ***************************************************
      * PROCURA O CPF NA TABELA ANUAL E DEVOLVE A POSICAO EM
      * WRK-POS (ZERO SE NAO ACHAR)
      ***************************************************
       1900-LOCALIZAR-CPF.
           SET CPF-NAO-ENCONTRADO TO TRUE.
           MOVE ZERO TO WRK-POS.
           PERFORM 1950-TESTAR-CPF THRU 1950-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ANUAL-QTD
                   OR CPF-ENCONTRADO.
       1900-EXIT.
           EXIT.

       1950-TESTAR-CPF.
           IF WRK-ANUAL-CPF (WRK-IDX) = WRK-CPF-BUSCA
               SET CPF-ENCONTRADO TO TRUE
               MOVE WRK-IDX TO WRK-POS
           END-IF.
       1950-EXIT.
           EXIT.

      ***************************************************
      * PARA CADA FUNCIONARIO DA EMPRESA FILTRADA, SOMA O
      * ANO E IMPRIME O INFORME QUANDO HOUVE RENDIMENTO
      ***************************************************
       2000-PROCESSAR.
           PERFORM 2050-TESTAR-EMPRESA THRU 2050-EXIT.
           IF FUNCIONARIO-SELECIONADO
               PERFORM 2100-SOMAR-ANO THRU 2100-EXIT
               IF WRK-INF-TRIBUTAVEL > ZERO
                   OR WRK-INF-DECIMO > ZERO
                   PERFORM 2400-BUSCAR-EMPRESA THRU 2400-EXIT
                   PERFORM 3000-IMPRIMIR-INFORME THRU 3000-EXIT
                   PERFORM 4000-ACUMULAR-RESUMO THRU 4000-EXIT
               END-IF
           END-IF.
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
      * SOMA OS VALORES DO ANO DO FUNCIONARIO - A PARTE JA
      * CARREGADA NA TABELA ANUAL (HISTORICO E AVULSOS) E AS
      * COMPETENCIAS DO ANO QUE ESTAO NO FOLHAFIL
      ***************************************************
       2100-SOMAR-ANO.
           MOVE ZERO TO WRK-INF-FOLHA.
           MOVE ZERO TO WRK-INF-FERIAS.
           MOVE ZERO TO WRK-INF-RESCISAO.
           MOVE ZERO TO WRK-INF-INSS.
           MOVE ZERO TO WRK-INF-IRRF.
           MOVE ZERO TO WRK-INF-DECIMO.
           MOVE WRK-FUNC-CPF TO WRK-CPF-BUSCA.
           PERFORM 1900-LOCALIZAR-CPF THRU 1900-EXIT.
           IF CPF-ENCONTRADO
               MOVE WRK-ANUAL-TRIBUTAVEL (WRK-POS) TO WRK-INF-FOLHA
               MOVE WRK-ANUAL-FERIAS (WRK-POS) TO WRK-INF-FERIAS
               MOVE WRK-ANUAL-RESCISAO (WRK-POS) TO WRK-INF-RESCISAO
               MOVE WRK-ANUAL-INSS (WRK-POS) TO WRK-INF-INSS
               MOVE WRK-ANUAL-IRRF (WRK-POS) TO WRK-INF-IRRF
               MOVE WRK-ANUAL-DECIMO (WRK-POS) TO WRK-INF-DECIMO
               MOVE 'S' TO WRK-ANUAL-IMPRESSO (WRK-POS)
           END-IF.
           MOVE 'N' TO WRK-FIM-AUXILIAR.
           MOVE WRK-FUNC-CPF TO WRK-FOLHA-CPF.
           MOVE WRK-COMP-INICIAL TO WRK-FOLHA-COMPETENCIA.
           START FOLHA-CALCULO-FILE KEY NOT < WRK-FOLHA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AUXILIAR
           END-START.
           PERFORM 2200-SOMAR-FOLHA THRU 2200-EXIT
               UNTIL FIM-DO-AUXILIAR.
           COMPUTE WRK-INF-TRIBUTAVEL = WRK-INF-FOLHA
               + WRK-INF-FERIAS + WRK-INF-RESCISAO.
       2100-EXIT.
           EXIT.

       2200-SOMAR-FOLHA.
           READ FOLHA-CALCULO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AUXILIAR
               NOT AT END
                   IF WRK-FOLHA-CPF = WRK-FUNC-CPF
                       AND WRK-FOLHA-COMPETENCIA NOT > WRK-COMP-FINAL
                       ADD WRK-FOLHA-SALARIO-BRUTO TO WRK-INF-FOLHA
                       ADD WRK-FOLHA-VALOR-INSS TO WRK-INF-INSS
                       ADD WRK-FOLHA-VALOR-IRRF TO WRK-INF-IRRF
                   ELSE
                       MOVE 'S' TO WRK-FIM-AUXILIAR
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.

      ***************************************************
      * BUSCA O CNPJ E A RAZAO SOCIAL DA FONTE PAGADORA NO
      * ARQUIVO DE EMPRESAS - SO RELE QUANDO A EMPRESA MUDA
      ***************************************************
       2400-BUSCAR-EMPRESA.
           IF WRK-FUNC-EMPRESA = WRK-EMPR-ATUAL
               GO TO 2400-EXIT
           END-IF.
           MOVE WRK-FUNC-EMPRESA TO WRK-EMPR-ATUAL.
           MOVE WRK-FUNC-EMPRESA TO WRK-EMPR-CODIGO.
           IF WRK-FS-EMPRESA NOT = '00'
               AND WRK-FS-EMPRESA NOT = '23'
               MOVE SPACES TO WRK-EMPR-CNPJ
               MOVE 'EMPRESA NAO CADASTRADA' TO WRK-EMPR-RAZAO-SOCIAL
               GO TO 2400-EXIT
           END-IF.
           READ EMPRESA-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-EMPR-CNPJ
                   MOVE 'EMPRESA NAO CADASTRADA' TO
                       WRK-EMPR-RAZAO-SOCIAL
           END-READ.
       2400-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O INFORME DE RENDIMENTOS DO FUNCIONARIO, UM
      * POR PAGINA - FONTE PAGADORA, BENEFICIARIO,
      * RENDIMENTOS TRIBUTAVEIS COM AS RETENCOES, 13O EM
      * TRIBUTACAO EXCLUSIVA E DEPENDENTES
      ***************************************************
       3000-IMPRIMIR-INFORME.
           ADD 1 TO WRK-QTD-INFORMES.
           MOVE WRK-FUNC-CPF TO WRK-FUNC-CPF-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO '
               'SOBRE A RENDA RETIDO NA FONTE'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING PAGE.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'ANO-CALENDARIO ' WRK-ANO-CALENDARIO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '1. FONTE PAGADORA'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '   CNPJ: ' WRK-EMPR-CNPJ
               '  RAZAO SOCIAL: ' WRK-EMPR-RAZAO-SOCIAL
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '   CPF: ' WRK-FUNC-CPF-ED
               '  NOME: ' WRK-FUNC-NOME
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO '
               'RETIDO NA FONTE'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE WRK-INF-TRIBUTAVEL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '   TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS) : '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-INF-FOLHA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '     FOLHA MENSAL                          : '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           IF WRK-INF-FERIAS > ZERO
               MOVE WRK-INF-FERIAS TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING '     FERIAS                                : '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES
           END-IF.
           IF WRK-INF-RESCISAO > ZERO
               MOVE WRK-INF-RESCISAO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING '     RESCISAO                              : '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES
           END-IF.
           MOVE WRK-INF-INSS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '   CONTRIBUICAO PREVIDENCIARIA OFICIAL     : '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-INF-IRRF TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '   IMPOSTO SOBRE A RENDA RETIDO NA FONTE   : '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '4. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE WRK-INF-DECIMO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '   DECIMO TERCEIRO SALARIO                 : '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '5. DEPENDENTES'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           PERFORM 3500-IMPRIMIR-DEPENDENTES THRU 3500-EXIT.
           IF WRK-QTD-DEPENDENTES = ZERO
               MOVE SPACES TO WRK-LINHA-REL
               STRING '   NENHUM DEPENDENTE CADASTRADO'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES
           END-IF.
       3000-EXIT.
           EXIT.

      ***************************************************
      * LISTA OS DEPENDENTES DO TITULAR NO DEPENFIL - NOME,
      * DATA DE NASCIMENTO E TIPO
      ***************************************************
       3500-IMPRIMIR-DEPENDENTES.
           MOVE ZERO TO WRK-QTD-DEPENDENTES.
           MOVE 'N' TO WRK-FIM-AUXILIAR.
           MOVE WRK-FUNC-CPF TO WRK-DEP-CPF.
           MOVE ZERO TO WRK-DEP-SEQUENCIA.
           START DEPENDENTE-FILE KEY NOT < WRK-DEP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AUXILIAR
           END-START.
           PERFORM 3600-IMPRIMIR-DEPENDENTE THRU 3600-EXIT
               UNTIL FIM-DO-AUXILIAR.
       3500-EXIT.
           EXIT.

       3600-IMPRIMIR-DEPENDENTE.
           READ DEPENDENTE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AUXILIAR
                   GO TO 3600-EXIT
           END-READ.
           IF WRK-DEP-CPF NOT = WRK-FUNC-CPF
               MOVE 'S' TO WRK-FIM-AUXILIAR
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-DEPENDENTES.
           MOVE WRK-DEP-NASCIMENTO TO WRK-NASC-DATA.
           IF DEPENDENTE-FILHO
               MOVE 'FILHO' TO WRK-TIPO-DEP-TXT
           ELSE
               IF DEPENDENTE-CONJUGE
                   MOVE 'CONJUGE' TO WRK-TIPO-DEP-TXT
               ELSE
                   MOVE 'OUTRO' TO WRK-TIPO-DEP-TXT
               END-IF
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING '   ' WRK-DEP-NOME '  NASC. ' WRK-NASC-DIA '/'
               WRK-NASC-MES '/' WRK-NASC-ANO '  ' WRK-TIPO-DEP-TXT
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       3600-EXIT.
           EXIT.

      ***************************************************
      * ACUMULA O INFORME NA LINHA DA EMPRESA DO RESUMO,
      * ABRINDO UMA LINHA NOVA QUANDO A EMPRESA AINDA NAO
      * APARECEU
      ***************************************************
       4000-ACUMULAR-RESUMO.
           SET RESUMO-NAO-ACHADO TO TRUE.
           PERFORM 4100-TESTAR-EMPRESA THRU 4100-EXIT
               VARYING WRK-RES-IDX FROM 1 BY 1
               UNTIL WRK-RES-IDX > WRK-RES-QTD-EMPR
                   OR RESUMO-ACHADO.
           IF RESUMO-ACHADO
               SUBTRACT 1 FROM WRK-RES-IDX
           ELSE
               IF WRK-RES-QTD-EMPR < WRK-RES-MAX
                   ADD 1 TO WRK-RES-QTD-EMPR
                   MOVE WRK-RES-QTD-EMPR TO WRK-RES-IDX
                   MOVE WRK-FUNC-EMPRESA TO
                       WRK-RES-EMPRESA (WRK-RES-IDX)
                   MOVE WRK-EMPR-CNPJ TO WRK-RES-CNPJ (WRK-RES-IDX)
                   MOVE WRK-EMPR-RAZAO-SOCIAL TO
                       WRK-RES-RAZAO (WRK-RES-IDX)
                   MOVE ZERO TO WRK-RES-QTD (WRK-RES-IDX)
                   MOVE ZERO TO WRK-RES-RENDIMENTOS (WRK-RES-IDX)
                   MOVE ZERO TO WRK-RES-INSS (WRK-RES-IDX)
                   MOVE ZERO TO WRK-RES-IRRF (WRK-RES-IDX)
                   MOVE ZERO TO WRK-RES-DECIMO (WRK-RES-IDX)
               ELSE
                   DISPLAY 'TABELA DE EMPRESAS CHEIA - EMPRESA '
                       WRK-FUNC-EMPRESA ' FORA DO RESUMO'
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           ADD 1 TO WRK-RES-QTD (WRK-RES-IDX).
           ADD WRK-INF-TRIBUTAVEL TO WRK-RES-RENDIMENTOS (WRK-RES-IDX).
           ADD WRK-INF-INSS TO WRK-RES-INSS (WRK-RES-IDX).
           ADD WRK-INF-IRRF TO WRK-RES-IRRF (WRK-RES-IDX).
           ADD WRK-INF-DECIMO TO WRK-RES-DECIMO (WRK-RES-IDX).
       4000-EXIT.
           EXIT.

       4100-TESTAR-EMPRESA.
           IF WRK-RES-EMPRESA (WRK-RES-IDX) = WRK-FUNC-EMPRESA
               SET RESUMO-ACHADO TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DO RESUMO ANUAL POR EMPRESA
      ***************************************************
       6000-GRAVAR-RESUMO.
           PERFORM 6100-GRAVAR-LINHA-RESUMO THRU 6100-EXIT
               VARYING WRK-RES-IDX FROM 1 BY 1
               UNTIL WRK-RES-IDX > WRK-RES-QTD-EMPR.
       6000-EXIT.
           EXIT.

       6100-GRAVAR-LINHA-RESUMO.
           MOVE SPACES TO WRK-RESUMO-REG.
           MOVE WRK-RES-EMPRESA (WRK-RES-IDX) TO WRK-RESUMO-EMPRESA.
           MOVE WRK-RES-CNPJ (WRK-RES-IDX) TO WRK-RESUMO-CNPJ.
           MOVE WRK-RES-RAZAO (WRK-RES-IDX) TO WRK-RESUMO-RAZAO.
           MOVE WRK-ANO-CALENDARIO TO WRK-RESUMO-ANO.
           MOVE WRK-RES-QTD (WRK-RES-IDX) TO WRK-RESUMO-QTD.
           MOVE WRK-RES-RENDIMENTOS (WRK-RES-IDX) TO
               WRK-RESUMO-RENDIMENTOS.
           MOVE WRK-RES-INSS (WRK-RES-IDX) TO WRK-RESUMO-INSS.
           MOVE WRK-RES-IRRF (WRK-RES-IDX) TO WRK-RESUMO-IRRF.
           MOVE WRK-RES-DECIMO (WRK-RES-IDX) TO WRK-RESUMO-DECIMO.
           WRITE WRK-RESUMO-REG.
       6100-EXIT.
           EXIT.

      ***************************************************
      * NA EMISSAO DE TODAS AS EMPRESAS, AVISA OS CPFS COM
      * VALORES NO HISTORICO OU NOS AVULSOS DO ANO QUE NAO
      * TEM MAIS CADASTRO NO EMPFILE (SEM INFORME EMITIDO)
      ***************************************************
       6500-LISTAR-SEM-CADASTRO.
           IF WRK-EMPRESA-FILTRO NOT = '***'
               GO TO 6500-EXIT
           END-IF.
           PERFORM 6600-TESTAR-SEM-CADASTRO THRU 6600-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ANUAL-QTD.
       6500-EXIT.
           EXIT.

       6600-TESTAR-SEM-CADASTRO.
           IF WRK-ANUAL-IMPRESSO (WRK-IDX) NOT = 'S'
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               DISPLAY 'CPF ' WRK-ANUAL-CPF (WRK-IDX)
                   ' COM RENDIMENTOS NO ANO E SEM CADASTRO NO '
                   'EMPFILE - INFORME NAO EMITIDO'
           END-IF.
       6600-EXIT.
           EXIT.

      ***************************************************
      * MOSTRA OS TOTAIS DA EMISSAO
      ***************************************************
       7000-IMPRIMIR-TOTAIS.
           DISPLAY 'INFORMES DE RENDIMENTOS - ANO '
               WRK-ANO-CALENDARIO.
           DISPLAY '  INFORMES EMITIDOS      ' WRK-QTD-INFORMES.
           DISPLAY '  EMPRESAS NO RESUMO     ' WRK-RES-QTD-EMPR.
           DISPLAY '  CPFS SEM CADASTRO      ' WRK-QTD-SEM-CADASTRO.
       7000-EXIT.
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
           CLOSE FOLHA-CALCULO-FILE.
           CLOSE DEPENDENTE-FILE.
           CLOSE EMPRESA-FILE.
           CLOSE INFORME-FILE.
           CLOSE RESUMO-FILE.
       9999-EXIT.
           EXIT.
