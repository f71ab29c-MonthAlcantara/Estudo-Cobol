       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB45.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = MANUTENCAO DOS CONTRATOS DE EMPRESTIMO
      * CONSIGNADO EM FOLHA (CONSIGFL) - INCLUI O CONTRATO SO
      * SE A PARCELA, SOMADA AS PARCELAS DOS CONTRATOS ATIVOS
      * DO CPF, COUBER NA MARGEM DE 35% DO ULTIMO LIQUIDO DA
      * FOLHA (FOLHAFIL, SEM O CONSIGNADO JA DESCONTADO
      * NELA), CONSULTA OS CONTRATOS E A MARGEM DO CPF E
      * CANCELA O CONTRATO QUITADO ANTECIPADAMENTE NO BANCO -
      * OPERADOR AUTENTICADO PELA PROGCOB32 E MESMA TRILHA DE
      * AUDITORIA DO PROGCOB37
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FUNC-CPF
               FILE STATUS IS WRK-FS-EMPLOYEE.
           SELECT CONSIGNADO-FILE
               ASSIGN TO "CONSIGFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CSG-CHAVE
               FILE STATUS IS WRK-FS-CONSIGNADO.
           SELECT FOLHA-CALCULO-FILE
               ASSIGN TO "FOLHAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FOLHA-CHAVE
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT RUBRICA-FILE
               ASSIGN TO "RUBRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RUBR-CHAVE
               FILE STATUS IS WRK-FS-RUBRICA.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  CONSIGNADO-FILE.
           COPY CONTRATO-CONSIGNADO.
       FD  FOLHA-CALCULO-FILE.
           COPY CALCULO-FOLHA.
       FD  RUBRICA-FILE.
           COPY LANCAMENTO-RUBRICA.
       FD  AUDIT-LOG-FILE.
           COPY REGISTRO-AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONSIGNADO PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOLHA      PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUBRICA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
      ***************LOGON DO OPERADOR PELA SUBROTINA PROGCOB32
       77 WRK-NIVEL-OPER    PIC 9(01) VALUE ZERO.
       77 WRK-LOGON-OK      PIC X(01) VALUE 'N'.
           88 LOGON-VALIDO           VALUE 'S'.
      ***************OPCAO DE MANUTENCAO ESCOLHIDA
       77 WRK-OPCAO         PIC X(01) VALUE SPACE.
           88 OPCAO-INCLUIR          VALUE 'I'.
           88 OPCAO-CONSULTAR        VALUE 'C'.
           88 OPCAO-ENCERRAR         VALUE 'E'.
           88 OPCAO-VALIDA           VALUE 'I' 'C' 'E'.
      ***************INDICADOR DE CPF ENCONTRADO
       77 WRK-CPF-ACHADO    PIC X(01) VALUE 'N'.
           88 CPF-ENCONTRADO         VALUE 'S'.
           88 CPF-NAO-ENCONTRADO     VALUE 'N'.
      ***************VALOR DA PARCELA CONSIDERADO VALIDO
       77 WRK-VALOR-OK      PIC X(01) VALUE 'N'.
           88 VALOR-VALIDO           VALUE 'S'.
           88 VALOR-INVALIDO         VALUE 'N'.
      ***************QUANTIDADE DE PARCELAS CONSIDERADA VALIDA
       77 WRK-QTD-OK        PIC X(01) VALUE 'N'.
           88 QTD-VALIDA             VALUE 'S'.
           88 QTD-INVALIDA           VALUE 'N'.
      ***************MAXIMO DE PARCELAS ACEITO NO CONTRATO
       77 WRK-MAX-PARCELAS  PIC 9(03) VALUE 96.
      ***************INDICADOR DE CONTRATO DENTRO DA MARGEM
       77 WRK-MARGEM-OK     PIC X(01) VALUE 'N'.
           88 MARGEM-DISPONIVEL      VALUE 'S'.
           88 MARGEM-EXCEDIDA        VALUE 'N'.
      ***************PERCENTUAL DA MARGEM CONSIGNAVEL SOBRE O
      ***************LIQUIDO DA FOLHA
       77 WRK-PERC-MARGEM   PIC 9(02)V99 VALUE 35.
      ***************ULTIMA FOLHA CALCULADA DO CPF
       77 WRK-FOLHA-ACHADA  PIC X(01) VALUE 'N'.
           88 FOLHA-ENCONTRADA        VALUE 'S'.
           88 FOLHA-NAO-ENCONTRADA    VALUE 'N'.
       77 WRK-ULTIMA-COMPETENCIA PIC 9(06) VALUE ZERO.
       77 WRK-ULTIMO-LIQUIDO PIC 9(06)V99 VALUE ZERO.
       77 WRK-FIM-FOLHA     PIC X(01) VALUE 'N'.
           88 FIM-DA-FOLHA            VALUE 'S'.
      ***************CONSIGNADO JA DESCONTADO NA ULTIMA FOLHA
       77 WRK-CONSIG-DESCONTADO PIC 9(06)V99 VALUE ZERO.
       77 WRK-FIM-RUBRICA   PIC X(01) VALUE 'N'.
           88 FIM-DA-RUBRICA          VALUE 'S'.
      ***************CODIGO DE RUBRICA RESERVADO AO CONSIGNADO
      ***************(CS1 A CS9, GRAVADO PELO PROGCOB06)
       01 WRK-COD-CONSIG.
           05 WRK-COD-CONSIG-PREFIXO PIC X(02).
               88 RUBRICA-CONSIGNADO      VALUE 'CS'.
           05 WRK-COD-CONSIG-SEQ     PIC X(01).
      ***************APURACAO DA MARGEM CONSIGNAVEL
       77 WRK-BASE-MARGEM   PIC 9(06)V99 VALUE ZERO.
       77 WRK-VALOR-MARGEM  PIC 9(06)V99 VALUE ZERO.
       77 WRK-COMPROMETIDO  PIC 9(06)V99 VALUE ZERO.
       77 WRK-QTD-ATIVOS    PIC 9(02) VALUE ZERO COMP.
       77 WRK-FIM-CONSIGNADO PIC X(01) VALUE 'N'.
           88 FIM-DO-CONSIGNADO       VALUE 'S'.
      ***************CONTRATO EM INCLUSAO, GUARDADO ENQUANTO O
      ***************ARQUIVO E PERCORRIDO PARA SOMAR A MARGEM
       01 WRK-NOVO-CONTRATO.
           05 WRK-NOVO-BANCO         PIC X(03).
           05 WRK-NOVO-CONTRATO-NUM  PIC X(12).
           05 WRK-NOVO-PARCELA       PIC 9(06)V99.
           05 WRK-NOVO-QTD           PIC 9(03).
           05 WRK-NOVO-PRIMEIRA      PIC 9(06).
      ***************CAMPOS EDITADOS PARA EXIBICAO
       77 WRK-VALOR-ED      PIC ZZZ.ZZ9,99.
       77 WRK-MARGEM-ED     PIC ZZZ.ZZ9,99.
       77 WRK-COMPROM-ED    PIC ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF LOGON-VALIDO
               PERFORM 2000-CAPTURAR-OPCAO THRU 2000-EXIT
                   UNTIL OPCAO-VALIDA
               PERFORM 2100-LOCALIZAR-FUNCIONARIO THRU 2100-EXIT
           END-IF.
           IF CPF-ENCONTRADO
               IF OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR-CONTRATO THRU 3000-EXIT
               ELSE
                   IF OPCAO-CONSULTAR
                       PERFORM 4000-CONSULTAR-CONTRATOS THRU 4000-EXIT
                   ELSE
                       PERFORM 4500-ENCERRAR-CONTRATO THRU 4500-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * AUTENTICA O OPERADOR E ABRE OS ARQUIVOS
      ***************************************************
       1000-INICIALIZAR.
           CALL 'PROGCOB32' USING WRK-OPERADOR WRK-NIVEL-OPER
               WRK-LOGON-OK.
           IF NOT LOGON-VALIDO
               DISPLAY 'ACESSO NEGADO'
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               MOVE 'N' TO WRK-LOGON-OK
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
               MOVE 'N' TO WRK-LOGON-OK
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT FOLHA-CALCULO-FILE.
           IF WRK-FS-FOLHA = '35'
               OPEN OUTPUT FOLHA-CALCULO-FILE
               CLOSE FOLHA-CALCULO-FILE
               OPEN INPUT FOLHA-CALCULO-FILE
           END-IF.
           IF WRK-FS-FOLHA NOT = '00'
               DISPLAY 'ERRO AO ABRIR FOLHA-CALCULO - FS='
                   WRK-FS-FOLHA
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE CONSIGNADO-FILE
               MOVE 'N' TO WRK-LOGON-OK
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT RUBRICA-FILE.
           IF WRK-FS-RUBRICA = '35'
               OPEN OUTPUT RUBRICA-FILE
               CLOSE RUBRICA-FILE
               OPEN INPUT RUBRICA-FILE
           END-IF.
           IF WRK-FS-RUBRICA NOT = '00'
               DISPLAY 'ERRO AO ABRIR RUBRFIL - FS=' WRK-FS-RUBRICA
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE CONSIGNADO-FILE
               CLOSE FOLHA-CALCULO-FILE
               MOVE 'N' TO WRK-LOGON-OK
               GO TO 9999-EXIT
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WRK-FS-AUDITLOG = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WRK-FS-AUDITLOG NOT = '00'
               DISPLAY 'ERRO AO ABRIR AUDIT-LOG - FS='
                   WRK-FS-AUDITLOG
           END-IF.
       1000-EXIT.
           EXIT.

      ***************************************************
      * ACEITA A OPCAO DE MANUTENCAO (INCLUIR/CONSULTAR/
      * ENCERRAR)
      ***************************************************
       2000-CAPTURAR-OPCAO.
           DISPLAY 'OPCAO (I=INCLUIR / C=CONSULTAR / '
               'E=ENCERRAR): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-IF.
       2000-EXIT.
           EXIT.

      ***************************************************
      * LOCALIZA O FUNCIONARIO PELO CPF INFORMADO
      ***************************************************
       2100-LOCALIZAR-FUNCIONARIO.
           DISPLAY 'CPF DO FUNCIONARIO: '.
           ACCEPT WRK-FUNC-CPF FROM CONSOLE.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET CPF-NAO-ENCONTRADO TO TRUE
                   DISPLAY 'CPF NAO ENCONTRADO NO ARQUIVO MESTRE'
               NOT INVALID KEY
                   SET CPF-ENCONTRADO TO TRUE
                   DISPLAY '  NOME    ' WRK-FUNC-NOME
           END-READ.
       2100-EXIT.
           EXIT.

      ***************************************************
      * CAPTURA O CONTRATO NOVO, APURA A MARGEM DO CPF E SO
      * GRAVA SE A PARCELA COUBER NELA - FUNCIONARIO
      * DESLIGADO OU AFASTADO NAO RECEBE CONTRATO NOVO
      ***************************************************
       3000-INCLUIR-CONTRATO.
           IF NOT FUNC-ATIVO
               DISPLAY 'FUNCIONARIO NAO ATIVO (SITUACAO '
                   WRK-FUNC-SITUACAO ') - CONTRATO RECUSADO'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CAPTURAR-CONTRATO THRU 3100-EXIT.
           PERFORM 5000-APURAR-MARGEM THRU 5000-EXIT.
           IF FOLHA-NAO-ENCONTRADA
               DISPLAY 'CPF SEM FOLHA CALCULADA - MARGEM NAO '
                   'APURADA - CONTRATO RECUSADO'
               GO TO 3000-EXIT
           END-IF.
           IF WRK-COMPROMETIDO + WRK-NOVO-PARCELA > WRK-VALOR-MARGEM
               SET MARGEM-EXCEDIDA TO TRUE
           ELSE
               SET MARGEM-DISPONIVEL TO TRUE
           END-IF.
           MOVE WRK-VALOR-MARGEM TO WRK-MARGEM-ED.
           MOVE WRK-COMPROMETIDO TO WRK-COMPROM-ED.
           MOVE WRK-NOVO-PARCELA TO WRK-VALOR-ED.
           DISPLAY '  MARGEM (' WRK-PERC-MARGEM '% DA FOLHA '
               WRK-ULTIMA-COMPETENCIA ') ' WRK-MARGEM-ED.
           DISPLAY '  COMPROMETIDO  ' WRK-COMPROM-ED.
           DISPLAY '  NOVA PARCELA  ' WRK-VALOR-ED.
           IF MARGEM-EXCEDIDA
               DISPLAY 'PARCELA ACIMA DA MARGEM CONSIGNAVEL - '
                   'CONTRATO RECUSADO'
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WRK-CSG-REG.
           MOVE WRK-FUNC-CPF TO WRK-CSG-CPF.
           MOVE WRK-NOVO-BANCO TO WRK-CSG-BANCO.
           MOVE WRK-NOVO-CONTRATO-NUM TO WRK-CSG-CONTRATO.
           MOVE WRK-FUNC-NOME TO WRK-CSG-NOME.
           MOVE WRK-NOVO-PARCELA TO WRK-CSG-VALOR-PARCELA.
           MOVE WRK-NOVO-QTD TO WRK-CSG-QTD-PARCELAS.
           MOVE ZERO TO WRK-CSG-PARCELAS-PAGAS.
           MOVE WRK-NOVO-PRIMEIRA TO WRK-CSG-PRIMEIRA-COMPETENCIA.
           MOVE ZERO TO WRK-CSG-ULTIMA-COMPETENCIA.
           ACCEPT WRK-CSG-DATA-INCLUSAO FROM DATE YYYYMMDD.
           SET CSG-ATIVO TO TRUE.
           MOVE ZERO TO WRK-CSG-SALDO-RESCISAO.
           MOVE ZERO TO WRK-CSG-COMPETENCIA-RESCISAO.
           WRITE WRK-CSG-REG
               INVALID KEY
                   DISPLAY 'ERRO - CONTRATO JA CADASTRADO '
                       WRK-CSG-BANCO ' ' WRK-CSG-CONTRATO
                   GO TO 3000-EXIT
           END-WRITE.
           DISPLAY 'CONTRATO ' WRK-CSG-BANCO ' ' WRK-CSG-CONTRATO
               ' INCLUIDO'.
           PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

      ***************************************************
      * CAPTURA O BANCO, O NUMERO DO CONTRATO, A PARCELA, A
      * QUANTIDADE DE PARCELAS E A COMPETENCIA DA PRIMEIRA
      * PARCELA, COM REDIGITACAO DOS VALORES INVALIDOS
      ***************************************************
       3100-CAPTURAR-CONTRATO.
           DISPLAY 'CODIGO DO BANCO (3 POSICOES): '.
           ACCEPT WRK-NOVO-BANCO FROM CONSOLE.
           DISPLAY 'NUMERO DO CONTRATO: '.
           ACCEPT WRK-NOVO-CONTRATO-NUM FROM CONSOLE.
           SET VALOR-INVALIDO TO TRUE.
           PERFORM 3200-CAPTURAR-PARCELA THRU 3200-EXIT
               UNTIL VALOR-VALIDO.
           SET QTD-INVALIDA TO TRUE.
           PERFORM 3300-CAPTURAR-QTD THRU 3300-EXIT
               UNTIL QTD-VALIDA.
           DISPLAY 'COMPETENCIA DA PRIMEIRA PARCELA (AAAAMM): '.
           ACCEPT WRK-NOVO-PRIMEIRA FROM CONSOLE.
       3100-EXIT.
           EXIT.

      ***************************************************
      * ACEITA O VALOR DA PARCELA, REJEITANDO ZERO
      ***************************************************
       3200-CAPTURAR-PARCELA.
           DISPLAY 'VALOR DA PARCELA (MAIOR QUE ZERO): '.
           ACCEPT WRK-NOVO-PARCELA FROM CONSOLE.
           IF WRK-NOVO-PARCELA > ZERO
               SET VALOR-VALIDO TO TRUE
           ELSE
               SET VALOR-INVALIDO TO TRUE
               DISPLAY 'VALOR INVALIDO - REDIGITE'
           END-IF.
       3200-EXIT.
           EXIT.

      ***************************************************
      * ACEITA A QUANTIDADE DE PARCELAS, REJEITANDO ZERO E
      * VALORES ACIMA DO MAXIMO DE PARCELAS DO CONVENIO
      ***************************************************
       3300-CAPTURAR-QTD.
           DISPLAY 'QUANTIDADE DE PARCELAS (001-' WRK-MAX-PARCELAS
               '): '.
           ACCEPT WRK-NOVO-QTD FROM CONSOLE.
           IF WRK-NOVO-QTD > ZERO AND WRK-NOVO-QTD <= WRK-MAX-PARCELAS
               SET QTD-VALIDA TO TRUE
           ELSE
               SET QTD-INVALIDA TO TRUE
               DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA - REDIGITE'
           END-IF.
       3300-EXIT.
           EXIT.

      ***************************************************
      * LISTA OS CONTRATOS DO CPF COM PARCELAS PAGAS E SALDO
      * E MOSTRA A MARGEM CONSIGNAVEL AINDA DISPONIVEL
      ***************************************************
       4000-CONSULTAR-CONTRATOS.
           MOVE 'N' TO WRK-FIM-CONSIGNADO.
           MOVE WRK-FUNC-CPF TO WRK-CSG-CPF.
           MOVE LOW-VALUES TO WRK-CSG-BANCO.
           MOVE LOW-VALUES TO WRK-CSG-CONTRATO.
           START CONSIGNADO-FILE KEY NOT < WRK-CSG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
           END-START.
           PERFORM 4100-LISTAR-CONTRATO THRU 4100-EXIT
               UNTIL FIM-DO-CONSIGNADO.
           PERFORM 5000-APURAR-MARGEM THRU 5000-EXIT.
           IF FOLHA-NAO-ENCONTRADA
               DISPLAY 'CPF SEM FOLHA CALCULADA - MARGEM NAO APURADA'
               GO TO 4000-EXIT
           END-IF.
           MOVE WRK-VALOR-MARGEM TO WRK-MARGEM-ED.
           MOVE WRK-COMPROMETIDO TO WRK-COMPROM-ED.
           DISPLAY 'MARGEM (' WRK-PERC-MARGEM '% DA FOLHA '
               WRK-ULTIMA-COMPETENCIA ') ' WRK-MARGEM-ED
               ' - COMPROMETIDO ' WRK-COMPROM-ED.
       4000-EXIT.
           EXIT.

       4100-LISTAR-CONTRATO.
           READ CONSIGNADO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
                   GO TO 4100-EXIT
           END-READ.
           IF WRK-CSG-CPF NOT = WRK-FUNC-CPF
               MOVE 'S' TO WRK-FIM-CONSIGNADO
               GO TO 4100-EXIT
           END-IF.
           MOVE WRK-CSG-VALOR-PARCELA TO WRK-VALOR-ED.
           DISPLAY '  BANCO ' WRK-CSG-BANCO ' CONTRATO '
               WRK-CSG-CONTRATO ' SITUACAO ' WRK-CSG-SITUACAO
               ' PARCELA ' WRK-VALOR-ED ' PAGAS '
               WRK-CSG-PARCELAS-PAGAS '/' WRK-CSG-QTD-PARCELAS.
       4100-EXIT.
           EXIT.

      ***************************************************
      * ENCERRA (CANCELA) UM CONTRATO ATIVO QUITADO
      * ANTECIPADAMENTE NO BANCO - O PROGCOB06 DEIXA DE
      * DESCONTAR A PARCELA A PARTIR DA PROXIMA FOLHA
      ***************************************************
       4500-ENCERRAR-CONTRATO.
           MOVE WRK-FUNC-CPF TO WRK-CSG-CPF.
           DISPLAY 'CODIGO DO BANCO (3 POSICOES): '.
           ACCEPT WRK-CSG-BANCO FROM CONSOLE.
           DISPLAY 'NUMERO DO CONTRATO: '.
           ACCEPT WRK-CSG-CONTRATO FROM CONSOLE.
           READ CONSIGNADO-FILE
               INVALID KEY
                   DISPLAY 'CONTRATO NAO ENCONTRADO'
                   GO TO 4500-EXIT
           END-READ.
           IF NOT CSG-ATIVO
               DISPLAY 'CONTRATO NAO ESTA ATIVO (SITUACAO '
                   WRK-CSG-SITUACAO ')'
               GO TO 4500-EXIT
           END-IF.
           SET CSG-CANCELADO TO TRUE.
           REWRITE WRK-CSG-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ENCERRAR CONTRATO '
                       WRK-CSG-CONTRATO
                   GO TO 4500-EXIT
           END-REWRITE.
           MOVE WRK-CSG-BANCO TO WRK-NOVO-BANCO.
           MOVE WRK-CSG-CONTRATO TO WRK-NOVO-CONTRATO-NUM.
           MOVE WRK-CSG-VALOR-PARCELA TO WRK-NOVO-PARCELA.
           DISPLAY 'CONTRATO ' WRK-CSG-BANCO ' ' WRK-CSG-CONTRATO
               ' ENCERRADO'.
           PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
       4500-EXIT.
           EXIT.

      ***************************************************
      * APURA A MARGEM CONSIGNAVEL DO CPF - 35% DO LIQUIDO
      * DA ULTIMA FOLHA CALCULADA, SOMADO O CONSIGNADO JA
      * DESCONTADO NELA, E O VALOR JA COMPROMETIDO PELAS
      * PARCELAS DOS CONTRATOS ATIVOS
      ***************************************************
       5000-APURAR-MARGEM.
           SET FOLHA-NAO-ENCONTRADA TO TRUE.
           MOVE ZERO TO WRK-ULTIMA-COMPETENCIA.
           MOVE ZERO TO WRK-ULTIMO-LIQUIDO.
           MOVE ZERO TO WRK-CONSIG-DESCONTADO.
           MOVE ZERO TO WRK-COMPROMETIDO.
           MOVE ZERO TO WRK-QTD-ATIVOS.
           MOVE 'N' TO WRK-FIM-FOLHA.
           MOVE WRK-FUNC-CPF TO WRK-FOLHA-CPF.
           MOVE ZERO TO WRK-FOLHA-COMPETENCIA.
           START FOLHA-CALCULO-FILE KEY NOT < WRK-FOLHA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FOLHA
           END-START.
           PERFORM 5100-LER-FOLHA THRU 5100-EXIT
               UNTIL FIM-DA-FOLHA.
           IF FOLHA-ENCONTRADA
               PERFORM 5200-SOMAR-DESCONTADO THRU 5200-EXIT
           END-IF.
           COMPUTE WRK-BASE-MARGEM =
               WRK-ULTIMO-LIQUIDO + WRK-CONSIG-DESCONTADO.
           COMPUTE WRK-VALOR-MARGEM ROUNDED =
               WRK-BASE-MARGEM * WRK-PERC-MARGEM / 100.
           MOVE 'N' TO WRK-FIM-CONSIGNADO.
           MOVE WRK-FUNC-CPF TO WRK-CSG-CPF.
           MOVE LOW-VALUES TO WRK-CSG-BANCO.
           MOVE LOW-VALUES TO WRK-CSG-CONTRATO.
           START CONSIGNADO-FILE KEY NOT < WRK-CSG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
           END-START.
           PERFORM 5400-SOMAR-ATIVO THRU 5400-EXIT
               UNTIL FIM-DO-CONSIGNADO.
       5000-EXIT.
           EXIT.

      ***************************************************
      * LE AS FOLHAS DO CPF EM ORDEM DE COMPETENCIA E
      * GUARDA O LIQUIDO DA MAIS RECENTE
      ***************************************************
       5100-LER-FOLHA.
           READ FOLHA-CALCULO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-FOLHA
               NOT AT END
                   IF WRK-FOLHA-CPF = WRK-FUNC-CPF
                       SET FOLHA-ENCONTRADA TO TRUE
                       MOVE WRK-FOLHA-COMPETENCIA TO
                           WRK-ULTIMA-COMPETENCIA
                       MOVE WRK-FOLHA-SALARIO-LIQ TO
                           WRK-ULTIMO-LIQUIDO
                   ELSE
                       MOVE 'S' TO WRK-FIM-FOLHA
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

      ***************************************************
      * SOMA AS RUBRICAS DE CONSIGNADO (CS1 A CS9) JA
      * DESCONTADAS NA ULTIMA FOLHA, QUE VOLTAM PARA A BASE
      * DA MARGEM - SENAO O CONTRATO EXISTENTE SERIA
      * ABATIDO DUAS VEZES
      ***************************************************
       5200-SOMAR-DESCONTADO.
           MOVE 'N' TO WRK-FIM-RUBRICA.
           MOVE WRK-FUNC-CPF TO WRK-RUBR-CPF.
           MOVE WRK-ULTIMA-COMPETENCIA TO WRK-RUBR-COMPETENCIA.
           MOVE 'CS' TO WRK-RUBR-CODIGO.
           START RUBRICA-FILE KEY NOT < WRK-RUBR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RUBRICA
           END-START.
           PERFORM 5300-LER-RUBRICA THRU 5300-EXIT
               UNTIL FIM-DA-RUBRICA.
       5200-EXIT.
           EXIT.

       5300-LER-RUBRICA.
           READ RUBRICA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RUBRICA
                   GO TO 5300-EXIT
           END-READ.
           MOVE WRK-RUBR-CODIGO TO WRK-COD-CONSIG.
           IF WRK-RUBR-CPF = WRK-FUNC-CPF
               AND WRK-RUBR-COMPETENCIA = WRK-ULTIMA-COMPETENCIA
               AND RUBRICA-CONSIGNADO
               ADD WRK-RUBR-VALOR TO WRK-CONSIG-DESCONTADO
           ELSE
               MOVE 'S' TO WRK-FIM-RUBRICA
           END-IF.
       5300-EXIT.
           EXIT.

      ***************************************************
      * SOMA AS PARCELAS DOS CONTRATOS ATIVOS DO CPF
      ***************************************************
       5400-SOMAR-ATIVO.
           READ CONSIGNADO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
                   GO TO 5400-EXIT
           END-READ.
           IF WRK-CSG-CPF NOT = WRK-FUNC-CPF
               MOVE 'S' TO WRK-FIM-CONSIGNADO
               GO TO 5400-EXIT
           END-IF.
           IF CSG-ATIVO
               ADD WRK-CSG-VALOR-PARCELA TO WRK-COMPROMETIDO
               ADD 1 TO WRK-QTD-ATIVOS
           END-IF.
       5400-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DE AUDITORIA COM DATA, HORA,
      * OPERADOR, O CONTRATO MANTIDO E O VALOR DA PARCELA
      ***************************************************
       6000-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUDIT-REG.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'PROGCOB45' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-FUNC-CPF TO WRK-AUDIT-CPF.
           STRING WRK-OPCAO ' ' WRK-NOVO-BANCO ' '
               WRK-NOVO-CONTRATO-NUM
               DELIMITED BY SIZE INTO WRK-AUDIT-NOME.
           MOVE WRK-NOVO-PARCELA TO WRK-AUDIT-SALARIO.
           WRITE WRK-AUDIT-REG.
       6000-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
       9999-FINALIZAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE CONSIGNADO-FILE.
           CLOSE FOLHA-CALCULO-FILE.
           CLOSE RUBRICA-FILE.
           CLOSE AUDIT-LOG-FILE.
       9999-EXIT.
           EXIT.
