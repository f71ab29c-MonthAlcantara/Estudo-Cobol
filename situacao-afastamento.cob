       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB51.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = ATUALIZAR A SITUACAO DOS FUNCIONARIOS PELOS
      * PERIODOS DE AFASTAMENTO DO AFASTFIL (PROGCOB50) NUMA
      * DATA DE REFERENCIA (HOJE, SE NAO INFORMADA) - O ATIVO
      * COM PERIODO VIGENTE PASSA A 'F' E O AFASTADO CUJO
      * PERIODO JA TERMINOU VOLTA A 'A' - O AFASTADO SEM
      * NENHUM PERIODO CADASTRADO (MARCADO A MAO) E MANTIDO E
      * LISTADO - EXECUCAO DIARIA OU AO MENOS ANTES DA FOLHA
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
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  AFASTAMENTO-FILE.
           COPY AFASTAMENTO.
       FD  AUDIT-LOG-FILE.
           COPY REGISTRO-AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-AFASTAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO          VALUE 'S'.
       77 WRK-FIM-AFASTAMENTO PIC X(01) VALUE 'N'.
           88 FIM-DO-AFASTAMENTO      VALUE 'S'.
      ***************DATA DE REFERENCIA DA ATUALIZACAO (AAAAMMDD)
       77 WRK-DATA-REFERENCIA PIC 9(08) VALUE ZERO.
      ***************INDICADORES DOS PERIODOS DO CPF
       77 WRK-TEM-PERIODO   PIC X(01) VALUE 'N'.
           88 TEM-PERIODO             VALUE 'S'.
           88 SEM-PERIODO             VALUE 'N'.
       77 WRK-VIGENTE       PIC X(01) VALUE 'N'.
           88 PERIODO-VIGENTE         VALUE 'S'.
           88 SEM-PERIODO-VIGENTE     VALUE 'N'.
      ***************CONTADORES DA ATUALIZACAO
       77 WRK-QTD-LIDOS     PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-AFASTADOS PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-RETORNOS  PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-MANUAIS   PIC 9(06) VALUE ZERO COMP.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * PERGUNTA A DATA DE REFERENCIA, ABRE OS ARQUIVOS E LE
      * O PRIMEIRO FUNCIONARIO
      ***************************************************
       1000-INICIALIZAR.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ZERO = HOJE): '.
           ACCEPT WRK-DATA-REFERENCIA FROM CONSOLE.
           IF WRK-DATA-REFERENCIA = ZERO
               ACCEPT WRK-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
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
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************
      * CONFRONTA A SITUACAO DO FUNCIONARIO COM OS PERIODOS
      * DE AFASTAMENTO NA DATA DE REFERENCIA E REGRAVA O
      * CADASTRO QUANDO A SITUACAO MUDA
      ***************************************************
       2000-PROCESSAR.
           ADD 1 TO WRK-QTD-LIDOS.
           IF FUNC-DESLIGADO
               GO TO 2000-LER
           END-IF.
           PERFORM 2100-BUSCAR-PERIODOS THRU 2100-EXIT.
           IF PERIODO-VIGENTE AND FUNC-ATIVO
               MOVE 'F' TO WRK-FUNC-SITUACAO
               PERFORM 3000-REGRAVAR-FUNCIONARIO THRU 3000-EXIT
               ADD 1 TO WRK-QTD-AFASTADOS
               DISPLAY 'AFASTADO  ' WRK-FUNC-CPF ' ' WRK-FUNC-NOME
               GO TO 2000-LER
           END-IF.
           IF FUNC-AFASTADO AND SEM-PERIODO
               ADD 1 TO WRK-QTD-MANUAIS
               DISPLAY 'AFASTADO SEM PERIODO CADASTRADO - MANTIDO '
                   WRK-FUNC-CPF ' ' WRK-FUNC-NOME
               GO TO 2000-LER
           END-IF.
           IF FUNC-AFASTADO AND SEM-PERIODO-VIGENTE
               MOVE 'A' TO WRK-FUNC-SITUACAO
               PERFORM 3000-REGRAVAR-FUNCIONARIO THRU 3000-EXIT
               ADD 1 TO WRK-QTD-RETORNOS
               DISPLAY 'RETORNO   ' WRK-FUNC-CPF ' ' WRK-FUNC-NOME
           END-IF.
       2000-LER.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE OS PERIODOS DO CPF NO AFASTFIL E MARCA SE
      * HA ALGUM PERIODO E SE ALGUM ESTA VIGENTE NA DATA DE
      * REFERENCIA (INICIO ATE A VESPERA DO RETORNO)
      ***************************************************
       2100-BUSCAR-PERIODOS.
           SET SEM-PERIODO TO TRUE.
           SET SEM-PERIODO-VIGENTE TO TRUE.
           MOVE 'N' TO WRK-FIM-AFASTAMENTO.
           MOVE WRK-FUNC-CPF TO WRK-AFT-CPF.
           MOVE ZERO TO WRK-AFT-INICIO.
           START AFASTAMENTO-FILE KEY NOT < WRK-AFT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
           END-START.
           PERFORM 2150-LER-PERIODO THRU 2150-EXIT
               UNTIL FIM-DO-AFASTAMENTO.
       2100-EXIT.
           EXIT.

       2150-LER-PERIODO.
           READ AFASTAMENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFASTAMENTO
               NOT AT END
                   IF WRK-AFT-CPF = WRK-FUNC-CPF
                       SET TEM-PERIODO TO TRUE
                       IF WRK-AFT-INICIO NOT > WRK-DATA-REFERENCIA
                           AND (WRK-AFT-RETORNO = ZERO
                           OR WRK-AFT-RETORNO > WRK-DATA-REFERENCIA)
                           SET PERIODO-VIGENTE TO TRUE
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-FIM-AFASTAMENTO
                   END-IF
           END-READ.
       2150-EXIT.
           EXIT.

      ***************************************************
      * REGRAVA O FUNCIONARIO COM A NOVA SITUACAO E GRAVA A
      * LINHA DE AUDITORIA DA TROCA
      ***************************************************
       3000-REGRAVAR-FUNCIONARIO.
           REWRITE WRK-FUNC-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR FUNCIONARIO - CPF '
                       WRK-FUNC-CPF
           END-REWRITE.
           MOVE SPACES TO WRK-AUDIT-REG.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           MOVE 'LOTE' TO WRK-AUDIT-OPERADOR.
           MOVE 'PROGCOB51' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-FUNC-CPF TO WRK-AUDIT-CPF.
           MOVE WRK-FUNC-NOME TO WRK-AUDIT-NOME.
           MOVE WRK-FUNC-SALARIO TO WRK-AUDIT-SALARIO.
           WRITE WRK-AUDIT-REG.
       3000-EXIT.
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
      * FECHA OS ARQUIVOS E MOSTRA O RESUMO
      ***************************************************
       9999-FINALIZAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE AFASTAMENTO-FILE.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY 'SITUACAO DE AFASTAMENTO ATUALIZADA EM '
               WRK-DATA-REFERENCIA.
           DISPLAY '  FUNCIONARIOS LIDOS    ' WRK-QTD-LIDOS.
           DISPLAY '  PASSADOS A AFASTADO   ' WRK-QTD-AFASTADOS.
           DISPLAY '  RETORNADOS A ATIVO    ' WRK-QTD-RETORNOS.
           DISPLAY '  AFASTADOS SEM PERIODO ' WRK-QTD-MANUAIS.
       9999-EXIT.
           EXIT.
