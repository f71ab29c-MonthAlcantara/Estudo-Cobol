       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB49.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = IMPORTAR EM LOTE O ARQUIVO MENSAL DO
      * RELOGIO DE PONTO (PONTOIN) - PARA CADA LINHA CONFERE O
      * CPF NO ARQUIVO MESTRE E RECUSA A COMPETENCIA JA
      * FECHADA NO FECHFILE (PROGCOB26), GRAVA AS HORAS
      * EXTRAS NO HORASEXT COM O MESMO CALCULO DO PROGCOB23 E
      * LANCA NO RUBRFIL AS RUBRICAS DE DESCONTO DAS FALTAS
      * INJUSTIFICADAS COM O DSR PERDIDO ('FAL') E DOS
      * ATRASOS ('ATR') PARA O PROGCOB06 ABATER DO LIQUIDO -
      * A LINHA QUE NAO PODE SER PROCESSADA VAI PARA O
      * ARQUIVO DE REJEICOES CONSOLIDADO (FILA DO PROGCOB30)
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - REGISTRA CADA LINHA IMPORTADA NO
      * CONTROLE DE EXECUCAO DO FECHAMENTO MENSAL (CTRLEXEC,
      * PELO PROGCOB55), PARA QUE O CONTRACHEQUE E A REMESSA SO
      * RODEM DEPOIS DE A FOLHA SER RECALCULADA
      * ALTERADO = 15/10/2026 - LINHA SEM HORAS EXTRAS APAGA O
      * HORASEXT DE UMA IMPORTACAO ANTERIOR DA COMPETENCIA
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO-FILE
               ASSIGN TO "PONTOIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTO.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FUNC-CPF
               FILE STATUS IS WRK-FS-EMPLOYEE.
           SELECT HORAS-EXTRAS-FILE
               ASSIGN TO "HORASEXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-HORAS-CHAVE
               FILE STATUS IS WRK-FS-HORAS.
           SELECT RUBRICA-FILE
               ASSIGN TO "RUBRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RUBR-CHAVE
               FILE STATUS IS WRK-FS-RUBRICA.
           SELECT FECHAMENTO-FILE
               ASSIGN TO "FECHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FECH-CHAVE
               FILE STATUS IS WRK-FS-FECHAMENTO.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
           SELECT REJEICAO-FILE
               ASSIGN TO "REJEITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEICAO.
       DATA DIVISION.
       FILE SECTION.
      ***************LINHA MENSAL DO RELOGIO DE PONTO POR CPF -
      ***************HORAS EXTRAS A 50% E A 100%, DIAS DE FALTA
      ***************INJUSTIFICADA, DSR PERDIDOS (SEMANAS COM
      ***************FALTA) E HORAS DE ATRASO/SAIDA ANTECIPADA
       FD  PONTO-FILE.
       01  WRK-PONTO-REG.
           05 WRK-PONTO-CPF          PIC X(11).
           05 WRK-PONTO-COMPETENCIA  PIC 9(06).
           05 WRK-PONTO-COMP-R REDEFINES WRK-PONTO-COMPETENCIA.
               10 WRK-PONTO-ANO      PIC 9(04).
               10 WRK-PONTO-MES      PIC 9(02).
           05 WRK-PONTO-HE-50        PIC 9(03)V99.
           05 WRK-PONTO-HE-100       PIC 9(03)V99.
           05 WRK-PONTO-FALTAS       PIC 9(02).
           05 WRK-PONTO-DSR          PIC 9(01).
           05 WRK-PONTO-ATRASO       PIC 9(03)V99.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  HORAS-EXTRAS-FILE.
           COPY HORAS-EXTRAS.
       FD  RUBRICA-FILE.
           COPY LANCAMENTO-RUBRICA.
       FD  FECHAMENTO-FILE.
           COPY FECHAMENTO-COMPETENCIA.
       FD  AUDIT-LOG-FILE.
           COPY REGISTRO-AUDITORIA.
       FD  REJEICAO-FILE.
           COPY REGISTRO-REJEICAO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PONTO      PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-HORAS      PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUBRICA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FECHAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
       77 WRK-FS-REJEICAO   PIC X(02) VALUE ZEROS.
      ***************MOTIVO DA REJEICAO DA LINHA ATUAL
       77 WRK-REJEICAO-TXT  PIC X(40) VALUE SPACES.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO          VALUE 'S'.
       77 WRK-REG-OK        PIC X(01) VALUE 'N'.
           88 REGISTRO-VALIDO        VALUE 'S'.
           88 REGISTRO-INVALIDO      VALUE 'N'.
      ***************INDICADOR DE COMPETENCIA FECHADA (PROGCOB26)
       77 WRK-FECHADA       PIC X(01) VALUE 'N'.
           88 EMPRESA-FECHADA         VALUE 'S'.
           88 EMPRESA-ABERTA          VALUE 'N'.
      ***************JORNADA MENSAL LEGAL E MES COMERCIAL USADOS
      ***************NO VALOR DA HORA E DO DIA (COMO NO PROGCOB23)
       77 WRK-HORAS-MES     PIC 9(03) VALUE 220.
       77 WRK-DIAS-MES      PIC 9(02) VALUE 30.
       77 WRK-VALOR-HORA    PIC 9(06)V9999 VALUE ZERO.
       77 WRK-VALOR-DIA     PIC 9(06)V9999 VALUE ZERO.
      ***************VALORES APURADOS NA LINHA DO PONTO
       77 WRK-VALOR-FALTAS  PIC 9(06)V99 VALUE ZERO.
       77 WRK-VALOR-ATRASO  PIC 9(06)V99 VALUE ZERO.
      ***************CODIGOS DE RUBRICA RESERVADOS A IMPORTACAO
       77 WRK-COD-FALTAS    PIC X(03) VALUE 'FAL'.
       77 WRK-COD-ATRASO    PIC X(03) VALUE 'ATR'.
      ***************CONTADORES DO LOTE
       77 WRK-QTD-LIDOS     PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-IMPORTADOS PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-REJEITADOS PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-HORAS     PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-FALTAS    PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-ATRASOS   PIC 9(06) VALUE ZERO COMP.
      ***************TOTAIS DO LOTE E CAMPO EDITADO DE EXIBICAO
       77 WRK-TOTAL-HORAS   PIC 9(08)V99 VALUE ZERO.
       77 WRK-TOTAL-DESCONTOS PIC 9(08)V99 VALUE ZERO.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99.
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
           PERFORM 2000-PROCESSAR THRU 2000-EXIT
               UNTIL FIM-DO-ARQUIVO.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * ABRE OS ARQUIVOS E LE A PRIMEIRA LINHA DO PONTO
      ***************************************************
       1000-INICIALIZAR.
           OPEN INPUT PONTO-FILE.
           IF WRK-FS-PONTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PONTOIN - FS=' WRK-FS-PONTO
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               CLOSE PONTO-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O HORAS-EXTRAS-FILE.
           IF WRK-FS-HORAS = '35'
               OPEN OUTPUT HORAS-EXTRAS-FILE
               CLOSE HORAS-EXTRAS-FILE
               OPEN I-O HORAS-EXTRAS-FILE
           END-IF.
           IF WRK-FS-HORAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR HORASEXT - FS=' WRK-FS-HORAS
               CLOSE PONTO-FILE
               CLOSE EMPLOYEE-MASTER-FILE
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
               CLOSE PONTO-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE HORAS-EXTRAS-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT FECHAMENTO-FILE.
           IF WRK-FS-FECHAMENTO = '35'
               OPEN OUTPUT FECHAMENTO-FILE
               CLOSE FECHAMENTO-FILE
               OPEN INPUT FECHAMENTO-FILE
           END-IF.
           IF WRK-FS-FECHAMENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR FECHFILE - FS='
                   WRK-FS-FECHAMENTO
               CLOSE PONTO-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE HORAS-EXTRAS-FILE
               CLOSE RUBRICA-FILE
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
           OPEN EXTEND REJEICAO-FILE.
           IF WRK-FS-REJEICAO = '35'
               OPEN OUTPUT REJEICAO-FILE
           END-IF.
           IF WRK-FS-REJEICAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR REJEICAO - FS='
                   WRK-FS-REJEICAO
           END-IF.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************
      * VALIDA A LINHA DO PONTO E, SE VALIDA, GRAVA AS HORAS
      * EXTRAS E AS RUBRICAS DE FALTAS E ATRASOS DO CPF -
      * SENAO GRAVA A REJEICAO - E LE A PROXIMA LINHA
      ***************************************************
       2000-PROCESSAR.
           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM 2500-VALIDAR-LINHA THRU 2500-EXIT.
           IF REGISTRO-INVALIDO
               ADD 1 TO WRK-QTD-REJEITADOS
               PERFORM 2950-GRAVAR-REJEICAO THRU 2950-EXIT
               GO TO 2000-LER
           END-IF.
           COMPUTE WRK-VALOR-HORA ROUNDED =
               WRK-FUNC-SALARIO / WRK-HORAS-MES.
           COMPUTE WRK-VALOR-DIA ROUNDED =
               WRK-FUNC-SALARIO / WRK-DIAS-MES.
           PERFORM 3000-GRAVAR-HORAS THRU 3000-EXIT.
           PERFORM 4000-LANCAR-FALTAS THRU 4000-EXIT.
           PERFORM 4500-LANCAR-ATRASOS THRU 4500-EXIT.
           PERFORM 2900-GRAVAR-AUDITORIA THRU 2900-EXIT.
           PERFORM 5000-REGISTRAR-CONTROLE THRU 5000-EXIT.
           ADD 1 TO WRK-QTD-IMPORTADOS.
       2000-LER.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************
      * CONFERE OS CAMPOS NUMERICOS, A COMPETENCIA, O CPF NO
      * ARQUIVO MESTRE, A SITUACAO DO FUNCIONARIO, AS FALTAS
      * CONTRA OS DSR PERDIDOS E O FECHAMENTO DA COMPETENCIA
      ***************************************************
       2500-VALIDAR-LINHA.
           SET REGISTRO-VALIDO TO TRUE.
           MOVE SPACES TO WRK-REJEICAO-TXT.
           IF WRK-PONTO-COMPETENCIA NOT NUMERIC
               OR WRK-PONTO-HE-50 NOT NUMERIC
               OR WRK-PONTO-HE-100 NOT NUMERIC
               OR WRK-PONTO-FALTAS NOT NUMERIC
               OR WRK-PONTO-DSR NOT NUMERIC
               OR WRK-PONTO-ATRASO NOT NUMERIC
               SET REGISTRO-INVALIDO TO TRUE
               DISPLAY 'PONTO REJEITADO - CAMPO NAO NUMERICO '
                   WRK-PONTO-CPF
               MOVE 'PONTO COM CAMPO NAO NUMERICO' TO
                   WRK-REJEICAO-TXT
               GO TO 2500-EXIT
           END-IF.
           IF WRK-PONTO-MES < 1 OR WRK-PONTO-MES > 12
               SET REGISTRO-INVALIDO TO TRUE
               DISPLAY 'PONTO REJEITADO - COMPETENCIA INVALIDA '
                   WRK-PONTO-CPF
               MOVE 'PONTO COM COMPETENCIA INVALIDA' TO
                   WRK-REJEICAO-TXT
               GO TO 2500-EXIT
           END-IF.
           MOVE WRK-PONTO-CPF TO WRK-FUNC-CPF.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET REGISTRO-INVALIDO TO TRUE
                   DISPLAY 'PONTO REJEITADO - CPF NAO CADASTRADO '
                       WRK-PONTO-CPF
                   MOVE 'PONTO DE CPF NAO CADASTRADO' TO
                       WRK-REJEICAO-TXT
           END-READ.
           IF REGISTRO-INVALIDO
               GO TO 2500-EXIT
           END-IF.
           IF FUNC-DESLIGADO
               SET REGISTRO-INVALIDO TO TRUE
               DISPLAY 'PONTO REJEITADO - FUNCIONARIO DESLIGADO '
                   WRK-PONTO-CPF
               MOVE 'PONTO DE FUNCIONARIO DESLIGADO' TO
                   WRK-REJEICAO-TXT
               GO TO 2500-EXIT
           END-IF.
           IF WRK-PONTO-FALTAS > WRK-DIAS-MES
               OR WRK-PONTO-DSR > WRK-PONTO-FALTAS
               OR WRK-PONTO-DSR > 5
               SET REGISTRO-INVALIDO TO TRUE
               DISPLAY 'PONTO REJEITADO - FALTAS/DSR INCOERENTES '
                   WRK-PONTO-CPF
               MOVE 'PONTO COM FALTAS E DSR INCOERENTES' TO
                   WRK-REJEICAO-TXT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2700-TESTAR-FECHAMENTO THRU 2700-EXIT.
           IF EMPRESA-FECHADA
               SET REGISTRO-INVALIDO TO TRUE
               MOVE 'PONTO DE COMPETENCIA JA FECHADA' TO
                   WRK-REJEICAO-TXT
           END-IF.
       2500-EXIT.
           EXIT.

      ***************************************************
      * CONSULTA O ARQUIVO DE FECHAMENTO E RECUSA A LINHA
      * QUANDO A COMPETENCIA DA EMPRESA DO FUNCIONARIO JA
      * FOI FECHADA PELO PROGCOB26
      ***************************************************
       2700-TESTAR-FECHAMENTO.
           SET EMPRESA-ABERTA TO TRUE.
           MOVE WRK-FUNC-EMPRESA TO WRK-FECH-EMPRESA.
           MOVE WRK-PONTO-COMPETENCIA TO WRK-FECH-COMPETENCIA.
           READ FECHAMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COMPETENCIA-FECHADA
                       SET EMPRESA-FECHADA TO TRUE
                   END-IF
           END-READ.
           IF EMPRESA-FECHADA
               DISPLAY 'PONTO REJEITADO - COMPETENCIA '
                   WRK-PONTO-COMPETENCIA ' FECHADA PARA A EMPRESA '
                   WRK-FUNC-EMPRESA ' ' WRK-PONTO-CPF
           END-IF.
       2700-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DE AUDITORIA DA LINHA IMPORTADA COM
      * O TOTAL DE DESCONTOS DE FALTAS, DSR E ATRASOS
      ***************************************************
       2900-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUDIT-REG.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           MOVE 'LOTE' TO WRK-AUDIT-OPERADOR.
           MOVE 'PROGCOB49' TO WRK-AUDIT-PROGRAMA.
           MOVE WRK-FUNC-CPF TO WRK-AUDIT-CPF.
           MOVE WRK-FUNC-NOME TO WRK-AUDIT-NOME.
           COMPUTE WRK-AUDIT-SALARIO =
               WRK-VALOR-FALTAS + WRK-VALOR-ATRASO.
           WRITE WRK-AUDIT-REG.
       2900-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA NO ARQUIVO DE REJEICOES CONSOLIDADO
      * COM O CPF, O MOTIVO E O PROGRAMA DE ORIGEM
      ***************************************************
       2950-GRAVAR-REJEICAO.
           MOVE SPACES TO WRK-REJEICAO-REG.
           MOVE WRK-PONTO-CPF TO WRK-REJEICAO-CPF.
           MOVE WRK-REJEICAO-TXT TO WRK-REJEICAO-MOTIVO.
           MOVE 'PROGCOB49' TO WRK-REJEICAO-PROGRAMA.
           ACCEPT WRK-REJEICAO-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-REJEICAO-HORA FROM TIME.
           MOVE 'P' TO WRK-REJEICAO-SITUACAO.
           MOVE ZERO TO WRK-REJEICAO-RESOL-DATA.
           MOVE SPACES TO WRK-REJEICAO-RESOL-OPER.
           WRITE WRK-REJEICAO-REG.
       2950-EXIT.
           EXIT.

      ***************************************************
      * CALCULA O VALOR DAS HORAS EXTRAS A 50% E A 100% SOBRE
      * A HORA NORMAL E GRAVA (OU REGRAVA) O HORASEXT DO CPF
      * NA COMPETENCIA - A QUANTIDADE E A SOMA DAS DUAS E O
      * PERCENTUAL FICA 100 SO QUANDO TODAS AS HORAS FORAM A
      * 100%, SENAO 50 - SEM HORAS EXTRAS, APAGA O HORASEXT
      * DE UMA IMPORTACAO ANTERIOR DA MESMA COMPETENCIA
      ***************************************************
       3000-GRAVAR-HORAS.
           MOVE WRK-FUNC-CPF TO WRK-HORAS-CPF.
           MOVE WRK-PONTO-COMPETENCIA TO WRK-HORAS-COMPETENCIA.
           IF WRK-PONTO-HE-50 = ZERO AND WRK-PONTO-HE-100 = ZERO
               DELETE HORAS-EXTRAS-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WRK-HORAS-QUANTIDADE =
               WRK-PONTO-HE-50 + WRK-PONTO-HE-100.
           IF WRK-PONTO-HE-50 = ZERO
               MOVE 100 TO WRK-HORAS-PERCENTUAL
           ELSE
               MOVE 50 TO WRK-HORAS-PERCENTUAL
           END-IF.
           COMPUTE WRK-HORAS-VALOR ROUNDED =
               WRK-VALOR-HORA * WRK-PONTO-HE-50 * 1,5
               + WRK-VALOR-HORA * WRK-PONTO-HE-100 * 2.
           WRITE WRK-HORAS-REG
               INVALID KEY
                   REWRITE WRK-HORAS-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR HORASEXT - CPF '
                               WRK-FUNC-CPF
           END-WRITE.
           ADD 1 TO WRK-QTD-HORAS.
           ADD WRK-HORAS-VALOR TO WRK-TOTAL-HORAS.
       3000-EXIT.
           EXIT.

      ***************************************************
      * LANCA A RUBRICA DE DESCONTO DAS FALTAS INJUSTIFICADAS
      * SOMADAS AOS DSR PERDIDOS (UM DIA DE SALARIO CADA) -
      * SEM FALTAS, APAGA A RUBRICA DE UMA IMPORTACAO
      * ANTERIOR DA MESMA COMPETENCIA
      ***************************************************
       4000-LANCAR-FALTAS.
           MOVE ZERO TO WRK-VALOR-FALTAS.
           MOVE WRK-FUNC-CPF TO WRK-RUBR-CPF.
           MOVE WRK-PONTO-COMPETENCIA TO WRK-RUBR-COMPETENCIA.
           MOVE WRK-COD-FALTAS TO WRK-RUBR-CODIGO.
           IF WRK-PONTO-FALTAS = ZERO
               DELETE RUBRICA-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WRK-VALOR-FALTAS ROUNDED =
               WRK-VALOR-DIA * (WRK-PONTO-FALTAS + WRK-PONTO-DSR).
           IF WRK-VALOR-FALTAS > WRK-FUNC-SALARIO
               MOVE WRK-FUNC-SALARIO TO WRK-VALOR-FALTAS
           END-IF.
           MOVE 'FALTAS E DSR' TO WRK-RUBR-DESCRICAO.
           SET RUBRICA-DESCONTO TO TRUE.
           MOVE WRK-VALOR-FALTAS TO WRK-RUBR-VALOR.
           PERFORM 4900-GRAVAR-RUBRICA THRU 4900-EXIT.
           ADD 1 TO WRK-QTD-FALTAS.
           ADD WRK-VALOR-FALTAS TO WRK-TOTAL-DESCONTOS.
       4000-EXIT.
           EXIT.

      ***************************************************
      * LANCA A RUBRICA DE DESCONTO DAS HORAS DE ATRASO E
      * SAIDA ANTECIPADA PELO VALOR DA HORA NORMAL - SEM
      * ATRASO, APAGA A RUBRICA DE UMA IMPORTACAO ANTERIOR
      ***************************************************
       4500-LANCAR-ATRASOS.
           MOVE ZERO TO WRK-VALOR-ATRASO.
           MOVE WRK-FUNC-CPF TO WRK-RUBR-CPF.
           MOVE WRK-PONTO-COMPETENCIA TO WRK-RUBR-COMPETENCIA.
           MOVE WRK-COD-ATRASO TO WRK-RUBR-CODIGO.
           IF WRK-PONTO-ATRASO = ZERO
               DELETE RUBRICA-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO 4500-EXIT
           END-IF.
           COMPUTE WRK-VALOR-ATRASO ROUNDED =
               WRK-VALOR-HORA * WRK-PONTO-ATRASO.
           MOVE 'ATRASOS' TO WRK-RUBR-DESCRICAO.
           SET RUBRICA-DESCONTO TO TRUE.
           MOVE WRK-VALOR-ATRASO TO WRK-RUBR-VALOR.
           PERFORM 4900-GRAVAR-RUBRICA THRU 4900-EXIT.
           ADD 1 TO WRK-QTD-ATRASOS.
           ADD WRK-VALOR-ATRASO TO WRK-TOTAL-DESCONTOS.
       4500-EXIT.
           EXIT.

      ***************************************************
      * GRAVA (OU REGRAVA NA REIMPORTACAO) A RUBRICA MONTADA
      ***************************************************
       4900-GRAVAR-RUBRICA.
           WRITE WRK-RUBR-REG
               INVALID KEY
                   REWRITE WRK-RUBR-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR RUBRFIL - CPF '
                               WRK-FUNC-CPF ' ' WRK-RUBR-CODIGO
           END-WRITE.
       4900-EXIT.
           EXIT.

      ***************************************************
      * REGISTRA O LANCAMENTO NO CONTROLE DE EXECUCAO DO
      * FECHAMENTO MENSAL (PROGCOB55) PARA A EMPRESA DO
      * FUNCIONARIO - AS ETAPAS SEGUINTES DA COMPETENCIA
      * PASSAM A EXIGIR O REPROCESSAMENTO DA FOLHA
      ***************************************************
       5000-REGISTRAR-CONTROLE.
           MOVE SPACES TO WRK-CHX-REG.
           MOVE WRK-FUNC-EMPRESA TO WRK-CHX-EMPRESA.
           MOVE WRK-PONTO-COMPETENCIA TO WRK-CHX-COMPETENCIA.
           MOVE 'PROGCOB49' TO WRK-CHX-PROGRAMA.
           MOVE 'LOTE' TO WRK-CHX-OPERADOR.
           MOVE 1 TO WRK-CHX-QTD-LIDOS.
           MOVE 1 TO WRK-CHX-QTD-GRAVADOS.
           MOVE 'L' TO WRK-CHX-ACAO.
           CALL 'PROGCOB55' USING WRK-CHX-REG WRK-CHX-ACAO
               WRK-CHX-RETORNO WRK-CHX-MENSAGEM.
           IF NOT CHX-LIBERADO
               DISPLAY 'LANCAMENTO NAO REGISTRADO NO CTRLEXEC - '
                   WRK-CHX-MENSAGEM
           END-IF.
       5000-EXIT.
           EXIT.

      ***************************************************
      * LE A PROXIMA LINHA DO ARQUIVO DO PONTO
      ***************************************************
       8000-LER-PROXIMO.
           READ PONTO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       8000-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS E MOSTRA O RESUMO DA IMPORTACAO
      ***************************************************
       9999-FINALIZAR.
           CLOSE PONTO-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE HORAS-EXTRAS-FILE.
           CLOSE RUBRICA-FILE.
           CLOSE FECHAMENTO-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE REJEICAO-FILE.
           DISPLAY 'IMPORTACAO DO PONTO PROCESSADA'.
           DISPLAY '  LIDAS       ' WRK-QTD-LIDOS.
           DISPLAY '  IMPORTADAS  ' WRK-QTD-IMPORTADOS.
           DISPLAY '  REJEITADAS  ' WRK-QTD-REJEITADOS.
           MOVE WRK-TOTAL-HORAS TO WRK-VALOR-ED.
           DISPLAY '  HORAS EXTRAS ' WRK-QTD-HORAS
               ' - VALOR ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-DESCONTOS TO WRK-VALOR-ED.
           DISPLAY '  FALTAS ' WRK-QTD-FALTAS ' - ATRASOS '
               WRK-QTD-ATRASOS ' - DESCONTOS ' WRK-VALOR-ED.
       9999-EXIT.
           EXIT.
