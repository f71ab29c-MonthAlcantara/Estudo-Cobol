       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB40.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = CONTROLE DOS EVENTOS DO ESOCIAL - GERA O
      * EVENTO DE REMUNERACAO (S-1200) DE CADA CPF COM FOLHA
      * CALCULADA NO FOLHAFIL PARA UMA COMPETENCIA JA FECHADA
      * NO FECHFILE (PELA SUBROTINA PROGCOB41, A MESMA QUE
      * GRAVA A ADMISSAO S-2200 DO PROGCOB04/PROGCOB08 E O
      * DESLIGAMENTO S-2299 DO PROGCOB14), EXPORTA OS EVENTOS
      * GERADOS PARA O ARQUIVO DE ENVIO (MARCANDO-OS COMO
      * ENVIADOS), PROCESSA O RECIBO DEVOLVIDO PELO GOVERNO
      * (ACEITO OU REJEITADO, COM O NUMERO DO RECIBO E A
      * MENSAGEM) E LISTA OS EVENTOS AINDA PENDENTES POR
      * EMPRESA E COMPETENCIA - APOSENTA A DIGITACAO UM A UM
      * NO PORTAL DO ESOCIAL
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
           SELECT FECHAMENTO-FILE
               ASSIGN TO "FECHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FECH-CHAVE
               FILE STATUS IS WRK-FS-FECHAMENTO.
           SELECT EVENTO-FILE
               ASSIGN TO "ESOCIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EVT-CHAVE
               FILE STATUS IS WRK-FS-EVENTO.
           SELECT ENVIO-FILE
               ASSIGN TO "ESOCENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT RETORNO-FILE
               ASSIGN TO "RETESOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT RELATORIO-FILE
               ASSIGN TO "RELESOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY CADASTRO-FUNCIONARIO.
       FD  FOLHA-CALCULO-FILE.
           COPY CALCULO-FOLHA.
       FD  FECHAMENTO-FILE.
           COPY FECHAMENTO-COMPETENCIA.
       FD  EVENTO-FILE.
           COPY EVENTO-ESOCIAL.
      ***************LINHA DO ARQUIVO DE ENVIO AO ESOCIAL
       FD  ENVIO-FILE.
       01  WRK-ENV-REG.
           05 WRK-ENV-ID                 PIC X(36).
           05 WRK-ENV-TIPO               PIC X(06).
           05 WRK-ENV-EMPRESA            PIC X(03).
           05 WRK-ENV-COMPETENCIA        PIC 9(06).
           05 WRK-ENV-CPF                PIC X(11).
           05 WRK-ENV-NOME               PIC X(20).
           05 WRK-ENV-DATA-FATO          PIC 9(08).
           05 WRK-ENV-VALOR              PIC 9(08)V99.
           05 WRK-ENV-VALOR-INSS         PIC 9(06)V99.
           05 WRK-ENV-VALOR-IRRF         PIC 9(06)V99.
           05 WRK-ENV-MOTIVO             PIC X(01).
      ***************LINHA DO RECIBO DEVOLVIDO PELO ESOCIAL
      ***************(SITUACAO A=ACEITO / R=REJEITADO)
       FD  RETORNO-FILE.
       01  WRK-RET-REG.
           05 WRK-RET-ID                 PIC X(36).
           05 WRK-RET-SITUACAO           PIC X(01).
           05 WRK-RET-RECIBO             PIC X(20).
           05 WRK-RET-MENSAGEM           PIC X(40).
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(080).
       FD  AUDIT-LOG-FILE.
           COPY REGISTRO-AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOLHA      PIC X(02) VALUE ZEROS.
       77 WRK-FS-FECHAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-EVENTO     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENVIO      PIC X(02) VALUE ZEROS.
       77 WRK-FS-RETORNO    PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
      ***************LOGON DO OPERADOR PELA SUBROTINA PROGCOB32
       77 WRK-NIVEL-OPER    PIC 9(01) VALUE ZERO.
       77 WRK-LOGON-OK      PIC X(01) VALUE 'N'.
           88 LOGON-VALIDO           VALUE 'S'.
      ***************OPCAO ESCOLHIDA
       77 WRK-OPCAO         PIC X(01) VALUE SPACE.
           88 OPCAO-GERAR            VALUE 'G'.
           88 OPCAO-EXPORTAR         VALUE 'X'.
           88 OPCAO-RECIBO           VALUE 'R'.
           88 OPCAO-PENDENTES        VALUE 'P'.
           88 OPCAO-VALIDA           VALUE 'G' 'X' 'R' 'P'.
      ***************FILTRO DE EMPRESA ('***' = TODAS) E DE
      ***************COMPETENCIA (ZEROS = TODAS, EXCETO NA
      ***************GERACAO DO S-1200)
       77 WRK-EMPRESA-FILTRO PIC X(03) VALUE SPACES.
       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZERO.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO         VALUE 'S'.
       77 WRK-SELECAO       PIC X(01) VALUE 'N'.
           88 REGISTRO-SELECIONADO   VALUE 'S'.
           88 REGISTRO-FORA-FILTRO   VALUE 'N'.
      ***************SITUACAO DO FECHAMENTO DA ULTIMA EMPRESA
      ***************CONSULTADA NO FECHFILE
       77 WRK-FECH-ULT-EMPRESA PIC X(03) VALUE SPACES.
       77 WRK-FECH-ULT-OK   PIC X(01) VALUE 'N'.
           88 ULTIMA-FECHADA         VALUE 'S'.
           88 ULTIMA-ABERTA          VALUE 'N'.
      ***************AREA DE CHAMADA DA SUBROTINA PROGCOB41
           COPY EVENTO-ESOCIAL REPLACING LEADING ==WRK-EVT== BY
               ==WRK-CHM== LEADING ==EVT-== BY ==CHM-==.
       77 WRK-CHM-RETORNO   PIC X(01) VALUE SPACE.
           88 CHM-GRAVADO            VALUE 'S'.
           88 CHM-JA-ENVIADO         VALUE 'J'.
           88 CHM-ERRO               VALUE 'E'.
      ***************************************************
      * TABELA DO RECIBO DO ESOCIAL, CARREGADA DO RETESOC E
      * CONFRONTADA NUMA UNICA LEITURA DO ARQUIVO DE EVENTOS -
      * O INDICADOR MARCA A LINHA JA APLICADA A UM EVENTO
      ***************************************************
       01 WRK-TAB-RECIBO.
           05 WRK-TRET-ITEM OCCURS 2000 TIMES.
               10 WRK-TRET-ID          PIC X(36).
               10 WRK-TRET-SITUACAO    PIC X(01).
               10 WRK-TRET-RECIBO      PIC X(20).
               10 WRK-TRET-MENSAGEM    PIC X(40).
               10 WRK-TRET-APLICADO    PIC X(01).
       77 WRK-TRET-QTD      PIC 9(04) VALUE ZERO COMP.
       77 WRK-TRET-MAX      PIC 9(04) VALUE 2000 COMP.
       77 WRK-IDX           PIC 9(04) VALUE ZERO COMP.
       77 WRK-POS           PIC 9(04) VALUE ZERO COMP.
       77 WRK-ID-ACHADO     PIC X(01) VALUE 'N'.
           88 ID-ENCONTRADO          VALUE 'S'.
           88 ID-NAO-ENCONTRADO      VALUE 'N'.
      ***************QUEBRA DO RELATORIO DE PENDENTES
       77 WRK-QUEBRA-EMPRESA PIC X(03) VALUE SPACES.
       77 WRK-QUEBRA-COMPET PIC 9(06) VALUE ZERO.
       77 WRK-QTD-GRUPO     PIC 9(06) VALUE ZERO COMP.
      ***************CONTADORES DA EXECUCAO
       77 WRK-QTD-LIDOS     PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-GERADOS   PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-JA-ENVIADOS PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-ERROS     PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-SEM-FOLHA PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-ABERTA    PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-EXPORTADOS PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-ACEITOS   PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-REJEITADOS PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-SEM-EVENTO PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-GERADO-PEND PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-ENVIADO-PEND PIC 9(06) VALUE ZERO COMP.
       77 WRK-QTD-REJEIT-PEND PIC 9(06) VALUE ZERO COMP.
      ***************CAMPOS EDITADOS PARA IMPRESSAO
       77 WRK-QTD-ED        PIC ZZZ.ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT LOGON-VALIDO
               STOP RUN
           END-IF.
           IF OPCAO-GERAR
               PERFORM 2000-GERAR-REMUNERACAO THRU 2000-EXIT
           END-IF.
           IF OPCAO-EXPORTAR
               PERFORM 3000-EXPORTAR-EVENTOS THRU 3000-EXIT
           END-IF.
           IF OPCAO-RECIBO
               PERFORM 4000-PROCESSAR-RECIBO THRU 4000-EXIT
           END-IF.
           IF OPCAO-PENDENTES
               PERFORM 5000-LISTAR-PENDENTES THRU 5000-EXIT
           END-IF.
           PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * IDENTIFICA O OPERADOR, PERGUNTA A OPCAO, A EMPRESA E
      * A COMPETENCIA E ABRE A TRILHA DE AUDITORIA
      ***************************************************
       1000-INICIALIZAR.
           CALL 'PROGCOB32' USING WRK-OPERADOR WRK-NIVEL-OPER
               WRK-LOGON-OK.
           IF NOT LOGON-VALIDO
               DISPLAY 'ACESSO NEGADO'
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-CAPTURAR-OPCAO THRU 1100-EXIT
               UNTIL OPCAO-VALIDA.
           IF NOT OPCAO-RECIBO
               DISPLAY 'EMPRESA (*** = TODAS): '
               ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE
               DISPLAY 'COMPETENCIA (AAAAMM - ZEROS = TODAS): '
               ACCEPT WRK-COMPETENCIA FROM CONSOLE
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
      * ACEITA A OPCAO (G=GERAR S-1200 / X=EXPORTAR PARA
      * ENVIO / R=PROCESSAR RECIBO / P=LISTAR PENDENTES)
      ***************************************************
       1100-CAPTURAR-OPCAO.
           DISPLAY 'OPCAO (G=GERAR S-1200 / X=EXPORTAR / '
               'R=RECIBO / P=PENDENTES): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-IF.
       1100-EXIT.
           EXIT.

      ***************************************************
      * GERA O S-1200 DE CADA FUNCIONARIO DA EMPRESA FILTRADA
      * QUE TEM FOLHA CALCULADA NA COMPETENCIA - SO PARA
      * COMPETENCIA FECHADA NO FECHFILE, PARA O EVENTO NAO
      * DIVERGIR DE UMA FOLHA AINDA SUJEITA A RECALCULO
      ***************************************************
       2000-GERAR-REMUNERACAO.
           IF WRK-COMPETENCIA = ZERO
               DISPLAY 'INFORME A COMPETENCIA PARA GERAR O S-1200'
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT FECHAMENTO-FILE.
           IF WRK-FS-FECHAMENTO NOT = '00'
               DISPLAY 'SEM ARQUIVO DE FECHAMENTO (FS='
                   WRK-FS-FECHAMENTO ') - NENHUMA COMPETENCIA '
                   'FECHADA PELO PROGCOB26'
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
                   WRK-FS-EMPLOYEE
               CLOSE FECHAMENTO-FILE
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT FOLHA-CALCULO-FILE.
           IF WRK-FS-FOLHA NOT = '00'
               DISPLAY 'ERRO AO ABRIR FOLHA-CALCULO - FS='
                   WRK-FS-FOLHA
               CLOSE FECHAMENTO-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 8000-LER-FUNCIONARIO THRU 8000-EXIT.
           PERFORM 2100-GERAR-FUNCIONARIO THRU 2100-EXIT
               UNTIL FIM-DO-ARQUIVO.
           CLOSE FECHAMENTO-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE FOLHA-CALCULO-FILE.
           DISPLAY 'GERACAO DO S-1200 - COMPETENCIA ' WRK-COMPETENCIA.
           DISPLAY '  FUNCIONARIOS LIDOS     ' WRK-QTD-LIDOS.
           DISPLAY '  EVENTOS GERADOS        ' WRK-QTD-GERADOS.
           DISPLAY '  JA TRANSMITIDOS        ' WRK-QTD-JA-ENVIADOS.
           DISPLAY '  SEM FOLHA NO MES       ' WRK-QTD-SEM-FOLHA.
           DISPLAY '  COMPETENCIA NAO FECHADA ' WRK-QTD-ABERTA.
           DISPLAY '  COM ERRO               ' WRK-QTD-ERROS.
       2000-EXIT.
           EXIT.

      ***************************************************
      * TRATA UM FUNCIONARIO DO CADASTRO E LE O PROXIMO
      ***************************************************
       2100-GERAR-FUNCIONARIO.
           PERFORM 2050-TESTAR-EMPRESA THRU 2050-EXIT.
           IF REGISTRO-FORA-FILTRO
               GO TO 2100-LER
           END-IF.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE WRK-FUNC-CPF TO WRK-FOLHA-CPF.
           MOVE WRK-COMPETENCIA TO WRK-FOLHA-COMPETENCIA.
           READ FOLHA-CALCULO-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-FOLHA
                   GO TO 2100-LER
           END-READ.
           PERFORM 2200-TESTAR-FECHAMENTO THRU 2200-EXIT.
           IF ULTIMA-ABERTA
               ADD 1 TO WRK-QTD-ABERTA
               GO TO 2100-LER
           END-IF.
           MOVE SPACES TO WRK-CHM-REG.
           MOVE WRK-FUNC-EMPRESA TO WRK-CHM-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-CHM-COMPETENCIA.
           SET CHM-REMUNERACAO TO TRUE.
           MOVE WRK-FUNC-CPF TO WRK-CHM-CPF.
           MOVE WRK-FOLHA-NOME TO WRK-CHM-NOME.
           MOVE ZERO TO WRK-CHM-DATA-FATO.
           MOVE WRK-FOLHA-SALARIO-BRUTO TO WRK-CHM-VALOR.
           MOVE WRK-FOLHA-VALOR-INSS TO WRK-CHM-VALOR-INSS.
           MOVE WRK-FOLHA-VALOR-IRRF TO WRK-CHM-VALOR-IRRF.
           CALL 'PROGCOB41' USING WRK-CHM-REG WRK-CHM-RETORNO.
           IF CHM-GRAVADO
               ADD 1 TO WRK-QTD-GERADOS
           END-IF.
           IF CHM-JA-ENVIADO
               ADD 1 TO WRK-QTD-JA-ENVIADOS
           END-IF.
           IF CHM-ERRO
               ADD 1 TO WRK-QTD-ERROS
           END-IF.
       2100-LER.
           PERFORM 8000-LER-FUNCIONARIO THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      ***************************************************
      * SELECIONA O FUNCIONARIO PELA EMPRESA PEDIDA
      ***************************************************
       2050-TESTAR-EMPRESA.
           IF WRK-EMPRESA-FILTRO = '***'
               OR WRK-EMPRESA-FILTRO = WRK-FUNC-EMPRESA
               SET REGISTRO-SELECIONADO TO TRUE
           ELSE
               SET REGISTRO-FORA-FILTRO TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

      ***************************************************
      * CONSULTA NO FECHFILE SE A COMPETENCIA ESTA FECHADA
      * PARA A EMPRESA DO FUNCIONARIO - GUARDA A ULTIMA
      * EMPRESA CONSULTADA PARA NAO RELER A CADA CPF
      ***************************************************
       2200-TESTAR-FECHAMENTO.
           IF WRK-FUNC-EMPRESA = WRK-FECH-ULT-EMPRESA
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-FUNC-EMPRESA TO WRK-FECH-ULT-EMPRESA.
           MOVE WRK-FUNC-EMPRESA TO WRK-FECH-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-FECH-COMPETENCIA.
           SET ULTIMA-ABERTA TO TRUE.
           READ FECHAMENTO-FILE
               INVALID KEY
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' NAO FECHADA NA EMPRESA ' WRK-FUNC-EMPRESA
               NOT INVALID KEY
                   IF COMPETENCIA-FECHADA
                       SET ULTIMA-FECHADA TO TRUE
                   ELSE
                       DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                           ' REABERTA NA EMPRESA ' WRK-FUNC-EMPRESA
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.

      ***************************************************
      * GRAVA NO ARQUIVO DE ENVIO OS EVENTOS GERADOS DA
      * EMPRESA E COMPETENCIA PEDIDAS E OS MARCA COMO
      * ENVIADOS, AGUARDANDO O RECIBO DO GOVERNO
      ***************************************************
       3000-EXPORTAR-EVENTOS.
           OPEN I-O EVENTO-FILE.
           IF WRK-FS-EVENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESOCIAL - FS=' WRK-FS-EVENTO
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT ENVIO-FILE.
           IF WRK-FS-ENVIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESOCENV - FS=' WRK-FS-ENVIO
               CLOSE EVENTO-FILE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 8100-LER-EVENTO THRU 8100-EXIT.
           PERFORM 3100-EXPORTAR-EVENTO THRU 3100-EXIT
               UNTIL FIM-DO-ARQUIVO.
           CLOSE EVENTO-FILE.
           CLOSE ENVIO-FILE.
           DISPLAY 'EVENTOS EXPORTADOS PARA O ESOCENV: '
               WRK-QTD-EXPORTADOS.
       3000-EXIT.
           EXIT.

      ***************************************************
      * EXPORTA UM EVENTO GERADO, SE SELECIONADO, E LE O
      * PROXIMO
      ***************************************************
       3100-EXPORTAR-EVENTO.
           PERFORM 3050-TESTAR-EVENTO THRU 3050-EXIT.
           IF REGISTRO-SELECIONADO AND EVT-GERADO
               MOVE WRK-EVT-ID TO WRK-ENV-ID
               MOVE WRK-EVT-TIPO TO WRK-ENV-TIPO
               MOVE WRK-EVT-EMPRESA TO WRK-ENV-EMPRESA
               MOVE WRK-EVT-COMPETENCIA TO WRK-ENV-COMPETENCIA
               MOVE WRK-EVT-CPF TO WRK-ENV-CPF
               MOVE WRK-EVT-NOME TO WRK-ENV-NOME
               MOVE WRK-EVT-DATA-FATO TO WRK-ENV-DATA-FATO
               MOVE WRK-EVT-VALOR TO WRK-ENV-VALOR
               MOVE WRK-EVT-VALOR-INSS TO WRK-ENV-VALOR-INSS
               MOVE WRK-EVT-VALOR-IRRF TO WRK-ENV-VALOR-IRRF
               MOVE WRK-EVT-MOTIVO TO WRK-ENV-MOTIVO
               WRITE WRK-ENV-REG
               SET EVT-ENVIADO TO TRUE
               REWRITE WRK-EVT-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO MARCAR ENVIO - '
                           WRK-EVT-CHAVE
               END-REWRITE
               ADD 1 TO WRK-QTD-EXPORTADOS
           END-IF.
           PERFORM 8100-LER-EVENTO THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      ***************************************************
      * SELECIONA O EVENTO PELA EMPRESA E PELA COMPETENCIA
      * PEDIDAS
      ***************************************************
       3050-TESTAR-EVENTO.
           SET REGISTRO-FORA-FILTRO TO TRUE.
           IF (WRK-EMPRESA-FILTRO = '***'
               OR WRK-EMPRESA-FILTRO = WRK-EVT-EMPRESA)
               AND (WRK-COMPETENCIA = ZERO
               OR WRK-COMPETENCIA = WRK-EVT-COMPETENCIA)
               SET REGISTRO-SELECIONADO TO TRUE
           END-IF.
       3050-EXIT.
           EXIT.

      ***************************************************
      * CARREGA O RECIBO DO ESOCIAL NA TABELA E APLICA CADA
      * LINHA AO EVENTO ENVIADO DE MESMO IDENTIFICADOR -
      * LISTA NO FINAL AS LINHAS SEM EVENTO CORRESPONDENTE
      ***************************************************
       4000-PROCESSAR-RECIBO.
           OPEN INPUT RETORNO-FILE.
           IF WRK-FS-RETORNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RETESOC - FS=' WRK-FS-RETORNO
               GO TO 4000-EXIT
           END-IF.
           PERFORM 8200-LER-RECIBO THRU 8200-EXIT.
           PERFORM 4100-CARREGAR-RECIBO THRU 4100-EXIT
               UNTIL FIM-DO-ARQUIVO.
           CLOSE RETORNO-FILE.
           OPEN I-O EVENTO-FILE.
           IF WRK-FS-EVENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESOCIAL - FS=' WRK-FS-EVENTO
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 8100-LER-EVENTO THRU 8100-EXIT.
           PERFORM 4200-APLICAR-RECIBO THRU 4200-EXIT
               UNTIL FIM-DO-ARQUIVO.
           CLOSE EVENTO-FILE.
           PERFORM 4400-LISTAR-SEM-EVENTO THRU 4400-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TRET-QTD.
           DISPLAY 'RECIBO DO ESOCIAL PROCESSADO'.
           DISPLAY '  LINHAS DO RECIBO       ' WRK-TRET-QTD.
           DISPLAY '  EVENTOS ACEITOS        ' WRK-QTD-ACEITOS.
           DISPLAY '  EVENTOS REJEITADOS     ' WRK-QTD-REJEITADOS.
           DISPLAY '  LINHAS SEM EVENTO      ' WRK-QTD-SEM-EVENTO.
       4000-EXIT.
           EXIT.

      ***************************************************
      * GUARDA UMA LINHA DO RECIBO NA TABELA E LE A PROXIMA
      ***************************************************
       4100-CARREGAR-RECIBO.
           IF WRK-TRET-QTD NOT < WRK-TRET-MAX
               DISPLAY 'TABELA DO RECIBO CHEIA - LINHA IGNORADA - ID '
                   WRK-RET-ID
               GO TO 4100-LER
           END-IF.
           ADD 1 TO WRK-TRET-QTD.
           MOVE WRK-RET-ID TO WRK-TRET-ID (WRK-TRET-QTD).
           MOVE WRK-RET-SITUACAO TO WRK-TRET-SITUACAO (WRK-TRET-QTD).
           MOVE WRK-RET-RECIBO TO WRK-TRET-RECIBO (WRK-TRET-QTD).
           MOVE WRK-RET-MENSAGEM TO WRK-TRET-MENSAGEM (WRK-TRET-QTD).
           MOVE 'N' TO WRK-TRET-APLICADO (WRK-TRET-QTD).
       4100-LER.
           PERFORM 8200-LER-RECIBO THRU 8200-EXIT.
       4100-EXIT.
           EXIT.

      ***************************************************
      * PARA UM EVENTO ENVIADO, PROCURA O SEU ID NO RECIBO E
      * GRAVA A SITUACAO, O NUMERO DO RECIBO E A MENSAGEM
      ***************************************************
       4200-APLICAR-RECIBO.
           IF NOT EVT-ENVIADO
               GO TO 4200-LER
           END-IF.
           SET ID-NAO-ENCONTRADO TO TRUE.
           MOVE ZERO TO WRK-POS.
           PERFORM 4300-TESTAR-ID THRU 4300-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TRET-QTD
                   OR ID-ENCONTRADO.
           IF ID-NAO-ENCONTRADO
               GO TO 4200-LER
           END-IF.
           MOVE 'S' TO WRK-TRET-APLICADO (WRK-POS).
           MOVE WRK-TRET-SITUACAO (WRK-POS) TO WRK-EVT-SITUACAO.
           IF EVT-ACEITO
               ADD 1 TO WRK-QTD-ACEITOS
           ELSE
               SET EVT-REJEITADO TO TRUE
               ADD 1 TO WRK-QTD-REJEITADOS
               DISPLAY 'EVENTO REJEITADO ' WRK-EVT-TIPO ' CPF '
                   WRK-EVT-CPF ' - ' WRK-TRET-MENSAGEM (WRK-POS)
           END-IF.
           MOVE WRK-TRET-RECIBO (WRK-POS) TO WRK-EVT-RECIBO.
           MOVE WRK-TRET-MENSAGEM (WRK-POS) TO WRK-EVT-MENSAGEM.
           ACCEPT WRK-EVT-DATA-RETORNO FROM DATE YYYYMMDD.
           REWRITE WRK-EVT-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR RECIBO - ' WRK-EVT-CHAVE
           END-REWRITE.
       4200-LER.
           PERFORM 8100-LER-EVENTO THRU 8100-EXIT.
       4200-EXIT.
           EXIT.

       4300-TESTAR-ID.
           IF WRK-TRET-ID (WRK-IDX) = WRK-EVT-ID
               AND WRK-TRET-APLICADO (WRK-IDX) = 'N'
               SET ID-ENCONTRADO TO TRUE
               MOVE WRK-IDX TO WRK-POS
           END-IF.
       4300-EXIT.
           EXIT.

      ***************************************************
      * AVISA A LINHA DO RECIBO QUE NAO CASOU COM NENHUM
      * EVENTO ENVIADO (ID DESCONHECIDO OU JA PROCESSADO)
      ***************************************************
       4400-LISTAR-SEM-EVENTO.
           IF WRK-TRET-APLICADO (WRK-IDX) = 'N'
               ADD 1 TO WRK-QTD-SEM-EVENTO
               DISPLAY 'ID SEM EVENTO ENVIADO: '
                   WRK-TRET-ID (WRK-IDX)
           END-IF.
       4400-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME OS EVENTOS PENDENTES (GERADOS, ENVIADOS SEM
      * RECIBO E REJEITADOS) COM QUEBRA POR EMPRESA E
      * COMPETENCIA E OS TOTAIS POR SITUACAO
      ***************************************************
       5000-LISTAR-PENDENTES.
           OPEN INPUT EVENTO-FILE.
           IF WRK-FS-EVENTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESOCIAL - FS=' WRK-FS-EVENTO
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELESOC - FS=' WRK-FS-RELATORIO
               CLOSE EVENTO-FILE
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'EVENTOS DO ESOCIAL PENDENTES - EMPRESA '
               WRK-EMPRESA-FILTRO ' COMPETENCIA ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING PAGE.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SITUACAO: G=GERADO  E=ENVIADO SEM RECIBO  '
               'R=REJEITADO'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           PERFORM 8100-LER-EVENTO THRU 8100-EXIT.
           PERFORM 5100-LISTAR-EVENTO THRU 5100-EXIT
               UNTIL FIM-DO-ARQUIVO.
           IF WRK-QUEBRA-EMPRESA NOT = SPACES
               PERFORM 5300-FECHAR-GRUPO THRU 5300-EXIT
           END-IF.
           MOVE WRK-QTD-GERADO-PEND TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL GERADOS SEM ENVIO    : ' WRK-QTD-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 3 LINES.
           MOVE WRK-QTD-ENVIADO-PEND TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL ENVIADOS SEM RECIBO  : ' WRK-QTD-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           MOVE WRK-QTD-REJEIT-PEND TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'TOTAL REJEITADOS           : ' WRK-QTD-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           CLOSE EVENTO-FILE.
           CLOSE RELATORIO-FILE.
           DISPLAY 'RELATORIO DE PENDENTES GRAVADO NO RELESOC'.
       5000-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME UM EVENTO PENDENTE SELECIONADO, QUEBRANDO
      * O GRUPO QUANDO MUDA A EMPRESA OU A COMPETENCIA
      ***************************************************
       5100-LISTAR-EVENTO.
           PERFORM 3050-TESTAR-EVENTO THRU 3050-EXIT.
           IF REGISTRO-FORA-FILTRO OR NOT EVT-PENDENTE
               GO TO 5100-LER
           END-IF.
           IF WRK-EVT-EMPRESA NOT = WRK-QUEBRA-EMPRESA
               OR WRK-EVT-COMPETENCIA NOT = WRK-QUEBRA-COMPET
               IF WRK-QUEBRA-EMPRESA NOT = SPACES
                   PERFORM 5300-FECHAR-GRUPO THRU 5300-EXIT
               END-IF
               PERFORM 5200-ABRIR-GRUPO THRU 5200-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING WRK-EVT-TIPO ' ' WRK-EVT-CPF ' ' WRK-EVT-NOME ' '
               WRK-EVT-SITUACAO ' ' WRK-EVT-ID
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           IF EVT-REJEITADO
               MOVE SPACES TO WRK-LINHA-REL
               STRING '       MOTIVO: ' WRK-EVT-MENSAGEM
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES
               ADD 1 TO WRK-QTD-REJEIT-PEND
           END-IF.
           IF EVT-GERADO
               ADD 1 TO WRK-QTD-GERADO-PEND
           END-IF.
           IF EVT-ENVIADO
               ADD 1 TO WRK-QTD-ENVIADO-PEND
           END-IF.
           ADD 1 TO WRK-QTD-GRUPO.
       5100-LER.
           PERFORM 8100-LER-EVENTO THRU 8100-EXIT.
       5100-EXIT.
           EXIT.

      ***************************************************
      * CABECALHO DO GRUPO DE EMPRESA E COMPETENCIA
      ***************************************************
       5200-ABRIR-GRUPO.
           MOVE WRK-EVT-EMPRESA TO WRK-QUEBRA-EMPRESA.
           MOVE WRK-EVT-COMPETENCIA TO WRK-QUEBRA-COMPET.
           MOVE ZERO TO WRK-QTD-GRUPO.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'EMPRESA ' WRK-QUEBRA-EMPRESA
               '   COMPETENCIA ' WRK-QUEBRA-COMPET
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'EVENTO CPF         NOME                 S '
               'IDENTIFICADOR'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       5200-EXIT.
           EXIT.

      ***************************************************
      * TOTAL DE PENDENTES DO GRUPO QUE SE ENCERRA
      ***************************************************
       5300-FECHAR-GRUPO.
           MOVE WRK-QTD-GRUPO TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PENDENTES DA EMPRESA ' WRK-QUEBRA-EMPRESA
               ' NA COMPETENCIA ' WRK-QUEBRA-COMPET ': ' WRK-QTD-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       5300-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DE AUDITORIA COM A OPCAO, A EMPRESA
      * E A COMPETENCIA TRATADAS
      ***************************************************
       6000-GRAVAR-AUDITORIA.
           IF WRK-FS-AUDITLOG NOT = '00'
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO WRK-AUDIT-REG.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'PROGCOB40' TO WRK-AUDIT-PROGRAMA.
           MOVE SPACES TO WRK-AUDIT-CPF.
           STRING WRK-OPCAO ' ' WRK-EMPRESA-FILTRO ' '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-AUDIT-NOME.
           MOVE ZERO TO WRK-AUDIT-SALARIO.
           WRITE WRK-AUDIT-REG.
       6000-EXIT.
           EXIT.

      ***************************************************
      * LE O PROXIMO FUNCIONARIO DO CADASTRO
      ***************************************************
       8000-LER-FUNCIONARIO.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       8000-EXIT.
           EXIT.

      ***************************************************
      * LE O PROXIMO EVENTO NA ORDEM DA CHAVE (EMPRESA,
      * COMPETENCIA, TIPO E CPF)
      ***************************************************
       8100-LER-EVENTO.
           READ EVENTO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       8100-EXIT.
           EXIT.

      ***************************************************
      * LE A PROXIMA LINHA DO RECIBO DO ESOCIAL
      ***************************************************
       8200-LER-RECIBO.
           READ RETORNO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       8200-EXIT.
           EXIT.

      ***************************************************
      * FECHA A TRILHA DE AUDITORIA
      ***************************************************
       9999-FINALIZAR.
           IF WRK-FS-AUDITLOG = '00'
               CLOSE AUDIT-LOG-FILE
           END-IF.
       9999-EXIT.
           EXIT.
