       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB56.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = IMPRIMIR, PARA UMA COMPETENCIA, A SITUACAO
      * DE CADA EMPRESA NO CICLO DO FECHAMENTO MENSAL - PARA
      * CADA ETAPA DA CADEIA (LANCAMENTOS, FOLHA, CONTRACHEQUE,
      * REMESSA, RETORNO, CONTABILIZACAO E FECHAMENTO) A
      * EXECUCAO QUE VALE PARA A EMPRESA NO CONTROLE DE
      * EXECUCAO (CTRLEXEC, PELO PROGCOB55), COM INICIO, FIM,
      * QUANTIDADES E OPERADOR, A PRIMEIRA ETAPA PENDENTE E A
      * SITUACAO DA COMPETENCIA NO ARQUIVO DE FECHAMENTO
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - INCLUIDO O VALE-TRANSPORTE
      * (PROGCOB48) ENTRE OS LANCAMENTOS DA CADEIA
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-FILE
               ASSIGN TO "EMPRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-EMPR-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT FECHAMENTO-FILE
               ASSIGN TO "FECHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-FECH-CHAVE
               FILE STATUS IS WRK-FS-FECHAMENTO.
           SELECT RELATORIO-FILE
               ASSIGN TO "RELCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA-FILE.
           COPY CADASTRO-EMPRESA.
       FD  FECHAMENTO-FILE.
           COPY FECHAMENTO-COMPETENCIA.
       FD  RELATORIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  WRK-LINHA-REL PIC X(080).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FECHAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO  PIC X(02) VALUE ZEROS.
      ***************CADASTRO DE EMPRESAS E ARQUIVO DE
      ***************FECHAMENTO DISPONIVEIS PARA CONSULTA
       77 WRK-EMPRFILE      PIC X(01) VALUE 'N'.
           88 EMPRFILE-ABERTO         VALUE 'S'.
       77 WRK-FECHFILE      PIC X(01) VALUE 'N'.
           88 FECHFILE-ABERTO         VALUE 'S'.
       77 WRK-FIM-EMPRESA   PIC X(01) VALUE 'N'.
           88 FIM-DAS-EMPRESAS        VALUE 'S'.
       77 WRK-QTD-EMPRESAS  PIC 9(03) VALUE ZERO COMP.
      ***************COMPETENCIA A LISTAR
       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZERO.
      ***************EMPRESA SENDO LISTADA E A SUA RAZAO SOCIAL
       77 WRK-EMPRESA       PIC X(03) VALUE SPACES.
       77 WRK-RAZAO-SOCIAL  PIC X(30) VALUE SPACES.
      ***************ETAPAS DA CADEIA DO FECHAMENTO MENSAL NA
      ***************ORDEM DE EXECUCAO, COM A POSICAO DE CADA
      ***************UMA (1 = LANCAMENTO OPCIONAL) E A DESCRICAO
       01  WRK-TAB-CADEIA-DADOS.
           05 FILLER PIC X(30) VALUE
               'PROGCOB371LANCAMENTO RUBRICAS '.
           05 FILLER PIC X(30) VALUE
               'PROGCOB231HORAS EXTRAS        '.
           05 FILLER PIC X(30) VALUE
               'PROGCOB491IMPORTACAO DO PONTO '.
           05 FILLER PIC X(30) VALUE
               'PROGCOB481VALE-TRANSPORTE     '.
           05 FILLER PIC X(30) VALUE
               'PROGCOB062CALCULO DA FOLHA    '.
           05 FILLER PIC X(30) VALUE
               'PROGCOB073CONTRACHEQUES       '.
           05 FILLER PIC X(30) VALUE
               'PROGCOB184REMESSA BANCARIA    '.
           05 FILLER PIC X(30) VALUE
               'PROGCOB245RETORNO BANCARIO    '.
           05 FILLER PIC X(30) VALUE
               'PROGCOB276CONTABILIZACAO      '.
           05 FILLER PIC X(30) VALUE
               'PROGCOB267FECHAMENTO          '.
       01  WRK-TAB-CADEIA REDEFINES WRK-TAB-CADEIA-DADOS.
           05 WRK-CAD-ETAPA OCCURS 10 TIMES.
               10 WRK-CAD-PROGRAMA  PIC X(09).
               10 WRK-CAD-POSICAO   PIC 9(01).
               10 WRK-CAD-DESCRICAO PIC X(20).
       77 WRK-CAD-QTD       PIC 9(02) VALUE 10 COMP.
       77 WRK-CAD-IDX       PIC 9(02) VALUE ZERO COMP.
      ***************POSICAO DA CADEIA SENDO LISTADA E MAIOR FIM
      ***************(DATA+HORA) DELA E DA POSICAO ANTERIOR
       77 WRK-POS-CORRENTE  PIC 9(01) VALUE ZERO.
       77 WRK-FIM-ANTERIOR  PIC X(16) VALUE ZEROS.
       77 WRK-FIM-GRUPO     PIC X(16) VALUE ZEROS.
      ***************SITUACAO DA ETAPA NA LISTAGEM
       77 WRK-SITUACAO-TXT  PIC X(10) VALUE SPACES.
      ***************PRIMEIRA ETAPA OBRIGATORIA NAO CONCLUIDA
       77 WRK-PENDENTE-IDX  PIC 9(02) VALUE ZERO COMP.
       77 WRK-PENDENTE-SIT  PIC X(10) VALUE SPACES.
      ***************DATA (AAAAMMDD) E HORA (HHMMSSCC) A EDITAR
      ***************COMO DD/MM/AA HH:MM
       01  WRK-DT-DATA                PIC 9(08) VALUE ZERO.
       01  WRK-DT-DATA-R REDEFINES WRK-DT-DATA.
           05 WRK-DT-SECULO           PIC 9(02).
           05 WRK-DT-ANO              PIC 9(02).
           05 WRK-DT-MES              PIC 9(02).
           05 WRK-DT-DIA              PIC 9(02).
       01  WRK-DT-HORA                PIC 9(08) VALUE ZERO.
       01  WRK-DT-HORA-R REDEFINES WRK-DT-HORA.
           05 WRK-DT-HH               PIC 9(02).
           05 WRK-DT-MM               PIC 9(02).
           05 FILLER                  PIC 9(04).
       77 WRK-DT-TEXTO      PIC X(14) VALUE SPACES.
       77 WRK-INICIO-TXT    PIC X(14) VALUE SPACES.
       77 WRK-FIM-TXT       PIC X(14) VALUE SPACES.
       77 WRK-LIDOS-ED      PIC ZZZZZZ9.
       77 WRK-GRAVADOS-ED   PIC ZZZZZZ9.
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
           PERFORM 2000-PROCESSAR-EMPRESAS THRU 2000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * PERGUNTA A COMPETENCIA, ABRE OS ARQUIVOS E IMPRIME
      * O TITULO - SEM CADASTRO DE EMPRESAS LISTA SO AS
      * EXECUCOES PARA TODAS ('***')
      ***************************************************
       1000-INICIALIZAR.
           DISPLAY 'COMPETENCIA A LISTAR (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           OPEN OUTPUT RELATORIO-FILE.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELCTRL - FS=' WRK-FS-RELATORIO
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPRESA-FILE.
           IF WRK-FS-EMPRESA = '00'
               SET EMPRFILE-ABERTO TO TRUE
           ELSE
               DISPLAY 'SEM CADASTRO DE EMPRESAS (FS=' WRK-FS-EMPRESA
                   ') - LISTADAS SO AS EXECUCOES PARA TODAS'
           END-IF.
           OPEN INPUT FECHAMENTO-FILE.
           IF WRK-FS-FECHAMENTO = '00'
               SET FECHFILE-ABERTO TO TRUE
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'SITUACAO DO FECHAMENTO MENSAL - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       1000-EXIT.
           EXIT.

      ***************************************************
      * PERCORRE O CADASTRO DE EMPRESAS IMPRIMINDO O CICLO
      * DE CADA UMA
      ***************************************************
       2000-PROCESSAR-EMPRESAS.
           IF EMPRFILE-ABERTO
               MOVE LOW-VALUES TO WRK-EMPR-CODIGO
               START EMPRESA-FILE
                   KEY IS NOT LESS THAN WRK-EMPR-CODIGO
                   INVALID KEY
                       SET FIM-DAS-EMPRESAS TO TRUE
               END-START
               PERFORM 2100-LER-EMPRESA THRU 2100-EXIT
                   UNTIL FIM-DAS-EMPRESAS
           END-IF.
           IF WRK-QTD-EMPRESAS = ZERO
               MOVE '***' TO WRK-EMPRESA
               MOVE 'TODAS AS EMPRESAS' TO WRK-RAZAO-SOCIAL
               PERFORM 3000-IMPRIMIR-EMPRESA THRU 3000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-EMPRESA.
           READ EMPRESA-FILE NEXT RECORD
               AT END
                   SET FIM-DAS-EMPRESAS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-EMPRESAS
                   MOVE WRK-EMPR-CODIGO TO WRK-EMPRESA
                   MOVE WRK-EMPR-RAZAO-SOCIAL TO WRK-RAZAO-SOCIAL
                   PERFORM 3000-IMPRIMIR-EMPRESA THRU 3000-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      ***************************************************
      * IMPRIME O CABECALHO DA EMPRESA, UMA LINHA POR ETAPA
      * DA CADEIA, A PRIMEIRA ETAPA PENDENTE E A SITUACAO
      * DA COMPETENCIA NO ARQUIVO DE FECHAMENTO
      ***************************************************
       3000-IMPRIMIR-EMPRESA.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'EMPRESA ' WRK-EMPRESA ' - ' WRK-RAZAO-SOCIAL
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 3 LINES.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'PROGRAMA  EMP SITUACAO   INICIO         FIM'
               '              LIDOS GRAVADO OPERADOR'
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           MOVE 1 TO WRK-POS-CORRENTE.
           MOVE ZEROS TO WRK-FIM-ANTERIOR.
           MOVE ZEROS TO WRK-FIM-GRUPO.
           MOVE ZERO TO WRK-PENDENTE-IDX.
           PERFORM 3100-IMPRIMIR-ETAPA THRU 3100-EXIT
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-CAD-QTD.
           MOVE SPACES TO WRK-LINHA-REL.
           IF WRK-PENDENTE-IDX = ZERO
               MOVE 'CICLO DO MES: TODAS AS ETAPAS CONCLUIDAS' TO
                   WRK-LINHA-REL
           ELSE
               STRING 'ETAPA PENDENTE: '
                   WRK-CAD-PROGRAMA (WRK-PENDENTE-IDX) ' '
                   WRK-CAD-DESCRICAO (WRK-PENDENTE-IDX) ' ('
                   WRK-PENDENTE-SIT ')'
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-IF.
           WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES.
           PERFORM 3500-IMPRIMIR-FECHAMENTO THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      ***************************************************
      * CONSULTA NO PROGCOB55 A EXECUCAO QUE VALE PARA A
      * EMPRESA NA ETAPA E CLASSIFICA A SITUACAO - UMA ETAPA
      * CONCLUIDA QUE COMECOU ANTES DO FIM DE ALGUMA ETAPA
      * ANTERIOR ESTA DESATUALIZADA E PRECISA SER REFEITA
      ***************************************************
       3100-IMPRIMIR-ETAPA.
           IF WRK-CAD-POSICAO (WRK-CAD-IDX) NOT = WRK-POS-CORRENTE
               MOVE WRK-FIM-GRUPO TO WRK-FIM-ANTERIOR
               MOVE ZEROS TO WRK-FIM-GRUPO
               MOVE WRK-CAD-POSICAO (WRK-CAD-IDX) TO WRK-POS-CORRENTE
           END-IF.
           MOVE SPACES TO WRK-CHX-REG.
           MOVE WRK-EMPRESA TO WRK-CHX-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-CHX-COMPETENCIA.
           MOVE WRK-CAD-PROGRAMA (WRK-CAD-IDX) TO WRK-CHX-PROGRAMA.
           MOVE 'C' TO WRK-CHX-ACAO.
           CALL 'PROGCOB55' USING WRK-CHX-REG WRK-CHX-ACAO
               WRK-CHX-RETORNO WRK-CHX-MENSAGEM.
           MOVE SPACES TO WRK-INICIO-TXT.
           MOVE SPACES TO WRK-FIM-TXT.
           MOVE ZERO TO WRK-LIDOS-ED.
           MOVE ZERO TO WRK-GRAVADOS-ED.
           IF NOT CHX-LIBERADO
               MOVE SPACES TO WRK-CHX-EMPRESA
               MOVE SPACES TO WRK-CHX-OPERADOR
               IF WRK-POS-CORRENTE = 1
                   MOVE 'SEM LANCTO' TO WRK-SITUACAO-TXT
               ELSE
                   MOVE 'NAO EXEC. ' TO WRK-SITUACAO-TXT
               END-IF
           ELSE
               PERFORM 3200-CLASSIFICAR-ETAPA THRU 3200-EXIT
           END-IF.
           IF WRK-POS-CORRENTE > 1 AND WRK-PENDENTE-IDX = ZERO
              AND WRK-SITUACAO-TXT NOT = 'CONCLUIDO '
               MOVE WRK-CAD-IDX TO WRK-PENDENTE-IDX
               MOVE WRK-SITUACAO-TXT TO WRK-PENDENTE-SIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING WRK-CAD-PROGRAMA (WRK-CAD-IDX) ' ' WRK-CHX-EMPRESA
               ' ' WRK-SITUACAO-TXT ' ' WRK-INICIO-TXT ' '
               WRK-FIM-TXT ' ' WRK-LIDOS-ED ' ' WRK-GRAVADOS-ED ' '
               WRK-CHX-OPERADOR
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       3100-EXIT.
           EXIT.

       3200-CLASSIFICAR-ETAPA.
           IF CHX-CONCLUIDO
               IF WRK-POS-CORRENTE > 1
                  AND WRK-CHX-INICIO < WRK-FIM-ANTERIOR
                   MOVE 'DESATUAL. ' TO WRK-SITUACAO-TXT
               ELSE
                   MOVE 'CONCLUIDO ' TO WRK-SITUACAO-TXT
               END-IF
           ELSE
               IF CHX-COM-ERRO
                   MOVE 'COM ERRO  ' TO WRK-SITUACAO-TXT
               ELSE
                   MOVE 'INCOMPLETO' TO WRK-SITUACAO-TXT
               END-IF
           END-IF.
           IF WRK-CHX-FIM > WRK-FIM-GRUPO
               MOVE WRK-CHX-FIM TO WRK-FIM-GRUPO
           END-IF.
           MOVE WRK-CHX-INICIO-DATA TO WRK-DT-DATA.
           MOVE WRK-CHX-INICIO-HORA TO WRK-DT-HORA.
           PERFORM 3300-EDITAR-DATA THRU 3300-EXIT.
           MOVE WRK-DT-TEXTO TO WRK-INICIO-TXT.
           MOVE WRK-CHX-FIM-DATA TO WRK-DT-DATA.
           MOVE WRK-CHX-FIM-HORA TO WRK-DT-HORA.
           PERFORM 3300-EDITAR-DATA THRU 3300-EXIT.
           MOVE WRK-DT-TEXTO TO WRK-FIM-TXT.
           MOVE WRK-CHX-QTD-LIDOS TO WRK-LIDOS-ED.
           MOVE WRK-CHX-QTD-GRAVADOS TO WRK-GRAVADOS-ED.
       3200-EXIT.
           EXIT.

      ***************************************************
      * EDITA DATA E HORA COMO DD/MM/AA HH:MM (EM BRANCO
      * QUANDO A DATA ESTIVER ZERADA)
      ***************************************************
       3300-EDITAR-DATA.
           MOVE SPACES TO WRK-DT-TEXTO.
           IF WRK-DT-DATA = ZERO
               GO TO 3300-EXIT
           END-IF.
           STRING WRK-DT-DIA '/' WRK-DT-MES '/' WRK-DT-ANO ' '
               WRK-DT-HH ':' WRK-DT-MM
               DELIMITED BY SIZE INTO WRK-DT-TEXTO.
       3300-EXIT.
           EXIT.

      ***************************************************
      * MOSTRA SE A COMPETENCIA DA EMPRESA ESTA FECHADA OU
      * REABERTA NO ARQUIVO DE FECHAMENTO (PROGCOB26)
      ***************************************************
       3500-IMPRIMIR-FECHAMENTO.
           IF NOT FECHFILE-ABERTO OR WRK-EMPRESA = '***'
               GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.
           MOVE WRK-EMPRESA TO WRK-FECH-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-FECH-COMPETENCIA.
           READ FECHAMENTO-FILE
               INVALID KEY
                   MOVE 'FECHFILE: COMPETENCIA NAO FECHADA' TO
                       WRK-LINHA-REL
               NOT INVALID KEY
                   MOVE WRK-FECH-DATA TO WRK-DT-DATA
                   IF COMPETENCIA-FECHADA
                       STRING 'FECHFILE: COMPETENCIA FECHADA EM '
                           WRK-DT-DIA '/' WRK-DT-MES '/' WRK-DT-SECULO
                           WRK-DT-ANO ' POR ' WRK-FECH-OPERADOR
                           DELIMITED BY SIZE INTO WRK-LINHA-REL
                   ELSE
                       STRING 'FECHFILE: COMPETENCIA REABERTA EM '
                           WRK-DT-DIA '/' WRK-DT-MES '/' WRK-DT-SECULO
                           WRK-DT-ANO ' POR ' WRK-FECH-OPERADOR
                           DELIMITED BY SIZE INTO WRK-LINHA-REL
                   END-IF
           END-READ.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
       3500-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
       9999-FINALIZAR.
           CLOSE RELATORIO-FILE.
           IF EMPRFILE-ABERTO
               CLOSE EMPRESA-FILE
           END-IF.
           IF FECHFILE-ABERTO
               CLOSE FECHAMENTO-FILE
           END-IF.
           DISPLAY 'SITUACAO DO FECHAMENTO GRAVADA EM RELCTRL'.
       9999-EXIT.
           EXIT.
