      * ALTERADO = 02/09/2026 - MOSTRA O ADIANTAMENTO
      * QUINZENAL JA PAGO NO DIA 15 (PROGCOB38) E O SALDO
      * LIQUIDO A RECEBER COMO LINHAS SEPARADAS
      * ALTERADO = 15/10/2026 - CONFERE NO CONTROLE DE EXECUCAO
      * DO FECHAMENTO MENSAL (CTRLEXEC, PELO PROGCOB55) SE AS
      * ETAPAS ANTERIORES TERMINARAM NORMALMENTE E SE A FOLHA NAO
      * FOI RECALCULADA DEPOIS, E REGISTRA O INICIO E O FIM
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-IRRF-ED       PIC $ZZZ.ZZ9,99.
       77 WRK-DESC-ED       PIC $ZZZ.ZZ9,99.
       77 WRK-LIQ-ED        PIC $ZZZ.ZZ9,99.
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
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           DISPLAY 'EMPRESA A IMPRIMIR (*** = TODAS): '.
           ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE.
           PERFORM 1050-INICIAR-CONTROLE THRU 1050-EXIT.
           IF NOT CHX-LIBERADO
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-FS-EMPLOYEE NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPLOYEE-MASTER - FS='
       1000-EXIT.
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
           MOVE 'PROGCOB07' TO WRK-CHX-PROGRAMA.
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
      * PARA CADA FUNCIONARIO, BUSCA A FOLHA CALCULADA E
      * IMPRIME O CONTRACHEQUE
      ***************************************************
       2000-PROCESSAR.
           ADD 1 TO WRK-CHX-QTD-LIDOS.
           PERFORM 2050-TESTAR-EMPRESA THRU 2050-EXIT.
           IF FUNCIONARIO-SELECIONADO
               PERFORM 3000-LOCALIZAR-FOLHA THRU 3000-EXIT
               PERFORM 4000-IMPRIMIR-CONTRACHEQUE THRU 4000-EXIT
               ADD 1 TO WRK-CHX-QTD-GRAVADOS
           END-IF.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       2000-EXIT.
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
      * FECHA OS ARQUIVOS
      ***************************************************
           CLOSE FOLHA-CALCULO-FILE.
           CLOSE CONTRACHEQUE-FILE.
           CLOSE RUBRICA-FILE.
           PERFORM 8900-FINALIZAR-CONTROLE THRU 8900-EXIT.
       9999-EXIT.
           EXIT.
