      * COM A CONTA QUE O BANCO ACABOU DE REJEITAR - CPF SEM
      * CADASTRO NO MESTRE E APENAS REPORTADO, SEM LINHA DE
      * REAPRESENTACAO
      * ALTERADO = 15/10/2026 - CONFERE NO CONTROLE DE EXECUCAO
      * DO FECHAMENTO MENSAL (CTRLEXEC, PELO PROGCOB55) SE AS
      * ETAPAS ANTERIORES TERMINARAM NORMALMENTE PARA TODAS AS
      * EMPRESAS E REGISTRA O INICIO, O FIM E AS QUANTIDADES
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-VALOR-ED       PIC $ZZZ.ZZ9,99.
       77 WRK-TOTAL-PAGO-ED  PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-REJ-ED   PIC $ZZZ.ZZZ.ZZ9,99.
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
       1000-INICIALIZAR.
           DISPLAY 'COMPETENCIA DO RETORNO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           PERFORM 1050-INICIAR-CONTROLE THRU 1050-EXIT.
           IF NOT CHX-LIBERADO
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT RETORNO-FILE.
           IF WRK-FS-RETORNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RETBANCO - FS=' WRK-FS-RETORNO
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
           MOVE '***' TO WRK-CHX-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-CHX-COMPETENCIA.
           MOVE 'PROGCOB24' TO WRK-CHX-PROGRAMA.
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
      * CRUZA UMA LINHA DO RETORNO COM A FOLHA CALCULADA DA
      * COMPETENCIA, IMPRIME O DEMONSTRATIVO E TRATA O
      * PROXIMA LINHA
      ***************************************************
       2000-PROCESSAR.
           ADD 1 TO WRK-CHX-QTD-LIDOS.
           PERFORM 3000-LOCALIZAR-FOLHA THRU 3000-EXIT.
           IF RETORNO-PAGO
               PERFORM 4000-TRATAR-PAGO THRU 4000-EXIT
               ADD 1 TO WRK-CHX-QTD-GRAVADOS
           ELSE
               IF RETORNO-REJEITADO
                   PERFORM 5000-TRATAR-REJEITADO THRU 5000-EXIT
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
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE REJEITADO-FILE.
           PERFORM 8900-FINALIZAR-CONTROLE THRU 8900-EXIT.
       9999-EXIT.
           EXIT.
