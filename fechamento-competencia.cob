      * CODIGO LIVRE NO CONSOLE E PASSA A SER AUTENTICADO
      * PELA SUBROTINA DE LOGON PROGCOB32 - A REABERTURA DE
      * COMPETENCIA EXIGE NIVEL 5 OU MAIOR
      * ALTERADO = 15/10/2026 - O FECHAMENTO SO E GRAVADO SE O
      * CONTROLE DE EXECUCAO (CTRLEXEC, PELO PROGCOB55) MOSTRAR
      * TODAS AS ETAPAS DO MES DA EMPRESA TERMINADAS
      * NORMALMENTE E NA ORDEM - REGISTRA O INICIO E O FIM
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 OPCAO-FECHAR           VALUE 'F'.
           88 OPCAO-REABRIR          VALUE 'R'.
           88 OPCAO-VALIDA           VALUE 'F' 'R'.
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
               DISPLAY 'NIVEL INSUFICIENTE PARA REABRIR - EXIGIDO '
                   WRK-NIVEL-REABRIR ' - OPERADOR ' WRK-OPERADOR
           ELSE
               IF OPCAO-FECHAR
                   PERFORM 2500-INICIAR-CONTROLE THRU 2500-EXIT
               END-IF
               IF OPCAO-REABRIR OR CHX-LIBERADO
                   PERFORM 3000-GRAVAR-FECHAMENTO THRU 3000-EXIT
                   PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
               END-IF
               IF OPCAO-FECHAR AND CHX-LIBERADO
                   PERFORM 8900-FINALIZAR-CONTROLE THRU 8900-EXIT
               END-IF
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
       2000-EXIT.
           EXIT.

      ***************************************************
      * ANTES DE FECHAR, CONFERE NO CONTROLE DE EXECUCAO
      * (PROGCOB55) SE TODAS AS ETAPAS DO MES TERMINARAM
      * NORMALMENTE E NA ORDEM PARA A EMPRESA E GRAVA O
      * INICIO DO FECHAMENTO - A REABERTURA NAO E CONFERIDA
      ***************************************************
       2500-INICIAR-CONTROLE.
           MOVE SPACES TO WRK-CHX-REG.
           MOVE WRK-EMPRESA TO WRK-CHX-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-CHX-COMPETENCIA.
           MOVE 'PROGCOB26' TO WRK-CHX-PROGRAMA.
           MOVE WRK-OPERADOR TO WRK-CHX-OPERADOR.
           MOVE 'I' TO WRK-CHX-ACAO.
           CALL 'PROGCOB55' USING WRK-CHX-REG WRK-CHX-ACAO
               WRK-CHX-RETORNO WRK-CHX-MENSAGEM.
           IF NOT CHX-LIBERADO
               DISPLAY 'FECHAMENTO RECUSADO - ' WRK-CHX-MENSAGEM
           END-IF.
       2500-EXIT.
           EXIT.

      ***************************************************
      * GRAVA (OU REGRAVA) O REGISTRO DE FECHAMENTO DA
      * EMPRESA MAIS COMPETENCIA COM A SITUACAO ESCOLHIDA
       5000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA NO CONTROLE DE EXECUCAO (PROGCOB55) O FIM
      * NORMAL DO FECHAMENTO DA EMPRESA NA COMPETENCIA
      ***************************************************
       8900-FINALIZAR-CONTROLE.
           MOVE 1 TO WRK-CHX-QTD-GRAVADOS.
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
