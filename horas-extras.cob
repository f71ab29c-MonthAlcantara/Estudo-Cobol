      * CODIGO LIVRE NO CONSOLE E PASSA A SER AUTENTICADO
      * PELA SUBROTINA DE LOGON PROGCOB32, PARA A TRILHA DE
      * AUDITORIA REGISTRAR UM OPERADOR VERDADEIRO
      * ALTERADO = 15/10/2026 - REGISTRA CADA LANCAMENTO NO
      * CONTROLE DE EXECUCAO DO FECHAMENTO MENSAL (CTRLEXEC,
      * PELO PROGCOB55), PARA QUE O CONTRACHEQUE E A REMESSA SO
      * RODEM DEPOIS DE A FOLHA SER RECALCULADA
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-PERC-OK       PIC X(01) VALUE 'N'.
           88 PERCENTUAL-VALIDO      VALUE 'S'.
           88 PERCENTUAL-INVALIDO    VALUE 'N'.
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
                   PERFORM 3000-CALCULAR-VALOR THRU 3000-EXIT
                   PERFORM 4000-GRAVAR-HORAS THRU 4000-EXIT
                   PERFORM 5000-GRAVAR-AUDITORIA THRU 5000-EXIT
                   PERFORM 5500-REGISTRAR-CONTROLE THRU 5500-EXIT
               END-IF
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
       5000-EXIT.
           EXIT.

      ***************************************************
      * REGISTRA O LANCAMENTO NO CONTROLE DE EXECUCAO DO
      * FECHAMENTO MENSAL (PROGCOB55) PARA A EMPRESA DO
      * FUNCIONARIO - AS ETAPAS SEGUINTES DA COMPETENCIA
      * PASSAM A EXIGIR O REPROCESSAMENTO DA FOLHA
      ***************************************************
       5500-REGISTRAR-CONTROLE.
           MOVE SPACES TO WRK-CHX-REG.
           MOVE WRK-FUNC-EMPRESA TO WRK-CHX-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-CHX-COMPETENCIA.
           MOVE 'PROGCOB23' TO WRK-CHX-PROGRAMA.
           MOVE WRK-OPERADOR TO WRK-CHX-OPERADOR.
           MOVE 1 TO WRK-CHX-QTD-LIDOS.
           MOVE 1 TO WRK-CHX-QTD-GRAVADOS.
           MOVE 'L' TO WRK-CHX-ACAO.
           CALL 'PROGCOB55' USING WRK-CHX-REG WRK-CHX-ACAO
               WRK-CHX-RETORNO WRK-CHX-MENSAGEM.
           IF NOT CHX-LIBERADO
               DISPLAY 'LANCAMENTO NAO REGISTRADO NO CTRLEXEC - '
                   WRK-CHX-MENSAGEM
           END-IF.
       5500-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
