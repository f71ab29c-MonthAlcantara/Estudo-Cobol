       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB58.
      ***************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = MONTIVAL JUNIOR
      * OBJETIVO = DUPLA CONFERENCIA DAS REMESSAS BANCARIAS
      * ANTES DO ENVIO AO BANCO - MOSTRA O CONTROLE DA REMESSA
      * ESCOLHIDA (PAGBANCO, PAGAVREM OU PAGADIAN) COM A
      * QUANTIDADE, O VALOR TOTAL E O TOTAL DE CONTROLE DOS
      * CPFS/CONTAS APURADOS NA GERACAO E CONFERE O ARQUIVO
      * ATUAL COM ELES. A APROVACAO (OU RECUSA) EXIGE NIVEL 5
      * OU MAIOR E UM OPERADOR DIFERENTE DE QUEM GEROU A
      * REMESSA; O ENVIO SO COPIA A REMESSA APROVADA PARA O
      * ARQUIVO DE TRANSMISSAO (REMENVIO) SE ELA NAO FOI
      * ALTERADA DEPOIS DA APROVACAO - SENAO FICA BLOQUEADA.
      * AS REGRAS FICAM NA SUBROTINA PROGCOB57 E CADA ACAO
      * GRAVA A MESMA TRILHA DE AUDITORIA DO PROGCOB17
      * DATA = 15/10/2026
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY REGISTRO-AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-AUDITLOG   PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
      ***************LOGON DO OPERADOR PELA SUBROTINA PROGCOB32
       77 WRK-NIVEL-OPER    PIC 9(01) VALUE ZERO.
       77 WRK-LOGON-OK      PIC X(01) VALUE 'N'.
           88 LOGON-VALIDO           VALUE 'S'.
      ***************NIVEL EXIGIDO PARA APROVAR OU RECUSAR
       77 WRK-NIVEL-APROVAR PIC 9(01) VALUE 5.
      ***************REMESSA ESCOLHIDA (1=MENSAL 2=AVULSA
      ***************3=ADIANTAMENTO)
       77 WRK-TIPO-REMESSA  PIC X(01) VALUE SPACE.
           88 REMESSA-MENSAL         VALUE '1'.
           88 REMESSA-AVULSA         VALUE '2'.
           88 REMESSA-ADIANTAMENTO   VALUE '3'.
           88 TIPO-REMESSA-VALIDO    VALUE '1' '2' '3'.
       77 WRK-ARQUIVO       PIC X(08) VALUE SPACES.
      ***************OPCAO ESCOLHIDA
       77 WRK-OPCAO         PIC X(01) VALUE SPACE.
           88 OPCAO-CONSULTAR        VALUE 'C'.
           88 OPCAO-APROVAR          VALUE 'A'.
           88 OPCAO-RECUSAR          VALUE 'R'.
           88 OPCAO-ENVIAR           VALUE 'E'.
           88 OPCAO-VALIDA           VALUE 'C' 'A' 'R' 'E'.
      ***************CONFIRMACAO DOS TOTAIS PELO APROVADOR
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACE.
           88 CONFIRMADO             VALUE 'S'.
      ***************SITUACAO DA REMESSA POR EXTENSO
       77 WRK-SITUACAO-DESC PIC X(30) VALUE SPACES.
       77 WRK-VALOR-ED      PIC Z.ZZZ.ZZZ.ZZ9,99.
      ***************AREA DE CHAMADA DO CONTROLE DE DUPLA
      ***************CONFERENCIA DAS REMESSAS (PROGCOB57)
           COPY CONTROLE-REMESSA REPLACING LEADING ==WRK-RCT== BY
               ==WRK-RCX== LEADING ==RCT-== BY ==RCX-==.
       77 WRK-RCX-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-RCX-RETORNO   PIC X(01) VALUE SPACE.
           88 RCX-LIBERADO           VALUE 'S'.
           88 RCX-BLOQUEADO          VALUE 'N'.
       77 WRK-RCX-MENSAGEM  PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CAPTURAR-OPCAO THRU 2000-EXIT
               UNTIL OPCAO-VALIDA.
           PERFORM 3000-CONSULTAR THRU 3000-EXIT.
           IF OPCAO-APROVAR OR OPCAO-RECUSAR
               IF WRK-NIVEL-OPER < WRK-NIVEL-APROVAR
                   DISPLAY 'NIVEL INSUFICIENTE PARA APROVAR OU '
                       'RECUSAR REMESSA - EXIGIDO ' WRK-NIVEL-APROVAR
                       ' - OPERADOR ' WRK-OPERADOR
               ELSE
                   IF OPCAO-APROVAR
                       PERFORM 4000-APROVAR THRU 4000-EXIT
                   ELSE
                       PERFORM 5000-RECUSAR THRU 5000-EXIT
                   END-IF
               END-IF
           END-IF.
           IF OPCAO-ENVIAR
               PERFORM 6000-ENVIAR THRU 6000-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.

      ***************************************************
      * IDENTIFICA O OPERADOR, PERGUNTA A REMESSA E ABRE A
      * TRILHA DE AUDITORIA
      ***************************************************
       1000-INICIALIZAR.
           CALL 'PROGCOB32' USING WRK-OPERADOR WRK-NIVEL-OPER
               WRK-LOGON-OK.
           IF NOT LOGON-VALIDO
               DISPLAY 'ACESSO NEGADO'
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1100-CAPTURAR-REMESSA THRU 1100-EXIT
               UNTIL TIPO-REMESSA-VALIDO.
           IF REMESSA-MENSAL
               MOVE 'PAGBANCO' TO WRK-ARQUIVO
           ELSE
               IF REMESSA-AVULSA
                   MOVE 'PAGAVREM' TO WRK-ARQUIVO
               ELSE
                   MOVE 'PAGADIAN' TO WRK-ARQUIVO
               END-IF
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
      * ACEITA A REMESSA A CONFERIR
      ***************************************************
       1100-CAPTURAR-REMESSA.
           DISPLAY 'REMESSA (1=MENSAL PAGBANCO / 2=AVULSA PAGAVREM /'
               ' 3=ADIANTAMENTO PAGADIAN): '.
           ACCEPT WRK-TIPO-REMESSA FROM CONSOLE.
           IF NOT TIPO-REMESSA-VALIDO
               DISPLAY 'REMESSA INVALIDA - REDIGITE'
           END-IF.
       1100-EXIT.
           EXIT.

      ***************************************************
      * ACEITA A OPCAO (C=CONSULTAR / A=APROVAR / R=RECUSAR /
      * E=ENVIAR)
      ***************************************************
       2000-CAPTURAR-OPCAO.
           DISPLAY 'OPCAO (C=CONSULTAR / A=APROVAR / R=RECUSAR / '
               'E=ENVIAR): '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-IF.
       2000-EXIT.
           EXIT.

      ***************************************************
      * MOSTRA O CONTROLE DA REMESSA E O RESULTADO DA
      * CONFERENCIA DO ARQUIVO ATUAL COM ELE
      ***************************************************
       3000-CONSULTAR.
           MOVE SPACES TO WRK-RCX-REG.
           MOVE WRK-ARQUIVO TO WRK-RCX-ARQUIVO.
           MOVE 'C' TO WRK-RCX-ACAO.
           CALL 'PROGCOB57' USING WRK-RCX-REG WRK-RCX-ACAO
               WRK-RCX-RETORNO WRK-RCX-MENSAGEM.
           IF NOT RCX-LIBERADO AND NOT RCX-BLOQUEADO
               DISPLAY 'REMESSA ' WRK-ARQUIVO ' - '
                   WRK-RCX-MENSAGEM
               GO TO 3000-EXIT
           END-IF.
           IF WRK-RCX-PROGRAMA = SPACES
               DISPLAY WRK-RCX-MENSAGEM
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-DESCREVER-SITUACAO THRU 3100-EXIT.
           MOVE WRK-RCX-VALOR-TOTAL TO WRK-VALOR-ED.
           DISPLAY 'REMESSA ' WRK-RCX-ARQUIVO ' GERADA PELO '
               WRK-RCX-PROGRAMA ' - EMPRESA ' WRK-RCX-EMPRESA
               ' - COMPETENCIA ' WRK-RCX-COMPETENCIA.
           DISPLAY '  FAVORECIDOS          ' WRK-RCX-QTD-REGISTROS.
           DISPLAY '  VALOR TOTAL          ' WRK-VALOR-ED.
           DISPLAY '  TOTAL DE CONTROLE    ' WRK-RCX-HASH-TOTAL.
           DISPLAY '  CABECALHO DE EMPRESA ' WRK-RCX-CABECALHO.
           DISPLAY '  SITUACAO             ' WRK-SITUACAO-DESC.
           DISPLAY '  GERADA POR           ' WRK-RCX-GER-OPERADOR
               ' EM ' WRK-RCX-GER-DATA ' ' WRK-RCX-GER-HORA.
           IF WRK-RCX-APR-OPERADOR NOT = SPACES
               DISPLAY '  APROVADA/RECUSADA POR ' WRK-RCX-APR-OPERADOR
                   ' EM ' WRK-RCX-APR-DATA ' ' WRK-RCX-APR-HORA
           END-IF.
           IF WRK-RCX-ENV-OPERADOR NOT = SPACES
               DISPLAY '  ENVIADA POR          ' WRK-RCX-ENV-OPERADOR
                   ' EM ' WRK-RCX-ENV-DATA ' ' WRK-RCX-ENV-HORA
           END-IF.
           DISPLAY '  CONFERENCIA: ' WRK-RCX-MENSAGEM.
       3000-EXIT.
           EXIT.

      ***************************************************
      * DESCREVE A SITUACAO DA REMESSA NO CONTROLE
      ***************************************************
       3100-DESCREVER-SITUACAO.
           IF RCX-PENDENTE
               MOVE 'PENDENTE DE APROVACAO' TO WRK-SITUACAO-DESC
           ELSE
               IF RCX-APROVADA
                   MOVE 'APROVADA - AGUARDANDO ENVIO' TO
                       WRK-SITUACAO-DESC
               ELSE
                   IF RCX-RECUSADA
                       MOVE 'RECUSADA' TO WRK-SITUACAO-DESC
                   ELSE
                       IF RCX-ENVIADA
                           MOVE 'ENVIADA AO BANCO' TO
                               WRK-SITUACAO-DESC
                       ELSE
                           MOVE 'BLOQUEADA - ARQUIVO ALTERADO' TO
                               WRK-SITUACAO-DESC
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      ***************************************************
      * APROVA A REMESSA DEPOIS DE O OPERADOR CONFIRMAR OS
      * TOTAIS MOSTRADOS - O PROGCOB57 RECUSA A APROVACAO DE
      * QUEM GEROU A REMESSA OU DE ARQUIVO QUE NAO CONFERE
      ***************************************************
       4000-APROVAR.
           DISPLAY 'CONFIRMA A APROVACAO DOS TOTAIS ACIMA (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMADO
               DISPLAY 'APROVACAO CANCELADA'
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WRK-RCX-REG.
           MOVE WRK-ARQUIVO TO WRK-RCX-ARQUIVO.
           MOVE WRK-OPERADOR TO WRK-RCX-APR-OPERADOR.
           MOVE 'A' TO WRK-RCX-ACAO.
           CALL 'PROGCOB57' USING WRK-RCX-REG WRK-RCX-ACAO
               WRK-RCX-RETORNO WRK-RCX-MENSAGEM.
           IF RCX-LIBERADO
               DISPLAY WRK-RCX-MENSAGEM
           ELSE
               DISPLAY 'APROVACAO RECUSADA - ' WRK-RCX-MENSAGEM
           END-IF.
           PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      ***************************************************
      * RECUSA A REMESSA - ELA SO SAI DEPOIS DE GERADA DE NOVO
      ***************************************************
       5000-RECUSAR.
           MOVE SPACES TO WRK-RCX-REG.
           MOVE WRK-ARQUIVO TO WRK-RCX-ARQUIVO.
           MOVE WRK-OPERADOR TO WRK-RCX-APR-OPERADOR.
           MOVE 'R' TO WRK-RCX-ACAO.
           CALL 'PROGCOB57' USING WRK-RCX-REG WRK-RCX-ACAO
               WRK-RCX-RETORNO WRK-RCX-MENSAGEM.
           DISPLAY WRK-RCX-MENSAGEM.
           PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

      ***************************************************
      * LIBERA A REMESSA APROVADA PARA O BANCO - O PROGCOB57
      * CONFERE O ARQUIVO DE NOVO E BLOQUEIA O ENVIO SE ELE
      * FOI ALTERADO DEPOIS DA APROVACAO
      ***************************************************
       6000-ENVIAR.
           MOVE SPACES TO WRK-RCX-REG.
           MOVE WRK-ARQUIVO TO WRK-RCX-ARQUIVO.
           MOVE WRK-OPERADOR TO WRK-RCX-ENV-OPERADOR.
           MOVE 'E' TO WRK-RCX-ACAO.
           CALL 'PROGCOB57' USING WRK-RCX-REG WRK-RCX-ACAO
               WRK-RCX-RETORNO WRK-RCX-MENSAGEM.
           IF RCX-LIBERADO
               DISPLAY WRK-RCX-MENSAGEM
           ELSE
               DISPLAY 'ENVIO BLOQUEADO - ' WRK-RCX-MENSAGEM
           END-IF.
           PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT.
       6000-EXIT.
           EXIT.

      ***************************************************
      * GRAVA UMA LINHA DE AUDITORIA COM DATA, HORA,
      * OPERADOR, OPCAO, REMESSA E RETORNO DA ACAO
      ***************************************************
       8000-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUDIT-REG.
           ACCEPT WRK-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-AUDIT-HORA FROM TIME.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'PROGCOB58' TO WRK-AUDIT-PROGRAMA.
           MOVE SPACES TO WRK-AUDIT-CPF.
           STRING WRK-OPCAO ' ' WRK-ARQUIVO ' ' WRK-RCX-RETORNO
               DELIMITED BY SIZE INTO WRK-AUDIT-NOME.
           MOVE ZERO TO WRK-AUDIT-SALARIO.
           WRITE WRK-AUDIT-REG.
       8000-EXIT.
           EXIT.

      ***************************************************
      * FECHA A TRILHA DE AUDITORIA
      ***************************************************
       9999-FINALIZAR.
           CLOSE AUDIT-LOG-FILE.
       9999-EXIT.
           EXIT.
