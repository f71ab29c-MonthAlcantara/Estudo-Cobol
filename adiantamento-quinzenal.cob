      * FOLHA DO MES - APOSENTA A PLANILHA E A DIGITACAO
      * MANUAL NO PORTAL DO BANCO
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - EXIGE O LOGON DO OPERADOR
      * (PROGCOB32) E REGISTRA A REMESSA NO CONTROLE DE DUPLA
      * CONFERENCIA (CTRLREM, PELO PROGCOB57) COM QUANTIDADE,
      * VALOR TOTAL E TOTAL DE CONTROLE DOS CPFS/CONTAS - O
      * PAGADIAN SO VAI AO BANCO DEPOIS DE APROVADO POR OUTRO
      * OPERADOR NO PROGCOB58
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ***************CONTADORES DA REMESSA DO ADIANTAMENTO
       77 WRK-QTD-ADIANTADOS PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-REMESSA  PIC 9(08)V99 VALUE ZERO.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
      ***************LOGON DO OPERADOR PELA SUBROTINA PROGCOB32
       77 WRK-NIVEL-OPER    PIC 9(01) VALUE ZERO.
       77 WRK-LOGON-OK      PIC X(01) VALUE 'N'.
           88 LOGON-VALIDO           VALUE 'S'.
      ***************CABECALHO DE EMPRESA GRAVADO NA REMESSA
       77 WRK-CABECALHO     PIC X(01) VALUE 'N'.
           88 CABECALHO-GRAVADO      VALUE 'S'.
      ***************AREA DE CHAMADA DO CONTROLE DE DUPLA
      ***************CONFERENCIA DAS REMESSAS (PROGCOB57)
           COPY CONTROLE-REMESSA REPLACING LEADING ==WRK-RCT== BY
               ==WRK-RCX== LEADING ==RCT-== BY ==RCX-==.
       77 WRK-RCX-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-RCX-RETORNO   PIC X(01) VALUE SPACE.
           88 RCX-LIBERADO           VALUE 'S'.
       77 WRK-RCX-MENSAGEM  PIC X(60) VALUE SPACES.
       77 WRK-RCX-VALOR-ED  PIC Z.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
      * PRIMEIRO FUNCIONARIO
      ***************************************************
       1000-INICIALIZAR.
           CALL 'PROGCOB32' USING WRK-OPERADOR WRK-NIVEL-OPER
               WRK-LOGON-OK.
           IF NOT LOGON-VALIDO
               DISPLAY 'ACESSO NEGADO'
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 9999-EXIT
           END-IF.
           DISPLAY 'COMPETENCIA DO ADIANTAMENTO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           DISPLAY 'EMPRESA A PROCESSAR (*** = TODAS): '.
                   MOVE WRK-EMPR-RAZAO-SOCIAL TO WRK-HEADER-RAZAO
                   MOVE WRK-EMPR-CONVENIO TO WRK-HEADER-CONVENIO
                   WRITE WRK-PAGTO-HEADER
                   SET CABECALHO-GRAVADO TO TRUE
           END-READ.
           CLOSE EMPRESA-FILE.
       1500-EXIT.
       8000-EXIT.
           EXIT.

      ***************************************************
      * REGISTRA A REMESSA GERADA NO CONTROLE DE DUPLA
      * CONFERENCIA (PROGCOB57), QUE APURA NO ARQUIVO A
      * QUANTIDADE, O VALOR TOTAL E O TOTAL DE CONTROLE DOS
      * CPFS/CONTAS - A REMESSA FICA PENDENTE DE APROVACAO
      * POR OUTRO OPERADOR NO PROGCOB58 ANTES DO ENVIO
      ***************************************************
       8800-REGISTRAR-REMESSA.
           MOVE SPACES TO WRK-RCX-REG.
           MOVE 'PAGADIAN' TO WRK-RCX-ARQUIVO.
           MOVE 'PROGCOB38' TO WRK-RCX-PROGRAMA.
           MOVE WRK-EMPRESA-FILTRO TO WRK-RCX-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-RCX-COMPETENCIA.
           MOVE WRK-CABECALHO TO WRK-RCX-CABECALHO.
           MOVE WRK-OPERADOR TO WRK-RCX-GER-OPERADOR.
           MOVE 'G' TO WRK-RCX-ACAO.
           CALL 'PROGCOB57' USING WRK-RCX-REG WRK-RCX-ACAO
               WRK-RCX-RETORNO WRK-RCX-MENSAGEM.
           IF RCX-LIBERADO
               MOVE WRK-RCX-VALOR-TOTAL TO WRK-RCX-VALOR-ED
               DISPLAY 'PAGADIAN PENDENTE DE APROVACAO - '
                   WRK-RCX-QTD-REGISTROS ' FAVORECIDOS - VALOR '
                   WRK-RCX-VALOR-ED
               DISPLAY '  TOTAL DE CONTROLE CPF/CONTA '
                   WRK-RCX-HASH-TOTAL
               DISPLAY '  APROVAR POR OUTRO OPERADOR (NIVEL 5 OU '
                   'MAIOR) NO PROGCOB58 ANTES DE ENVIAR AO BANCO'
           ELSE
               DISPLAY 'PAGADIAN SEM APROVACAO POSSIVEL - '
                   WRK-RCX-MENSAGEM
           END-IF.
       8800-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE ADIANTAMENTO-FILE.
           CLOSE PAGAMENTO-FILE.
           PERFORM 8800-REGISTRAR-REMESSA THRU 8800-EXIT.
       9999-EXIT.
           EXIT.
