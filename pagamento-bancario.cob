      * COM O CNPJ, A RAZAO SOCIAL E O CONVENIO DO ARQUIVO
      * MESTRE DE EMPRESAS (PROGCOB34), EXIGIDO PELO BANCO E
      * ATE ENTAO CARIMBADO A MAO
      * ALTERADO = 15/10/2026 - O AFASTADO VOLTA A ENTRAR NA
      * REMESSA QUANDO TEM FOLHA NA COMPETENCIA, POIS O
      * PROGCOB06 PASSOU A PAGAR OS DIAS TRABALHADOS E OS 15
      * PRIMEIROS DIAS DE DOENCA/ACIDENTE - SO O DESLIGADO
      * CONTINUA FORA
      * ALTERADO = 15/10/2026 - CONFERE NO CONTROLE DE EXECUCAO
      * DO FECHAMENTO MENSAL (CTRLEXEC, PELO PROGCOB55) SE AS
      * ETAPAS ANTERIORES TERMINARAM NORMALMENTE E SE A FOLHA E O
      * CONTRACHEQUE NAO FORAM REPROCESSADOS DEPOIS - SO ENTAO
      * GERA A REMESSA - E REGISTRA O INICIO E O FIM
      * ALTERADO = 15/10/2026 - EXIGE O LOGON DO OPERADOR
      * (PROGCOB32) E REGISTRA A REMESSA NO CONTROLE DE DUPLA
      * CONFERENCIA (CTRLREM, PELO PROGCOB57) COM QUANTIDADE,
      * VALOR TOTAL E TOTAL DE CONTROLE DOS CPFS/CONTAS - O
      * PAGBANCO SO VAI AO BANCO DEPOIS DE APROVADO POR OUTRO
      * OPERADOR NO PROGCOB58
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-SELECIONADO    PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-SELECIONADO VALUE 'S'.
           88 FUNCIONARIO-FORA-EMPRESA VALUE 'N'.
      ***************AREA DE CHAMADA DO CONTROLE DE EXECUCAO DO
      ***************FECHAMENTO MENSAL (PROGCOB55)
           COPY CONTROLE-EXECUCAO REPLACING LEADING ==WRK-CTL== BY
               ==WRK-CHX== LEADING ==CTL-== BY ==CHX-==.
       77 WRK-CHX-ACAO      PIC X(01) VALUE SPACE.
       77 WRK-CHX-RETORNO   PIC X(01) VALUE SPACE.
           88 CHX-LIBERADO           VALUE 'S'.
       77 WRK-CHX-MENSAGEM  PIC X(60) VALUE SPACES.
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
               GO TO 9999-EXIT
           END-IF.
           DISPLAY 'COMPETENCIA DA REMESSA (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           DISPLAY 'EMPRESA A PROCESSAR (*** = TODAS): '.
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
           MOVE 'PROGCOB18' TO WRK-CHX-PROGRAMA.
           MOVE WRK-OPERADOR TO WRK-CHX-OPERADOR.
           MOVE 'I' TO WRK-CHX-ACAO.
           CALL 'PROGCOB55' USING WRK-CHX-REG WRK-CHX-ACAO
               WRK-CHX-RETORNO WRK-CHX-MENSAGEM.
           IF NOT CHX-LIBERADO
               DISPLAY 'EXECUCAO RECUSADA - ' WRK-CHX-MENSAGEM
           END-IF.
       1050-EXIT.
           EXIT.

      ***************************************************
      * QUANDO A REMESSA E DE UMA EMPRESA SO, BUSCA A
      * EMPRESA NO ARQUIVO MESTRE DE EMPRESAS E GRAVA O
                   MOVE WRK-EMPR-RAZAO-SOCIAL TO WRK-HEADER-RAZAO
                   MOVE WRK-EMPR-CONVENIO TO WRK-HEADER-CONVENIO
                   WRITE WRK-PAGTO-HEADER
                   SET CABECALHO-GRAVADO TO TRUE
           END-READ.
           CLOSE EMPRESA-FILE.
       1500-EXIT.
      * REMESSA BANCARIA
      ***************************************************
       2000-PROCESSAR.
           ADD 1 TO WRK-CHX-QTD-LIDOS.
           PERFORM 2050-TESTAR-EMPRESA THRU 2050-EXIT.
           IF FUNCIONARIO-SELECIONADO AND FUNC-DESLIGADO
               SET FUNCIONARIO-FORA-EMPRESA TO TRUE
               DISPLAY 'FUNCIONARIO DESLIGADO - CPF ' WRK-FUNC-CPF
                   ' FORA DA REMESSA'
           END-IF.
           IF FUNCIONARIO-SELECIONADO
               PERFORM 3000-LOCALIZAR-FOLHA THRU 3000-EXIT
               IF FOLHA-ENCONTRADA
                   PERFORM 4000-GRAVAR-PAGAMENTO THRU 4000-EXIT
                   ADD 1 TO WRK-CHX-QTD-GRAVADOS
               END-IF
           END-IF.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
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
           MOVE 'PAGBANCO' TO WRK-RCX-ARQUIVO.
           MOVE 'PROGCOB18' TO WRK-RCX-PROGRAMA.
           MOVE WRK-EMPRESA-FILTRO TO WRK-RCX-EMPRESA.
           MOVE WRK-COMPETENCIA TO WRK-RCX-COMPETENCIA.
           MOVE WRK-CABECALHO TO WRK-RCX-CABECALHO.
           MOVE WRK-OPERADOR TO WRK-RCX-GER-OPERADOR.
           MOVE 'G' TO WRK-RCX-ACAO.
           CALL 'PROGCOB57' USING WRK-RCX-REG WRK-RCX-ACAO
               WRK-RCX-RETORNO WRK-RCX-MENSAGEM.
           IF RCX-LIBERADO
               MOVE WRK-RCX-VALOR-TOTAL TO WRK-RCX-VALOR-ED
               DISPLAY 'PAGBANCO PENDENTE DE APROVACAO - '
                   WRK-RCX-QTD-REGISTROS ' FAVORECIDOS - VALOR '
                   WRK-RCX-VALOR-ED
               DISPLAY '  TOTAL DE CONTROLE CPF/CONTA '
                   WRK-RCX-HASH-TOTAL
               DISPLAY '  APROVAR POR OUTRO OPERADOR (NIVEL 5 OU '
                   'MAIOR) NO PROGCOB58 ANTES DE ENVIAR AO BANCO'
           ELSE
               DISPLAY 'PAGBANCO SEM APROVACAO POSSIVEL - '
                   WRK-RCX-MENSAGEM
           END-IF.
       8800-EXIT.
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
           CLOSE FOLHA-CALCULO-FILE.
           CLOSE PAGAMENTO-FILE.
           PERFORM 8800-REGISTRAR-REMESSA THRU 8800-EXIT.
           PERFORM 8900-FINALIZAR-CONTROLE THRU 8900-EXIT.
       9999-EXIT.
           EXIT.
