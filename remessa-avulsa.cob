      * NA REMESSA SAO EXCLUIDOS DO ARQUIVO DE PAGAMENTOS
      * AVULSOS PARA NAO SEREM PAGOS DUAS VEZES
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - ANTES DE EXCLUIR O PAGAMENTO
      * REMETIDO, GRAVA UMA COPIA COM A DATA DO PAGAMENTO NO
      * HISTORICO DE AVULSOS PAGOS (AVULHIST), PARA O 13O E A
      * RESCISAO ENTRAREM NO INFORME DE RENDIMENTOS (PROGCOB39)
      * ALTERADO = 15/10/2026 - EXIGE O LOGON DO OPERADOR
      * (PROGCOB32) E REGISTRA A REMESSA NO CONTROLE DE DUPLA
      * CONFERENCIA (CTRLREM, PELO PROGCOB57) COM QUANTIDADE,
      * VALOR TOTAL E TOTAL DE CONTROLE DOS CPFS/CONTAS - O
      * PAGAVREM SO VAI AO BANCO DEPOIS DE APROVADO POR OUTRO
      * OPERADOR NO PROGCOB58
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "PAGAVREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGAMENTO.
           SELECT AVULSO-PAGO-FILE
               ASSIGN TO "AVULHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AVPAGO.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTO-AVULSO-FILE.
           05 WRK-PAGTO-CONTA        PIC X(08).
           05 WRK-PAGTO-CPF          PIC X(11).
           05 WRK-PAGTO-VALOR        PIC 9(06)V99.
       FD  AVULSO-PAGO-FILE.
           COPY AVULSO-PAGO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-AVULSO     PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGAMENTO  PIC X(02) VALUE ZEROS.
       77 WRK-FS-AVPAGO     PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO          VALUE 'S'.
      ***************EMPRESA A PROCESSAR ('***' = TODAS)
       77 WRK-QTD-REMETIDOS PIC 9(06) VALUE ZERO.
       77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-REMESSA PIC 9(08)V99 VALUE ZERO.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
      ***************LOGON DO OPERADOR PELA SUBROTINA PROGCOB32
       77 WRK-NIVEL-OPER    PIC 9(01) VALUE ZERO.
       77 WRK-LOGON-OK      PIC X(01) VALUE 'N'.
           88 LOGON-VALIDO           VALUE 'S'.
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
      * PRIMEIRO PAGAMENTO AVULSO
      ***************************************************
       1000-INICIALIZAR.
           CALL 'PROGCOB32' USING WRK-OPERADOR WRK-NIVEL-OPER
               WRK-LOGON-OK.
           IF NOT LOGON-VALIDO
               DISPLAY 'ACESSO NEGADO'
               GO TO 9999-EXIT
           END-IF.
           DISPLAY 'EMPRESA A PROCESSAR (*** = TODAS): '.
           ACCEPT WRK-EMPRESA-FILTRO FROM CONSOLE.
           OPEN I-O PAGAMENTO-AVULSO-FILE.
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN EXTEND AVULSO-PAGO-FILE.
           IF WRK-FS-AVPAGO = '35'
               OPEN OUTPUT AVULSO-PAGO-FILE
           END-IF.
           IF WRK-FS-AVPAGO NOT = '00'
               DISPLAY 'ERRO AO ABRIR AVULHIST - FS=' WRK-FS-AVPAGO
               CLOSE PAGAMENTO-AVULSO-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE PAGAMENTO-FILE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 8000-LER-PROXIMO THRU 8000-EXIT.
       1000-EXIT.
           EXIT.
           EXIT.

      ***************************************************
      * MONTA E GRAVA A LINHA DA REMESSA AVULSA, GUARDA O
      * PAGAMENTO NO HISTORICO DE AVULSOS PAGOS E EXCLUI O
      * PAGAMENTO DO ARQUIVO DE AVULSOS, JA REMETIDO
      ***************************************************
       4000-GRAVAR-PAGAMENTO.
           WRITE WRK-PAGTO-REG.
           ADD 1 TO WRK-QTD-REMETIDOS.
           ADD WRK-AVULSO-VALOR TO WRK-TOTAL-REMESSA.
           MOVE WRK-AVULSO-CPF TO WRK-AVPAGO-CPF.
           MOVE WRK-AVULSO-TIPO TO WRK-AVPAGO-TIPO.
           MOVE WRK-AVULSO-NOME TO WRK-AVPAGO-NOME.
           MOVE WRK-AVULSO-VALOR TO WRK-AVPAGO-VALOR.
           ACCEPT WRK-AVPAGO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-FUNC-EMPRESA TO WRK-AVPAGO-EMPRESA.
           WRITE WRK-AVPAGO-REG.
           IF WRK-FS-AVPAGO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AVULHIST - FS=' WRK-FS-AVPAGO
                   ' - CPF ' WRK-AVULSO-CPF
           END-IF.
           DELETE PAGAMENTO-AVULSO-FILE
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR PAGAVULS - CPF '
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
           MOVE 'PAGAVREM' TO WRK-RCX-ARQUIVO.
           MOVE 'PROGCOB25' TO WRK-RCX-PROGRAMA.
           MOVE WRK-EMPRESA-FILTRO TO WRK-RCX-EMPRESA.
           MOVE ZERO TO WRK-RCX-COMPETENCIA.
           SET RCX-SEM-CABECALHO TO TRUE.
           MOVE WRK-OPERADOR TO WRK-RCX-GER-OPERADOR.
           MOVE 'G' TO WRK-RCX-ACAO.
           CALL 'PROGCOB57' USING WRK-RCX-REG WRK-RCX-ACAO
               WRK-RCX-RETORNO WRK-RCX-MENSAGEM.
           IF RCX-LIBERADO
               MOVE WRK-RCX-VALOR-TOTAL TO WRK-RCX-VALOR-ED
               DISPLAY 'PAGAVREM PENDENTE DE APROVACAO - '
                   WRK-RCX-QTD-REGISTROS ' FAVORECIDOS - VALOR '
                   WRK-RCX-VALOR-ED
               DISPLAY '  TOTAL DE CONTROLE CPF/CONTA '
                   WRK-RCX-HASH-TOTAL
               DISPLAY '  APROVAR POR OUTRO OPERADOR (NIVEL 5 OU '
                   'MAIOR) NO PROGCOB58 ANTES DE ENVIAR AO BANCO'
           ELSE
               DISPLAY 'PAGAVREM SEM APROVACAO POSSIVEL - '
                   WRK-RCX-MENSAGEM
           END-IF.
       8800-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
           CLOSE PAGAMENTO-AVULSO-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAGAMENTO-FILE.
           PERFORM 8800-REGISTRAR-REMESSA THRU 8800-EXIT.
           CLOSE AVULSO-PAGO-FILE.
       9999-EXIT.
           EXIT.
