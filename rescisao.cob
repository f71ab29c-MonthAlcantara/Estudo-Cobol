      * PROGCOB17 - OS PROGRAMAS DE FOLHA, FGTS, SINDICAL E
      * REMESSA PASSAM A PULAR OS DESLIGADOS SEM PERDER O
      * HISTORICO DO CADASTRO
      * ALTERADO = 15/10/2026 - GERA O EVENTO DE DESLIGAMENTO
      * DO ESOCIAL (S-2299), COM O MOTIVO E O TOTAL DA
      * RESCISAO, PELA SUBROTINA PROGCOB41, PARA O ENVIO PELO
      * PROGCOB40
      * ALTERADO = 15/10/2026 - BAIXA OS SALDOS DE PROVISAO DE
      * FERIAS E DE 13O DO FUNCIONARIO (PROVFIL) PELA
      * SUBROTINA PROGCOB44 NO DESLIGAMENTO, PARA O PROGCOB43
      * ESTORNAR A PROVISAO
      * ALTERADO = 15/10/2026 - APURA O SALDO DEVEDOR DE CADA
      * CONTRATO DE EMPRESTIMO CONSIGNADO ATIVO DO FUNCIONARIO
      * (CONSIGFL), IMPRIME-O NO DEMONSTRATIVO E MARCA O
      * CONTRATO COMO RESCINDIDO PARA O REPASSE AO BANCO
      * (PROGCOB46) E A QUITACAO DAS PARCELAS RESTANTES
      * ALTERADO = 15/10/2026 - GRAVA TAMBEM O MOTIVO DO
      * DESLIGAMENTO NO ARQUIVO MESTRE, PARA O RELATORIO DE
      * ROTATIVIDADE (PROGCOB61) SEPARAR OS DESLIGAMENTOS
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-AVULSO-CHAVE
               FILE STATUS IS WRK-FS-AVULSO.
           SELECT CONSIGNADO-FILE
               ASSIGN TO "CONSIGFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CSG-CHAVE
               FILE STATUS IS WRK-FS-CONSIGNADO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       01  WRK-LINHA-REL PIC X(080).
       FD  PAGAMENTO-AVULSO-FILE.
           COPY PAGAMENTO-AVULSO.
       FD  CONSIGNADO-FILE.
           COPY CONTRATO-CONSIGNADO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPLOYEE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-RESCISAO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-AVULSO     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONSIGNADO PIC X(02) VALUE ZEROS.
       77 WRK-FIM-CONSIGNADO PIC X(01) VALUE 'N'.
           88 FIM-DO-CONSIGNADO       VALUE 'S'.
      ***************SALDO DEVEDOR DO CONSIGNADO NA RESCISAO
       77 WRK-SALDO-CONTRATO PIC 9(08)V99 VALUE ZERO.
       77 WRK-SALDO-CONSIG  PIC 9(08)V99 VALUE ZERO.
       77 WRK-QTD-RESTANTES PIC 9(03) VALUE ZERO.
       77 WRK-CONSIG-ED     PIC $ZZ.ZZZ.ZZ9,99.
      ***************DADOS INFORMADOS DO DESLIGAMENTO
       77 WRK-RESC-DATA     PIC 9(08) VALUE ZERO.
       77 WRK-RESC-MOTIVO   PIC X(01) VALUE SPACE.
       77 WRK-FERIAS-ED     PIC $ZZZ.ZZ9,99.
       77 WRK-1-3-ED        PIC $ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED      PIC $ZZZ.ZZZ.ZZ9,99.
      ***************AREA DE CHAMADA DA SUBROTINA PROGCOB41
           COPY EVENTO-ESOCIAL REPLACING LEADING ==WRK-EVT== BY
               ==WRK-CHM== LEADING ==EVT-== BY ==CHM-==.
       77 WRK-CHM-RETORNO   PIC X(01) VALUE SPACE.
           88 CHM-GRAVADO            VALUE 'S'.
      ***************AREA DE CHAMADA DA SUBROTINA PROGCOB44
       77 WRK-BXP-TIPO      PIC X(01) VALUE SPACE.
       77 WRK-BXP-COMPETENCIA PIC 9(06) VALUE ZERO.
       77 WRK-BXP-RETORNO   PIC X(01) VALUE SPACE.
           88 BXP-BAIXADO            VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
               CLOSE RESCISAO-FILE
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O CONSIGNADO-FILE.
           IF WRK-FS-CONSIGNADO = '35'
               OPEN OUTPUT CONSIGNADO-FILE
               CLOSE CONSIGNADO-FILE
               OPEN I-O CONSIGNADO-FILE
           END-IF.
           IF WRK-FS-CONSIGNADO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONSIGFL - FS='
                   WRK-FS-CONSIGNADO
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE RESCISAO-FILE
               CLOSE PAGAMENTO-AVULSO-FILE
               GO TO 9999-EXIT
           END-IF.
           DISPLAY 'CPF DO FUNCIONARIO A DESLIGAR: '.
           ACCEPT WRK-FUNC-CPF FROM CONSOLE.
           READ EMPLOYEE-MASTER-FILE

      ***************************************************
      * MARCA O FUNCIONARIO COMO DESLIGADO NO ARQUIVO
      * MESTRE, COM A DATA E O MOTIVO DO DESLIGAMENTO, SEM
      * EXCLUIR O REGISTRO NEM PERDER O HISTORICO
      ***************************************************
       6000-MARCAR-DESLIGAMENTO.
           MOVE 'D' TO WRK-FUNC-SITUACAO.
           MOVE WRK-RESC-DATA TO WRK-FUNC-DESLIGAMENTO.
           MOVE WRK-RESC-MOTIVO TO WRK-FUNC-MOTIVO-DESLIG.
           REWRITE WRK-FUNC-REG
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR DESLIGAMENTO - CPF '
                       WRK-FUNC-CPF
               NOT INVALID KEY
                   PERFORM 6500-GERAR-DESLIGAMENTO THRU 6500-EXIT
                   PERFORM 6600-BAIXAR-PROVISAO THRU 6600-EXIT
                   PERFORM 6700-ENCERRAR-CONSIGNADOS THRU 6700-EXIT
           END-REWRITE.
       6000-EXIT.
           EXIT.

      ***************************************************
      * GERA O EVENTO DE DESLIGAMENTO (S-2299) DO ESOCIAL,
      * NA COMPETENCIA DO DESLIGAMENTO, COM O MOTIVO E O
      * TOTAL DAS VERBAS RESCISORIAS
      ***************************************************
       6500-GERAR-DESLIGAMENTO.
           MOVE SPACES TO WRK-CHM-REG.
           MOVE WRK-FUNC-EMPRESA TO WRK-CHM-EMPRESA.
           DIVIDE WRK-RESC-DATA BY 100
               GIVING WRK-CHM-COMPETENCIA.
           SET CHM-DESLIGAMENTO TO TRUE.
           MOVE WRK-FUNC-CPF TO WRK-CHM-CPF.
           MOVE WRK-FUNC-NOME TO WRK-CHM-NOME.
           MOVE WRK-RESC-DATA TO WRK-CHM-DATA-FATO.
           MOVE WRK-VALOR-TOTAL TO WRK-CHM-VALOR.
           MOVE ZERO TO WRK-CHM-VALOR-INSS.
           MOVE ZERO TO WRK-CHM-VALOR-IRRF.
           MOVE WRK-RESC-MOTIVO TO WRK-CHM-MOTIVO.
           CALL 'PROGCOB41' USING WRK-CHM-REG WRK-CHM-RETORNO.
           IF CHM-GRAVADO
               DISPLAY 'EVENTO S-2299 GERADO - ID ' WRK-CHM-ID
           ELSE
               DISPLAY 'EVENTO S-2299 NAO GERADO - CPF '
                   WRK-FUNC-CPF
           END-IF.
       6500-EXIT.
           EXIT.

      ***************************************************
      * BAIXA O SALDO DE PROVISAO DE FERIAS E DE 13O
      * DO FUNCIONARIO PELA SUBROTINA PROGCOB44 - O ESTORNO
      * CONTABIL SAI NA PROXIMA PROVISAO MENSAL (PROGCOB43)
      ***************************************************
       6600-BAIXAR-PROVISAO.
           MOVE 'T' TO WRK-BXP-TIPO.
           DIVIDE WRK-RESC-DATA BY 100
               GIVING WRK-BXP-COMPETENCIA.
           CALL 'PROGCOB44' USING WRK-FUNC-CPF WRK-BXP-TIPO
               WRK-BXP-COMPETENCIA WRK-BXP-RETORNO.
           IF BXP-BAIXADO
               DISPLAY 'PROVISAO DE FERIAS E 13O BAIXADA - CPF '
                   WRK-FUNC-CPF
           END-IF.
       6600-EXIT.
           EXIT.

      ***************************************************
      * APURA O SALDO DEVEDOR (PARCELAS RESTANTES VEZES O
      * VALOR DA PARCELA) DE CADA CONTRATO CONSIGNADO ATIVO
      * DO FUNCIONARIO, IMPRIME-O NO FIM DO DEMONSTRATIVO E
      * MARCA O CONTRATO COMO RESCINDIDO NA COMPETENCIA DO
      * DESLIGAMENTO - O PROGCOB06 DEIXA DE DESCONTAR E O
      * PROGCOB46 INFORMA O SALDO AO BANCO
      ***************************************************
       6700-ENCERRAR-CONSIGNADOS.
           MOVE ZERO TO WRK-SALDO-CONSIG.
           MOVE 'N' TO WRK-FIM-CONSIGNADO.
           MOVE WRK-FUNC-CPF TO WRK-CSG-CPF.
           MOVE LOW-VALUES TO WRK-CSG-BANCO.
           MOVE LOW-VALUES TO WRK-CSG-CONTRATO.
           START CONSIGNADO-FILE KEY NOT < WRK-CSG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
           END-START.
           PERFORM 6750-ENCERRAR-CONTRATO THRU 6750-EXIT
               UNTIL FIM-DO-CONSIGNADO.
           IF WRK-SALDO-CONSIG > ZERO
               MOVE WRK-SALDO-CONSIG TO WRK-CONSIG-ED
               MOVE SPACES TO WRK-LINHA-REL
               STRING 'SALDO DEVEDOR DE CONSIGNADOS : ' WRK-CONSIG-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               WRITE WRK-LINHA-REL AFTER ADVANCING 2 LINES
               DISPLAY 'SALDO DEVEDOR DE CONSIGNADOS '
                   WRK-CONSIG-ED ' - QUITAR COM OS BANCOS'
           END-IF.
       6700-EXIT.
           EXIT.

       6750-ENCERRAR-CONTRATO.
           READ CONSIGNADO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIGNADO
                   GO TO 6750-EXIT
           END-READ.
           IF WRK-CSG-CPF NOT = WRK-FUNC-CPF
               MOVE 'S' TO WRK-FIM-CONSIGNADO
               GO TO 6750-EXIT
           END-IF.
           IF NOT CSG-ATIVO
               GO TO 6750-EXIT
           END-IF.
           COMPUTE WRK-QTD-RESTANTES =
               WRK-CSG-QTD-PARCELAS - WRK-CSG-PARCELAS-PAGAS.
           COMPUTE WRK-SALDO-CONTRATO =
               WRK-QTD-RESTANTES * WRK-CSG-VALOR-PARCELA.
           ADD WRK-SALDO-CONTRATO TO WRK-SALDO-CONSIG.
           MOVE WRK-SALDO-CONTRATO TO WRK-CONSIG-ED.
           MOVE SPACES TO WRK-LINHA-REL.
           STRING 'CONSIGNADO BANCO ' WRK-CSG-BANCO ' CONTRATO '
               WRK-CSG-CONTRATO ' - ' WRK-QTD-RESTANTES
               ' PARCELAS : ' WRK-CONSIG-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           WRITE WRK-LINHA-REL AFTER ADVANCING 1 LINES.
           SET CSG-RESCINDIDO TO TRUE.
           MOVE WRK-SALDO-CONTRATO TO WRK-CSG-SALDO-RESCISAO.
           DIVIDE WRK-RESC-DATA BY 100
               GIVING WRK-CSG-COMPETENCIA-RESCISAO.
           REWRITE WRK-CSG-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR CONSIGFL - CONTRATO '
                       WRK-CSG-CONTRATO
           END-REWRITE.
       6750-EXIT.
           EXIT.

      ***************************************************
      * FECHA OS ARQUIVOS
      ***************************************************
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE RESCISAO-FILE.
           CLOSE PAGAMENTO-AVULSO-FILE.
           CLOSE CONSIGNADO-FILE.
       9999-EXIT.
           EXIT.
